      *****************************************************************
      *               CUSTKCB1.CPY - a COBOL Copy File                *
      *  A Customer Number Key-Control Record for CSV Demo programs.  *
      *         Copyright (C) 1987-2019 SimoTime Technologies         *
      *                     All Rights Reserved                       *
      *              Provided by SimoTime Technologies                *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
      *    The record length is 80 bytes.
      *
      *    Field Name                     Size
      *    -----------------------------   --
      *    CUSTKCTL-NEXT-NUMBER            11
      *    CUSTKCTL-LAST-KEY               12
      *    CUSTKCTL-LAST-DATE              08
      *    CUSTKCTL-LAST-TIME              08
      *    CUSTKCTL-LAST-PROGRAM           08
      *    CUSTKCTL-ASSIGNED               09
      *    -----------------------------   --
      *
      *    CUSTLKCT is a one-record file that holds the next customer
      *    number to hand out. CUSTKCTL-NEXT-NUMBER is the eleven-
      *    digit number; CBLCSVV6 adds the check digit that makes it
      *    a twelve-digit CUSTTEXT-KEY. The rest records the last key
      *    handed out, when and by which program (date CCYYMMDD, time
      *    HHMMSSHH), and how many keys have been handed out in all.
      *    The file is rewritten whole by the program that hands the
      *    numbers out, once its run is complete.
      *
       01  CUSTKCTL-RECORD.
           05  CUSTKCTL-NEXT-NUMBER    PIC 9(11).
           05  FILLER                  PIC X.
           05  CUSTKCTL-LAST-KEY       PIC X(12).
           05  FILLER                  PIC X.
           05  CUSTKCTL-LAST-DATE      PIC 9(8).
           05  FILLER                  PIC X.
           05  CUSTKCTL-LAST-TIME      PIC 9(8).
           05  FILLER                  PIC X.
           05  CUSTKCTL-LAST-PROGRAM   PIC X(8).
           05  FILLER                  PIC X.
           05  CUSTKCTL-ASSIGNED       PIC 9(9).
           05  FILLER                  PIC X(19).
      *
      ***  CUSTKCB1 - End-of-Copy File - - - - - - - - - - - CUSTKCB1 *
      *****************************************************************

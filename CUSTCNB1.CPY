      *****************************************************************
      *               CUSTCNB1.CPY - a COBOL Copy File                *
      *     A Customer Contact-Point File used by CSV Demo programs.  *
      *         Copyright (C) 1987-2019 SimoTime Technologies         *
      *                     All Rights Reserved                       *
      *              Provided by SimoTime Technologies                *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
      *    The record length is 100 bytes.
      *
      *    Field Name                     Size
      *    -----------------------------   --
      *    CUSTCONT-KEY                    12
      *    CUSTCONT-TYPE                   01
      *    CUSTCONT-SEQ                    02
      *    CUSTCONT-VALUE                  60
      *    CUSTCONT-PREFERRED              01
      *    CUSTCONT-OPT-OUT                01
      *    CUSTCONT-CHANGE-DATE            08
      *    -----------------------------   --
      *
      *    CUSTLCNT is the companion file to CUSTLFFL - any number of
      *    contact points per customer, keyed by the same CUSTTEXT-
      *    KEY. The file is in CUSTCONT-ID sequence (key, type,
      *    sequence number), so a customer's contacts sit together
      *    and the file can be matched against CUSTLFFL in one pass.
      *    CUSTCONT-VALUE is sized to the widest CUSTTXB2 column so a
      *    contact fits the same 60-byte extract work field as every
      *    other column. A contact flagged CUSTCONT-OPT-OUT is kept on
      *    file for the record but is never written to any extract.
      *    CUSTCONT-CHANGE-DATE is CCYYMMDD, stamped by CBLCSVCL when
      *    the contact is added or changed.
      *
       01  CUSTCONT-RECORD.
           05  CUSTCONT-ID.
               10  CUSTCONT-KEY        PIC 9(12).
               10  CUSTCONT-TYPE       PIC X.
      *            'H' = Home phone.
      *            'M' = Mobile phone.
      *            'E' = E-mail address.
                   88  CUSTCONT-TYPE-HOME      VALUE 'H'.
                   88  CUSTCONT-TYPE-MOBILE    VALUE 'M'.
                   88  CUSTCONT-TYPE-EMAIL     VALUE 'E'.
                   88  CUSTCONT-TYPE-PHONE     VALUE 'H' 'M'.
                   88  CUSTCONT-TYPE-VALID     VALUE 'H' 'M' 'E'.
               10  CUSTCONT-SEQ        PIC 9(2).
           05  CUSTCONT-VALUE          PIC X(60).
           05  CUSTCONT-PREFERRED      PIC X.
               88  CUSTCONT-IS-PREFERRED   VALUE 'Y'.
           05  CUSTCONT-OPT-OUT        PIC X.
               88  CUSTCONT-IS-OPTED-OUT   VALUE 'Y'.
           05  CUSTCONT-CHANGE-DATE    PIC 9(8).
           05  FILLER                  PIC X(15).
      *
      ***  CUSTCNB1 - End-of-Copy File - - - - - - - - - - - CUSTCNB1 *
      *****************************************************************

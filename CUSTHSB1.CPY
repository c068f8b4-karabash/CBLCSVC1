      *****************************************************************
      *               CUSTHSB1.CPY - a COBOL Copy File                *
      *     A Customer Field History File used by CSV Demo programs.  *
      *         Copyright (C) 1987-2019 SimoTime Technologies         *
      *                     All Rights Reserved                       *
      *              Provided by SimoTime Technologies                *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
      *    The record length is 200 bytes.
      *
      *    Field Name                     Size
      *    -----------------------------   --
      *    CUSTHIST-KEY                    12
      *    CUSTHIST-RUN-DATE               08
      *    CUSTHIST-RUN-TIME               08
      *    CUSTHIST-PROGRAM                08
      *    CUSTHIST-EVENT                  01
      *    CUSTHIST-FIELD                  28
      *    CUSTHIST-OLD-VALUE              60
      *    CUSTHIST-NEW-VALUE              60
      *    -----------------------------   --
      *
      *    CUSTLFHS is the permanent field-level history of the
      *    customer master. It is never rewritten - every program
      *    that changes a CUSTTEXT field appends one entry per field
      *    changed (through CBLCSVV4), so the file is in the order
      *    the changes were made, and CBLCSVCM can roll the current
      *    record back to any earlier date.
      *
      *    CUSTHIST-FIELD is the copybook name of the field changed
      *    (CUSTTEXT-... or CUSTTEXT2-..., per CUSTLLAYOUT). The
      *    values are sized to the widest CUSTTXB2 field. A record
      *    added or deleted also carries a CUSTTEXT-KEY entry - old
      *    value blank on an Add, new value blank on a Delete - so
      *    the history shows when the customer came onto and went
      *    off the master, not just what changed while it was there.
      *    CUSTHIST-RUN-DATE is CCYYMMDD, CUSTHIST-RUN-TIME HHMMSSHH,
      *    both taken once at the start of the run that made the
      *    change.
      *
       01  CUSTHIST-RECORD.
           05  CUSTHIST-KEY            PIC X(12).
           05  FILLER                  PIC X.
           05  CUSTHIST-RUN-DATE       PIC 9(8).
           05  FILLER                  PIC X.
           05  CUSTHIST-RUN-TIME       PIC 9(8).
           05  FILLER                  PIC X.
           05  CUSTHIST-PROGRAM        PIC X(8).
           05  FILLER                  PIC X.
           05  CUSTHIST-EVENT          PIC X.
      *            'A' = Record added.
      *            'C' = Field changed.
      *            'D' = Record deleted.
               88  CUSTHIST-EVENT-ADD      VALUE 'A'.
               88  CUSTHIST-EVENT-CHANGE   VALUE 'C'.
               88  CUSTHIST-EVENT-DELETE   VALUE 'D'.
           05  FILLER                  PIC X.
           05  CUSTHIST-FIELD          PIC X(28).
           05  FILLER                  PIC X.
           05  CUSTHIST-OLD-VALUE      PIC X(60).
           05  FILLER                  PIC X.
           05  CUSTHIST-NEW-VALUE      PIC X(60).
           05  FILLER                  PIC X(08).
      *
      ***  CUSTHSB1 - End-of-Copy File - - - - - - - - - - - CUSTHSB1 *
      *****************************************************************

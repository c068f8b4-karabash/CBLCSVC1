      *****************************************************************
      *               CUSTGNB1.CPY - a COBOL Copy File                *
      *  A Master Generation Catalog Record for CSV Demo programs.    *
      *         Copyright (C) 1987-2019 SimoTime Technologies         *
      *                     All Rights Reserved                       *
      *              Provided by SimoTime Technologies                *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
      *    The record length is 240 bytes.
      *
      *    Field Name                     Size
      *    -----------------------------   --
      *    CUSTGENR-NUMBER                 06
      *    CUSTGENR-EVENT                  01
      *    CUSTGENR-PROGRAM                08
      *    CUSTGENR-DATE                   08
      *    CUSTGENR-TIME                   08
      *    CUSTGENR-RECORDS                09
      *    CUSTGENR-ACTIVE                 09
      *    CUSTGENR-INACTIVE               09
      *    CUSTGENR-FOREIGN                09
      *    CUSTGENR-OTHER                  09
      *    CUSTGENR-HASH                   18
      *    CUSTGENR-BASED-ON               06
      *    CUSTGENR-REASON                 40
      *    CUSTGENR-DATASET                80
      *    -----------------------------   --
      *
      *    CUSTLGEN is the catalog of customer master generations.
      *    Every run of a program that writes a new master (CUSTLFFO)
      *    appends one entry for the generation it made, and the last
      *    entry on the file is the current generation - the one
      *    every program reading CUSTLFFL must be given. The file is
      *    only ever extended, through CBLCSVV5.
      *
      *    CUSTGENR-RECORDS is the record count of the generation and
      *    ACTIVE, INACTIVE, FOREIGN and OTHER split it by
      *    CUSTTEXT-STATUS. CUSTGENR-HASH is the sum of the
      *    CUSTTEXT-KEY values taken as twelve-digit numbers (a key
      *    that is not numeric adds nothing). CUSTGENR-DATE is
      *    CCYYMMDD and CUSTGENR-TIME HHMMSSHH. CUSTGENR-DATASET is
      *    the file the generation was written to.
      *
      *    A rollback (CBLCSVCP) appends a Reinstated entry that
      *    carries the number, counts and hash of the earlier
      *    generation it makes current again, with CUSTGENR-BASED-ON
      *    the generation it backed out and CUSTGENR-REASON the
      *    operator's reason. On a Created entry CUSTGENR-BASED-ON is
      *    the generation that was current when the run made it.
      *
       01  CUSTGENR-RECORD.
           05  CUSTGENR-NUMBER         PIC 9(6).
           05  FILLER                  PIC X.
           05  CUSTGENR-EVENT          PIC X.
      *            'C' = Generation created by a master run.
      *            'R' = Earlier generation reinstated by a rollback.
               88  CUSTGENR-EVENT-CREATED      VALUE 'C'.
               88  CUSTGENR-EVENT-REINSTATED   VALUE 'R'.
           05  FILLER                  PIC X.
           05  CUSTGENR-PROGRAM        PIC X(8).
           05  FILLER                  PIC X.
           05  CUSTGENR-DATE           PIC 9(8).
           05  FILLER                  PIC X.
           05  CUSTGENR-TIME           PIC 9(8).
           05  FILLER                  PIC X.
           05  CUSTGENR-RECORDS        PIC 9(9).
           05  FILLER                  PIC X.
           05  CUSTGENR-ACTIVE         PIC 9(9).
           05  FILLER                  PIC X.
           05  CUSTGENR-INACTIVE       PIC 9(9).
           05  FILLER                  PIC X.
           05  CUSTGENR-FOREIGN        PIC 9(9).
           05  FILLER                  PIC X.
           05  CUSTGENR-OTHER          PIC 9(9).
           05  FILLER                  PIC X.
           05  CUSTGENR-HASH           PIC 9(18).
           05  FILLER                  PIC X.
           05  CUSTGENR-BASED-ON       PIC 9(6).
           05  FILLER                  PIC X.
           05  CUSTGENR-REASON         PIC X(40).
           05  FILLER                  PIC X.
           05  CUSTGENR-DATASET        PIC X(80).
           05  FILLER                  PIC X(07).
      *
      ***  CUSTGNB1 - End-of-Copy File - - - - - - - - - - - CUSTGNB1 *
      *****************************************************************

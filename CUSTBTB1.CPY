      *****************************************************************
      *               CUSTBTB1.CPY - a COBOL Copy File                *
      *   A Transaction Batch Control Record for CSV Demo programs.   *
      *         Copyright (C) 1987-2019 SimoTime Technologies         *
      *                     All Rights Reserved                       *
      *              Provided by SimoTime Technologies                *
      *        Our e-mail address is: helpdesk@simotime.com           *
      *     Also, visit our Web Site at http://www.simotime.com       *
      *****************************************************************
      *    The record length is 514 bytes, the CUSTLTRN record length.
      *
      *    Field Name                     Size
      *    -----------------------------   --
      *    CUSTBTCH-HDR-TYPE               01
      *    CUSTBTCH-HDR-SOURCE             08
      *    CUSTBTCH-HDR-BATCH              06
      *    CUSTBTCH-HDR-DATE               08
      *    -----------------------------   --
      *    CUSTBTCH-TRL-TYPE               01
      *    CUSTBTCH-TRL-COUNT              09
      *    CUSTBTCH-TRL-HASH               18
      *    -----------------------------   --
      *
      *    A transaction feed sent to the CBLCSVCN intake run is a
      *    CUSTLTRN file bracketed into batches: each batch opens with
      *    a header record and closes with a trailer record, both in
      *    the CUSTLTRN record length with the record type in the
      *    action byte, so one FD reads all three kinds of record.
      *    CUSTBTCH-HDR-SOURCE names who sent the batch (for example
      *    KEYED, RESTORE, DUPDEL, RECYCLE) and CUSTBTCH-HDR-BATCH is
      *    the sender's own batch number. CUSTBTCH-HDR-DATE is
      *    CCYYMMDD. CUSTBTCH-TRL-COUNT is the number of transaction
      *    records between the header and the trailer, and
      *    CUSTBTCH-TRL-HASH is the sum of their CUSTLTRN keys taken
      *    as twelve-digit numbers.
      *
       01  CUSTBTCH-HEADER.
           05  CUSTBTCH-HDR-TYPE       PIC X.
      *            'H' = Batch header.
               88  CUSTBTCH-IS-HEADER      VALUE 'H'.
           05  FILLER                  PIC X.
           05  CUSTBTCH-HDR-SOURCE     PIC X(8).
           05  FILLER                  PIC X.
           05  CUSTBTCH-HDR-BATCH      PIC 9(6).
           05  FILLER                  PIC X.
           05  CUSTBTCH-HDR-DATE       PIC 9(8).
           05  FILLER                  PIC X(488).
       01  CUSTBTCH-TRAILER.
           05  CUSTBTCH-TRL-TYPE       PIC X.
      *            'T' = Batch trailer.
               88  CUSTBTCH-IS-TRAILER     VALUE 'T'.
           05  FILLER                  PIC X.
           05  CUSTBTCH-TRL-COUNT      PIC 9(9).
           05  FILLER                  PIC X.
           05  CUSTBTCH-TRL-HASH       PIC 9(18).
           05  FILLER                  PIC X(484).
      *
      ***  CUSTBTB1 - End-of-Copy File - - - - - - - - - - - CUSTBTB1 *
      *****************************************************************

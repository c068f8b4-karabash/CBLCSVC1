       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVV4.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVV4 appends the field-level history of a change to the  *
      *  customer master onto the permanent CUSTLFHS file (CUSTHSB1   *
      *  layout), so every program that changes a CUSTTEXT field      *
      *  (CBLCSVC5, CBLCSVCA, CBLCSVCF, CBLCSVCC, the CBLCSVCG purge  *
      *  and the CBLCSVCP rollback) leaves the same trace without     *
      *  each owning the history file. The registers those programs   *
      *  write (CUSTLTRG, CUSTLCHG, CUSTLMRG, CUSTLARG) are replaced  *
      *  every run; CUSTLFHS is only ever extended.                   *
      *                                                               *
      *  The caller passes the record as it was before the change     *
      *  and as it is after, both full 512-byte images in the         *
      *  CUSTLLAYOUT-selected layout, and the event:                  *
      *    'A' - record added   (the before image is blank);          *
      *    'C' - record changed;                                      *
      *    'D' - record deleted (the after image is blank).           *
      *  One CUSTLFHS entry is written for each field whose value     *
      *  differs between the two images, so a caller simply hands     *
      *  over the record before and after and never has to track      *
      *  which fields it touched. An Add or Delete also writes a      *
      *  CUSTTEXT-KEY entry that marks the record coming onto or      *
      *  going off the master.                                        *
      *                                                               *
      *  The file is opened EXTEND on the first call (OUTPUT when it  *
      *  does not exist yet - the same rule CBLCSVC1 applies to its   *
      *  CUSTLAUD log) and the run date and time are taken then, so   *
      *  every entry of one run carries the same stamp.               *
      *                                                               *
      *  A call with an event of HIGH-VALUE is the caller's end-of-   *
      *  run call: the history file is closed and nothing written.    *
      *                                                               *
      *  The one-byte answer:                                         *
      *    '0' - the history was written (or nothing had changed);    *
      *    'N' - no CUSTLFHS file could be opened - nothing was       *
      *          written and the caller decides whether that matters. *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  OUTPUT    CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLFHS-FILE  ASSIGN TO       CUSTLFHS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFHS-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLFHS-FILE
           DATA RECORD    IS CUSTLFHS-REC
           .
       01  CUSTLFHS-REC.
           05  CUSTLFHS-DATA-01 PIC X(00200).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  CUSTLFHS-STATUS.
           05  CUSTLFHS-STATUS-L   pic X.
           05  CUSTLFHS-STATUS-R   pic X.

      *****************************************************************
      * CUSTLFHS-OPEN-FLAG remembers across calls whether the history *
      * file has been opened: 'U' until the first call, 'Y' once it   *
      * is open, 'N' when it could not be opened.                     *
      *****************************************************************
       01  CUSTLFHS-OPEN-FLAG      pic X         value 'U'.
           88  CUSTLFHS-UNOPENED                 value 'U'.
           88  CUSTLFHS-AVAILABLE                value 'Y'.
           88  CUSTLFHS-UNAVAILABLE              value 'N'.

       01  CUSTLFHS-RUN-DATE       pic 9(8)      value 0.
       01  CUSTLFHS-RUN-TIME       pic 9(8)      value 0.

      *****************************************************************
      * The field table: the copybook name, position and length of    *
      * every CUSTTEXT field, eleven entries for the CUSTTXB1 layout  *
      * followed by the same eleven for CUSTTXB2, so one compare      *
      * loop serves both layouts by starting at entry 1 or entry 12.  *
      * The key is entry 1 of each set and is only written for an     *
      * Add or a Delete.                                              *
      *****************************************************************
       01  CUSTLFLD-TABLE-VALUES.
           05  filler pic X(34) value
               'CUSTTEXT-KEY                001012'.
           05  filler pic X(34) value
               'CUSTTEXT-STATUS             013001'.
           05  filler pic X(34) value
               'CUSTTEXT-LAST-NAME          014028'.
           05  filler pic X(34) value
               'CUSTTEXT-FIRST-NAME         042020'.
           05  filler pic X(34) value
               'CUSTTEXT-STREET-ADDR-01     062048'.
           05  filler pic X(34) value
               'CUSTTEXT-STREET-ADDR-02     110048'.
           05  filler pic X(34) value
               'CUSTTEXT-CITY               158016'.
           05  filler pic X(34) value
               'CUSTTEXT-STATE              174002'.
           05  filler pic X(34) value
               'CUSTTEXT-POSTAL-CODE        176012'.
           05  filler pic X(34) value
               'CUSTTEXT-LAST-ACTIVITY-DATE 188008'.
           05  filler pic X(34) value
               'CUSTTEXT-STATUS-CHANGE-DATE 196008'.
           05  filler pic X(34) value
               'CUSTTEXT2-KEY               001012'.
           05  filler pic X(34) value
               'CUSTTEXT2-STATUS            013001'.
           05  filler pic X(34) value
               'CUSTTEXT2-LAST-NAME         014028'.
           05  filler pic X(34) value
               'CUSTTEXT2-FIRST-NAME        042020'.
           05  filler pic X(34) value
               'CUSTTEXT2-STREET-ADDR-01    062060'.
           05  filler pic X(34) value
               'CUSTTEXT2-STREET-ADDR-02    122060'.
           05  filler pic X(34) value
               'CUSTTEXT2-CITY              182030'.
           05  filler pic X(34) value
               'CUSTTEXT2-STATE             212020'.
           05  filler pic X(34) value
               'CUSTTEXT2-POSTAL-CODE       232020'.
           05  filler pic X(34) value
               'CUSTTEXT2-LAST-ACTIVITY-DATE252008'.
           05  filler pic X(34) value
               'CUSTTEXT2-STATUS-CHANGE-DATE260008'.
       01  CUSTLFLD-TABLE redefines CUSTLFLD-TABLE-VALUES.
           05  CUSTLFLD-ENTRY  OCCURS 22 TIMES.
               10  CUSTLFLD-NAME         pic X(28).
               10  CUSTLFLD-POS          pic 9(3).
               10  CUSTLFLD-LEN          pic 9(3).
       01  CUSTLFLD-IX               pic 9(3)    value 0.
       01  CUSTLFLD-LAST             pic 9(3)    value 0.

       COPY CUSTHSB1.

      *****************************************************************
       LINKAGE SECTION.
       01  HISCALL-PROGRAM     pic X(00008).
       01  HISCALL-EVENT       pic X.
       01  HISCALL-LAYOUT      pic X.
       01  HISCALL-BEFORE      pic X(00512).
       01  HISCALL-AFTER       pic X(00512).
       01  HISCALL-RESULT      pic X.
      *
      *****************************************************************
       PROCEDURE DIVISION using HISCALL-PROGRAM
                                HISCALL-EVENT
                                HISCALL-LAYOUT
                                HISCALL-BEFORE
                                HISCALL-AFTER
                                HISCALL-RESULT.
      *
           if  HISCALL-EVENT = HIGH-VALUE
               if  CUSTLFHS-AVAILABLE
                   close CUSTLFHS-FILE
                   move 'U' to CUSTLFHS-OPEN-FLAG
               end-if
               move '0' to HISCALL-RESULT
               GOBACK
           end-if
           if  CUSTLFHS-UNOPENED
               perform CUSTLFHS-OPEN-FIRST
           end-if
           if  CUSTLFHS-UNAVAILABLE
               move 'N' to HISCALL-RESULT
           else
               move '0' to HISCALL-RESULT
               perform CUSTLFHS-POST-CHANGES
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLFHS-OPEN-FIRST opens the history file for extension on   *
      * the first call, creating it if it is not there yet, and takes *
      * the run date and time every entry of this run is stamped      *
      * with. A file that cannot be opened either way is reported     *
      * back on every call as 'N'.                                    *
      *****************************************************************
       CUSTLFHS-OPEN-FIRST.
           open EXTEND CUSTLFHS-FILE
           if  CUSTLFHS-STATUS not = '00'
               open OUTPUT CUSTLFHS-FILE
           end-if
           if  CUSTLFHS-STATUS = '00'
               move 'Y' to CUSTLFHS-OPEN-FLAG
               accept CUSTLFHS-RUN-DATE from DATE YYYYMMDD
               accept CUSTLFHS-RUN-TIME from TIME
           else
               move 'N' to CUSTLFHS-OPEN-FLAG
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLFHS-POST-CHANGES walks the field table for the caller's  *
      * layout and writes one entry for each field whose before and   *
      * after values differ. The key entry is written only for an     *
      * Add or a Delete - a Change never moves the key.               *
      *---------------------------------------------------------------*
       CUSTLFHS-POST-CHANGES.
           move SPACES to CUSTHIST-RECORD
           if  HISCALL-EVENT = 'D'
               move HISCALL-BEFORE(1:12) to CUSTHIST-KEY
           else
               move HISCALL-AFTER(1:12) to CUSTHIST-KEY
           end-if
           move CUSTLFHS-RUN-DATE to CUSTHIST-RUN-DATE
           move CUSTLFHS-RUN-TIME to CUSTHIST-RUN-TIME
           move HISCALL-PROGRAM   to CUSTHIST-PROGRAM
           move HISCALL-EVENT     to CUSTHIST-EVENT
           if  HISCALL-LAYOUT = '2'
               move 12 to CUSTLFLD-IX
           else
               move 1 to CUSTLFLD-IX
           end-if
           add 10 to CUSTLFLD-IX giving CUSTLFLD-LAST
           if  CUSTHIST-EVENT-CHANGE
               add 1 to CUSTLFLD-IX
           end-if
           perform until CUSTLFLD-IX > CUSTLFLD-LAST
               if  HISCALL-BEFORE(CUSTLFLD-POS(CUSTLFLD-IX):
                                  CUSTLFLD-LEN(CUSTLFLD-IX))
                   not = HISCALL-AFTER(CUSTLFLD-POS(CUSTLFLD-IX):
                                       CUSTLFLD-LEN(CUSTLFLD-IX))
                   perform CUSTLFHS-WRITE-ENTRY
               end-if
               add 1 to CUSTLFLD-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLFHS-WRITE-ENTRY.
           move CUSTLFLD-NAME(CUSTLFLD-IX) to CUSTHIST-FIELD
           move SPACES to CUSTHIST-OLD-VALUE
           move SPACES to CUSTHIST-NEW-VALUE
           move HISCALL-BEFORE(CUSTLFLD-POS(CUSTLFLD-IX):
                               CUSTLFLD-LEN(CUSTLFLD-IX))
             to CUSTHIST-OLD-VALUE
           move HISCALL-AFTER(CUSTLFLD-POS(CUSTLFLD-IX):
                              CUSTLFLD-LEN(CUSTLFLD-IX))
             to CUSTHIST-NEW-VALUE
           move CUSTHIST-RECORD to CUSTLFHS-REC
           write CUSTLFHS-REC
           if  CUSTLFHS-STATUS not = '00'
               display '* CBLCSVV4 WRITE Failure with CUSTLFHS '
                       CUSTLFHS-STATUS
               add 12 to ZERO giving RETURN-CODE
               STOP RUN
           end-if
           exit.
      *****************************************************************

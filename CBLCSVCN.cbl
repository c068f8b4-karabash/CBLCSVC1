       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCN.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCN is the transaction intake run. CBLCSVC5 takes one   *
      *  CUSTLTRN file in key sequence, but the transactions come     *
      *  from several places - hand-keyed changes, CBLCSVCH archive   *
      *  restores, Deletes built from the CBLCSVCE duplicate report,  *
      *  CBLCSVC8 follow-ups. This program takes up to eight feeds    *
      *  (CUSTLT01 through CUSTLT08, the count in CUSTLFEEDS), proves *
      *  every batch on them against its own control totals, and      *
      *  writes the accepted transactions as the one CUSTLTRN that    *
      *  CBLCSVCD proves and CBLCSVC5 applies.                        *
      *                                                               *
      *  A feed is a CUSTLTRN file bracketed into batches by the      *
      *  CUSTBTB1 header ('H' - source id, batch number, date) and    *
      *  trailer ('T' - transaction count, hash total of keys)        *
      *  records. A batch is accepted only when its header and        *
      *  trailer are both present and valid, every record between     *
      *  them is an Add, Change or Delete with a numeric key, the     *
      *  record count and the key hash total agree with the trailer,  *
      *  and the same source and batch number has not already been    *
      *  accepted this run. Anything else rejects the whole batch -   *
      *  none of its transactions is passed on, so a batch is never   *
      *  half-applied. Records found outside a header and trailer     *
      *  are rejected together as a batch of their own.               *
      *                                                               *
      *  The accepted transactions are then put into CUSTTEXT-KEY     *
      *  sequence. The sort is stable: transactions for the same key  *
      *  keep the order they arrived in - feed by feed, and record    *
      *  by record within a feed - so an Add followed by a Change to  *
      *  the new customer reaches CBLCSVC5 in that order.             *
      *                                                               *
      *  Every batch is answered on the CUSTLIRG intake register -    *
      *  feed, source, batch, date, the counts and hash totals found  *
      *  and declared, ACCEPTED or REJECTED and why. The run ends     *
      *  with return code 4 when any batch was rejected, so the       *
      *  scheduler shows that some transactions were held back.       *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLT01-CUSTLT08     ASCII/CRLF FIXED     00514   *
      *                                                               *
      *  OUTPUT    CUSTLTRN ASCII/CRLF    FIXED      00514            *
      *  OUTPUT    CUSTLIRG ASCII/CRLF    FIXED      00126            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLT01-FILE  ASSIGN TO       CUSTLT01
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFED-STATUS.
           SELECT CUSTLT02-FILE  ASSIGN TO       CUSTLT02
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFED-STATUS.
           SELECT CUSTLT03-FILE  ASSIGN TO       CUSTLT03
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFED-STATUS.
           SELECT CUSTLT04-FILE  ASSIGN TO       CUSTLT04
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFED-STATUS.
           SELECT CUSTLT05-FILE  ASSIGN TO       CUSTLT05
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFED-STATUS.
           SELECT CUSTLT06-FILE  ASSIGN TO       CUSTLT06
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFED-STATUS.
           SELECT CUSTLT07-FILE  ASSIGN TO       CUSTLT07
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFED-STATUS.
           SELECT CUSTLT08-FILE  ASSIGN TO       CUSTLT08
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFED-STATUS.
           SELECT CUSTLTRN-FILE  ASSIGN TO       CUSTLTRN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLTRN-STATUS.
           SELECT CUSTLIRG-FILE  ASSIGN TO       CUSTLIRG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLIRG-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLT01-FILE
           DATA RECORD    IS CUSTLT01-REC
           .
       01  CUSTLT01-REC.
           05  CUSTLT01-DATA-01 PIC X(00514).
       FD  CUSTLT02-FILE
           DATA RECORD    IS CUSTLT02-REC
           .
       01  CUSTLT02-REC.
           05  CUSTLT02-DATA-01 PIC X(00514).
       FD  CUSTLT03-FILE
           DATA RECORD    IS CUSTLT03-REC
           .
       01  CUSTLT03-REC.
           05  CUSTLT03-DATA-01 PIC X(00514).
       FD  CUSTLT04-FILE
           DATA RECORD    IS CUSTLT04-REC
           .
       01  CUSTLT04-REC.
           05  CUSTLT04-DATA-01 PIC X(00514).
       FD  CUSTLT05-FILE
           DATA RECORD    IS CUSTLT05-REC
           .
       01  CUSTLT05-REC.
           05  CUSTLT05-DATA-01 PIC X(00514).
       FD  CUSTLT06-FILE
           DATA RECORD    IS CUSTLT06-REC
           .
       01  CUSTLT06-REC.
           05  CUSTLT06-DATA-01 PIC X(00514).
       FD  CUSTLT07-FILE
           DATA RECORD    IS CUSTLT07-REC
           .
       01  CUSTLT07-REC.
           05  CUSTLT07-DATA-01 PIC X(00514).
       FD  CUSTLT08-FILE
           DATA RECORD    IS CUSTLT08-REC
           .
       01  CUSTLT08-REC.
           05  CUSTLT08-DATA-01 PIC X(00514).

      *****************************************************************
      * A CUSTLTRN record is the action byte, a separator, and a      *
      * full 512-byte record image in the CUSTLLAYOUT-selected        *
      * layout - the same record CBLCSVC5 reads.                      *
      *****************************************************************
       FD  CUSTLTRN-FILE
           DATA RECORD    IS CUSTLTRN-REC
           .
       01  CUSTLTRN-REC.
           05  CUSTLTRN-DATA-01 PIC X(00514).

      *****************************************************************
      * CUSTLIRG-FILE is the intake register - one line per batch     *
      * found on the feeds, ACCEPTED or REJECTED with the reason.     *
      *****************************************************************
       FD  CUSTLIRG-FILE
           DATA RECORD    IS CUSTLIRG-REC
           .
       01  CUSTLIRG-REC.
           05  CUSTLIRG-FEED           PIC 9(002).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-SOURCE         PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-BATCH          PIC X(006).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-DATE           PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-COUNT-FOUND    PIC 9(009).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-COUNT-DECLARED PIC 9(009).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-HASH-FOUND     PIC 9(018).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-HASH-DECLARED  PIC 9(018).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-DISPOSITION    PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLIRG-REASON         PIC X(030).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCN '.
           05  T2 pic X(34) value 'Intake and balance CUSTLTRN feeds '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCN '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

      *****************************************************************
      * All eight feeds share one status field and one EOF flag, the  *
      * same way CBLCSVC7 shares them across its slices - only one    *
      * feed is ever open at a time.                                  *
      *****************************************************************
       01  CUSTLFED-STATUS.
           05  CUSTLFED-STATUS-L     pic X.
           05  CUSTLFED-STATUS-R     pic X.
       01  CUSTLFED-EOF              pic X       value 'N'.
           88  CUSTLFED-AT-EOF                   value 'Y'.

       01  CUSTLTRN-STATUS.
           05  CUSTLTRN-STATUS-L     pic X.
           05  CUSTLTRN-STATUS-R     pic X.
       01  CUSTLTRN-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLIRG-STATUS.
           05  CUSTLIRG-STATUS-L     pic X.
           05  CUSTLIRG-STATUS-R     pic X.
       01  CUSTLIRG-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * CUSTLFEEDS is the number of feeds for this run; feeds 01      *
      * through that number must all be there. CUSTLENV-SUFFIX puts   *
      * the feed number into the console messages.                    *
      *****************************************************************
       01  CUSTLFEEDS-PARM           pic X(12)   value SPACES.
       01  CUSTLFED-MAX              pic 9(3)    value 008.
       01  CUSTLFED-COUNT            pic 9(3)    value 0.
       01  CUSTLFED-NUMBER           pic 9(3)    value 0.
       01  CUSTLENV-SUFFIX           pic 99      value 0.
       01  CUSTLENV-SUFFIX-X redefines CUSTLENV-SUFFIX
                                     pic XX.

      *****************************************************************
      * The same digit-run edit CBLCSVC7 applies to CUSTLSLICES, so   *
      * a natural entry like "3" works.                               *
      *****************************************************************
       01  CUSTLKRANGE-PARM          pic X(12)   value SPACES.
       01  CUSTLKRANGE-DIGITS        pic X(12)   value ZEROS.
       01  CUSTLKRANGE-IX            pic 9(3)    value 0.
       01  CUSTLKRANGE-LEN           pic 9(3)    value 0.

      *****************************************************************
      * The feed record in hand, viewed as a transaction. A header    *
      * or trailer is moved to the CUSTBTB1 layouts to be taken apart.*
      *****************************************************************
       01  CUSTLFED-REC.
           05  CUSTLFED-ACTION         pic X.
               88  CUSTLFED-ACTION-VALID   value 'A' 'C' 'D'.
               88  CUSTLFED-IS-HEADER      value 'H'.
               88  CUSTLFED-IS-TRAILER     value 'T'.
           05  filler                  pic X.
           05  CUSTLFED-KEY            pic X(12).
           05  CUSTLFED-KEY-N redefines CUSTLFED-KEY
                                       pic 9(12).
           05  filler                  pic X(500).

       COPY CUSTBTB1.

      *****************************************************************
      * The batch in hand. CUSTLBAT-FIRST-ROW is where its            *
      * transactions start in the CUSTLTXN table; a rejected batch    *
      * gives its rows back by cutting the table back to there.       *
      * CUSTLBAT-REASON stays blank for as long as the batch is good; *
      * the first fault found is the one reported.                    *
      *****************************************************************
       01  CUSTLBAT-ACTIVE-FLAG      pic X       value 'N'.
           88  CUSTLBAT-ACTIVE                   value 'Y'.
       01  CUSTLBAT-SOURCE           pic X(8)    value SPACES.
       01  CUSTLBAT-BATCH            pic X(6)    value SPACES.
       01  CUSTLBAT-DATE             pic X(8)    value SPACES.
       01  CUSTLBAT-FIRST-ROW        pic 9(5)    value 0.
       01  CUSTLBAT-COUNT            pic 9(9)    value 0.
       01  CUSTLBAT-HASH             pic 9(18)   value 0.
       01  CUSTLBAT-TRL-COUNT        pic 9(9)    value 0.
       01  CUSTLBAT-TRL-HASH         pic 9(18)   value 0.
       01  CUSTLBAT-REASON           pic X(30)   value SPACES.

      *****************************************************************
      * The source and batch number of every batch accepted so far,   *
      * so a batch sent twice is not applied twice. More batches than *
      * the table holds is an abend, the same rule CBLCSVCE applies   *
      * to its record table.                                          *
      *****************************************************************
       01  CUSTLBTB-MAX              pic 9(5)    value 00200.
       01  CUSTLBTB-USED             pic 9(5)    value 0.
       01  CUSTLBTB-IX               pic 9(5)    value 0.
       01  CUSTLBTB-TABLE.
           05  CUSTLBTB-ENTRY  OCCURS 200 TIMES.
               10  CUSTLBTB-SOURCE       pic X(8).
               10  CUSTLBTB-BATCH        pic X(6).

      *****************************************************************
      * Every transaction of an accepted batch is held in CUSTLTXN    *
      * in the order it arrived. CUSTLSRT is the key-sequence index   *
      * over it: each accepted transaction is inserted behind every   *
      * entry with the same or a lower key, so equal keys keep their  *
      * arrival order. More transactions than the table holds is an   *
      * abend, not a silently short CUSTLTRN.                         *
      *****************************************************************
       01  CUSTLTXN-MAX              pic 9(5)    value 05000.
       01  CUSTLTXN-USED             pic 9(5)    value 0.
       01  CUSTLTXN-IX               pic 9(5)    value 0.
       01  CUSTLTXN-TABLE.
           05  CUSTLTXN-ROW    OCCURS 5000 TIMES pic X(514).
       01  CUSTLSRT-USED             pic 9(5)    value 0.
       01  CUSTLSRT-IX               pic 9(5)    value 0.
       01  CUSTLSRT-JX               pic 9(5)    value 0.
       01  CUSTLSRT-TABLE.
           05  CUSTLSRT-ENTRY  OCCURS 5000 TIMES.
               10  CUSTLSRT-KEY          pic X(12).
               10  CUSTLSRT-ROW          pic 9(5).
       01  CUSTLSRT-NEW-ENTRY.
           05  CUSTLSRT-NEW-KEY          pic X(12).
           05  CUSTLSRT-NEW-ROW          pic 9(5).
       01  CUSTLSRT-PLACED-FLAG      pic X       value 'N'.
           88  CUSTLSRT-PLACED                   value 'Y'.

       01  IO-STATUS.
           05  IO-STAT1            pic X.
           05  IO-STAT2            pic X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      pic 9     value 0.
           05  IO-STATUS-0403      pic 999   value 0.
       01  TWO-BYTES-BINARY        pic 9(4)  BINARY.
       01  TWO-BYTES-ALPHA         redefines TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      pic X.
           05  TWO-BYTES-RIGHT     pic X.

      *****************************************************************
      * Message Buffer used by the Z-DISPLAY-MESSAGE-TEXT routine.    *
      *****************************************************************
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCN '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCN'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Intake and balance CUSTLTRN feeds '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLFED-TOTAL.
           05  CUSTLFED-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for feeds   '.
       01  CUSTLBAT-ACCEPTED-TOTAL.
           05  CUSTLBAT-ACC  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Batches accepted       '.
       01  CUSTLBAT-REJECTED-TOTAL.
           05  CUSTLBAT-REJ  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Batches rejected       '.
       01  CUSTLBAT-HELD-TOTAL.
           05  CUSTLBAT-HLD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Transactions held back '.
       01  CUSTLTRN-TOTAL.
           05  CUSTLTRN-ADD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLTRN'.

      *****************************************************************
       PROCEDURE DIVISION.
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move INFO-STATEMENT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-POST-COPYRIGHT
           perform CUSTLFED-LOAD-COUNT
           perform CUSTLIRG-OPEN

           move 1 to CUSTLFED-NUMBER
           perform until CUSTLFED-NUMBER > CUSTLFED-COUNT
               perform CUSTLFED-TAKE-FEED
               add 1 to CUSTLFED-NUMBER
           end-perform

           perform CUSTLTRN-OPEN
           move 1 to CUSTLSRT-IX
           perform until CUSTLSRT-IX > CUSTLSRT-USED
               move CUSTLTXN-ROW (CUSTLSRT-ROW (CUSTLSRT-IX))
                 to CUSTLTRN-REC
               perform CUSTLTRN-WRITE
               add 1 to CUSTLSRT-IX
           end-perform

           move CUSTLFED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLBAT-ACCEPTED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLBAT-REJECTED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLBAT-HELD-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLTRN-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move 'Complete' to INFO-ID
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLTRN-CLOSE
           perform CUSTLIRG-CLOSE
           if  CUSTLBAT-REJ > 0
               add 4 to ZERO giving RETURN-CODE
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLFED-LOAD-COUNT picks up CUSTLFEEDS the way CBLCSVC7      *
      * picks up CUSTLSLICES. A missing count or one outside 1-8      *
      * abends the run - an intake that quietly read no feeds would   *
      * pass an empty CUSTLTRN down the cycle.                        *
      *****************************************************************
       CUSTLFED-LOAD-COUNT.
           accept CUSTLFEEDS-PARM from ENVIRONMENT 'CUSTLFEEDS'
               on EXCEPTION
                   move SPACES to CUSTLFEEDS-PARM
           end-accept
           move CUSTLFEEDS-PARM to CUSTLKRANGE-PARM
           perform CUSTLKRANGE-EDIT
           if  CUSTLKRANGE-DIGITS is NUMERIC
               move CUSTLKRANGE-DIGITS(10:3) to CUSTLFED-COUNT
           else
               move 0 to CUSTLFED-COUNT
           end-if
           if  CUSTLFED-COUNT < 1
           or  CUSTLFED-COUNT > CUSTLFED-MAX
               move 'CUSTLFEEDS must be 1 through 8' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLFED-TAKE-FEED reads one feed through, record by record.  *
      * A header opens a batch, a trailer closes and balances it, and *
      * anything else is a transaction of the batch in hand. A batch  *
      * still open at end of feed never got its trailer.              *
      *---------------------------------------------------------------*
       CUSTLFED-TAKE-FEED.
           move 'N' to CUSTLFED-EOF
           move 'N' to CUSTLBAT-ACTIVE-FLAG
           perform CUSTLFED-OPEN
           perform CUSTLFED-READ
           perform until CUSTLFED-AT-EOF
               add 1 to CUSTLFED-RDR
               evaluate true
                   when CUSTLFED-IS-HEADER
                       perform CUSTLBAT-START
                   when CUSTLFED-IS-TRAILER
                       perform CUSTLBAT-END
                   when other
                       perform CUSTLBAT-TAKE-ROW
               end-evaluate
               perform CUSTLFED-READ
           end-perform
           if  CUSTLBAT-ACTIVE
               if  CUSTLBAT-REASON = SPACES
                   move 'NO TRAILER' to CUSTLBAT-REASON
               end-if
               move 0 to CUSTLBAT-TRL-COUNT
               move 0 to CUSTLBAT-TRL-HASH
               perform CUSTLBAT-REJECT
           end-if
           perform CUSTLFED-CLOSE
           exit.

      *****************************************************************
      * CUSTLBAT-START opens a batch from its header. A header that   *
      * arrives while a batch is still open means that batch lost its *
      * trailer; it is rejected before the new one starts.            *
      *****************************************************************
       CUSTLBAT-START.
           if  CUSTLBAT-ACTIVE
               if  CUSTLBAT-REASON = SPACES
                   move 'NO TRAILER' to CUSTLBAT-REASON
               end-if
               move 0 to CUSTLBAT-TRL-COUNT
               move 0 to CUSTLBAT-TRL-HASH
               perform CUSTLBAT-REJECT
           end-if
           move CUSTLFED-REC to CUSTBTCH-HEADER
           perform CUSTLBAT-CLEAR
           move CUSTBTCH-HDR-SOURCE to CUSTLBAT-SOURCE
           move CUSTBTCH-HDR-BATCH  to CUSTLBAT-BATCH
           move CUSTBTCH-HDR-DATE   to CUSTLBAT-DATE
           if  CUSTBTCH-HDR-SOURCE = SPACES
           or  CUSTBTCH-HDR-BATCH is not NUMERIC
           or  CUSTBTCH-HDR-DATE is not NUMERIC
               move 'HEADER NOT VALID' to CUSTLBAT-REASON
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLBAT-CLEAR sets up an empty batch in hand.                *
      *---------------------------------------------------------------*
       CUSTLBAT-CLEAR.
           move 'Y' to CUSTLBAT-ACTIVE-FLAG
           move SPACES to CUSTLBAT-SOURCE
           move SPACES to CUSTLBAT-BATCH
           move SPACES to CUSTLBAT-DATE
           move SPACES to CUSTLBAT-REASON
           move 0 to CUSTLBAT-COUNT
           move 0 to CUSTLBAT-HASH
           add 1 to CUSTLTXN-USED giving CUSTLBAT-FIRST-ROW
           exit.
      *---------------------------------------------------------------*
      * CUSTLBAT-TAKE-ROW counts and hashes one transaction and holds *
      * it while the batch is still good. Transactions with no header *
      * in front of them are collected as a batch of their own, so    *
      * they are reported and rejected together.                      *
      *---------------------------------------------------------------*
       CUSTLBAT-TAKE-ROW.
           if  not CUSTLBAT-ACTIVE
               perform CUSTLBAT-CLEAR
               move 'NO HEADER' to CUSTLBAT-REASON
           end-if
           add 1 to CUSTLBAT-COUNT
           if  not CUSTLFED-ACTION-VALID
           and CUSTLBAT-REASON = SPACES
               move 'INVALID ACTION CODE' to CUSTLBAT-REASON
           end-if
           if  CUSTLFED-KEY is NUMERIC
               add CUSTLFED-KEY-N to CUSTLBAT-HASH
           else
               if  CUSTLBAT-REASON = SPACES
                   move 'NON-NUMERIC KEY' to CUSTLBAT-REASON
               end-if
           end-if
           if  CUSTLBAT-REASON = SPACES
               if  CUSTLTXN-USED < CUSTLTXN-MAX
                   add 1 to CUSTLTXN-USED
                   move CUSTLFED-REC to CUSTLTXN-ROW (CUSTLTXN-USED)
               else
                   move 'CUSTLTXN table full, raise CUSTLTXN-MAX'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLBAT-END balances the batch in hand against its trailer:  *
      * the transaction count first, then the key hash total, then    *
      * the check that the same batch was not already taken.          *
      *---------------------------------------------------------------*
       CUSTLBAT-END.
           move CUSTLFED-REC to CUSTBTCH-TRAILER
           if  not CUSTLBAT-ACTIVE
               perform CUSTLBAT-CLEAR
               move 'NO HEADER' to CUSTLBAT-REASON
           end-if
           if  CUSTBTCH-TRL-COUNT is NUMERIC
           and CUSTBTCH-TRL-HASH is NUMERIC
               move CUSTBTCH-TRL-COUNT to CUSTLBAT-TRL-COUNT
               move CUSTBTCH-TRL-HASH  to CUSTLBAT-TRL-HASH
           else
               move 0 to CUSTLBAT-TRL-COUNT
               move 0 to CUSTLBAT-TRL-HASH
               if  CUSTLBAT-REASON = SPACES
                   move 'TRAILER NOT VALID' to CUSTLBAT-REASON
               end-if
           end-if
           if  CUSTLBAT-REASON = SPACES
           and CUSTLBAT-COUNT not = CUSTLBAT-TRL-COUNT
               move 'COUNT OUT OF BALANCE' to CUSTLBAT-REASON
           end-if
           if  CUSTLBAT-REASON = SPACES
           and CUSTLBAT-HASH not = CUSTLBAT-TRL-HASH
               move 'HASH TOTAL OUT OF BALANCE' to CUSTLBAT-REASON
           end-if
           if  CUSTLBAT-REASON = SPACES
               move 1 to CUSTLBTB-IX
               perform until CUSTLBTB-IX > CUSTLBTB-USED
                   if  CUSTLBTB-SOURCE (CUSTLBTB-IX) = CUSTLBAT-SOURCE
                   and CUSTLBTB-BATCH (CUSTLBTB-IX) = CUSTLBAT-BATCH
                       move 'DUPLICATE BATCH' to CUSTLBAT-REASON
                   end-if
                   add 1 to CUSTLBTB-IX
               end-perform
           end-if
           if  CUSTLBAT-REASON = SPACES
               perform CUSTLBAT-ACCEPT
           else
               perform CUSTLBAT-REJECT
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLBAT-ACCEPT files the batch as taken and puts each of its *
      * transactions into the key-sequence index.                     *
      *---------------------------------------------------------------*
       CUSTLBAT-ACCEPT.
           if  CUSTLBTB-USED < CUSTLBTB-MAX
               add 1 to CUSTLBTB-USED
               move CUSTLBAT-SOURCE to CUSTLBTB-SOURCE (CUSTLBTB-USED)
               move CUSTLBAT-BATCH  to CUSTLBTB-BATCH (CUSTLBTB-USED)
           else
               move 'CUSTLBTB table full, raise CUSTLBTB-MAX'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move CUSTLBAT-FIRST-ROW to CUSTLTXN-IX
           perform until CUSTLTXN-IX > CUSTLTXN-USED
               perform CUSTLSRT-INSERT
               add 1 to CUSTLTXN-IX
           end-perform
           add 1 to CUSTLBAT-ACC
           move 'ACCEPTED' to CUSTLIRG-DISPOSITION
           perform CUSTLIRG-POST
           exit.
      *---------------------------------------------------------------*
      * CUSTLBAT-REJECT gives back whatever rows the batch had taken  *
      * in the CUSTLTXN table, so none of it reaches CUSTLTRN.        *
      *---------------------------------------------------------------*
       CUSTLBAT-REJECT.
           subtract 1 from CUSTLBAT-FIRST-ROW giving CUSTLTXN-USED
           add 1 to CUSTLBAT-REJ
           add CUSTLBAT-COUNT to CUSTLBAT-HLD
           move 'REJECTED' to CUSTLIRG-DISPOSITION
           perform CUSTLIRG-POST
           exit.
      *---------------------------------------------------------------*
      * CUSTLIRG-POST writes the register line for the batch in hand  *
      * and closes the batch.                                         *
      *---------------------------------------------------------------*
       CUSTLIRG-POST.
           move CUSTLFED-NUMBER    to CUSTLIRG-FEED
           move CUSTLBAT-SOURCE    to CUSTLIRG-SOURCE
           move CUSTLBAT-BATCH     to CUSTLIRG-BATCH
           move CUSTLBAT-DATE      to CUSTLIRG-DATE
           move CUSTLBAT-COUNT     to CUSTLIRG-COUNT-FOUND
           move CUSTLBAT-TRL-COUNT to CUSTLIRG-COUNT-DECLARED
           move CUSTLBAT-HASH      to CUSTLIRG-HASH-FOUND
           move CUSTLBAT-TRL-HASH  to CUSTLIRG-HASH-DECLARED
           move CUSTLBAT-REASON    to CUSTLIRG-REASON
           perform CUSTLIRG-WRITE
           move SPACES to CUSTLIRG-REC
           move 'N' to CUSTLBAT-ACTIVE-FLAG
           exit.

      *****************************************************************
      * CUSTLSRT-INSERT puts transaction CUSTLTXN-IX into the index.  *
      * Entries with a higher key move up one place; the first entry  *
      * with the same or a lower key stops the walk, so the new entry *
      * lands behind every earlier transaction for its key.           *
      *****************************************************************
       CUSTLSRT-INSERT.
           move CUSTLTXN-ROW (CUSTLTXN-IX)(3:12) to CUSTLSRT-NEW-KEY
           move CUSTLTXN-IX to CUSTLSRT-NEW-ROW
           add 1 to CUSTLSRT-USED
           move CUSTLSRT-USED to CUSTLSRT-IX
           move 'N' to CUSTLSRT-PLACED-FLAG
           perform until CUSTLSRT-IX < 2
                      or CUSTLSRT-PLACED
               subtract 1 from CUSTLSRT-IX giving CUSTLSRT-JX
               if  CUSTLSRT-KEY (CUSTLSRT-JX) > CUSTLSRT-NEW-KEY
                   move CUSTLSRT-ENTRY (CUSTLSRT-JX)
                     to CUSTLSRT-ENTRY (CUSTLSRT-IX)
                   move CUSTLSRT-JX to CUSTLSRT-IX
               else
                   move 'Y' to CUSTLSRT-PLACED-FLAG
               end-if
           end-perform
           move CUSTLSRT-NEW-ENTRY to CUSTLSRT-ENTRY (CUSTLSRT-IX)
           exit.
      *---------------------------------------------------------------*
       CUSTLKRANGE-EDIT.
           move ZEROS to CUSTLKRANGE-DIGITS
           move 0 to CUSTLKRANGE-LEN
           move 1 to CUSTLKRANGE-IX
           perform until CUSTLKRANGE-IX > 12
                       or CUSTLKRANGE-PARM(CUSTLKRANGE-IX:1) = SPACE
               add 1 to CUSTLKRANGE-LEN
               add 1 to CUSTLKRANGE-IX
           end-perform
           if  CUSTLKRANGE-LEN > 0
               move CUSTLKRANGE-PARM(1:CUSTLKRANGE-LEN)
                 to CUSTLKRANGE-DIGITS(13 - CUSTLKRANGE-LEN :
                                       CUSTLKRANGE-LEN)
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the FEED INPUT Files... The feed being read  *
      * is CUSTLFED-NUMBER; the EVALUATE fans the verb out to that    *
      * file.                                                         *
      *****************************************************************
       CUSTLFED-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLFED-NUMBER
               when 01  open input CUSTLT01-FILE
               when 02  open input CUSTLT02-FILE
               when 03  open input CUSTLT03-FILE
               when 04  open input CUSTLT04-FILE
               when 05  open input CUSTLT05-FILE
               when 06  open input CUSTLT06-FILE
               when 07  open input CUSTLT07-FILE
               when 08  open input CUSTLT08-FILE
           end-evaluate
           if  CUSTLFED-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLTnn' to MESSAGE-TEXT
               move CUSTLFED-NUMBER to CUSTLENV-SUFFIX
               move CUSTLENV-SUFFIX-X to MESSAGE-TEXT(25:2)
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFED-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFED-READ.
           evaluate CUSTLFED-NUMBER
               when 01
                   read CUSTLT01-FILE
                   move CUSTLT01-REC to CUSTLFED-REC
               when 02
                   read CUSTLT02-FILE
                   move CUSTLT02-REC to CUSTLFED-REC
               when 03
                   read CUSTLT03-FILE
                   move CUSTLT03-REC to CUSTLFED-REC
               when 04
                   read CUSTLT04-FILE
                   move CUSTLT04-REC to CUSTLFED-REC
               when 05
                   read CUSTLT05-FILE
                   move CUSTLT05-REC to CUSTLFED-REC
               when 06
                   read CUSTLT06-FILE
                   move CUSTLT06-REC to CUSTLFED-REC
               when 07
                   read CUSTLT07-FILE
                   move CUSTLT07-REC to CUSTLFED-REC
               when 08
                   read CUSTLT08-FILE
                   move CUSTLT08-REC to CUSTLFED-REC
           end-evaluate
           if  CUSTLFED-STATUS = '00'
               CONTINUE
           else
               if  CUSTLFED-STATUS = '10'
                   move 'Y' to CUSTLFED-EOF
               else
                   move 'READ Failure with CUSTLTnn' to MESSAGE-TEXT
                   move CUSTLFED-NUMBER to CUSTLENV-SUFFIX
                   move CUSTLENV-SUFFIX-X to MESSAGE-TEXT(25:2)
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLFED-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFED-CLOSE.
           evaluate CUSTLFED-NUMBER
               when 01  close CUSTLT01-FILE
               when 02  close CUSTLT02-FILE
               when 03  close CUSTLT03-FILE
               when 04  close CUSTLT04-FILE
               when 05  close CUSTLT05-FILE
               when 06  close CUSTLT06-FILE
               when 07  close CUSTLT07-FILE
               when 08  close CUSTLT08-FILE
           end-evaluate
           if  CUSTLFED-STATUS = '00'
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLTnn' to MESSAGE-TEXT
               move CUSTLFED-NUMBER to CUSTLENV-SUFFIX
               move CUSTLENV-SUFFIX-X to MESSAGE-TEXT(26:2)
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFED-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLTRN OUTPUT File...                  *
      *****************************************************************
       CUSTLTRN-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLTRN-REC
           if  CUSTLTRN-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               add 1 to CUSTLTRN-ADD
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLTRN' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLTRN-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLTRN-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLTRN-FILE
           if  CUSTLTRN-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLTRN-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLTRN' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLTRN-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLTRN-CLOSE.
           if  CUSTLTRN-OPEN-FLAG = 'C'
               CONTINUE
           else
               add 8 to ZERO giving APPL-RESULT
               close CUSTLTRN-FILE
               if  CUSTLTRN-STATUS = '00'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'C' to CUSTLTRN-OPEN-FLAG
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
               if  APPL-AOK
                   CONTINUE
               else
                   move 'CLOSE Failure with CUSTLTRN' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLTRN-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLIRG REGISTER File...                *
      *****************************************************************
       CUSTLIRG-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLIRG-REC
           if  CUSTLIRG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLIRG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLIRG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLIRG-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLIRG-FILE
           if  CUSTLIRG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLIRG-OPEN-FLAG
               move SPACES to CUSTLIRG-REC
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLIRG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLIRG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLIRG-CLOSE.
           if  CUSTLIRG-OPEN-FLAG = 'C'
               CONTINUE
           else
               add 8 to ZERO giving APPL-RESULT
               close CUSTLIRG-FILE
               if  CUSTLIRG-STATUS = '00'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'C' to CUSTLIRG-OPEN-FLAG
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
               if  APPL-AOK
                   CONTINUE
               else
                   move 'CLOSE Failure with CUSTLIRG' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLIRG-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.

      *****************************************************************
      * The following Z-ROUTINES provide administrative functions     *
      * for this program.                                             *
      *****************************************************************
      * ABEND the program, post a message to the console and issue    *
      * a STOP RUN.                                                   *
      *****************************************************************
       Z-ABEND-PROGRAM.
           if  MESSAGE-TEXT not = SPACES
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if
           move 'PROGRAM-IS-ABENDING...'  to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT
           add 12 to ZERO giving RETURN-CODE
           STOP RUN.
      *    exit.

      *****************************************************************
      * Display CONSOLE messages...                                   *
      *****************************************************************
       Z-DISPLAY-MESSAGE-TEXT.
           if MESSAGE-TEXT-2 = SPACES
               display MESSAGE-BUFFER(1:79)
           else
               display MESSAGE-BUFFER
           end-if
           move all SPACES to MESSAGE-TEXT
           exit.

      *****************************************************************
      * Display the file status bytes. This routine will display as   *
      * four digits. If the full two byte file status is numeric it   *
      * will display as 00nn. If the 1st byte is a numeric nine (9)   *
      * the second byte will be treated as a binary number and will   *
      * display as 9nnn.                                              *
      *****************************************************************
       Z-DISPLAY-IO-STATUS.
           if  IO-STATUS not NUMERIC
           or  IO-STAT1 = '9'
               move IO-STAT1 to IO-STATUS-04(1:1)
               subtract TWO-BYTES-BINARY from TWO-BYTES-BINARY
               move IO-STAT2 to TWO-BYTES-RIGHT
               add TWO-BYTES-BINARY to ZERO giving IO-STATUS-0403
               move 'File Status is: nnnn' to MESSAGE-TEXT
               move IO-STATUS-04 to MESSAGE-TEXT(17:4)
               perform Z-DISPLAY-MESSAGE-TEXT
           else
               move '0000' to IO-STATUS-04
               move IO-STATUS to IO-STATUS-04(3:2)
               move 'File Status is: nnnn' to MESSAGE-TEXT
               move IO-STATUS-04 to MESSAGE-TEXT(17:4)
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if
           exit.

      *****************************************************************
      * Post the copyright message to the console...                  *
      *****************************************************************
       Z-POST-COPYRIGHT.
           move SIM-COPYRIGHT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           exit.
      *****************************************************************

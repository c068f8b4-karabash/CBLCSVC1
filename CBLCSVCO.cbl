       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCO.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCO reconciles a partner's return file against the      *
      *  extract CBLCSVCI shipped that partner, and turns the         *
      *  customers the partner bounced into CUSTLTRN Change           *
      *  transactions, so the next extract does not ship the same bad *
      *  name or address again.                                       *
      *                                                               *
      *  CUSTLPARTNER names the partner. Its CUSTLPRO profile gives   *
      *  the slot of the CUSTLX01-CUSTLX08 file that was shipped and  *
      *  how that file was written (CSV or JSON, delimiter, quote,    *
      *  column order); the profile must ship the key (column A) or   *
      *  there is nothing to match on. Every key on the shipped file  *
      *  is loaded into a table first.                                *
      *                                                               *
      *  A CUSTLRET return record carries, comma-separated in fixed   *
      *  columns, the key (12), the partner's reason code (8) and the *
      *  partner's note (40). Reason ACK is an acknowledgement - the  *
      *  row was taken and nothing is to be done. Every other reason  *
      *  is looked up in the CUSTLRSN reason-to-action table, one     *
      *  record per field to change: the reason code (8), the         *
      *  CUSTTXB1/CUSTTXB2 column letter B-I of the field (1) and the *
      *  value to put there (60). A reason with two table records     *
      *  changes two fields in one transaction. For example           *
      *    DECEASED,B,I                                               *
      *  makes every deceased return a Change that sets               *
      *  CUSTTEXT-STATUS to 'I'.                                      *
      *                                                               *
      *  Every return is answered on the CUSTLRCR reconciliation      *
      *  register:                                                    *
      *    CHANGED  - a Change transaction was written;               *
      *    NOTSENT  - the key is not on the file we shipped - nothing *
      *               is changed on the strength of it;               *
      *    REVIEW   - no table record covers the reason, or the key   *
      *               is not numeric; the return also goes to the     *
      *               CUSTLRVW review register to be worked by hand.  *
      *  When CUSTLACKALL is Y the partner acknowledges every row it  *
      *  was sent, so each shipped key that came back neither         *
      *  acknowledged nor returned is listed as UNACKED.              *
      *                                                               *
      *  The transactions are written to CUSTLRTX in the order the    *
      *  returns arrived, bracketed by a CUSTBTB1 batch header (the   *
      *  partner id as source, CUSTLBATCH or the run time as batch    *
      *  number, the run date) and trailer, ready to go in as one of  *
      *  the CBLCSVCN intake feeds, which puts them in key sequence   *
      *  for CBLCSVC5. CUSTLLAYOUT picks the layout the Change images *
      *  are built in. The run ends with return code 4 when anything  *
      *  was NOTSENT, UNACKED or sent to review.                      *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLPRO ASCII/CRLF    FIXED      00057            *
      *  INPUT     CUSTLX01-CUSTLX08     ASCII/CRLF VARIABLE  00640   *
      *  INPUT     CUSTLRET ASCII/CRLF    FIXED      00062            *
      *  INPUT     CUSTLRSN ASCII/CRLF    FIXED      00071            *
      *                                                               *
      *  OUTPUT    CUSTLRTX ASCII/CRLF    FIXED      00514            *
      *  OUTPUT    CUSTLRCR ASCII/CRLF    FIXED      00080            *
      *  OUTPUT    CUSTLRVW ASCII/CRLF    FIXED      00080            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLPRO-FILE  ASSIGN TO       CUSTLPRO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLPRO-STATUS.
           SELECT CUSTLX01-FILE  ASSIGN TO       CUSTLX01
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX02-FILE  ASSIGN TO       CUSTLX02
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX03-FILE  ASSIGN TO       CUSTLX03
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX04-FILE  ASSIGN TO       CUSTLX04
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX05-FILE  ASSIGN TO       CUSTLX05
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX06-FILE  ASSIGN TO       CUSTLX06
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX07-FILE  ASSIGN TO       CUSTLX07
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX08-FILE  ASSIGN TO       CUSTLX08
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLRET-FILE  ASSIGN TO       CUSTLRET
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLRET-STATUS.
           SELECT CUSTLRSN-FILE  ASSIGN TO       CUSTLRSN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLRSN-STATUS.
           SELECT CUSTLRTX-FILE  ASSIGN TO       CUSTLRTX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLRTX-STATUS.
           SELECT CUSTLRCR-FILE  ASSIGN TO       CUSTLRCR
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLRCR-STATUS.
           SELECT CUSTLRVW-FILE  ASSIGN TO       CUSTLRVW
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLRVW-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLPRO-FILE
           DATA RECORD    IS CUSTLPRO-REC
           .
       01  CUSTLPRO-REC.
           05  CUSTLPRO-PARTNER-ID     PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-SLOT           PIC X(002).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-FORMAT         PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-DELIM          PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-QUOTE          PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-STATUS-FILTER  PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-KEY-LOW        PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-KEY-HIGH       PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-COLUMNS        PIC X(011).

       FD  CUSTLX01-FILE
           DATA RECORD    IS CUSTLX01-REC
           .
       01  CUSTLX01-REC.
           05  CUSTLX01-DATA-01 PIC X(00640).
       FD  CUSTLX02-FILE
           DATA RECORD    IS CUSTLX02-REC
           .
       01  CUSTLX02-REC.
           05  CUSTLX02-DATA-01 PIC X(00640).
       FD  CUSTLX03-FILE
           DATA RECORD    IS CUSTLX03-REC
           .
       01  CUSTLX03-REC.
           05  CUSTLX03-DATA-01 PIC X(00640).
       FD  CUSTLX04-FILE
           DATA RECORD    IS CUSTLX04-REC
           .
       01  CUSTLX04-REC.
           05  CUSTLX04-DATA-01 PIC X(00640).
       FD  CUSTLX05-FILE
           DATA RECORD    IS CUSTLX05-REC
           .
       01  CUSTLX05-REC.
           05  CUSTLX05-DATA-01 PIC X(00640).
       FD  CUSTLX06-FILE
           DATA RECORD    IS CUSTLX06-REC
           .
       01  CUSTLX06-REC.
           05  CUSTLX06-DATA-01 PIC X(00640).
       FD  CUSTLX07-FILE
           DATA RECORD    IS CUSTLX07-REC
           .
       01  CUSTLX07-REC.
           05  CUSTLX07-DATA-01 PIC X(00640).
       FD  CUSTLX08-FILE
           DATA RECORD    IS CUSTLX08-REC
           .
       01  CUSTLX08-REC.
           05  CUSTLX08-DATA-01 PIC X(00640).

       FD  CUSTLRET-FILE
           DATA RECORD    IS CUSTLRET-REC
           .
       01  CUSTLRET-REC.
           05  CUSTLRET-KEY            PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLRET-REASON         PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLRET-NOTE           PIC X(040).

       FD  CUSTLRSN-FILE
           DATA RECORD    IS CUSTLRSN-REC
           .
       01  CUSTLRSN-REC.
           05  CUSTLRSN-REASON         PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLRSN-COLUMN         PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLRSN-VALUE          PIC X(060).

       FD  CUSTLRTX-FILE
           DATA RECORD    IS CUSTLRTX-REC
           .
       01  CUSTLRTX-REC.
           05  CUSTLRTX-DATA-01 PIC X(00514).

      *****************************************************************
      * CUSTLRCR-FILE is the reconciliation register and CUSTLRVW the *
      * review register, both one line per return (or per unanswered  *
      * shipped key) in the same shape.                               *
      *****************************************************************
       FD  CUSTLRCR-FILE
           DATA RECORD    IS CUSTLRCR-REC
           .
       01  CUSTLRCR-REC.
           05  CUSTLRCR-DISPOSITION    PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLRCR-PARTNER        PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLRCR-KEY            PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLRCR-REASON         PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLRCR-NOTE           PIC X(040).

       FD  CUSTLRVW-FILE
           DATA RECORD    IS CUSTLRVW-REC
           .
       01  CUSTLRVW-REC.
           05  CUSTLRVW-DATA-01 PIC X(00080).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCO '.
           05  T2 pic X(34) value 'Reconcile a partner return file   '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCO '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLPRO-STATUS.
           05  CUSTLPRO-STATUS-L     pic X.
           05  CUSTLPRO-STATUS-R     pic X.
       01  CUSTLPRO-EOF              pic X       value 'N'.
           88  CUSTLPRO-AT-EOF                   value 'Y'.
       01  CUSTLPRO-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * The eight partner files share one status area, the same       *
      * arrangement CBLCSVCI uses when it writes them - only the one  *
      * named by the partner's slot is ever opened.                   *
      *****************************************************************
       01  CUSTLXTR-STATUS.
           05  CUSTLXTR-STATUS-L     pic X.
           05  CUSTLXTR-STATUS-R     pic X.
       01  CUSTLXTR-EOF              pic X       value 'N'.
           88  CUSTLXTR-AT-EOF                   value 'Y'.
       01  CUSTLXTR-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLRET-STATUS.
           05  CUSTLRET-STATUS-L     pic X.
           05  CUSTLRET-STATUS-R     pic X.
       01  CUSTLRET-EOF              pic X       value 'N'.
           88  CUSTLRET-AT-EOF                   value 'Y'.
       01  CUSTLRET-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLRSN-STATUS.
           05  CUSTLRSN-STATUS-L     pic X.
           05  CUSTLRSN-STATUS-R     pic X.
       01  CUSTLRSN-EOF              pic X       value 'N'.
           88  CUSTLRSN-AT-EOF                   value 'Y'.
       01  CUSTLRSN-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLRTX-STATUS.
           05  CUSTLRTX-STATUS-L     pic X.
           05  CUSTLRTX-STATUS-R     pic X.
       01  CUSTLRTX-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLRCR-STATUS.
           05  CUSTLRCR-STATUS-L     pic X.
           05  CUSTLRCR-STATUS-R     pic X.
       01  CUSTLRCR-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLRVW-STATUS.
           05  CUSTLRVW-STATUS-L     pic X.
           05  CUSTLRVW-STATUS-R     pic X.
       01  CUSTLRVW-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * CUSTLLAYOUT picks which layout the Change images are built    *
      * in, the same way CBLCSVC5 is told.                            *
      *****************************************************************
       01  CUSTLLAYOUT-FLAG          pic X       value '1'.
           88  CUSTLLAYOUT-INTERNATIONAL         value '2'.

      *****************************************************************
      * The run parameters: the partner, whether it acknowledges      *
      * every row, and the batch number for the CUSTLRTX header.      *
      *****************************************************************
       01  CUSTLPARTNER-PARM         pic X(8)    value SPACES.
       01  CUSTLACKALL-FLAG          pic X       value 'N'.
           88  CUSTLACKALL-ON                    value 'Y'.
       01  CUSTLBATCH-PARM           pic X(12)   value SPACES.
       01  CUSTLRUN-DATE             pic 9(8)    value 0.
       01  CUSTLRUN-TIME             pic 9(8)    value 0.

      *****************************************************************
      * The same digit-run edit CBLCSVC1 applies to CUSTLKLOW, used   *
      * here on CUSTLBATCH.                                           *
      *****************************************************************
       01  CUSTLKRANGE-PARM          pic X(12)   value SPACES.
       01  CUSTLKRANGE-DIGITS        pic X(12)   value ZEROS.
       01  CUSTLKRANGE-IX            pic 9(3)    value 0.
       01  CUSTLKRANGE-LEN           pic 9(3)    value 0.

      *****************************************************************
      * The partner's profile as CBLCSVCI used it: slot, format,      *
      * delimiter and quote (blank meaning the CBLCSVCI defaults),    *
      * and CUSTLPRO-KEY-COL, the place of the key among the columns  *
      * shipped.                                                      *
      *****************************************************************
       01  CUSTLPRO-FOUND-FLAG       pic X       value 'N'.
           88  CUSTLPRO-FOUND                    value 'Y'.
       01  CUSTLPRO-USE-SLOT         pic 9(2)    value 0.
       01  CUSTLPRO-USE-FORMAT       pic X       value 'C'.
           88  CUSTLPRO-USE-JSON                 value 'J'.
       01  CUSTLPRO-USE-DELIM        pic X       value ','.
       01  CUSTLPRO-USE-QUOTE        pic X       value '"'.
       01  CUSTLPRO-USE-COLS         pic X(11)   value SPACES.
       01  CUSTLPRO-KEY-COL          pic 9(3)    value 0.
       01  CUSTLCOL-IX               pic 9(3)    value 0.
       01  CUSTLCOL-COUNT            pic 9(3)    value 0.

      *****************************************************************
      * The shipped-file row in hand and the work items used to pick  *
      * the key out of it.                                            *
      *****************************************************************
       01  CUSTLXTR-REC              pic X(640)  value SPACES.
       01  CUSTLXTR-ROW-NUMBER       pic 9(9)    value 0.
       01  CUSTLXTR-KEY              pic X(12)   value SPACES.
       01  CUSTLXTR-KEY-LEN          pic 9(3)    value 0.
       01  CUSTLXTR-COL              pic 9(3)    value 0.
       01  CUSTLXTR-IX               pic 9(3)    value 0.
       01  CUSTLXTR-BYTE             pic X       value SPACE.
       01  CUSTLXTR-QUOTED-FLAG      pic X       value 'N'.
           88  CUSTLXTR-IN-QUOTES                value 'Y'.
       01  CUSTLXTR-OFFSET           pic 9(3)    value 0.

      *****************************************************************
      * Every key on the shipped file, with whether the partner has   *
      * answered for it. More keys than the table holds is an abend,  *
      * the same rule CBLCSVCE applies to its record table.           *
      *****************************************************************
       01  CUSTLSNT-MAX              pic 9(5)    value 05000.
       01  CUSTLSNT-USED             pic 9(5)    value 0.
       01  CUSTLSNT-IX               pic 9(5)    value 0.
       01  CUSTLSNT-TABLE.
           05  CUSTLSNT-ENTRY  OCCURS 5000 TIMES.
               10  CUSTLSNT-KEY          pic X(12).
               10  CUSTLSNT-ANSWERED     pic X.
       01  CUSTLSNT-FOUND-FLAG       pic X       value 'N'.
           88  CUSTLSNT-FOUND                    value 'Y'.

      *****************************************************************
      * The reason-to-action table from CUSTLRSN: the reason, the     *
      * ordinal of the column letter (B=2 .. I=9) and the new value.  *
      *****************************************************************
       01  CUSTLRSN-MAX              pic 9(3)    value 100.
       01  CUSTLRSN-USED             pic 9(3)    value 0.
       01  CUSTLRSN-IX               pic 9(3)    value 0.
       01  CUSTLRSN-TABLE.
           05  CUSTLRSN-ENTRY  OCCURS 100 TIMES.
               10  CUSTLRSN-TBL-REASON   pic X(8).
               10  CUSTLRSN-TBL-ORDINAL  pic 9(3).
               10  CUSTLRSN-TBL-VALUE    pic X(60).
       01  CUSTLRSN-HITS             pic 9(3)    value 0.
       01  CUSTLCOL-ORDINAL          pic 9(3)    value 0.

      *****************************************************************
      * Where each CUSTTXB1/CUSTTXB2 column letter A-I sits in the    *
      * record, position and length under each layout, so a table     *
      * value lands in the right bytes whichever layout is in force.  *
      *****************************************************************
       01  CUSTLCOL-POS-VALUES.
           05  filler pic X(12) value '001012001012'.
           05  filler pic X(12) value '013001013001'.
           05  filler pic X(12) value '014028014028'.
           05  filler pic X(12) value '042020042020'.
           05  filler pic X(12) value '062048062060'.
           05  filler pic X(12) value '110048122060'.
           05  filler pic X(12) value '158016182030'.
           05  filler pic X(12) value '174002212020'.
           05  filler pic X(12) value '176012232020'.
       01  CUSTLCOL-POS-TABLE redefines CUSTLCOL-POS-VALUES.
           05  CUSTLCOL-POS-ENTRY  OCCURS 9 TIMES.
               10  CUSTLCOL-POS-1        pic 9(3).
               10  CUSTLCOL-LEN-1        pic 9(3).
               10  CUSTLCOL-POS-2        pic 9(3).
               10  CUSTLCOL-LEN-2        pic 9(3).
       01  CUSTLCOL-POS              pic 9(3)    value 0.
       01  CUSTLCOL-LEN              pic 9(3)    value 0.

      *****************************************************************
      * The Change transaction being built - the action byte, a       *
      * separator and the record image, blank except for the key and  *
      * the fields the reason changes, since CBLCSVC5 only overlays   *
      * the non-blank fields of a Change.                             *
      *****************************************************************
       01  CUSTLRTX-TRN.
           05  CUSTLRTX-ACTION       pic X.
           05  filler                pic X.
           05  CUSTLRTX-IMAGE        pic X(512).
       01  CUSTLRTX-KEY-N            pic 9(12)   value 0.

       COPY CUSTBTB1.

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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCO '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCO'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Reconcile a partner return file   '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLSNT-TOTAL.
           05  CUSTLSNT-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Keys on shipped file   '.
       01  CUSTLRET-TOTAL.
           05  CUSTLRET-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLRET'.
       01  CUSTLRET-ACKED-TOTAL.
           05  CUSTLRET-ACK  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Acknowledged           '.
       01  CUSTLRET-CHANGED-TOTAL.
           05  CUSTLRET-CHG  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Changes generated      '.
       01  CUSTLRET-NOTSENT-TOTAL.
           05  CUSTLRET-NSN  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Returned, never sent   '.
       01  CUSTLRET-REVIEW-TOTAL.
           05  CUSTLRET-RVW  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Sent to review         '.
       01  CUSTLSNT-UNACKED-TOTAL.
           05  CUSTLSNT-UNA  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Sent, unacknowledged   '.

      *****************************************************************
       PROCEDURE DIVISION.
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move INFO-STATEMENT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-POST-COPYRIGHT
           perform CUSTLRUN-ACCEPT-PARMS
           perform CUSTLPRO-FIND-PARTNER
           perform CUSTLRSN-LOAD-TABLE
           perform CUSTLSNT-LOAD-TABLE

           perform CUSTLRET-OPEN
           perform CUSTLRTX-OPEN
           perform CUSTLRCR-OPEN
           perform CUSTLRVW-OPEN
           perform CUSTLRTX-BUILD-HEADER

           perform until CUSTLRET-AT-EOF
               perform CUSTLRET-READ
               if  not CUSTLRET-AT-EOF
               and CUSTLRET-REC not = SPACES
                   add 1 to CUSTLRET-RDR
                   perform CUSTLRET-RECONCILE
               end-if
           end-perform

           if  CUSTLACKALL-ON
               move 1 to CUSTLSNT-IX
               perform until CUSTLSNT-IX > CUSTLSNT-USED
                   if  CUSTLSNT-ANSWERED (CUSTLSNT-IX) = 'N'
                       move SPACES to CUSTLRCR-REC
                       move 'UNACKED'  to CUSTLRCR-DISPOSITION
                       move CUSTLPARTNER-PARM to CUSTLRCR-PARTNER
                       move CUSTLSNT-KEY (CUSTLSNT-IX) to CUSTLRCR-KEY
                       perform CUSTLRCR-WRITE
                       add 1 to CUSTLSNT-UNA
                   end-if
                   add 1 to CUSTLSNT-IX
               end-perform
           end-if

           perform CUSTLRTX-BUILD-TRAILER

           move CUSTLSNT-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLRET-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLRET-ACKED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLRET-CHANGED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLRET-NOTSENT-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLRET-REVIEW-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLACKALL-ON
               move CUSTLSNT-UNACKED-TOTAL to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if

           move 'Complete' to INFO-ID
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLRET-CLOSE
           perform CUSTLRTX-CLOSE
           perform CUSTLRCR-CLOSE
           perform CUSTLRVW-CLOSE
           if  CUSTLRET-NSN > 0
           or  CUSTLRET-RVW > 0
           or  CUSTLSNT-UNA > 0
               add 4 to ZERO giving RETURN-CODE
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLRUN-ACCEPT-PARMS picks up the run parameters. A run with *
      * no CUSTLPARTNER cannot know which shipped file to match and   *
      * abends.                                                       *
      *****************************************************************
       CUSTLRUN-ACCEPT-PARMS.
           move SPACES to CUSTBTCH-HEADER
           accept CUSTLLAYOUT-FLAG from ENVIRONMENT 'CUSTLLAYOUT'
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           accept CUSTLPARTNER-PARM from ENVIRONMENT 'CUSTLPARTNER'
               on EXCEPTION
                   move SPACES to CUSTLPARTNER-PARM
           end-accept
           if  CUSTLPARTNER-PARM = SPACES
               move 'CUSTLPARTNER is required' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           accept CUSTLACKALL-FLAG from ENVIRONMENT 'CUSTLACKALL'
               on EXCEPTION
                   move 'N' to CUSTLACKALL-FLAG
           end-accept
           accept CUSTLRUN-DATE from DATE YYYYMMDD
           accept CUSTLRUN-TIME from TIME
           accept CUSTLBATCH-PARM from ENVIRONMENT 'CUSTLBATCH'
               on EXCEPTION
                   move SPACES to CUSTLBATCH-PARM
           end-accept
           move CUSTLBATCH-PARM to CUSTLKRANGE-PARM
           perform CUSTLKRANGE-EDIT
           if  CUSTLBATCH-PARM not = SPACES
           and CUSTLKRANGE-DIGITS is NUMERIC
               move CUSTLKRANGE-DIGITS(7:6) to CUSTBTCH-HDR-BATCH
           else
               move CUSTLRUN-TIME(1:6) to CUSTBTCH-HDR-BATCH
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLPRO-FIND-PARTNER reads CUSTLPRO for the partner's        *
      * profile and works out where the key sits among the columns    *
      * CBLCSVCI shipped.                                             *
      *---------------------------------------------------------------*
       CUSTLPRO-FIND-PARTNER.
           perform CUSTLPRO-OPEN
           perform until CUSTLPRO-AT-EOF
                      or CUSTLPRO-FOUND
               perform CUSTLPRO-READ
               if  not CUSTLPRO-AT-EOF
               and CUSTLPRO-PARTNER-ID = CUSTLPARTNER-PARM
                   move 'Y' to CUSTLPRO-FOUND-FLAG
               end-if
           end-perform
           perform CUSTLPRO-CLOSE
           if  not CUSTLPRO-FOUND
               move 'CUSTLPARTNER has no CUSTLPRO profile'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLPRO-SLOT not NUMERIC
           or  CUSTLPRO-SLOT < '01'
           or  CUSTLPRO-SLOT > '08'
               move 'CUSTLPRO slot is not 01 through 08'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move CUSTLPRO-SLOT to CUSTLPRO-USE-SLOT
           if  CUSTLPRO-FORMAT = 'J'
               move 'J' to CUSTLPRO-USE-FORMAT
           else
               move 'C' to CUSTLPRO-USE-FORMAT
           end-if
           if  CUSTLPRO-DELIM not = SPACE
               move CUSTLPRO-DELIM to CUSTLPRO-USE-DELIM
           end-if
           if  CUSTLPRO-QUOTE not = SPACE
               move CUSTLPRO-QUOTE to CUSTLPRO-USE-QUOTE
           end-if
           move CUSTLPRO-COLUMNS to CUSTLPRO-USE-COLS
           move 0 to CUSTLCOL-COUNT
           move 1 to CUSTLCOL-IX
           perform until CUSTLCOL-IX > 11
               if  CUSTLPRO-USE-COLS(CUSTLCOL-IX:1) not = SPACE
                   add 1 to CUSTLCOL-COUNT
                   if  CUSTLPRO-USE-COLS(CUSTLCOL-IX:1) = 'A'
                       move CUSTLCOL-COUNT to CUSTLPRO-KEY-COL
                   end-if
               end-if
               add 1 to CUSTLCOL-IX
           end-perform
           if  CUSTLPRO-KEY-COL = 0
               move 'CUSTLPRO profile does not ship the key column'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move CUSTLPARTNER-PARM to CUSTBTCH-HDR-SOURCE
           exit.
      *---------------------------------------------------------------*
      * CUSTLRSN-LOAD-TABLE loads the reason-to-action table, proving *
      * each record as it lands: the column letter must be B-I (the   *
      * key is never changed) and the value must not be blank, since  *
      * a blank field on a Change changes nothing.                    *
      *---------------------------------------------------------------*
       CUSTLRSN-LOAD-TABLE.
           perform CUSTLRSN-OPEN
           perform until CUSTLRSN-AT-EOF
               perform CUSTLRSN-READ
               if  not CUSTLRSN-AT-EOF
               and CUSTLRSN-REASON not = SPACES
                   perform CUSTLRSN-LOAD-ENTRY
               end-if
           end-perform
           perform CUSTLRSN-CLOSE
           exit.
      *---------------------------------------------------------------*
       CUSTLRSN-LOAD-ENTRY.
           if  CUSTLRSN-COLUMN < 'B'
           or  CUSTLRSN-COLUMN > 'I'
               move 'CUSTLRSN column letter is not B-I'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLRSN-VALUE = SPACES
               move 'CUSTLRSN value is blank' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLRSN-USED not < CUSTLRSN-MAX
               move 'CUSTLRSN exceeds the reason table'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           add 1 to CUSTLRSN-USED
           move CUSTLRSN-REASON to CUSTLRSN-TBL-REASON(CUSTLRSN-USED)
           evaluate CUSTLRSN-COLUMN
               when 'B'  move 2 to CUSTLRSN-TBL-ORDINAL(CUSTLRSN-USED)
               when 'C'  move 3 to CUSTLRSN-TBL-ORDINAL(CUSTLRSN-USED)
               when 'D'  move 4 to CUSTLRSN-TBL-ORDINAL(CUSTLRSN-USED)
               when 'E'  move 5 to CUSTLRSN-TBL-ORDINAL(CUSTLRSN-USED)
               when 'F'  move 6 to CUSTLRSN-TBL-ORDINAL(CUSTLRSN-USED)
               when 'G'  move 7 to CUSTLRSN-TBL-ORDINAL(CUSTLRSN-USED)
               when 'H'  move 8 to CUSTLRSN-TBL-ORDINAL(CUSTLRSN-USED)
               when other
                         move 9 to CUSTLRSN-TBL-ORDINAL(CUSTLRSN-USED)
           end-evaluate
           move CUSTLRSN-VALUE to CUSTLRSN-TBL-VALUE(CUSTLRSN-USED)
           exit.
      *---------------------------------------------------------------*
      * CUSTLSNT-LOAD-TABLE reads the file shipped to the partner and *
      * keeps the key of every data row. A CSV file's first row is    *
      * its header and its TRAILER row carries counts; a JSON file's  *
      * SUMMARY object likewise. Neither is a customer.               *
      *---------------------------------------------------------------*
       CUSTLSNT-LOAD-TABLE.
           perform CUSTLXTR-OPEN
           perform until CUSTLXTR-AT-EOF
               perform CUSTLXTR-READ
               if  not CUSTLXTR-AT-EOF
                   add 1 to CUSTLXTR-ROW-NUMBER
                   if  CUSTLPRO-USE-JSON
                       if  CUSTLXTR-REC(1:11) not = '{"SUMMARY":'
                           perform CUSTLXTR-KEY-FROM-JSON
                           perform CUSTLSNT-ADD-ENTRY
                       end-if
                   else
                       if  CUSTLXTR-ROW-NUMBER > 1
                       and CUSTLXTR-REC(1:7) not = 'TRAILER'
                           perform CUSTLXTR-KEY-FROM-CSV
                           perform CUSTLSNT-ADD-ENTRY
                       end-if
                   end-if
               end-if
           end-perform
           perform CUSTLXTR-CLOSE
           exit.
      *---------------------------------------------------------------*
       CUSTLSNT-ADD-ENTRY.
           if  CUSTLSNT-USED not < CUSTLSNT-MAX
               move 'CUSTLSNT table full, raise CUSTLSNT-MAX'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           add 1 to CUSTLSNT-USED
           add 1 to CUSTLSNT-RDR
           move CUSTLXTR-KEY to CUSTLSNT-KEY(CUSTLSNT-USED)
           move 'N' to CUSTLSNT-ANSWERED(CUSTLSNT-USED)
           exit.
      *---------------------------------------------------------------*
      * CUSTLXTR-KEY-FROM-CSV walks the row byte by byte, counting    *
      * delimiters outside the quotes to find the key column, and     *
      * keeps that column's bytes without the quotes around them.     *
      *---------------------------------------------------------------*
       CUSTLXTR-KEY-FROM-CSV.
           move SPACES to CUSTLXTR-KEY
           move 0 to CUSTLXTR-KEY-LEN
           move 1 to CUSTLXTR-COL
           move 'N' to CUSTLXTR-QUOTED-FLAG
           move 1 to CUSTLXTR-IX
           perform until CUSTLXTR-IX > 640
                      or CUSTLXTR-COL > CUSTLPRO-KEY-COL
               move CUSTLXTR-REC(CUSTLXTR-IX:1) to CUSTLXTR-BYTE
               evaluate true
                   when CUSTLXTR-BYTE = CUSTLPRO-USE-QUOTE
                       if  CUSTLXTR-IN-QUOTES
                           move 'N' to CUSTLXTR-QUOTED-FLAG
                       else
                           move 'Y' to CUSTLXTR-QUOTED-FLAG
                       end-if
                   when CUSTLXTR-BYTE = CUSTLPRO-USE-DELIM
                    and not CUSTLXTR-IN-QUOTES
                       add 1 to CUSTLXTR-COL
                   when CUSTLXTR-COL = CUSTLPRO-KEY-COL
                    and CUSTLXTR-BYTE not = SPACE
                    and CUSTLXTR-KEY-LEN < 12
                       add 1 to CUSTLXTR-KEY-LEN
                       move CUSTLXTR-BYTE
                         to CUSTLXTR-KEY(CUSTLXTR-KEY-LEN:1)
                   when other
                       CONTINUE
               end-evaluate
               add 1 to CUSTLXTR-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLXTR-KEY-FROM-JSON finds the "KEY" member of the row      *
      * object CBLCSVCI wrote and takes its value up to the closing   *
      * quote.                                                        *
      *---------------------------------------------------------------*
       CUSTLXTR-KEY-FROM-JSON.
           move SPACES to CUSTLXTR-KEY
           move 0 to CUSTLXTR-OFFSET
           inspect CUSTLXTR-REC tallying CUSTLXTR-OFFSET
               for characters before initial '"KEY":"'
           add 8 to CUSTLXTR-OFFSET giving CUSTLXTR-IX
           move 0 to CUSTLXTR-KEY-LEN
           perform until CUSTLXTR-IX > 640
                      or CUSTLXTR-KEY-LEN > 11
                      or CUSTLXTR-REC(CUSTLXTR-IX:1) = '"'
               add 1 to CUSTLXTR-KEY-LEN
               move CUSTLXTR-REC(CUSTLXTR-IX:1)
                 to CUSTLXTR-KEY(CUSTLXTR-KEY-LEN:1)
               add 1 to CUSTLXTR-IX
           end-perform
           exit.

      *****************************************************************
      * CUSTLRET-RECONCILE answers one return. A key we never sent is *
      * reported and goes no further. Otherwise the shipped key is    *
      * marked answered and the reason decides the rest.              *
      *****************************************************************
       CUSTLRET-RECONCILE.
           move 'N' to CUSTLSNT-FOUND-FLAG
           move 1 to CUSTLSNT-IX
           perform until CUSTLSNT-IX > CUSTLSNT-USED
                      or CUSTLSNT-FOUND
               if  CUSTLSNT-KEY(CUSTLSNT-IX) = CUSTLRET-KEY
                   move 'Y' to CUSTLSNT-FOUND-FLAG
                   move 'Y' to CUSTLSNT-ANSWERED(CUSTLSNT-IX)
               end-if
               add 1 to CUSTLSNT-IX
           end-perform
           move SPACES to CUSTLRCR-REC
           move CUSTLPARTNER-PARM to CUSTLRCR-PARTNER
           move CUSTLRET-KEY      to CUSTLRCR-KEY
           move CUSTLRET-REASON   to CUSTLRCR-REASON
           move CUSTLRET-NOTE     to CUSTLRCR-NOTE
           evaluate true
               when not CUSTLSNT-FOUND
                   move 'NOTSENT' to CUSTLRCR-DISPOSITION
                   perform CUSTLRCR-WRITE
                   add 1 to CUSTLRET-NSN
               when CUSTLRET-REASON = 'ACK'
                   add 1 to CUSTLRET-ACK
               when other
                   perform CUSTLRTX-BUILD-CHANGE
                   if  CUSTLRSN-HITS > 0
                   and CUSTLRET-KEY is NUMERIC
                       perform CUSTLRTX-WRITE-CHANGE
                       move 'CHANGED' to CUSTLRCR-DISPOSITION
                       perform CUSTLRCR-WRITE
                       add 1 to CUSTLRET-CHG
                   else
                       move 'REVIEW' to CUSTLRCR-DISPOSITION
                       perform CUSTLRCR-WRITE
                       move CUSTLRCR-REC to CUSTLRVW-REC
                       perform CUSTLRVW-WRITE
                       add 1 to CUSTLRET-RVW
                   end-if
           end-evaluate
           exit.
      *---------------------------------------------------------------*
      * CUSTLRTX-BUILD-CHANGE lays every table value for the reason   *
      * into a blank image at its field's place in the CUSTLLAYOUT    *
      * layout. CUSTLRSN-HITS is how many table records applied.      *
      *---------------------------------------------------------------*
       CUSTLRTX-BUILD-CHANGE.
           move SPACES to CUSTLRTX-TRN
           move 'C' to CUSTLRTX-ACTION
           move CUSTLRET-KEY to CUSTLRTX-IMAGE(1:12)
           move 0 to CUSTLRSN-HITS
           move 1 to CUSTLRSN-IX
           perform until CUSTLRSN-IX > CUSTLRSN-USED
               if  CUSTLRSN-TBL-REASON(CUSTLRSN-IX) = CUSTLRET-REASON
                   add 1 to CUSTLRSN-HITS
                   move CUSTLRSN-TBL-ORDINAL(CUSTLRSN-IX)
                     to CUSTLCOL-ORDINAL
                   if  CUSTLLAYOUT-INTERNATIONAL
                       move CUSTLCOL-POS-2(CUSTLCOL-ORDINAL)
                         to CUSTLCOL-POS
                       move CUSTLCOL-LEN-2(CUSTLCOL-ORDINAL)
                         to CUSTLCOL-LEN
                   else
                       move CUSTLCOL-POS-1(CUSTLCOL-ORDINAL)
                         to CUSTLCOL-POS
                       move CUSTLCOL-LEN-1(CUSTLCOL-ORDINAL)
                         to CUSTLCOL-LEN
                   end-if
                   move CUSTLRSN-TBL-VALUE(CUSTLRSN-IX)
                     to CUSTLRTX-IMAGE(CUSTLCOL-POS:CUSTLCOL-LEN)
               end-if
               add 1 to CUSTLRSN-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLRTX-WRITE-CHANGE writes the Change and carries it into   *
      * the batch count and key hash total for the trailer.           *
      *---------------------------------------------------------------*
       CUSTLRTX-WRITE-CHANGE.
           move CUSTLRTX-TRN to CUSTLRTX-REC
           perform CUSTLRTX-WRITE
           move CUSTLRET-KEY to CUSTLRTX-KEY-N
           add 1 to CUSTBTCH-TRL-COUNT
           add CUSTLRTX-KEY-N to CUSTBTCH-TRL-HASH
           exit.
      *---------------------------------------------------------------*
       CUSTLRTX-BUILD-HEADER.
           move 'H' to CUSTBTCH-HDR-TYPE
           move CUSTLRUN-DATE to CUSTBTCH-HDR-DATE
           move SPACES to CUSTBTCH-TRAILER
           move 'T' to CUSTBTCH-TRL-TYPE
           move 0 to CUSTBTCH-TRL-COUNT
           move 0 to CUSTBTCH-TRL-HASH
           move CUSTBTCH-HEADER to CUSTLRTX-REC
           perform CUSTLRTX-WRITE
           exit.
      *---------------------------------------------------------------*
       CUSTLRTX-BUILD-TRAILER.
           move CUSTBTCH-TRAILER to CUSTLRTX-REC
           perform CUSTLRTX-WRITE
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
      * I/O Routines for the CUSTLPRO PROFILE File...                 *
      *****************************************************************
       CUSTLPRO-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLPRO-FILE
           if  CUSTLPRO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLPRO-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLPRO-EOF
               else
                   move 'READ Failure with CUSTLPRO' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLPRO-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLPRO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLPRO-FILE
           if  CUSTLPRO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLPRO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLPRO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLPRO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLPRO-CLOSE.
           if  CUSTLPRO-OPEN-FLAG = 'O'
               close CUSTLPRO-FILE
               move 'C' to CUSTLPRO-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the SHIPPED PARTNER File, dispatched by the  *
      * partner's slot number - the same evaluate dispatch CBLCSVCI   *
      * uses to write them.                                           *
      *****************************************************************
       CUSTLXTR-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLPRO-USE-SLOT
               when 01  open input CUSTLX01-FILE
               when 02  open input CUSTLX02-FILE
               when 03  open input CUSTLX03-FILE
               when 04  open input CUSTLX04-FILE
               when 05  open input CUSTLX05-FILE
               when 06  open input CUSTLX06-FILE
               when 07  open input CUSTLX07-FILE
               when 08  open input CUSTLX08-FILE
           end-evaluate
           if  CUSTLXTR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLXTR-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with partner file' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLXTR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLXTR-READ.
           move SPACES to CUSTLXTR-REC
           evaluate CUSTLPRO-USE-SLOT
               when 01
                   read CUSTLX01-FILE
                   move CUSTLX01-REC to CUSTLXTR-REC
               when 02
                   read CUSTLX02-FILE
                   move CUSTLX02-REC to CUSTLXTR-REC
               when 03
                   read CUSTLX03-FILE
                   move CUSTLX03-REC to CUSTLXTR-REC
               when 04
                   read CUSTLX04-FILE
                   move CUSTLX04-REC to CUSTLXTR-REC
               when 05
                   read CUSTLX05-FILE
                   move CUSTLX05-REC to CUSTLXTR-REC
               when 06
                   read CUSTLX06-FILE
                   move CUSTLX06-REC to CUSTLXTR-REC
               when 07
                   read CUSTLX07-FILE
                   move CUSTLX07-REC to CUSTLXTR-REC
               when 08
                   read CUSTLX08-FILE
                   move CUSTLX08-REC to CUSTLXTR-REC
           end-evaluate
           if  CUSTLXTR-STATUS = '00'
               CONTINUE
           else
               if  CUSTLXTR-STATUS = '10'
                   move 'Y' to CUSTLXTR-EOF
               else
                   move 'READ Failure with partner file'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLXTR-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLXTR-CLOSE.
           if  CUSTLXTR-OPEN-FLAG = 'O'
               evaluate CUSTLPRO-USE-SLOT
                   when 01  close CUSTLX01-FILE
                   when 02  close CUSTLX02-FILE
                   when 03  close CUSTLX03-FILE
                   when 04  close CUSTLX04-FILE
                   when 05  close CUSTLX05-FILE
                   when 06  close CUSTLX06-FILE
                   when 07  close CUSTLX07-FILE
                   when 08  close CUSTLX08-FILE
               end-evaluate
               move 'C' to CUSTLXTR-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLRET RETURN File...                  *
      *****************************************************************
       CUSTLRET-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLRET-FILE
           if  CUSTLRET-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLRET-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLRET-EOF
               else
                   move 'READ Failure with CUSTLRET' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLRET-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRET-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLRET-FILE
           if  CUSTLRET-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLRET-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLRET' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRET-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRET-CLOSE.
           if  CUSTLRET-OPEN-FLAG = 'O'
               close CUSTLRET-FILE
               move 'C' to CUSTLRET-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLRSN REASON TABLE File...            *
      *****************************************************************
       CUSTLRSN-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLRSN-FILE
           if  CUSTLRSN-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLRSN-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLRSN-EOF
               else
                   move 'READ Failure with CUSTLRSN' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLRSN-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRSN-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLRSN-FILE
           if  CUSTLRSN-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLRSN-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLRSN' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRSN-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRSN-CLOSE.
           if  CUSTLRSN-OPEN-FLAG = 'O'
               close CUSTLRSN-FILE
               move 'C' to CUSTLRSN-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLRTX TRANSACTION FEED File...        *
      *****************************************************************
       CUSTLRTX-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLRTX-REC
           if  CUSTLRTX-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLRTX' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRTX-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRTX-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLRTX-FILE
           if  CUSTLRTX-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLRTX-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLRTX' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRTX-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRTX-CLOSE.
           if  CUSTLRTX-OPEN-FLAG = 'O'
               close CUSTLRTX-FILE
               move 'C' to CUSTLRTX-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLRCR and CUSTLRVW REGISTER Files...  *
      *****************************************************************
       CUSTLRCR-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLRCR-REC
           if  CUSTLRCR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLRCR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRCR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRCR-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLRCR-FILE
           if  CUSTLRCR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLRCR-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLRCR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRCR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRCR-CLOSE.
           if  CUSTLRCR-OPEN-FLAG = 'O'
               close CUSTLRCR-FILE
               move 'C' to CUSTLRCR-OPEN-FLAG
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRVW-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLRVW-REC
           if  CUSTLRVW-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLRVW' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRVW-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRVW-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLRVW-FILE
           if  CUSTLRVW-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLRVW-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLRVW' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRVW-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRVW-CLOSE.
           if  CUSTLRVW-OPEN-FLAG = 'O'
               close CUSTLRVW-FILE
               move 'C' to CUSTLRVW-OPEN-FLAG
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

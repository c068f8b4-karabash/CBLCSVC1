       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCR.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCR profiles the data quality of the CUSTLFFL master.   *
      *  CBLCSVC1 rejects the records that fail an edit and CUSTLRPT  *
      *  counts the rest by state and status, but nothing says how    *
      *  complete the good records are. This run reads the master     *
      *  under the CUSTLLAYOUT-selected copybook (CUSTTXB1 or         *
      *  CUSTTXB2) and reports on the CUSTLDQR profile, for each      *
      *  field of the layout:                                         *
      *    WIDTH      - the width of the field under the layout;      *
      *    BLANK      - how many records leave it blank, and what     *
      *                 percentage of the file that is;               *
      *    DISTINCT   - how many different non-blank values it holds; *
      *    FREQUENT   - the five values held most often, when a value *
      *                 is held more than once - placeholder data     *
      *                 such as UNKNOWN or N/A shows up here;         *
      *    FULL WIDTH - how many values run to the last byte of the   *
      *                 field, which suggests they were cut short     *
      *                 (names, street lines, city, state and postal  *
      *                 code wider than two bytes only);              *
      *    UNSTAMPED  - on CUSTTEXT-LAST-ACTIVITY-DATE, how many      *
      *                 records no maintenance run has stamped yet.   *
      *  The master is in key sequence, so CUSTTEXT-KEY is profiled   *
      *  by comparing each key with the one before it - DISTINCT and  *
      *  DUPLICATE - instead of through the value table.              *
      *                                                               *
      *  Each unstamped record is listed, key and last name, ahead of *
      *  the field profile.                                           *
      *                                                               *
      *  Every record is scored for completeness: one point each for  *
      *  CUSTTEXT-STATUS, last name, first name, first street line,   *
      *  city, state, postal code and a stamped last-activity date,   *
      *  eight in all (the second street line and the status-change   *
      *  date are often rightly blank and are not scored). The        *
      *  profile ends with how many records scored 0 through 8 and    *
      *  the average score as a percentage.                           *
      *                                                               *
      *  One summary line - run date and time, layout, the CUSTLGEN   *
      *  generation profiled, record count, average score, records    *
      *  scoring 8 of 8 and records unstamped - is appended to the    *
      *  CUSTLSCR scorecard, so the trend can be followed from one    *
      *  month to the next. The scorecard is opened EXTEND (OUTPUT    *
      *  when it does not exist yet - the same rule CBLCSVC1 applies  *
      *  to its CUSTLAUD log).                                        *
      *                                                               *
      *  The distinct values of every field but the key are counted   *
      *  in one table; a value seen after the table fills is counted  *
      *  as UNTALLIED for its field instead of being dropped          *
      *  silently, the rule CBLCSVC1 applies to its state table.      *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12.                                         *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *  OUTPUT    CUSTLDQR ASCII/CRLF    FIXED      00117            *
      *  EXTEND    CUSTLSCR ASCII/CRLF    FIXED      00080            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLFFL-FILE  ASSIGN TO       CUSTLFFL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFL-STATUS.
           SELECT CUSTLDQR-FILE  ASSIGN TO       CUSTLDQR
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLDQR-STATUS.
           SELECT CUSTLSCR-FILE  ASSIGN TO       CUSTLSCR
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSCR-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLFFL-FILE
           DATA RECORD    IS CUSTLFFL-REC
           .
       01  CUSTLFFL-REC.
           05  CUSTLFFL-DATA-01 PIC X(00512).

      *****************************************************************
      * CUSTLDQR-FILE is the profile - one line per measure, the      *
      * field it is about, the count, the count as a percentage of    *
      * the records read where that means something, and the value    *
      * for a FREQUENT line. An unstamped record is listed with its   *
      * record number as the count and its key and last name as the   *
      * value.                                                        *
      *****************************************************************
       FD  CUSTLDQR-FILE
           DATA RECORD    IS CUSTLDQR-REC
           .
       01  CUSTLDQR-REC.
           05  CUSTLDQR-FIELD          PIC X(028).
           05  FILLER                  PIC X(001).
           05  CUSTLDQR-MEASURE        PIC X(010).
           05  FILLER                  PIC X(001).
           05  CUSTLDQR-COUNT          PIC 9(009).
           05  FILLER                  PIC X(001).
           05  CUSTLDQR-PERCENT        PIC ZZ9.9.
           05  CUSTLDQR-PERCENT-SIGN   PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLDQR-VALUE          PIC X(060).

      *****************************************************************
      * CUSTLSCR-FILE is the scorecard, one line appended per run.    *
      *****************************************************************
       FD  CUSTLSCR-FILE
           DATA RECORD    IS CUSTLSCR-REC
           .
       01  CUSTLSCR-REC.
           05  CUSTLSCR-DATE           PIC 9(008).
           05  FILLER                  PIC X(001).
           05  CUSTLSCR-TIME           PIC 9(008).
           05  FILLER                  PIC X(001).
           05  CUSTLSCR-LAYOUT         PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLSCR-GENERATION     PIC 9(006).
           05  FILLER                  PIC X(001).
           05  CUSTLSCR-RECORDS        PIC 9(009).
           05  FILLER                  PIC X(001).
           05  CUSTLSCR-AVERAGE        PIC ZZ9.9.
           05  FILLER                  PIC X(001).
           05  CUSTLSCR-COMPLETE       PIC 9(009).
           05  FILLER                  PIC X(001).
           05  CUSTLSCR-UNSTAMPED      PIC 9(009).
           05  FILLER                  PIC X(018).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCR '.
           05  T2 pic X(34) value 'Profile CUSTLFFL data quality     '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCR '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLFFL-STATUS.
           05  CUSTLFFL-STATUS-L     pic X.
           05  CUSTLFFL-STATUS-R     pic X.
       01  CUSTLFFL-EOF              pic X       value 'N'.
           88  CUSTLFFL-AT-EOF                   value 'Y'.
       01  CUSTLFFL-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLDQR-STATUS.
           05  CUSTLDQR-STATUS-L     pic X.
           05  CUSTLDQR-STATUS-R     pic X.
       01  CUSTLDQR-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLSCR-STATUS.
           05  CUSTLSCR-STATUS-L     pic X.
           05  CUSTLSCR-STATUS-R     pic X.
       01  CUSTLSCR-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * CUSTLLAYOUT picks which copybook the fields are carved from,  *
      * the same way CBLCSVC1 is told.                                *
      *****************************************************************
       01  CUSTLLAYOUT-FLAG          pic X       value '1'.
           88  CUSTLLAYOUT-INTERNATIONAL         value '2'.
       01  CUSTLRUN-DATE             pic 9(8)    value 0.
       01  CUSTLRUN-TIME             pic 9(8)    value 0.

       COPY CUSTTXB1.
       COPY CUSTTXB2.

      *****************************************************************
      * The fields of CUSTTXB1/CUSTTXB2 in record order, by their     *
      * CUSTTXB1 name: position and length under each layout, then    *
      * whether the field is scored for completeness (S) and whether  *
      * it is checked for values at full width (W).                   *
      *****************************************************************
       01  CUSTLFLD-NAME-VALUES.
           05  filler pic X(28) value 'CUSTTEXT-KEY'.
           05  filler pic X(28) value 'CUSTTEXT-STATUS'.
           05  filler pic X(28) value 'CUSTTEXT-LAST-NAME'.
           05  filler pic X(28) value 'CUSTTEXT-FIRST-NAME'.
           05  filler pic X(28) value 'CUSTTEXT-STREET-ADDR-01'.
           05  filler pic X(28) value 'CUSTTEXT-STREET-ADDR-02'.
           05  filler pic X(28) value 'CUSTTEXT-CITY'.
           05  filler pic X(28) value 'CUSTTEXT-STATE'.
           05  filler pic X(28) value 'CUSTTEXT-POSTAL-CODE'.
           05  filler pic X(28) value 'CUSTTEXT-LAST-ACTIVITY-DATE'.
           05  filler pic X(28) value 'CUSTTEXT-STATUS-CHANGE-DATE'.
       01  CUSTLFLD-NAME-TABLE redefines CUSTLFLD-NAME-VALUES.
           05  CUSTLFLD-NAME         pic X(28)  OCCURS 11 TIMES.
      *                                 ppplllppplllSW
       01  CUSTLFLD-POS-VALUES.
           05  filler pic X(14) value '001012001012NN'.
           05  filler pic X(14) value '013001013001YN'.
           05  filler pic X(14) value '014028014028YY'.
           05  filler pic X(14) value '042020042020YY'.
           05  filler pic X(14) value '062048062060YY'.
           05  filler pic X(14) value '110048122060NY'.
           05  filler pic X(14) value '158016182030YY'.
           05  filler pic X(14) value '174002212020YY'.
           05  filler pic X(14) value '176012232020YY'.
           05  filler pic X(14) value '188008252008YN'.
           05  filler pic X(14) value '196008260008NN'.
       01  CUSTLFLD-POS-TABLE redefines CUSTLFLD-POS-VALUES.
           05  CUSTLFLD-POS-ENTRY  OCCURS 11 TIMES.
               10  CUSTLFLD-POS-1        pic 9(3).
               10  CUSTLFLD-LEN-1        pic 9(3).
               10  CUSTLFLD-POS-2        pic 9(3).
               10  CUSTLFLD-LEN-2        pic 9(3).
               10  CUSTLFLD-SCORED       pic X.
               10  CUSTLFLD-WIDTH-CHECK  pic X.
       01  CUSTLFLD-COUNT            pic 9(3)    value 11.
       01  CUSTLFLD-IX               pic 9(3)    value 0.
       01  CUSTLFLD-POS              pic 9(3)    value 0.
       01  CUSTLFLD-LEN              pic 9(3)    value 0.
       01  CUSTLFLD-VALUE            pic X(60)   value SPACES.
       01  CUSTLFLD-NAME-WORK        pic X(28)   value SPACES.
       01  CUSTLFLD-LAST-KEY         pic X(12)   value SPACES.

      *****************************************************************
      * The counts kept for each field.                               *
      *****************************************************************
       01  CUSTLFLD-STAT-TABLE.
           05  CUSTLFLD-STAT-ENTRY  OCCURS 11 TIMES.
               10  CUSTLFLD-BLANK        pic 9(9).
               10  CUSTLFLD-DISTINCT     pic 9(9).
               10  CUSTLFLD-FULL         pic 9(9).
               10  CUSTLFLD-UNTALLIED    pic 9(9).
       01  CUSTLKEY-DUPLICATE        pic 9(9)    value 0.
       01  CUSTLLAD-UNSTAMPED        pic 9(9)    value 0.

      *****************************************************************
      * Every distinct non-blank value seen, with the field it was    *
      * seen in and how many records hold it. CUSTLVAL-PICKED marks   *
      * a value already listed as FREQUENT.                           *
      *****************************************************************
       01  CUSTLVAL-MAX              pic 9(5)    value 20000.
       01  CUSTLVAL-USED             pic 9(5)    value 0.
       01  CUSTLVAL-IX               pic 9(5)    value 0.
       01  CUSTLVAL-TABLE.
           05  CUSTLVAL-ENTRY  OCCURS 20000 TIMES.
               10  CUSTLVAL-FIELD        pic 9(2).
               10  CUSTLVAL-VALUE        pic X(60).
               10  CUSTLVAL-TALLY        pic 9(9).
               10  CUSTLVAL-PICKED       pic X.
       01  CUSTLVAL-FOUND-FLAG       pic X       value 'N'.
           88  CUSTLVAL-FOUND                    value 'Y'.

      *****************************************************************
      * The FREQUENT pick: up to five values per field held by more   *
      * than one record, most often first.                            *
      *****************************************************************
       01  CUSTLTOP-RANK             pic 9(2)    value 0.
       01  CUSTLTOP-BEST-IX          pic 9(5)    value 0.
       01  CUSTLTOP-BEST-TALLY       pic 9(9)    value 0.

      *****************************************************************
      * The completeness score of the record in hand, the number of   *
      * records at each score 0 through 8 and the running total of    *
      * points for the average.                                       *
      *****************************************************************
       01  CUSTLSCORE-MAX            pic 9(2)    value 8.
       01  CUSTLSCORE-POINTS         pic 9(2)    value 0.
       01  CUSTLSCORE-IX             pic 9(2)    value 0.
       01  CUSTLSCORE-TABLE.
           05  CUSTLSCORE-TALLY      pic 9(9)   OCCURS 9 TIMES.
       01  CUSTLSCORE-SUM            pic 9(11)   value 0.
       01  CUSTLSCORE-POSSIBLE       pic 9(11)   value 0.
       01  CUSTLSCORE-AVERAGE        pic 9(3)V9  value 0.
       01  CUSTLSCORE-LABEL.
           05  filler                pic X(6)    value 'SCORE '.
           05  CUSTLSCORE-LABEL-N    pic 9.
           05  filler                pic X(3)    value ' /8'.

      *****************************************************************
      * CUSTLPCT-COMPUTE works CUSTLPCT-COUNT out as a percentage of  *
      * CUSTLPCT-BASE, to one decimal place.                          *
      *****************************************************************
       01  CUSTLPCT-COUNT            pic 9(11)   value 0.
       01  CUSTLPCT-BASE             pic 9(11)   value 0.
       01  CUSTLPCT-WORK             pic 9(13)   value 0.
       01  CUSTLPCT-VALUE            pic 9(3)V9  value 0.

      *****************************************************************
      * The call areas for CBLCSVV5, which proves CUSTLFFL against    *
      * the current generation on the CUSTLGEN catalog before it is   *
      * read.                                                         *
      *****************************************************************
       01  CUSTLGEN-FUNCTION         pic X       value SPACE.
       01  CUSTLGEN-GENERATION       pic 9(6)    value 0.
       01  CUSTLGEN-REASON           pic X(40)   value SPACES.
       01  CUSTLGEN-RESULT           pic X       value SPACE.

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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCR '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCR'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Profile CUSTLFFL data quality     '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLFFL-TOTAL.
           05  CUSTLFFL-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLFFL'.
       01  CUSTLLAD-TOTAL.
           05  CUSTLLAD-UNS  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Records unstamped      '.
       01  CUSTLSCORE-COMPLETE-TOTAL.
           05  CUSTLSCORE-CMP  pic 9(9)  value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Records scoring 8 of 8 '.

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
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLDQR-OPEN

           perform until CUSTLFFL-AT-EOF
               perform CUSTLFFL-READ
               if  not CUSTLFFL-AT-EOF
                   add 1 to CUSTLFFL-RDR
                   perform CUSTLFFL-PROFILE-RECORD
               end-if
           end-perform

           perform CUSTLDQR-WRITE-FIELDS
           perform CUSTLDQR-WRITE-SCORES
           perform CUSTLSCR-APPEND

           move CUSTLFFL-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLLAD-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLSCORE-COMPLETE-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move 'Average completeness score nnn.n%' to MESSAGE-TEXT
           move CUSTLSCORE-AVERAGE to CUSTLDQR-PERCENT
           move CUSTLDQR-PERCENT to MESSAGE-TEXT(28:5)
           perform Z-DISPLAY-MESSAGE-TEXT

           move 'Complete' to INFO-ID
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLFFL-CLOSE
           perform CUSTLDQR-CLOSE
           GOBACK.

      *****************************************************************
      * CUSTLRUN-ACCEPT-PARMS picks up the layout and the run date    *
      * and time, clears the counts and heads the profile.            *
      *****************************************************************
       CUSTLRUN-ACCEPT-PARMS.
           accept CUSTLLAYOUT-FLAG from ENVIRONMENT 'CUSTLLAYOUT'
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           accept CUSTLRUN-DATE from DATE YYYYMMDD
           accept CUSTLRUN-TIME from TIME
           move 1 to CUSTLFLD-IX
           perform until CUSTLFLD-IX > CUSTLFLD-COUNT
               move 0 to CUSTLFLD-BLANK(CUSTLFLD-IX)
               move 0 to CUSTLFLD-DISTINCT(CUSTLFLD-IX)
               move 0 to CUSTLFLD-FULL(CUSTLFLD-IX)
               move 0 to CUSTLFLD-UNTALLIED(CUSTLFLD-IX)
               add 1 to CUSTLFLD-IX
           end-perform
           move 1 to CUSTLSCORE-IX
           perform until CUSTLSCORE-IX > 9
               move 0 to CUSTLSCORE-TALLY(CUSTLSCORE-IX)
               add 1 to CUSTLSCORE-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLFFL-PROFILE-RECORD counts every field of the record in   *
      * hand, scores it, and lists it when its last-activity date     *
      * has not been stamped.                                         *
      *---------------------------------------------------------------*
       CUSTLFFL-PROFILE-RECORD.
           move CUSTLFFL-REC to CUSTTEXT-RECORD
           move CUSTLFFL-REC to CUSTTEXT2-RECORD
           move 0 to CUSTLSCORE-POINTS
           move 1 to CUSTLFLD-IX
           perform until CUSTLFLD-IX > CUSTLFLD-COUNT
               perform CUSTLFLD-PROFILE-FIELD
               add 1 to CUSTLFLD-IX
           end-perform
           if  CUSTLLAYOUT-INTERNATIONAL
               move CUSTTEXT2-KEY to CUSTLFLD-LAST-KEY
               if  CUSTTEXT2-LAST-ACTIVITY-DATE is NUMERIC
                   add 1 to CUSTLSCORE-POINTS
               else
                   perform CUSTLDQR-WRITE-UNSTAMPED
               end-if
           else
               move CUSTTEXT-KEY to CUSTLFLD-LAST-KEY
               if  CUSTTEXT-LAST-ACTIVITY-DATE is NUMERIC
                   add 1 to CUSTLSCORE-POINTS
               else
                   perform CUSTLDQR-WRITE-UNSTAMPED
               end-if
           end-if
           add 1 to CUSTLSCORE-POINTS giving CUSTLSCORE-IX
           add 1 to CUSTLSCORE-TALLY(CUSTLSCORE-IX)
           add CUSTLSCORE-POINTS to CUSTLSCORE-SUM
           if  CUSTLSCORE-POINTS = CUSTLSCORE-MAX
               add 1 to CUSTLSCORE-CMP
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLFLD-PROFILE-FIELD counts one field of the record in hand *
      * - blank, at full width, a repeated key, or one more holder of *
      * its value - and adds its completeness point. The last-        *
      * activity date earns its point in CUSTLFFL-PROFILE-RECORD,     *
      * only when it is a stamped date.                               *
      *---------------------------------------------------------------*
       CUSTLFLD-PROFILE-FIELD.
           if  CUSTLLAYOUT-INTERNATIONAL
               move CUSTLFLD-POS-2(CUSTLFLD-IX) to CUSTLFLD-POS
               move CUSTLFLD-LEN-2(CUSTLFLD-IX) to CUSTLFLD-LEN
           else
               move CUSTLFLD-POS-1(CUSTLFLD-IX) to CUSTLFLD-POS
               move CUSTLFLD-LEN-1(CUSTLFLD-IX) to CUSTLFLD-LEN
           end-if
           move SPACES to CUSTLFLD-VALUE
           move CUSTLFFL-REC(CUSTLFLD-POS:CUSTLFLD-LEN)
             to CUSTLFLD-VALUE
           if  CUSTLFLD-VALUE = SPACES
               add 1 to CUSTLFLD-BLANK(CUSTLFLD-IX)
           else
               if  CUSTLFLD-SCORED(CUSTLFLD-IX) = 'Y'
               and CUSTLFLD-IX not = 10
                   add 1 to CUSTLSCORE-POINTS
               end-if
               if  CUSTLFLD-WIDTH-CHECK(CUSTLFLD-IX) = 'Y'
               and CUSTLFLD-LEN > 2
               and CUSTLFLD-VALUE(CUSTLFLD-LEN:1) not = SPACE
                   add 1 to CUSTLFLD-FULL(CUSTLFLD-IX)
               end-if
               if  CUSTLFLD-IX = 1
                   if  CUSTLFFL-RDR > 1
                   and CUSTLFLD-VALUE(1:12) = CUSTLFLD-LAST-KEY
                       add 1 to CUSTLKEY-DUPLICATE
                   else
                       add 1 to CUSTLFLD-DISTINCT(1)
                   end-if
               else
                   perform CUSTLVAL-COUNT-VALUE
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLVAL-COUNT-VALUE finds the value in hand in the value     *
      * table for its field and adds one to its count, or enters it   *
      * as a new distinct value.                                      *
      *---------------------------------------------------------------*
       CUSTLVAL-COUNT-VALUE.
           move 'N' to CUSTLVAL-FOUND-FLAG
           move 1 to CUSTLVAL-IX
           perform until CUSTLVAL-IX > CUSTLVAL-USED
                      or CUSTLVAL-FOUND
               if  CUSTLVAL-FIELD(CUSTLVAL-IX) = CUSTLFLD-IX
               and CUSTLVAL-VALUE(CUSTLVAL-IX) = CUSTLFLD-VALUE
                   move 'Y' to CUSTLVAL-FOUND-FLAG
                   add 1 to CUSTLVAL-TALLY(CUSTLVAL-IX)
               end-if
               add 1 to CUSTLVAL-IX
           end-perform
           if  not CUSTLVAL-FOUND
               if  CUSTLVAL-USED < CUSTLVAL-MAX
                   add 1 to CUSTLVAL-USED
                   move CUSTLFLD-IX    to CUSTLVAL-FIELD(CUSTLVAL-USED)
                   move CUSTLFLD-VALUE to CUSTLVAL-VALUE(CUSTLVAL-USED)
                   move 1              to CUSTLVAL-TALLY(CUSTLVAL-USED)
                   move 'N'            to CUSTLVAL-PICKED(CUSTLVAL-USED)
                   add 1 to CUSTLFLD-DISTINCT(CUSTLFLD-IX)
               else
                   add 1 to CUSTLFLD-UNTALLIED(CUSTLFLD-IX)
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLDQR-WRITE-UNSTAMPED lists a record whose last-activity   *
      * date has never been stamped.                                  *
      *---------------------------------------------------------------*
       CUSTLDQR-WRITE-UNSTAMPED.
           add 1 to CUSTLLAD-UNS
           move SPACES to CUSTLDQR-REC
           move CUSTLFLD-NAME(10) to CUSTLDQR-FIELD
           perform CUSTLDQR-FIELD-NAME
           move 'UNSTAMPED' to CUSTLDQR-MEASURE
           move CUSTLFFL-RDR to CUSTLDQR-COUNT
           move CUSTLFFL-REC(1:12) to CUSTLDQR-VALUE(1:12)
           move CUSTLFFL-REC(14:28) to CUSTLDQR-VALUE(14:28)
           perform CUSTLDQR-WRITE
           exit.
      *---------------------------------------------------------------*
      * CUSTLDQR-FIELD-NAME gives the field name on the line in hand  *
      * its CUSTTXB2 spelling when that is the layout in force.       *
      *---------------------------------------------------------------*
       CUSTLDQR-FIELD-NAME.
           if  CUSTLLAYOUT-INTERNATIONAL
               move CUSTLDQR-FIELD to CUSTLFLD-NAME-WORK
               move CUSTLFLD-NAME-WORK(10:18) to CUSTLDQR-FIELD(11:18)
               move '2-' to CUSTLDQR-FIELD(9:2)
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLDQR-WRITE-FIELDS lays out the profile of every field.    *
      *---------------------------------------------------------------*
       CUSTLDQR-WRITE-FIELDS.
           move CUSTLFFL-RDR to CUSTLPCT-BASE
           move 1 to CUSTLFLD-IX
           perform until CUSTLFLD-IX > CUSTLFLD-COUNT
               perform CUSTLDQR-WRITE-FIELD
               add 1 to CUSTLFLD-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLDQR-WRITE-FIELD.
           if  CUSTLLAYOUT-INTERNATIONAL
               move CUSTLFLD-LEN-2(CUSTLFLD-IX) to CUSTLFLD-LEN
           else
               move CUSTLFLD-LEN-1(CUSTLFLD-IX) to CUSTLFLD-LEN
           end-if
           move SPACES to CUSTLDQR-REC
           move 'WIDTH' to CUSTLDQR-MEASURE
           move CUSTLFLD-LEN to CUSTLDQR-COUNT
           perform CUSTLDQR-WRITE-MEASURE

           move 'BLANK' to CUSTLDQR-MEASURE
           move CUSTLFLD-BLANK(CUSTLFLD-IX) to CUSTLPCT-COUNT
           perform CUSTLDQR-WRITE-PERCENT

           move 'DISTINCT' to CUSTLDQR-MEASURE
           move CUSTLFLD-DISTINCT(CUSTLFLD-IX) to CUSTLDQR-COUNT
           perform CUSTLDQR-WRITE-MEASURE

           if  CUSTLFLD-IX = 1
               move 'DUPLICATE' to CUSTLDQR-MEASURE
               move CUSTLKEY-DUPLICATE to CUSTLPCT-COUNT
               perform CUSTLDQR-WRITE-PERCENT
           end-if

           if  CUSTLFLD-UNTALLIED(CUSTLFLD-IX) > 0
               move 'UNTALLIED' to CUSTLDQR-MEASURE
               move CUSTLFLD-UNTALLIED(CUSTLFLD-IX) to CUSTLPCT-COUNT
               perform CUSTLDQR-WRITE-PERCENT
           end-if

           if  CUSTLFLD-WIDTH-CHECK(CUSTLFLD-IX) = 'Y'
           and CUSTLFLD-LEN > 2
               move 'FULL WIDTH' to CUSTLDQR-MEASURE
               move CUSTLFLD-FULL(CUSTLFLD-IX) to CUSTLPCT-COUNT
               perform CUSTLDQR-WRITE-PERCENT
           end-if

           if  CUSTLFLD-IX = 10
               move 'UNSTAMPED' to CUSTLDQR-MEASURE
               move CUSTLLAD-UNS to CUSTLPCT-COUNT
               perform CUSTLDQR-WRITE-PERCENT
           end-if

           if  CUSTLFLD-IX > 1
               move 1 to CUSTLTOP-RANK
               perform until CUSTLTOP-RANK > 5
                   perform CUSTLDQR-WRITE-FREQUENT
                   add 1 to CUSTLTOP-RANK
               end-perform
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLDQR-WRITE-FREQUENT lists the value of the field held     *
      * most often among those not listed yet, when more than one     *
      * record holds it. When no such value is left the rest of the   *
      * ranks are skipped.                                            *
      *---------------------------------------------------------------*
       CUSTLDQR-WRITE-FREQUENT.
           move 0 to CUSTLTOP-BEST-IX
           move 1 to CUSTLTOP-BEST-TALLY
           move 1 to CUSTLVAL-IX
           perform until CUSTLVAL-IX > CUSTLVAL-USED
               if  CUSTLVAL-FIELD(CUSTLVAL-IX) = CUSTLFLD-IX
               and CUSTLVAL-PICKED(CUSTLVAL-IX) = 'N'
               and CUSTLVAL-TALLY(CUSTLVAL-IX) > CUSTLTOP-BEST-TALLY
                   move CUSTLVAL-IX to CUSTLTOP-BEST-IX
                   move CUSTLVAL-TALLY(CUSTLVAL-IX)
                     to CUSTLTOP-BEST-TALLY
               end-if
               add 1 to CUSTLVAL-IX
           end-perform
           if  CUSTLTOP-BEST-IX = 0
               move 5 to CUSTLTOP-RANK
           else
               move 'Y' to CUSTLVAL-PICKED(CUSTLTOP-BEST-IX)
               move 'FREQUENT' to CUSTLDQR-MEASURE
               move CUSTLVAL-VALUE(CUSTLTOP-BEST-IX) to CUSTLDQR-VALUE
               move CUSTLTOP-BEST-TALLY to CUSTLPCT-COUNT
               perform CUSTLDQR-WRITE-PERCENT
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLDQR-WRITE-SCORES lays out how many records scored 0      *
      * through 8 and the average score.                              *
      *---------------------------------------------------------------*
       CUSTLDQR-WRITE-SCORES.
           move CUSTLFFL-RDR to CUSTLPCT-BASE
           move 0 to CUSTLSCORE-IX
           perform until CUSTLSCORE-IX > CUSTLSCORE-MAX
               move SPACES to CUSTLDQR-REC
               move CUSTLSCORE-IX to CUSTLSCORE-LABEL-N
               move CUSTLSCORE-LABEL to CUSTLDQR-MEASURE
               move CUSTLSCORE-TALLY(CUSTLSCORE-IX + 1)
                 to CUSTLPCT-COUNT
               perform CUSTLDQR-WRITE-SCORE-LINE
               add 1 to CUSTLSCORE-IX
           end-perform
           multiply CUSTLFFL-RDR by CUSTLSCORE-MAX
             giving CUSTLSCORE-POSSIBLE
           move CUSTLSCORE-SUM to CUSTLPCT-COUNT
           move CUSTLSCORE-POSSIBLE to CUSTLPCT-BASE
           perform CUSTLPCT-COMPUTE
           move CUSTLPCT-VALUE to CUSTLSCORE-AVERAGE
           move 'AVERAGE' to CUSTLDQR-MEASURE
           move CUSTLFFL-RDR to CUSTLPCT-BASE
           move CUSTLFFL-RDR to CUSTLPCT-COUNT
           perform CUSTLDQR-WRITE-SCORE-LINE
           exit.
      *---------------------------------------------------------------*
       CUSTLDQR-WRITE-SCORE-LINE.
           move 'COMPLETENESS SCORE' to CUSTLDQR-FIELD
           move CUSTLPCT-COUNT to CUSTLDQR-COUNT
           if  CUSTLDQR-MEASURE = 'AVERAGE'
               move CUSTLSCORE-AVERAGE to CUSTLDQR-PERCENT
           else
               perform CUSTLPCT-COMPUTE
               move CUSTLPCT-VALUE to CUSTLDQR-PERCENT
           end-if
           move '%' to CUSTLDQR-PERCENT-SIGN
           perform CUSTLDQR-WRITE
           move SPACES to CUSTLDQR-REC
           exit.
      *---------------------------------------------------------------*
      * CUSTLDQR-WRITE-MEASURE writes a count line for the field in   *
      * hand; CUSTLDQR-WRITE-PERCENT writes CUSTLPCT-COUNT with its   *
      * percentage of the records read.                               *
      *---------------------------------------------------------------*
       CUSTLDQR-WRITE-MEASURE.
           move CUSTLFLD-NAME(CUSTLFLD-IX) to CUSTLDQR-FIELD
           perform CUSTLDQR-FIELD-NAME
           perform CUSTLDQR-WRITE
           move SPACES to CUSTLDQR-REC
           exit.
      *---------------------------------------------------------------*
       CUSTLDQR-WRITE-PERCENT.
           move CUSTLPCT-COUNT to CUSTLDQR-COUNT
           perform CUSTLPCT-COMPUTE
           move CUSTLPCT-VALUE to CUSTLDQR-PERCENT
           move '%' to CUSTLDQR-PERCENT-SIGN
           perform CUSTLDQR-WRITE-MEASURE
           exit.
      *---------------------------------------------------------------*
       CUSTLPCT-COMPUTE.
           move 0 to CUSTLPCT-VALUE
           if  CUSTLPCT-BASE > 0
               multiply CUSTLPCT-COUNT by 100 giving CUSTLPCT-WORK
               divide CUSTLPCT-WORK by CUSTLPCT-BASE
                 giving CUSTLPCT-VALUE rounded
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLSCR-APPEND adds this run's line to the scorecard.        *
      *---------------------------------------------------------------*
       CUSTLSCR-APPEND.
           perform CUSTLSCR-OPEN
           move SPACES to CUSTLSCR-REC
           move CUSTLRUN-DATE to CUSTLSCR-DATE
           move CUSTLRUN-TIME to CUSTLSCR-TIME
           move CUSTLLAYOUT-FLAG to CUSTLSCR-LAYOUT
           move CUSTLGEN-GENERATION to CUSTLSCR-GENERATION
           move CUSTLFFL-RDR to CUSTLSCR-RECORDS
           move CUSTLSCORE-AVERAGE to CUSTLSCR-AVERAGE
           move CUSTLSCORE-CMP to CUSTLSCR-COMPLETE
           move CUSTLLAD-UNS to CUSTLSCR-UNSTAMPED
           perform CUSTLSCR-WRITE
           perform CUSTLSCR-CLOSE
           exit.

      *****************************************************************
      * I/O Routines for the INPUT File...                            *
      *****************************************************************
       CUSTLFFL-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLFFL-FILE
           if  CUSTLFFL-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLFFL-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLFFL-EOF
               else
                   move 'READ Failure with CUSTLFFL' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLFFL-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFL-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLFFL-FILE
           if  CUSTLFFL-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLFFL-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLFFL' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFL-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFL-CLOSE.
           if  CUSTLFFL-OPEN-FLAG = 'O'
               close CUSTLFFL-FILE
               move 'C' to CUSTLFFL-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLDQR PROFILE REPORT File...          *
      *****************************************************************
       CUSTLDQR-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLDQR-REC
           if  CUSTLDQR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLDQR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLDQR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLDQR-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLDQR-FILE
           if  CUSTLDQR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLDQR-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLDQR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLDQR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLDQR-CLOSE.
           if  CUSTLDQR-OPEN-FLAG = 'O'
               close CUSTLDQR-FILE
               move 'C' to CUSTLDQR-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLSCR SCORECARD File...               *
      *****************************************************************
       CUSTLSCR-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLSCR-REC
           if  CUSTLSCR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLSCR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSCR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSCR-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open EXTEND CUSTLSCR-FILE
           if  CUSTLSCR-STATUS not = '00'
               open OUTPUT CUSTLSCR-FILE
           end-if
           if  CUSTLSCR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLSCR-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLSCR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSCR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSCR-CLOSE.
           if  CUSTLSCR-OPEN-FLAG = 'O'
               close CUSTLSCR-FILE
               move 'C' to CUSTLSCR-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * CUSTLGEN-VERIFY has CBLCSVV5 prove CUSTLFFL is the current    *
      * master generation before it is opened. A run given any other  *
      * generation stops here. A catalog with no entries yet is noted *
      * and the run goes on; a catalog or CUSTLFFL that cannot be     *
      * read stops the run as well.                                   *
      *****************************************************************
       CUSTLGEN-VERIFY.
           move 'V' to CUSTLGEN-FUNCTION
           move 0 to CUSTLGEN-GENERATION
           call 'CBLCSVV5' using CUSTLGEN-FUNCTION
                                 PROGRAM-NAME
                                 CUSTLGEN-GENERATION
                                 CUSTLGEN-REASON
                                 CUSTLGEN-RESULT
           end-call
           evaluate CUSTLGEN-RESULT
               when '0'
                   move 'CUSTLFFL is CUSTLGEN generation nnnnnn'
                     to MESSAGE-TEXT
                   move CUSTLGEN-GENERATION to MESSAGE-TEXT(33:6)
                   perform Z-DISPLAY-MESSAGE-TEXT
               when 'E'
                   move 'CUSTLGEN is empty, CUSTLFFL not proved'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               when 'M'
                   move 'CUSTLFFL is not the current CUSTLGEN entry'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
               when 'F'
                   move 'CUSTLGEN or CUSTLFFL could not be read'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
               when other
                   CONTINUE
           end-evaluate
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

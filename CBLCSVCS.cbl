       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCS.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCS proves the indexed master CUSTLKSD and the flat     *
      *  master CUSTLFFL still hold the same customers. CBLCSVC3      *
      *  loads CUSTLKSD from CUSTLFFL, but from then on CBLCSVCA      *
      *  changes CUSTLKSD in place while CBLCSVC5, CBLCSVCF and       *
      *  CBLCSVCG change CUSTLFFL, so the two drift apart and the     *
      *  CBLCSVC4/CBLCSVCB inquiries answer from whichever one was    *
      *  touched last. This program reads both in CUSTTEXT-KEY        *
      *  sequence - the same balanced-line match CBLCSVV1 uses - and  *
      *  writes the CUSTLSYN report:                                  *
      *                                                               *
      *    KSDONLY - the key is on CUSTLKSD but not on CUSTLFFL.      *
      *    FFLONLY - the key is on CUSTLFFL but not on CUSTLKSD.      *
      *    FIELD   - both hold the key but a CUSTTXB1/CUSTTXB2 field  *
      *              differs: key, field name, the CUSTLKSD value and *
      *              the CUSTLFFL value.                              *
      *                                                               *
      *  CUSTLLAYOUT picks the copybook the fields are compared       *
      *  under, the same way CBLCSVC1 is told. CUSTLFFL must be in    *
      *  CUSTTEXT-KEY sequence; CUSTLKSD is read in key order.        *
      *                                                               *
      *  The run ends with return code 4 when any line was written    *
      *  to CUSTLSYN, so a job script can branch on the two masters   *
      *  being out of step - CBLCSVCT unloads CUSTLKSD when it is the *
      *  one to keep, CBLCSVC3 reloads it when CUSTLFFL is.           *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12.                                         *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLKSD INDEXED       FIXED      00512   001-012  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *  OUTPUT    CUSTLSYN ASCII/CRLF    FIXED      00172            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLKSD-FILE  ASSIGN TO       CUSTLKSD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS CUSTLKSD-KEY
                  ALTERNATE RECORD KEY IS CUSTLKSD-NAME-KEY
                                       WITH DUPLICATES
                  FILE STATUS   IS CUSTLKSD-STATUS.
           SELECT CUSTLFFL-FILE  ASSIGN TO       CUSTLFFL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFL-STATUS.
           SELECT CUSTLSYN-FILE  ASSIGN TO       CUSTLSYN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSYN-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLKSD-FILE
           DATA RECORD    IS CUSTLKSD-REC
           .
       01  CUSTLKSD-REC.
           05  CUSTLKSD-KEY     PIC X(00012).
           05  CUSTLKSD-STATUS-BYTE PIC X(00001).
           05  CUSTLKSD-NAME-KEY.
               10  CUSTLKSD-LAST-NAME   PIC X(00028).
               10  CUSTLKSD-FIRST-NAME  PIC X(00020).
           05  CUSTLKSD-DATA    PIC X(00451).

       FD  CUSTLFFL-FILE
           DATA RECORD    IS CUSTLFFL-REC
           .
       01  CUSTLFFL-REC.
           05  CUSTLFFL-DATA-01 PIC X(00512).

       FD  CUSTLSYN-FILE
           DATA RECORD    IS CUSTLSYN-REC
           .
       01  CUSTLSYN-REC.
           05  CUSTLSYN-TYPE           PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLSYN-KEY            PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLSYN-FIELD-NAME     PIC X(028).
           05  FILLER                  PIC X(001).
           05  CUSTLSYN-KSD-VALUE      PIC X(060).
           05  FILLER                  PIC X(001).
           05  CUSTLSYN-FFL-VALUE      PIC X(060).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCS '.
           05  T2 pic X(34) value 'Compare CUSTLKSD with CUSTLFFL    '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCS '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLKSD-STATUS.
           05  CUSTLKSD-STATUS-L     pic X.
           05  CUSTLKSD-STATUS-R     pic X.
       01  CUSTLKSD-EOF              pic X       value 'N'.
           88  CUSTLKSD-AT-EOF                   value 'Y'.
       01  CUSTLKSD-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFFL-STATUS.
           05  CUSTLFFL-STATUS-L     pic X.
           05  CUSTLFFL-STATUS-R     pic X.
       01  CUSTLFFL-EOF              pic X       value 'N'.
           88  CUSTLFFL-AT-EOF                   value 'Y'.
       01  CUSTLFFL-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLSYN-STATUS.
           05  CUSTLSYN-STATUS-L     pic X.
           05  CUSTLSYN-STATUS-R     pic X.
       01  CUSTLSYN-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * CUSTLLAYOUT picks which copybook the two masters are compared *
      * under, the same way CBLCSVC1 is told.                         *
      *****************************************************************
       01  CUSTLLAYOUT-FLAG          pic X       value '1'.
           88  CUSTLLAYOUT-INTERNATIONAL         value '2'.

      *****************************************************************
      * The balanced-line work areas, the same shape CBLCSVV1 uses.   *
      *****************************************************************
       01  CUSTLKSD-ACTIVE-KEY       pic X(12)   value HIGH-VALUES.
       01  CUSTLFFL-ACTIVE-KEY       pic X(12)   value HIGH-VALUES.
       01  CUSTLMCH-ACTIVE-KEY       pic X(12)   value HIGH-VALUES.

      *****************************************************************
      * CUSTTEXT-RECORD/CUSTTEXT2-RECORD hold the CUSTLFFL record;    *
      * CUSTLKSD-TXB1/-TXB2 redefine the CUSTLKSD record with the     *
      * same two layouts so the compare is field against field.       *
      *****************************************************************
       COPY CUSTTXB1.
       COPY CUSTTXB2.

       01  CUSTLKSD-RECORD           pic X(512)  value SPACES.
       01  CUSTLKSD-TXB1 redefines CUSTLKSD-RECORD.
           05  CUSTLKSD1-KEY            PIC X(12).
           05  CUSTLKSD1-STATUS         PIC X.
           05  CUSTLKSD1-LAST-NAME      PIC X(28).
           05  CUSTLKSD1-FIRST-NAME     PIC X(20).
           05  CUSTLKSD1-STREET-ADDR-01 PIC X(48).
           05  CUSTLKSD1-STREET-ADDR-02 PIC X(48).
           05  CUSTLKSD1-CITY           PIC X(16).
           05  CUSTLKSD1-STATE          PIC X(2).
           05  CUSTLKSD1-POSTAL-CODE    PIC X(12).
           05  CUSTLKSD1-LAST-ACTIVITY-DATE  PIC X(8).
           05  CUSTLKSD1-STATUS-CHANGE-DATE  PIC X(8).
           05  FILLER                   PIC X(309).
       01  CUSTLKSD-TXB2 redefines CUSTLKSD-RECORD.
           05  CUSTLKSD2-KEY            PIC X(12).
           05  CUSTLKSD2-STATUS         PIC X.
           05  CUSTLKSD2-LAST-NAME      PIC X(28).
           05  CUSTLKSD2-FIRST-NAME     PIC X(20).
           05  CUSTLKSD2-STREET-ADDR-01 PIC X(60).
           05  CUSTLKSD2-STREET-ADDR-02 PIC X(60).
           05  CUSTLKSD2-CITY           PIC X(30).
           05  CUSTLKSD2-STATE          PIC X(20).
           05  CUSTLKSD2-POSTAL-CODE    PIC X(20).
           05  CUSTLKSD2-LAST-ACTIVITY-DATE  PIC X(8).
           05  CUSTLKSD2-STATUS-CHANGE-DATE  PIC X(8).
           05  FILLER                   PIC X(245).

      *****************************************************************
      * One field compare is staged into these work fields and        *
      * posted by CUSTLSYN-POST-FIELD when the two values differ.     *
      *****************************************************************
       01  CUSTLSYN-WRK-FIELD-NAME   pic X(28)   value SPACES.
       01  CUSTLSYN-WRK-KSD-VALUE    pic X(60)   value SPACES.
       01  CUSTLSYN-WRK-FFL-VALUE    pic X(60)   value SPACES.

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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCS '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCS'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Compare CUSTLKSD with CUSTLFFL    '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLKSD-TOTAL.
           05  CUSTLKSD-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Record count, CUSTLKSD '.
       01  CUSTLFFL-TOTAL.
           05  CUSTLFFL-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLFFL'.
       01  CUSTLKSD-ONLY-TOTAL.
           05  CUSTLKSD-ONL  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Keys only on CUSTLKSD  '.
       01  CUSTLFFL-ONLY-TOTAL.
           05  CUSTLFFL-ONL  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Keys only on CUSTLFFL  '.
       01  CUSTLSYN-KEYS-TOTAL.
           05  CUSTLSYN-KDF  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Keys with fields differ'.
       01  CUSTLSYN-TOTAL.
           05  CUSTLSYN-ADD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Differences on CUSTLSYN'.
       01  CUSTLSYN-KEY-ADD          pic 9(9)    value 0.

      *****************************************************************
       PROCEDURE DIVISION.
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move INFO-STATEMENT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-POST-COPYRIGHT
           accept CUSTLLAYOUT-FLAG from ENVIRONMENT 'CUSTLLAYOUT'
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           perform CUSTLGEN-VERIFY
           perform CUSTLKSD-OPEN
           perform CUSTLFFL-OPEN
           perform CUSTLSYN-OPEN
           perform CUSTLKSD-GET
           perform CUSTLFFL-GET

           perform until CUSTLKSD-ACTIVE-KEY = HIGH-VALUES
                     and CUSTLFFL-ACTIVE-KEY = HIGH-VALUES
               if  CUSTLKSD-ACTIVE-KEY < CUSTLFFL-ACTIVE-KEY
                   move CUSTLKSD-ACTIVE-KEY to CUSTLMCH-ACTIVE-KEY
               else
                   move CUSTLFFL-ACTIVE-KEY to CUSTLMCH-ACTIVE-KEY
               end-if
               evaluate true
                   when CUSTLKSD-ACTIVE-KEY = CUSTLMCH-ACTIVE-KEY
                    and CUSTLFFL-ACTIVE-KEY = CUSTLMCH-ACTIVE-KEY
                       perform CUSTLSYN-COMPARE-RECORDS
                       perform CUSTLKSD-GET
                       perform CUSTLFFL-GET
                   when CUSTLKSD-ACTIVE-KEY = CUSTLMCH-ACTIVE-KEY
                       move SPACES to CUSTLSYN-REC
                       move 'KSDONLY ' to CUSTLSYN-TYPE
                       move CUSTLMCH-ACTIVE-KEY to CUSTLSYN-KEY
                       move 'Key is not on CUSTLFFL'
                         to CUSTLSYN-FIELD-NAME
                       move CUSTLKSD-RECORD(14:28) to CUSTLSYN-KSD-VALUE
                       perform CUSTLSYN-WRITE
                       add 1 to CUSTLKSD-ONL
                       perform CUSTLKSD-GET
                   when other
                       move SPACES to CUSTLSYN-REC
                       move 'FFLONLY ' to CUSTLSYN-TYPE
                       move CUSTLMCH-ACTIVE-KEY to CUSTLSYN-KEY
                       move 'Key is not on CUSTLKSD'
                         to CUSTLSYN-FIELD-NAME
                       move CUSTLFFL-REC(14:28) to CUSTLSYN-FFL-VALUE
                       perform CUSTLSYN-WRITE
                       add 1 to CUSTLFFL-ONL
                       perform CUSTLFFL-GET
               end-evaluate
           end-perform

           move CUSTLKSD-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLFFL-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLKSD-ONLY-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLFFL-ONLY-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLSYN-KEYS-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLSYN-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLSYN-ADD = 0
               move 'CUSTLKSD and CUSTLFFL are in step' to MESSAGE-TEXT
           else
               move 'CUSTLKSD and CUSTLFFL are out of step'
                 to MESSAGE-TEXT
           end-if
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLKSD-AT-EOF and CUSTLFFL-AT-EOF
               move 'Complete' to INFO-ID
           else
               move 'ABENDING' to INFO-ID
           end-if
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLSYN-CLOSE
           perform CUSTLFFL-CLOSE
           perform CUSTLKSD-CLOSE
           if  CUSTLSYN-ADD > 0
               add 4 to ZERO giving RETURN-CODE
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLSYN-COMPARE-RECORDS compares the CUSTLKSD and CUSTLFFL   *
      * records for the key in hand, field by field under the         *
      * CUSTLLAYOUT-selected copybook, posting one FIELD line per     *
      * differing field and counting the key once.                    *
      *****************************************************************
       CUSTLSYN-COMPARE-RECORDS.
           move CUSTLSYN-ADD to CUSTLSYN-KEY-ADD
           if  CUSTLLAYOUT-INTERNATIONAL
               move CUSTLFFL-REC to CUSTTEXT2-RECORD
               perform CUSTLSYN-COMPARE-TXB2
           else
               move CUSTLFFL-REC to CUSTTEXT-RECORD
               perform CUSTLSYN-COMPARE-TXB1
           end-if
           if  CUSTLSYN-ADD > CUSTLSYN-KEY-ADD
               add 1 to CUSTLSYN-KDF
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSYN-COMPARE-TXB1.
           if  CUSTLKSD1-STATUS not = CUSTTEXT-STATUS
               move 'CUSTTEXT-STATUS' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-STATUS to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT-STATUS to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-LAST-NAME not = CUSTTEXT-LAST-NAME
               move 'CUSTTEXT-LAST-NAME' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-LAST-NAME to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT-LAST-NAME to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-FIRST-NAME not = CUSTTEXT-FIRST-NAME
               move 'CUSTTEXT-FIRST-NAME' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-FIRST-NAME to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT-FIRST-NAME to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-STREET-ADDR-01 not = CUSTTEXT-STREET-ADDR-01
               move 'CUSTTEXT-STREET-ADDR-01'
                 to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-STREET-ADDR-01 to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT-STREET-ADDR-01 to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-STREET-ADDR-02 not = CUSTTEXT-STREET-ADDR-02
               move 'CUSTTEXT-STREET-ADDR-02'
                 to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-STREET-ADDR-02 to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT-STREET-ADDR-02 to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-CITY not = CUSTTEXT-CITY
               move 'CUSTTEXT-CITY' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-CITY to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT-CITY to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-STATE not = CUSTTEXT-STATE
               move 'CUSTTEXT-STATE' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-STATE to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT-STATE to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-POSTAL-CODE not = CUSTTEXT-POSTAL-CODE
               move 'CUSTTEXT-POSTAL-CODE' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-POSTAL-CODE to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT-POSTAL-CODE to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-LAST-ACTIVITY-DATE
                                 not = CUSTLFFL-REC(188:8)
               move 'CUSTTEXT-LAST-ACTIVITY-DATE'
                 to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-LAST-ACTIVITY-DATE
                 to CUSTLSYN-WRK-KSD-VALUE
               move CUSTLFFL-REC(188:8) to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD1-STATUS-CHANGE-DATE
                                 not = CUSTLFFL-REC(196:8)
               move 'CUSTTEXT-STATUS-CHANGE-DATE'
                 to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD1-STATUS-CHANGE-DATE
                 to CUSTLSYN-WRK-KSD-VALUE
               move CUSTLFFL-REC(196:8) to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSYN-COMPARE-TXB2.
           if  CUSTLKSD2-STATUS not = CUSTTEXT2-STATUS
               move 'CUSTTEXT2-STATUS' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-STATUS to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT2-STATUS to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-LAST-NAME not = CUSTTEXT2-LAST-NAME
               move 'CUSTTEXT2-LAST-NAME' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-LAST-NAME to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT2-LAST-NAME to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-FIRST-NAME not = CUSTTEXT2-FIRST-NAME
               move 'CUSTTEXT2-FIRST-NAME' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-FIRST-NAME to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT2-FIRST-NAME to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-STREET-ADDR-01
                                 not = CUSTTEXT2-STREET-ADDR-01
               move 'CUSTTEXT2-STREET-ADDR-01'
                 to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-STREET-ADDR-01 to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT2-STREET-ADDR-01 to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-STREET-ADDR-02
                                 not = CUSTTEXT2-STREET-ADDR-02
               move 'CUSTTEXT2-STREET-ADDR-02'
                 to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-STREET-ADDR-02 to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT2-STREET-ADDR-02 to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-CITY not = CUSTTEXT2-CITY
               move 'CUSTTEXT2-CITY' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-CITY to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT2-CITY to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-STATE not = CUSTTEXT2-STATE
               move 'CUSTTEXT2-STATE' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-STATE to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT2-STATE to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-POSTAL-CODE not = CUSTTEXT2-POSTAL-CODE
               move 'CUSTTEXT2-POSTAL-CODE' to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-POSTAL-CODE to CUSTLSYN-WRK-KSD-VALUE
               move CUSTTEXT2-POSTAL-CODE to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-LAST-ACTIVITY-DATE
                                 not = CUSTLFFL-REC(252:8)
               move 'CUSTTEXT2-LAST-ACTIVITY-DATE'
                 to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-LAST-ACTIVITY-DATE
                 to CUSTLSYN-WRK-KSD-VALUE
               move CUSTLFFL-REC(252:8) to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           if  CUSTLKSD2-STATUS-CHANGE-DATE
                                 not = CUSTLFFL-REC(260:8)
               move 'CUSTTEXT2-STATUS-CHANGE-DATE'
                 to CUSTLSYN-WRK-FIELD-NAME
               move CUSTLKSD2-STATUS-CHANGE-DATE
                 to CUSTLSYN-WRK-KSD-VALUE
               move CUSTLFFL-REC(260:8) to CUSTLSYN-WRK-FFL-VALUE
               perform CUSTLSYN-POST-FIELD
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSYN-POST-FIELD.
           move SPACES to CUSTLSYN-REC
           move 'FIELD   ' to CUSTLSYN-TYPE
           move CUSTLMCH-ACTIVE-KEY to CUSTLSYN-KEY
           move CUSTLSYN-WRK-FIELD-NAME to CUSTLSYN-FIELD-NAME
           move CUSTLSYN-WRK-KSD-VALUE to CUSTLSYN-KSD-VALUE
           move CUSTLSYN-WRK-FFL-VALUE to CUSTLSYN-FFL-VALUE
           perform CUSTLSYN-WRITE
           exit.
      *---------------------------------------------------------------*
      * CUSTLKSD-GET/CUSTLFFL-GET read the next record of their file  *
      * and refresh the active key, or set it to HIGH-VALUES at end   *
      * of file so the balanced-line compare drains the other file.   *
      *---------------------------------------------------------------*
       CUSTLKSD-GET.
           perform CUSTLKSD-READ
           if  CUSTLKSD-STATUS = '00'
               add 1 to CUSTLKSD-RDR
               move CUSTLKSD-REC to CUSTLKSD-RECORD
               move CUSTLKSD-RECORD(1:12) to CUSTLKSD-ACTIVE-KEY
           else
               move HIGH-VALUES to CUSTLKSD-ACTIVE-KEY
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFL-GET.
           perform CUSTLFFL-READ
           if  CUSTLFFL-STATUS = '00'
               add 1 to CUSTLFFL-RDR
               move CUSTLFFL-REC(1:12) to CUSTLFFL-ACTIVE-KEY
           else
               move HIGH-VALUES to CUSTLFFL-ACTIVE-KEY
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the INDEXED MASTER File...                   *
      *****************************************************************
       CUSTLKSD-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLKSD-FILE
           if  CUSTLKSD-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLKSD' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLKSD-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLKSD-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLKSD-FILE
           if  CUSTLKSD-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLKSD-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLKSD-EOF
               else
                   move 'READ Failure with CUSTLKSD' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLKSD-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLKSD-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLKSD-FILE
           if  CUSTLKSD-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLKSD-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLKSD' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLKSD-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the FLAT MASTER File...                      *
      *****************************************************************
       CUSTLFFL-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLFFL-FILE
           if  CUSTLFFL-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLFFL' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFL-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
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

      *****************************************************************
      * I/O Routines for the CUSTLSYN COMPARE REPORT File...          *
      *****************************************************************
       CUSTLSYN-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLSYN-REC
           if  CUSTLSYN-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               add 1 to CUSTLSYN-ADD
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLSYN' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSYN-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSYN-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLSYN-FILE
           if  CUSTLSYN-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLSYN-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLSYN' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSYN-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSYN-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLSYN-FILE
           if  CUSTLSYN-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLSYN' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSYN-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
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

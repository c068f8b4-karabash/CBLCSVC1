       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCM.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCM answers "what did we hold on this customer on that  *
      *  day". Given a CUSTTEXT-KEY and a CCYYMMDD as-of date it      *
      *  rebuilds the record as it stood at the end of that date      *
      *  and lists every change made to it since, from the permanent  *
      *  CUSTLFHS field history CBLCSVV4 appends to on behalf of      *
      *  CBLCSVC5, CBLCSVCA, CBLCSVCF and CBLCSVCC, of CBLCSVCG for   *
      *  each record it purges (a Delete) and of CBLCSVCP for the     *
      *  entries that reverse a generation it rolls back.             *
      *                                                               *
      *  The rebuild starts from the record on the current-generation *
      *  CUSTLFFL (blank when the key is no longer there) and walks   *
      *  the history entries for the key dated after the as-of date   *
      *  backwards, newest first, putting each field's old value      *
      *  back. An undone Add takes the record off file again; an      *
      *  undone Delete puts it back. What is left is the record as    *
      *  of the date. Changes made on the as-of date itself count as  *
      *  part of that day's record and are not undone.                *
      *                                                               *
      *  The key and date come from the environment, the same         *
      *  convention CBLCSVC4 uses for CUSTLKEY:                       *
      *    CUSTLKEY      - the customer key; a natural entry ("4700") *
      *                    is right-justified and zero-filled;        *
      *    CUSTLASOFDATE - the as-of date, CCYYMMDD.                  *
      *  A missing or unusable key or date abends the run.            *
      *                                                               *
      *  CUSTLLAYOUT picks the copybook the master and the history    *
      *  are in - CUSTTXB1 (the default) or the wider CUSTTXB2.       *
      *                                                               *
      *  The return code is 4 when the key is neither on CUSTLFFL     *
      *  nor anywhere in the history - nothing is known of it.        *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12.                                         *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *  OUTPUT    CUSTLASO ASCII/CRLF    FIXED      00177            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLFFL-FILE  ASSIGN TO       CUSTLFFL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFL-STATUS.
           SELECT CUSTLFHS-FILE  ASSIGN TO       CUSTLFHS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFHS-STATUS.
           SELECT CUSTLASO-FILE  ASSIGN TO       CUSTLASO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLASO-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLFFL-FILE
           DATA RECORD    IS CUSTLFFL-REC
           .
       01  CUSTLFFL-REC.
           05  CUSTLFFL-KEY     PIC X(00012).
           05  CUSTLFFL-DATA-01 PIC X(00500).

       FD  CUSTLFHS-FILE
           DATA RECORD    IS CUSTLFHS-REC
           .
       01  CUSTLFHS-REC.
           05  CUSTLFHS-DATA-01 PIC X(00200).

      *****************************************************************
      * CUSTLASO is the as-of report. CUSTLASO-REC lays out the       *
      * labelled lines (the key, the date, the rebuilt fields) and    *
      * CUSTLASO-CHG-REC one history entry per line.                  *
      *****************************************************************
       FD  CUSTLASO-FILE
           DATA RECORDS   ARE CUSTLASO-REC CUSTLASO-CHG-REC
           .
       01  CUSTLASO-REC.
           05  CUSTLASO-LABEL          PIC X(030).
           05  CUSTLASO-VALUE          PIC X(060).
           05  FILLER                  PIC X(087).
       01  CUSTLASO-CHG-REC.
           05  CUSTLASO-RUN-DATE       PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLASO-RUN-TIME       PIC X(006).
           05  FILLER                  PIC X(001).
           05  CUSTLASO-PROGRAM        PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLASO-EVENT          PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLASO-FIELD          PIC X(028).
           05  FILLER                  PIC X(001).
           05  CUSTLASO-OLD-VALUE      PIC X(060).
           05  FILLER                  PIC X(001).
           05  CUSTLASO-NEW-VALUE      PIC X(060).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCM '.
           05  T2 pic X(34) value 'Rebuild a customer as of a date   '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCM '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLFFL-STATUS.
           05  CUSTLFFL-STATUS-L     pic X.
           05  CUSTLFFL-STATUS-R     pic X.
       01  CUSTLFFL-EOF              pic X       value 'N'.
           88  CUSTLFFL-AT-EOF                   value 'Y'.
       01  CUSTLFFL-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFHS-STATUS.
           05  CUSTLFHS-STATUS-L     pic X.
           05  CUSTLFHS-STATUS-R     pic X.
       01  CUSTLFHS-EOF              pic X       value 'N'.
           88  CUSTLFHS-AT-EOF                   value 'Y'.
       01  CUSTLFHS-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLASO-STATUS.
           05  CUSTLASO-STATUS-L     pic X.
           05  CUSTLASO-STATUS-R     pic X.
       01  CUSTLASO-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * CUSTLLAYOUT picks which copybook the master and the history   *
      * are in, the same way CBLCSVC5 is told.                        *
      *****************************************************************
       01  CUSTLLAYOUT-FLAG          pic X       value '1'.
           88  CUSTLLAYOUT-INTERNATIONAL         value '2'.

      *****************************************************************
      * CUSTLKEY and CUSTLASOFDATE are taken through the same left-   *
      * to-right digit scan CBLCSVC4 applies to CUSTLKEY, so either   *
      * may be entered naturally and lands right-justified and zero-  *
      * filled in CUSTLKRANGE-DIGITS.                                 *
      *****************************************************************
       01  CUSTLKEY-PARM             pic X(12)   value SPACES.
       01  CUSTLASOF-PARM            pic X(12)   value SPACES.
       01  CUSTLKRANGE-DIGITS        pic X(12)   value ZEROS.
       01  CUSTLKRANGE-IX            pic 9(3)    value 0.
       01  CUSTLKRANGE-LEN           pic 9(3)    value 0.
       01  CUSTLKEY-WORK             pic X(12)   value SPACES.

       01  CUSTLASOF-KEY             pic X(12)   value SPACES.
       01  CUSTLASOF-DATE            pic 9(8)    value 0.
       01  CUSTLASOF-DATE-PARTS redefines CUSTLASOF-DATE.
           05  CUSTLASOF-CCYY        pic 9(4).
           05  CUSTLASOF-MM          pic 9(2).
           05  CUSTLASOF-DD          pic 9(2).

      *****************************************************************
      * CUSTLASOF-RECORD is the record being rolled back to the as-of *
      * date. CUSTLMST-FOUND-FLAG says whether the key is on the      *
      * current CUSTLFFL; CUSTLASOF-ON-FILE-FLAG whether it was on    *
      * the master on the as-of date, once the rollback is done.      *
      *****************************************************************
       01  CUSTLASOF-RECORD          pic X(512)  value SPACES.
       01  CUSTLMST-FOUND-FLAG       pic X       value 'N'.
           88  CUSTLMST-FOUND                    value 'Y'.
       01  CUSTLMST-DONE-FLAG        pic X       value 'N'.
           88  CUSTLMST-SEARCH-DONE              value 'Y'.
       01  CUSTLASOF-ON-FILE-FLAG    pic X       value 'N'.
           88  CUSTLASOF-ON-FILE                 value 'Y'.

      *****************************************************************
      * The field table: the copybook name, position and length of    *
      * every CUSTTEXT field, the CUSTTXB1 set followed by the        *
      * CUSTTXB2 set - the same table CBLCSVV4 writes the history     *
      * from. CUSTLFLD-BASE is the first entry of the CUSTLLAYOUT-    *
      * selected set; CUSTLFLD-SLOT is the position (1-11) within a   *
      * set of the field a history entry names, 0 when not found.     *
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
       01  CUSTLFLD-BASE             pic 9(3)    value 1.
       01  CUSTLFLD-SLOT             pic 9(3)    value 0.

      *****************************************************************
      * The history entries for the key dated after the as-of date,   *
      * kept in file (time) order so the rollback can walk them       *
      * backwards. More than the table holds is an abend, not a       *
      * silently wrong rebuild - the same rule CBLCSVCE applies to    *
      * its duplicate table.                                          *
      *****************************************************************
       01  CUSTLHTB-MAX              pic 9(5)    value 02000.
       01  CUSTLHTB-USED             pic 9(5)    value 0.
       01  CUSTLHTB-IX               pic 9(5)    value 0.
       01  CUSTLHTB-TABLE.
           05  CUSTLHTB-ENTRY  OCCURS 2000 TIMES pic X(200).

       COPY CUSTHSB1.

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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCM '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCM'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Rebuild a customer as of a date   '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLFFL-TOTAL.
           05  CUSTLFFL-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLFFL'.
       01  CUSTLFHS-TOTAL.
           05  CUSTLFHS-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLFHS'.
       01  CUSTLFHS-KEY-TOTAL.
           05  CUSTLFHS-HIT  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'History entries for key'.
       01  CUSTLHTB-TOTAL.
           05  CUSTLHTB-CNT  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Changes since as-of    '.
       01  CUSTLFLD-UNKNOWN-TOTAL.
           05  CUSTLFLD-UNK  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Entries not applied    '.

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
           if  CUSTLLAYOUT-INTERNATIONAL
               move 12 to CUSTLFLD-BASE
           else
               move 1 to CUSTLFLD-BASE
           end-if
           accept CUSTLKEY-PARM from ENVIRONMENT 'CUSTLKEY'
               on EXCEPTION
                   move SPACES to CUSTLKEY-PARM
           end-accept
           move CUSTLKEY-PARM to CUSTLKEY-WORK
           perform CUSTLKEY-EDIT
           if  CUSTLKEY-PARM not = SPACES
           and CUSTLKRANGE-DIGITS is NUMERIC
               move CUSTLKRANGE-DIGITS to CUSTLASOF-KEY
           else
               move 'CUSTLKEY is not a usable customer key'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           accept CUSTLASOF-PARM from ENVIRONMENT 'CUSTLASOFDATE'
               on EXCEPTION
                   move SPACES to CUSTLASOF-PARM
           end-accept
           move CUSTLASOF-PARM to CUSTLKEY-WORK
           perform CUSTLKEY-EDIT
           if  CUSTLKRANGE-DIGITS(5:8) is NUMERIC
           and CUSTLKRANGE-DIGITS(5:8) not = '00000000'
               move CUSTLKRANGE-DIGITS(5:8) to CUSTLASOF-DATE
           end-if
           if  CUSTLASOF-DATE = 0
           or  CUSTLASOF-MM < 1 or CUSTLASOF-MM > 12
           or  CUSTLASOF-DD < 1 or CUSTLASOF-DD > 31
               move 'CUSTLASOFDATE is not a usable CCYYMMDD date'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLFHS-OPEN
           perform CUSTLASO-OPEN

           perform CUSTLFFL-FIND-KEY
           perform CUSTLFHS-LOAD-CHANGES
           perform CUSTLASOF-REBUILD
           perform CUSTLASO-REPORT

           move CUSTLFFL-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLFHS-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLFHS-KEY-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLHTB-USED to CUSTLHTB-CNT
           move CUSTLHTB-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLFLD-UNK > 0
               move CUSTLFLD-UNKNOWN-TOTAL to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if

           if  not CUSTLMST-FOUND
           and CUSTLFHS-HIT = 0
               move 'Key is not on CUSTLFFL and has no history'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if

           move 'Complete' to INFO-ID
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLASO-CLOSE
           perform CUSTLFHS-CLOSE
           perform CUSTLFFL-CLOSE
           if  not CUSTLMST-FOUND
           and CUSTLFHS-HIT = 0
               add 4 to ZERO giving RETURN-CODE
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLKEY-EDIT is the same left-to-right digit scan CBLCSVC4   *
      * applies to CUSTLKEY - it right-justifies the digit run in     *
      * CUSTLKEY-WORK into the zero-filled CUSTLKRANGE-DIGITS field.  *
      *****************************************************************
       CUSTLKEY-EDIT.
           move ZEROS to CUSTLKRANGE-DIGITS
           move 0 to CUSTLKRANGE-LEN
           move 1 to CUSTLKRANGE-IX
           perform until CUSTLKRANGE-IX > 12
                       or CUSTLKEY-WORK(CUSTLKRANGE-IX:1) = SPACE
               add 1 to CUSTLKRANGE-LEN
               add 1 to CUSTLKRANGE-IX
           end-perform
           if  CUSTLKRANGE-LEN > 0
               move CUSTLKEY-WORK(1:CUSTLKRANGE-LEN)
                 to CUSTLKRANGE-DIGITS(13 - CUSTLKRANGE-LEN :
                                       CUSTLKRANGE-LEN)
           end-if
           exit.

      *****************************************************************
      * CUSTLFFL-FIND-KEY reads the current master, in key sequence,  *
      * only as far as the key asked for, and keeps the record when   *
      * the key is there. A key not on the master starts the rebuild  *
      * from a blank record - it may have been deleted since.         *
      *****************************************************************
       CUSTLFFL-FIND-KEY.
           move SPACES to CUSTLASOF-RECORD
           perform until CUSTLFFL-STATUS not = '00'
                      or CUSTLMST-SEARCH-DONE
               perform CUSTLFFL-READ
               if  CUSTLFFL-STATUS = '00'
                   add 1 to CUSTLFFL-RDR
                   if  CUSTLFFL-KEY = CUSTLASOF-KEY
                       move CUSTLFFL-REC to CUSTLASOF-RECORD
                       move 'Y' to CUSTLMST-FOUND-FLAG
                   end-if
                   if  CUSTLFFL-KEY not < CUSTLASOF-KEY
                       move 'Y' to CUSTLMST-DONE-FLAG
                   end-if
               end-if
           end-perform
           exit.

      *****************************************************************
      * CUSTLFHS-LOAD-CHANGES reads the whole history and keeps, in   *
      * file order, every entry for the key dated after the as-of     *
      * date. No CUSTLFHS at all simply means no changes on record.   *
      *****************************************************************
       CUSTLFHS-LOAD-CHANGES.
           if  CUSTLFHS-OPEN-FLAG = 'O'
               perform until CUSTLFHS-STATUS not = '00'
                   perform CUSTLFHS-READ
                   if  CUSTLFHS-STATUS = '00'
                       add 1 to CUSTLFHS-RDR
                       move CUSTLFHS-REC to CUSTHIST-RECORD
                       if  CUSTHIST-KEY = CUSTLASOF-KEY
                           add 1 to CUSTLFHS-HIT
                           if  CUSTHIST-RUN-DATE > CUSTLASOF-DATE
                               perform CUSTLHTB-ADD-ENTRY
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLHTB-ADD-ENTRY.
           if  CUSTLHTB-USED not < CUSTLHTB-MAX
               move 'CUSTLFHS changes since the date exceed the table'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           add 1 to CUSTLHTB-USED
           move CUSTHIST-RECORD to CUSTLHTB-ENTRY(CUSTLHTB-USED)
           exit.

      *****************************************************************
      * CUSTLASOF-REBUILD rolls the record back to the as-of date by  *
      * undoing the kept changes newest first.                        *
      *****************************************************************
       CUSTLASOF-REBUILD.
           move CUSTLMST-FOUND-FLAG to CUSTLASOF-ON-FILE-FLAG
           move CUSTLHTB-USED to CUSTLHTB-IX
           perform until CUSTLHTB-IX = 0
               move CUSTLHTB-ENTRY(CUSTLHTB-IX) to CUSTHIST-RECORD
               perform CUSTLASOF-UNDO-ENTRY
               subtract 1 from CUSTLHTB-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLASOF-UNDO-ENTRY puts one field's old value back. The key *
      * entry of an Add (old value blank) takes the record off file;  *
      * the key entry of a Delete puts it back on. An entry naming a  *
      * field not in the table is counted and left alone.             *
      *---------------------------------------------------------------*
       CUSTLASOF-UNDO-ENTRY.
           perform CUSTLFLD-LOOKUP
           if  CUSTLFLD-SLOT = 0
               add 1 to CUSTLFLD-UNK
           else
               add CUSTLFLD-BASE CUSTLFLD-SLOT giving CUSTLFLD-IX
               subtract 1 from CUSTLFLD-IX
               if  CUSTLFLD-SLOT = 1
                   if  CUSTHIST-OLD-VALUE = SPACES
                       move 'N' to CUSTLASOF-ON-FILE-FLAG
                       move SPACES to CUSTLASOF-RECORD
                   else
                       move 'Y' to CUSTLASOF-ON-FILE-FLAG
                       move CUSTHIST-OLD-VALUE(1:12)
                         to CUSTLASOF-RECORD(1:12)
                   end-if
               else
                   move CUSTHIST-OLD-VALUE(1:CUSTLFLD-LEN(CUSTLFLD-IX))
                     to CUSTLASOF-RECORD(CUSTLFLD-POS(CUSTLFLD-IX):
                                         CUSTLFLD-LEN(CUSTLFLD-IX))
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLFLD-LOOKUP finds the history entry's field name in the   *
      * table. Either layout's name is accepted - both sets hold the  *
      * same fields in the same order - and the position within the   *
      * set is applied to the CUSTLLAYOUT-selected layout.            *
      *---------------------------------------------------------------*
       CUSTLFLD-LOOKUP.
           move 0 to CUSTLFLD-SLOT
           move 1 to CUSTLFLD-IX
           perform until CUSTLFLD-IX > 22
                      or CUSTLFLD-SLOT > 0
               if  CUSTLFLD-NAME(CUSTLFLD-IX) = CUSTHIST-FIELD
                   move CUSTLFLD-IX to CUSTLFLD-SLOT
                   if  CUSTLFLD-SLOT > 11
                       subtract 11 from CUSTLFLD-SLOT
                   end-if
               end-if
               add 1 to CUSTLFLD-IX
           end-perform
           exit.

      *****************************************************************
      * CUSTLASO-REPORT lays out the key and date, the record as it   *
      * stood on the date one field per line (or a NOT ON FILE line), *
      * then every change since, oldest first, with both values.      *
      *****************************************************************
       CUSTLASO-REPORT.
           move SPACES to CUSTLASO-REC
           move 'CUSTTEXT-KEY' to CUSTLASO-LABEL
           move CUSTLASOF-KEY to CUSTLASO-VALUE
           perform CUSTLASO-WRITE
           move SPACES to CUSTLASO-REC
           move 'AS-OF DATE' to CUSTLASO-LABEL
           move CUSTLASOF-DATE to CUSTLASO-VALUE
           perform CUSTLASO-WRITE
           move SPACES to CUSTLASO-REC
           move 'ON THE CURRENT MASTER' to CUSTLASO-LABEL
           if  CUSTLMST-FOUND
               move 'YES' to CUSTLASO-VALUE
           else
               move 'NO' to CUSTLASO-VALUE
           end-if
           perform CUSTLASO-WRITE
           move SPACES to CUSTLASO-REC
           perform CUSTLASO-WRITE

           if  CUSTLASOF-ON-FILE
               move SPACES to CUSTLASO-REC
               move 'RECORD AS OF THE DATE' to CUSTLASO-LABEL
               perform CUSTLASO-WRITE
               add CUSTLFLD-BASE 1 giving CUSTLFLD-IX
               perform 10 times
                   move SPACES to CUSTLASO-REC
                   move CUSTLFLD-NAME(CUSTLFLD-IX)
                     to CUSTLASO-LABEL(3:28)
                   move CUSTLASOF-RECORD(CUSTLFLD-POS(CUSTLFLD-IX):
                                         CUSTLFLD-LEN(CUSTLFLD-IX))
                     to CUSTLASO-VALUE
                   perform CUSTLASO-WRITE
                   add 1 to CUSTLFLD-IX
               end-perform
           else
               move SPACES to CUSTLASO-REC
               move '  *** NOT ON THE MASTER ON THE AS-OF DATE ***'
                   to CUSTLASO-REC
               perform CUSTLASO-WRITE
           end-if
           move SPACES to CUSTLASO-REC
           perform CUSTLASO-WRITE

           move SPACES to CUSTLASO-REC
           move 'CHANGES SINCE THE DATE' to CUSTLASO-LABEL
           move CUSTLHTB-USED to CUSTLASO-VALUE
           perform CUSTLASO-WRITE
           if  CUSTLHTB-USED = 0
               move SPACES to CUSTLASO-REC
               move '  *** NO CHANGES SINCE THE AS-OF DATE ***'
                   to CUSTLASO-REC
               perform CUSTLASO-WRITE
           else
               move SPACES to CUSTLASO-CHG-REC
               move 'RUN-DATE'  to CUSTLASO-RUN-DATE
               move 'TIME'      to CUSTLASO-RUN-TIME
               move 'PROGRAM'   to CUSTLASO-PROGRAM
               move 'E'         to CUSTLASO-EVENT
               move 'FIELD'     to CUSTLASO-FIELD
               move 'OLD VALUE' to CUSTLASO-OLD-VALUE
               move 'NEW VALUE' to CUSTLASO-NEW-VALUE
               perform CUSTLASO-WRITE-CHANGE
               move 1 to CUSTLHTB-IX
               perform until CUSTLHTB-IX > CUSTLHTB-USED
                   move CUSTLHTB-ENTRY(CUSTLHTB-IX) to CUSTHIST-RECORD
                   move SPACES to CUSTLASO-CHG-REC
                   move CUSTHIST-RUN-DATE  to CUSTLASO-RUN-DATE
                   move CUSTHIST-RUN-TIME(1:6) to CUSTLASO-RUN-TIME
                   move CUSTHIST-PROGRAM   to CUSTLASO-PROGRAM
                   move CUSTHIST-EVENT     to CUSTLASO-EVENT
                   move CUSTHIST-FIELD     to CUSTLASO-FIELD
                   move CUSTHIST-OLD-VALUE to CUSTLASO-OLD-VALUE
                   move CUSTHIST-NEW-VALUE to CUSTLASO-NEW-VALUE
                   perform CUSTLASO-WRITE-CHANGE
                   add 1 to CUSTLHTB-IX
               end-perform
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the MASTER INPUT File...                     *
      *****************************************************************
       CUSTLFFL-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLFFL-FILE
           if  CUSTLFFL-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLFFL-OPEN-FLAG
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
      * I/O Routines for the HISTORY INPUT File...                    *
      *****************************************************************
       CUSTLFHS-CLOSE.
           if  CUSTLFHS-OPEN-FLAG = 'O'
               close CUSTLFHS-FILE
               move 'C' to CUSTLFHS-OPEN-FLAG
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFHS-READ.
           read CUSTLFHS-FILE
           if  CUSTLFHS-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLFHS-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLFHS-EOF
               else
                   move 'READ Failure with CUSTLFHS' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLFHS-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFHS-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLFHS-FILE
           if  CUSTLFHS-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLFHS-OPEN-FLAG
           else
               if  CUSTLFHS-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLFHS found, no changes on record'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLFHS' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFHS-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the AS-OF REPORT File...                     *
      *****************************************************************
       CUSTLASO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLASO-REC
           if  CUSTLASO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLASO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLASO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLASO-WRITE-CHANGE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLASO-CHG-REC
           if  CUSTLASO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLASO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLASO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLASO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLASO-FILE
           if  CUSTLASO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLASO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLASO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLASO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLASO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLASO-FILE
           if  CUSTLASO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLASO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLASO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLASO-STATUS to IO-STATUS
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

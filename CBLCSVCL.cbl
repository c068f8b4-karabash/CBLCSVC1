       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCL.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCL maintains the CUSTLCNT contact-point file - the     *
      *  home phones, mobiles and e-mail addresses held for each      *
      *  customer in the CUSTCNB1 layout, any number per CUSTTEXT-    *
      *  KEY. It is run the same way CBLCSVC5 maintains CUSTLFFL:     *
      *  the current CUSTLCNT and the CUSTLCTR transaction file,      *
      *  both in CUSTCONT-ID sequence, are matched on the contact     *
      *  id and the new generation is written to CUSTLCNO. The first  *
      *  load of the file is simply a run of Adds against no          *
      *  CUSTLCNT at all - a CUSTLCNT that does not exist yet is      *
      *  read as an empty file.                                       *
      *                                                               *
      *  A CUSTLCTR record is the action byte, a separator and a      *
      *  100-byte CUSTCNB1 contact image. An Add takes the whole      *
      *  image; a Change applies only the value and flags that are    *
      *  non-blank in the image; a Delete needs only the contact id.  *
      *  Every transaction is answered on the CUSTLCTG register as    *
      *  APPLIED or REJECTED with a reason. Beyond the match itself,  *
      *  an Add or Change is rejected when:                           *
      *    - the CUSTTEXT-KEY is not on CUSTLFFL (CUSTLFFL is read    *
      *      forward alongside, so it must be in key sequence too);   *
      *    - a phone value is not digits only;                        *
      *    - an e-mail value has no single @ with a name before it    *
      *      and a dotted domain after it, or carries a space, a      *
      *      quote or a comma;                                        *
      *    - the preferred or opt-out flag is not Y or N.             *
      *  A blank flag on an Add is taken as N.                        *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12.                                         *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLCNT ASCII/CRLF    FIXED      00100    1-15    *
      *  INPUT     CUSTLCTR ASCII/CRLF    FIXED      00102    3-15    *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512    1-12    *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *  OUTPUT    CUSTLCNO ASCII/CRLF    FIXED      00100            *
      *  OUTPUT    CUSTLCTG ASCII/CRLF    FIXED      00069            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLCNT-FILE  ASSIGN TO       CUSTLCNT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCNT-STATUS.
           SELECT CUSTLCTR-FILE  ASSIGN TO       CUSTLCTR
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCTR-STATUS.
           SELECT CUSTLFFL-FILE  ASSIGN TO       CUSTLFFL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFL-STATUS.
           SELECT CUSTLCNO-FILE  ASSIGN TO       CUSTLCNO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCNO-STATUS.
           SELECT CUSTLCTG-FILE  ASSIGN TO       CUSTLCTG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCTG-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLCNT-FILE
           DATA RECORD    IS CUSTLCNT-REC
           .
       01  CUSTLCNT-REC.
           05  CUSTLCNT-ID             PIC X(015).
           05  FILLER                  PIC X(085).

      *****************************************************************
      * A CUSTLCTR record is the action byte, a separator, and a      *
      * full 100-byte CUSTCNB1 contact image - the contact id is      *
      * always the first fifteen image bytes.                         *
      *****************************************************************
       FD  CUSTLCTR-FILE
           DATA RECORD    IS CUSTLCTR-REC
           .
       01  CUSTLCTR-REC.
           05  CUSTLCTR-ACTION         PIC X(001).
               88  CUSTLCTR-ACTION-ADD             VALUE 'A'.
               88  CUSTLCTR-ACTION-CHANGE          VALUE 'C'.
               88  CUSTLCTR-ACTION-DELETE          VALUE 'D'.
           05  FILLER                  PIC X(001).
           05  CUSTLCTR-IMAGE.
               10  CUSTLCTR-ID.
                   15  CUSTLCTR-KEY    PIC X(012).
                   15  CUSTLCTR-TYPE   PIC X(001).
                   15  CUSTLCTR-SEQ    PIC X(002).
               10  FILLER              PIC X(085).

       FD  CUSTLFFL-FILE
           DATA RECORD    IS CUSTLFFL-REC
           .
       01  CUSTLFFL-REC.
           05  CUSTLFFL-DATA-01 PIC X(00512).

       FD  CUSTLCNO-FILE
           DATA RECORD    IS CUSTLCNO-REC
           .
       01  CUSTLCNO-REC.
           05  CUSTLCNO-DATA-01 PIC X(00100).

      *****************************************************************
      * CUSTLCTG-FILE is the contact transaction register - one line  *
      * per CUSTLCTR record read, APPLIED or REJECTED with a reason,  *
      * the same register CBLCSVC5 keeps as CUSTLTRG.                 *
      *****************************************************************
       FD  CUSTLCTG-FILE
           DATA RECORD    IS CUSTLCTG-REC
           .
       01  CUSTLCTG-REC.
           05  CUSTLCTG-DISPOSITION    PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLCTG-ACTION         PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLCTG-ID             PIC X(015).
           05  FILLER                  PIC X(001).
           05  CUSTLCTG-REASON-TEXT    PIC X(042).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCL '.
           05  T2 pic X(34) value 'Apply CUSTLCTR trans to CUSTLCNT  '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCL '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLCNT-STATUS.
           05  CUSTLCNT-STATUS-L     pic X.
           05  CUSTLCNT-STATUS-R     pic X.
       01  CUSTLCNT-EOF              pic X       value 'N'.
           88  CUSTLCNT-AT-EOF                   value 'Y'.
       01  CUSTLCNT-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCTR-STATUS.
           05  CUSTLCTR-STATUS-L     pic X.
           05  CUSTLCTR-STATUS-R     pic X.
       01  CUSTLCTR-EOF              pic X       value 'N'.
           88  CUSTLCTR-AT-EOF                   value 'Y'.
       01  CUSTLCTR-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFFL-STATUS.
           05  CUSTLFFL-STATUS-L     pic X.
           05  CUSTLFFL-STATUS-R     pic X.
       01  CUSTLFFL-EOF              pic X       value 'N'.
           88  CUSTLFFL-AT-EOF                   value 'Y'.
       01  CUSTLFFL-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCNO-STATUS.
           05  CUSTLCNO-STATUS-L     pic X.
           05  CUSTLCNO-STATUS-R     pic X.
       01  CUSTLCNO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCTG-STATUS.
           05  CUSTLCTG-STATUS-L     pic X.
           05  CUSTLCTG-STATUS-R     pic X.
       01  CUSTLCTG-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * The balanced-line work areas, as in CBLCSVC5. CUSTLCNT-       *
      * ACTIVE-ID and CUSTLCTR-ACTIVE-ID are the contact ids in hand, *
      * set to HIGH-VALUES at end of their file. CUSTLFFL-ACTIVE-KEY  *
      * is the customer key CUSTLFFL has been read forward to, for    *
      * the key-on-master edit.                                       *
      *****************************************************************
       01  CUSTLCNT-ACTIVE-ID        pic X(15)   value HIGH-VALUES.
       01  CUSTLCTR-ACTIVE-ID        pic X(15)   value HIGH-VALUES.
       01  CUSTLCTR-PRIOR-ID         pic X(15)   value LOW-VALUES.
       01  CUSTLMCH-ACTIVE-ID        pic X(15)   value HIGH-VALUES.
       01  CUSTLFFL-ACTIVE-KEY       pic X(12)   value LOW-VALUES.
       01  CUSTLHLD-ACTIVE-FLAG      pic X       value 'N'.
           88  CUSTLHLD-ACTIVE                   value 'Y'.

      *****************************************************************
      * CUSTCONT-RECORD is the fixed-field view of the transaction    *
      * image. CUSTLHLD-RECORD is the contact being built for the     *
      * new generation, redefined with the same fields so a Change    *
      * lands field-by-field on the bytes that will be written.       *
      *****************************************************************
       COPY CUSTCNB1.

       01  CUSTLHLD-RECORD           pic X(100)  value SPACES.
       01  CUSTLHLD-CNB1 redefines CUSTLHLD-RECORD.
           05  CUSTLHLD-ID              PIC X(15).
           05  CUSTLHLD-VALUE           PIC X(60).
           05  CUSTLHLD-PREFERRED       PIC X.
           05  CUSTLHLD-OPT-OUT         PIC X.
           05  CUSTLHLD-CHANGE-DATE     PIC X(8).
           05  FILLER                   PIC X(15).

      *****************************************************************
      * CUSTLRUN-DATE stamps CUSTCONT-CHANGE-DATE on every applied    *
      * Add and Change.                                               *
      *****************************************************************
       01  CUSTLRUN-DATE             pic 9(8)    value 0.

      *****************************************************************
      * The contact-value edit work items. CUSTLEDT-FLAG answers the  *
      * edit; CUSTLEDT-LEN is the value's last non-blank byte;        *
      * CUSTLEDT-AT-POS and CUSTLEDT-DOT-POS are the position of the  *
      * @ and of the last dot after it in an e-mail address.          *
      *****************************************************************
       01  CUSTLEDT-FLAG             pic X       value 'Y'.
           88  CUSTLEDT-PASSED                   value 'Y'.
       01  CUSTLEDT-VALUE            pic X(60)   value SPACES.
       01  CUSTLEDT-TYPE             pic X       value SPACE.
       01  CUSTLEDT-IX               pic 9(3)    value 0.
       01  CUSTLEDT-LEN              pic 9(3)    value 0.
       01  CUSTLEDT-BYTE             pic X       value SPACE.
       01  CUSTLEDT-AT-COUNT         pic 9(3)    value 0.
       01  CUSTLEDT-AT-POS           pic 9(3)    value 0.
       01  CUSTLEDT-DOT-POS          pic 9(3)    value 0.

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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCL '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCL'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Apply CUSTLCTR trans to CUSTLCNT  '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLCNT-TOTAL.
           05  CUSTLCNT-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLCNT'.
       01  CUSTLCTR-TOTAL.
           05  CUSTLCTR-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLCTR'.
       01  CUSTLCNO-TOTAL.
           05  CUSTLCNO-ADD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLCNO'.
       01  CUSTLCTG-APPLIED-TOTAL.
           05  CUSTLCTG-APP  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Transactions applied   '.
       01  CUSTLCTG-REJECTED-TOTAL.
           05  CUSTLCTG-REJ  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Transactions rejected  '.

      *****************************************************************
       PROCEDURE DIVISION.
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move INFO-STATEMENT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-POST-COPYRIGHT
           accept CUSTLRUN-DATE from DATE YYYYMMDD
           perform CUSTLCNT-OPEN
           perform CUSTLCTR-OPEN
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLCNO-OPEN
           perform CUSTLCNT-GET
           perform CUSTLCTR-GET

           perform until CUSTLCNT-ACTIVE-ID = HIGH-VALUES
                     and CUSTLCTR-ACTIVE-ID = HIGH-VALUES
               if  CUSTLCNT-ACTIVE-ID < CUSTLCTR-ACTIVE-ID
                   move CUSTLCNT-ACTIVE-ID to CUSTLMCH-ACTIVE-ID
               else
                   move CUSTLCTR-ACTIVE-ID to CUSTLMCH-ACTIVE-ID
               end-if
               if  CUSTLCNT-ACTIVE-ID = CUSTLMCH-ACTIVE-ID
                   move CUSTLCNT-REC to CUSTLHLD-RECORD
                   move 'Y' to CUSTLHLD-ACTIVE-FLAG
                   perform CUSTLCNT-GET
               else
                   move 'N' to CUSTLHLD-ACTIVE-FLAG
               end-if
               perform until CUSTLCTR-ACTIVE-ID
                                 not = CUSTLMCH-ACTIVE-ID
                   perform CUSTLCTR-APPLY
                   perform CUSTLCTR-GET
               end-perform
               if  CUSTLHLD-ACTIVE
                   move CUSTLHLD-RECORD to CUSTLCNO-REC
                   perform CUSTLCNO-WRITE
               end-if
           end-perform

           move CUSTLCNT-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLCTR-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLCNO-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLCTG-APPLIED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLCTG-REJECTED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLCNT-AT-EOF and CUSTLCTR-AT-EOF
               move 'Complete' to INFO-ID
           else
               move 'ABENDING' to INFO-ID
           end-if
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLCNO-CLOSE
           perform CUSTLCTR-CLOSE
           perform CUSTLCNT-CLOSE
           perform CUSTLFFL-CLOSE
           perform CUSTLCTG-CLOSE
           GOBACK.

      *****************************************************************
      * CUSTLCTR-APPLY answers the transaction in hand against the    *
      * held contact. An Add for a contact id already held is         *
      * rejected; a Change or Delete for a contact id not held is     *
      * rejected; an Add or Change must also pass CUSTLCTR-EDIT.      *
      *****************************************************************
       CUSTLCTR-APPLY.
           move SPACES to CUSTLCTG-REC
           move CUSTLCTR-IMAGE to CUSTCONT-RECORD
           evaluate true
               when CUSTLCTR-KEY not NUMERIC
                   move 'CUSTLCTR key is not numeric'
                       to CUSTLCTG-REASON-TEXT
                   perform CUSTLCTG-WRITE-REJECTED
               when not CUSTCONT-TYPE-VALID
                   move 'Contact type is not H, M or E'
                       to CUSTLCTG-REASON-TEXT
                   perform CUSTLCTG-WRITE-REJECTED
               when CUSTLCTR-SEQ not NUMERIC
                   move 'Contact sequence is not numeric'
                       to CUSTLCTG-REASON-TEXT
                   perform CUSTLCTG-WRITE-REJECTED
               when CUSTLCTR-ACTION-ADD
                   if  CUSTLHLD-ACTIVE
                       move 'Add rejected - contact already on file'
                           to CUSTLCTG-REASON-TEXT
                       perform CUSTLCTG-WRITE-REJECTED
                   else
                       perform CUSTLCTR-APPLY-ADD
                   end-if
               when CUSTLCTR-ACTION-CHANGE
                   if  CUSTLHLD-ACTIVE
                       perform CUSTLCTR-APPLY-CHANGE
                   else
                       move 'Change rejected - contact not on file'
                           to CUSTLCTG-REASON-TEXT
                       perform CUSTLCTG-WRITE-REJECTED
                   end-if
               when CUSTLCTR-ACTION-DELETE
                   if  CUSTLHLD-ACTIVE
                       move 'N' to CUSTLHLD-ACTIVE-FLAG
                       move 'Contact deleted' to CUSTLCTG-REASON-TEXT
                       perform CUSTLCTG-WRITE-APPLIED
                   else
                       move 'Delete rejected - contact not on file'
                           to CUSTLCTG-REASON-TEXT
                       perform CUSTLCTG-WRITE-REJECTED
                   end-if
               when other
                   move 'Action code is not A, C or D'
                       to CUSTLCTG-REASON-TEXT
                   perform CUSTLCTG-WRITE-REJECTED
           end-evaluate
           exit.
      *---------------------------------------------------------------*
      * CUSTLCTR-APPLY-ADD takes the whole image once it passes the   *
      * edits. The value is required on an Add; blank flags are N.    *
      *---------------------------------------------------------------*
       CUSTLCTR-APPLY-ADD.
           if  CUSTCONT-PREFERRED = SPACE
               move 'N' to CUSTCONT-PREFERRED
           end-if
           if  CUSTCONT-OPT-OUT = SPACE
               move 'N' to CUSTCONT-OPT-OUT
           end-if
           if  CUSTCONT-VALUE = SPACES
               move 'N' to CUSTLEDT-FLAG
               move 'Add rejected - contact value is blank'
                   to CUSTLCTG-REASON-TEXT
           else
               perform CUSTLCTR-EDIT
           end-if
           if  CUSTLEDT-PASSED
               move CUSTCONT-RECORD to CUSTLHLD-RECORD
               move CUSTLRUN-DATE to CUSTLHLD-CHANGE-DATE
               move 'Y' to CUSTLHLD-ACTIVE-FLAG
               move 'Contact added' to CUSTLCTG-REASON-TEXT
               perform CUSTLCTG-WRITE-APPLIED
           else
               perform CUSTLCTG-WRITE-REJECTED
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLCTR-APPLY-CHANGE overlays the non-blank value and flags  *
      * of the image on the held contact once they pass the edits.    *
      *---------------------------------------------------------------*
       CUSTLCTR-APPLY-CHANGE.
           perform CUSTLCTR-EDIT
           if  CUSTLEDT-PASSED
               if  CUSTCONT-VALUE not = SPACES
                   move CUSTCONT-VALUE to CUSTLHLD-VALUE
               end-if
               if  CUSTCONT-PREFERRED not = SPACE
                   move CUSTCONT-PREFERRED to CUSTLHLD-PREFERRED
               end-if
               if  CUSTCONT-OPT-OUT not = SPACE
                   move CUSTCONT-OPT-OUT to CUSTLHLD-OPT-OUT
               end-if
               move CUSTLRUN-DATE to CUSTLHLD-CHANGE-DATE
               move 'Contact changed' to CUSTLCTG-REASON-TEXT
               perform CUSTLCTG-WRITE-APPLIED
           else
               perform CUSTLCTG-WRITE-REJECTED
           end-if
           exit.

      *****************************************************************
      * CUSTLCTR-EDIT proves an Add or Change before it is applied:   *
      * the customer must be on CUSTLFFL, the flags must be Y or N    *
      * (blank on a Change means no change), and a non-blank value    *
      * must fit its contact type. The first failure found is the     *
      * reason registered.                                            *
      *****************************************************************
       CUSTLCTR-EDIT.
           move 'Y' to CUSTLEDT-FLAG
           perform CUSTLFFL-POSITION
           if  CUSTLFFL-ACTIVE-KEY not = CUSTLCTR-KEY
               move 'N' to CUSTLEDT-FLAG
               move 'Customer key not on CUSTLFFL'
                   to CUSTLCTG-REASON-TEXT
           end-if
           if  CUSTLEDT-PASSED
           and CUSTCONT-PREFERRED not = SPACE
           and CUSTCONT-PREFERRED not = 'Y'
           and CUSTCONT-PREFERRED not = 'N'
               move 'N' to CUSTLEDT-FLAG
               move 'Preferred flag is not Y or N'
                   to CUSTLCTG-REASON-TEXT
           end-if
           if  CUSTLEDT-PASSED
           and CUSTCONT-OPT-OUT not = SPACE
           and CUSTCONT-OPT-OUT not = 'Y'
           and CUSTCONT-OPT-OUT not = 'N'
               move 'N' to CUSTLEDT-FLAG
               move 'Opt-out flag is not Y or N'
                   to CUSTLCTG-REASON-TEXT
           end-if
           if  CUSTLEDT-PASSED
           and CUSTCONT-VALUE not = SPACES
               move CUSTCONT-VALUE to CUSTLEDT-VALUE
               move CUSTCONT-TYPE  to CUSTLEDT-TYPE
               perform CUSTLEDT-SET-LENGTH
               if  CUSTCONT-TYPE-EMAIL
                   perform CUSTLEDT-EMAIL
               else
                   perform CUSTLEDT-PHONE
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLEDT-SET-LENGTH finds the last non-blank byte of the      *
      * value, the same bounded left-to-right scan CBLCSVCI uses to   *
      * trim a column.                                                *
      *---------------------------------------------------------------*
       CUSTLEDT-SET-LENGTH.
           move 0 to CUSTLEDT-LEN
           move 1 to CUSTLEDT-IX
           perform until CUSTLEDT-IX > 60
               if  CUSTLEDT-VALUE(CUSTLEDT-IX:1) not = SPACE
                   move CUSTLEDT-IX to CUSTLEDT-LEN
               end-if
               add 1 to CUSTLEDT-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * A home or mobile phone is digits only - no spaces, dashes or  *
      * brackets - from the first byte to the last non-blank one.     *
      *---------------------------------------------------------------*
       CUSTLEDT-PHONE.
           move 1 to CUSTLEDT-IX
           perform until CUSTLEDT-IX > CUSTLEDT-LEN
               if  CUSTLEDT-VALUE(CUSTLEDT-IX:1) not NUMERIC
                   move 'N' to CUSTLEDT-FLAG
               end-if
               add 1 to CUSTLEDT-IX
           end-perform
           if  not CUSTLEDT-PASSED
               move 'Phone number is not digits only'
                   to CUSTLCTG-REASON-TEXT
           end-if
           exit.
      *---------------------------------------------------------------*
      * An e-mail address needs exactly one @ with at least one byte  *
      * before it, and a domain after it holding a dot that neither   *
      * follows the @ directly nor ends the address. A space, quote   *
      * or comma anywhere in it is refused, so the value can go into  *
      * a CSV or JSON extract without being framed or escaped.        *
      *---------------------------------------------------------------*
       CUSTLEDT-EMAIL.
           move 0 to CUSTLEDT-AT-COUNT
           move 0 to CUSTLEDT-AT-POS
           move 0 to CUSTLEDT-DOT-POS
           move 1 to CUSTLEDT-IX
           perform until CUSTLEDT-IX > CUSTLEDT-LEN
               move CUSTLEDT-VALUE(CUSTLEDT-IX:1) to CUSTLEDT-BYTE
               evaluate CUSTLEDT-BYTE
                   when SPACE
                   when '"'
                   when ','
                       move 'N' to CUSTLEDT-FLAG
                   when '@'
                       add 1 to CUSTLEDT-AT-COUNT
                       move CUSTLEDT-IX to CUSTLEDT-AT-POS
                   when '.'
                       if  CUSTLEDT-AT-POS > 0
                           move CUSTLEDT-IX to CUSTLEDT-DOT-POS
                       end-if
                   when other
                       CONTINUE
               end-evaluate
               add 1 to CUSTLEDT-IX
           end-perform
           if  CUSTLEDT-AT-COUNT not = 1
           or  CUSTLEDT-AT-POS < 2
           or  CUSTLEDT-DOT-POS = 0
           or  CUSTLEDT-DOT-POS not < CUSTLEDT-LEN
               move 'N' to CUSTLEDT-FLAG
           else
               if  CUSTLEDT-VALUE(CUSTLEDT-AT-POS + 1:1) = '.'
                   move 'N' to CUSTLEDT-FLAG
               end-if
           end-if
           if  not CUSTLEDT-PASSED
               move 'E-mail address is not name@domain'
                   to CUSTLCTG-REASON-TEXT
           end-if
           exit.

      *****************************************************************
      * CUSTLCNT-GET/CUSTLCTR-GET read the next record of their file  *
      * and refresh the active contact id, or set it to HIGH-VALUES   *
      * at end of file so the balanced-line compare drains the other  *
      * file.                                                         *
      *****************************************************************
       CUSTLCNT-GET.
           if  CUSTLCNT-OPEN-FLAG = 'O'
               perform CUSTLCNT-READ
           end-if
           if  CUSTLCNT-OPEN-FLAG = 'O'
           and CUSTLCNT-STATUS = '00'
               add 1 to CUSTLCNT-RDR
               move CUSTLCNT-ID to CUSTLCNT-ACTIVE-ID
           else
               move 'Y' to CUSTLCNT-EOF
               move HIGH-VALUES to CUSTLCNT-ACTIVE-ID
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLCTR-GET also enforces the contact-id sequence the        *
      * balanced line depends on, rejecting an out-of-sequence        *
      * transaction to the register the way CBLCSVC5's CUSTLTRN-GET   *
      * does.                                                         *
      *---------------------------------------------------------------*
       CUSTLCTR-GET.
           if  CUSTLCTR-ACTIVE-ID not = HIGH-VALUES
               move CUSTLCTR-ACTIVE-ID to CUSTLCTR-PRIOR-ID
           end-if
           perform CUSTLCTR-GET-NEXT
           perform until CUSTLCTR-ACTIVE-ID = HIGH-VALUES
                     or  CUSTLCTR-ACTIVE-ID not < CUSTLCTR-PRIOR-ID
               move SPACES to CUSTLCTG-REC
               move 'CUSTLCTR contact id out of sequence'
                   to CUSTLCTG-REASON-TEXT
               perform CUSTLCTG-WRITE-REJECTED
               perform CUSTLCTR-GET-NEXT
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLCTR-GET-NEXT.
           perform CUSTLCTR-READ
           if  CUSTLCTR-STATUS = '00'
               add 1 to CUSTLCTR-RDR
               move CUSTLCTR-ID to CUSTLCTR-ACTIVE-ID
           else
               move HIGH-VALUES to CUSTLCTR-ACTIVE-ID
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLFFL-POSITION reads CUSTLFFL forward until its key is not *
      * lower than the transaction key in hand. The transactions come *
      * in customer-key order, so CUSTLFFL is read once, start to     *
      * finish, however many contacts are edited against it.          *
      *---------------------------------------------------------------*
       CUSTLFFL-POSITION.
           perform until CUSTLFFL-ACTIVE-KEY not < CUSTLCTR-KEY
               perform CUSTLFFL-READ
               if  CUSTLFFL-STATUS = '00'
                   move CUSTLFFL-REC(1:12) to CUSTLFFL-ACTIVE-KEY
               else
                   move HIGH-VALUES to CUSTLFFL-ACTIVE-KEY
               end-if
           end-perform
           exit.

      *****************************************************************
      * I/O Routines for the CONTACT MASTER INPUT File...             *
      *****************************************************************
       CUSTLCNT-CLOSE.
           if  CUSTLCNT-OPEN-FLAG = 'C'
               CONTINUE
           else
               add 8 to ZERO giving APPL-RESULT
               close CUSTLCNT-FILE
               if  CUSTLCNT-STATUS = '00'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'C' to CUSTLCNT-OPEN-FLAG
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
               if  APPL-AOK
                   CONTINUE
               else
                   move 'CLOSE Failure with CUSTLCNT' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLCNT-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCNT-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLCNT-FILE
           if  CUSTLCNT-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLCNT-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLCNT-EOF
               else
                   move 'READ Failure with CUSTLCNT' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLCNT-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * A CUSTLCNT that does not exist yet (status 35) is the first   *
      * load of the file - it is read as empty, so every transaction  *
      * must be an Add. Any other open failure is an abend.           *
      *---------------------------------------------------------------*
       CUSTLCNT-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLCNT-FILE
           if  CUSTLCNT-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCNT-OPEN-FLAG
           else
               if  CUSTLCNT-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLCNT found, loading a new file'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCNT' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCNT-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the TRANSACTION INPUT File...                *
      *****************************************************************
       CUSTLCTR-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLCTR-FILE
           if  CUSTLCTR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLCTR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCTR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCTR-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLCTR-FILE
           if  CUSTLCTR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLCTR-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLCTR-EOF
               else
                   move 'READ Failure with CUSTLCTR' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLCTR-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCTR-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLCTR-FILE
           if  CUSTLCTR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCTR-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCTR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCTR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTOMER MASTER INPUT File...            *
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
      * I/O Routines for the NEW-GENERATION OUTPUT File...            *
      *****************************************************************
       CUSTLCNO-WRITE.
           write CUSTLCNO-REC
           if  CUSTLCNO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               add 1 to CUSTLCNO-ADD
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLCNO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCNO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCNO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLCNO-FILE
           if  CUSTLCNO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCNO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCNO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCNO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCNO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLCNO-FILE
           if  CUSTLCNO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLCNO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLCNO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCNO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CONTACT TRANSACTION REGISTER File...     *
      *****************************************************************
       CUSTLCTG-WRITE-APPLIED.
           move 'APPLIED ' to CUSTLCTG-DISPOSITION
           add 1 to CUSTLCTG-APP
           perform CUSTLCTG-WRITE
           exit.
      *---------------------------------------------------------------*
       CUSTLCTG-WRITE-REJECTED.
           move 'REJECTED' to CUSTLCTG-DISPOSITION
           add 1 to CUSTLCTG-REJ
           perform CUSTLCTG-WRITE
           exit.
      *---------------------------------------------------------------*
       CUSTLCTG-WRITE.
           if  CUSTLCTG-OPEN-FLAG = 'C'
               perform CUSTLCTG-OPEN
           end-if
           move CUSTLCTR-ACTION to CUSTLCTG-ACTION
           move CUSTLCTR-ID     to CUSTLCTG-ID
           write CUSTLCTG-REC
           if  CUSTLCTG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLCTG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCTG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCTG-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLCTG-FILE
           if  CUSTLCTG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCTG-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCTG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCTG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCTG-CLOSE.
           if  CUSTLCTG-OPEN-FLAG = 'C'
               CONTINUE
           else
               add 8 to ZERO giving APPL-RESULT
               close CUSTLCTG-FILE
               if  CUSTLCTG-STATUS = '00'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'C' to CUSTLCTG-OPEN-FLAG
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
               if  APPL-AOK
                   CONTINUE
               else
                   move 'CLOSE Failure with CUSTLCTG' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLCTG-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCP.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCP rolls the customer master back to an earlier        *
      *  generation on the CUSTLGEN catalog, so a bad master run is   *
      *  backed out by a controlled, recorded step and every program  *
      *  that reads the master afterwards accepts the reinstated      *
      *  file as current.                                             *
      *                                                               *
      *  CUSTLGENNO names the generation to reinstate and CUSTLREASON *
      *  says why (both required). CUSTLFFL is the kept copy of that  *
      *  generation and CUSTLFFO the place the live master is taken   *
      *  from. Through CBLCSVV5 the kept copy is first proved against *
      *  the catalog entry for the generation - the same record count *
      *  and CUSTTEXT-KEY hash total - and is refused when it does    *
      *  not match, when the generation is not on the catalog or when *
      *  it is already the current one. The proved copy is then       *
      *  written to CUSTLFFO and CBLCSVV5 adds a Reinstated entry     *
      *  for the generation, with the reason and the generation it    *
      *  backed out, which makes it the current generation again.     *
      *  The catalog entry is the record of the rollback.             *
      *                                                               *
      *  Before the live master is replaced it is read back once and  *
      *  matched, key by key, against the kept copy, and the reversal *
      *  is handed to CBLCSVV4 for the permanent CUSTLFHS history: a  *
      *  key only on the live master is posted as a Delete, a key     *
      *  only on the kept copy as an Add, and a key on both whose     *
      *  record differs as a Change from the live record to the kept  *
      *  one. The field-level history of a master therefore runs on   *
      *  through a rollback the same as through a CBLCSVC5 update. A  *
      *  live master that does not exist yet is matched as empty; a   *
      *  run that cannot write the history abends.                    *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *                                                               *
      *  OUTPUT    CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *  EXTEND    CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *  EXTEND    CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLFFL-FILE  ASSIGN TO       CUSTLFFL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFL-STATUS.
           SELECT CUSTLFFO-FILE  ASSIGN TO       CUSTLFFO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFO-STATUS.
           SELECT CUSTLLIV-FILE  ASSIGN TO       CUSTLFFO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLLIV-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLFFL-FILE
           DATA RECORD    IS CUSTLFFL-REC
           .
       01  CUSTLFFL-REC.
           05  CUSTLFFL-DATA-01 PIC X(00512).

       FD  CUSTLFFO-FILE
           DATA RECORD    IS CUSTLFFO-REC
           .
       01  CUSTLFFO-REC.
           05  CUSTLFFO-DATA-01 PIC X(00512).

       FD  CUSTLLIV-FILE
           DATA RECORD    IS CUSTLLIV-REC
           .
       01  CUSTLLIV-REC.
           05  CUSTLLIV-DATA-01 PIC X(00512).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCP '.
           05  T2 pic X(34) value 'Roll back to a master generation  '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCP '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLFFL-STATUS.
           05  CUSTLFFL-STATUS-L     pic X.
           05  CUSTLFFL-STATUS-R     pic X.
       01  CUSTLFFL-EOF              pic X       value 'N'.
           88  CUSTLFFL-AT-EOF                   value 'Y'.
       01  CUSTLFFL-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFFO-STATUS.
           05  CUSTLFFO-STATUS-L     pic X.
           05  CUSTLFFO-STATUS-R     pic X.
       01  CUSTLFFO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLLIV-STATUS.
           05  CUSTLLIV-STATUS-L     pic X.
           05  CUSTLLIV-STATUS-R     pic X.
       01  CUSTLLIV-EOF              pic X       value 'N'.
           88  CUSTLLIV-AT-EOF                   value 'Y'.
       01  CUSTLLIV-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * The match keys of the live master and the kept copy. Each is  *
      * set to HIGH-VALUES at end of file so the other side runs out. *
      *****************************************************************
       01  CUSTLLIV-KEY              pic X(12)   value SPACES.
       01  CUSTLFFL-KEY              pic X(12)   value SPACES.

      *****************************************************************
      * CUSTLLAYOUT is passed to CBLCSVV4 so it names the fields of   *
      * the history entries from the right copybook.                  *
      *****************************************************************
       01  CUSTLLAYOUT-FLAG          pic X       value '1'.

      *****************************************************************
      * The run parameters. CUSTLGENNO goes through the same digit    *
      * edit CBLCSVC1 applies to CUSTLKLOW.                           *
      *****************************************************************
       01  CUSTLGENNO-PARM           pic X(12)   value SPACES.
       01  CUSTLKRANGE-PARM          pic X(12)   value SPACES.
       01  CUSTLKRANGE-DIGITS        pic X(12)   value ZEROS.
       01  CUSTLKRANGE-IX            pic 9(3)    value 0.
       01  CUSTLKRANGE-LEN           pic 9(3)    value 0.

      *****************************************************************
      * The call areas for CBLCSVV5, which proves the kept copy       *
      * against the named generation and catalogs it as reinstated.   *
      *****************************************************************
       01  CUSTLGEN-FUNCTION         pic X       value SPACE.
       01  CUSTLGEN-GENERATION       pic 9(6)    value 0.
       01  CUSTLGEN-REASON           pic X(40)   value SPACES.
       01  CUSTLGEN-RESULT           pic X       value SPACE.

      *****************************************************************
      * The call areas for CBLCSVV4, which appends the reversal of    *
      * the backed-out generation to the permanent CUSTLFHS history.  *
      *****************************************************************
       01  CUSTLFHS-EVENT            pic X       value SPACE.
       01  CUSTLFHS-BEFORE           pic X(512)  value SPACES.
       01  CUSTLFHS-AFTER            pic X(512)  value SPACES.
       01  CUSTLFHS-RESULT           pic X       value SPACE.

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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCP '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCP'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Roll back to a master generation  '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLFFL-TOTAL.
           05  CUSTLFFL-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLFFL'.
       01  CUSTLFFO-TOTAL.
           05  CUSTLFFO-ADD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLFFO'.
       01  CUSTLREV-ADD-TOTAL.
           05  CUSTLREV-ADD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(30)
               value 'Keys put back (Add)           '.
       01  CUSTLREV-CHG-TOTAL.
           05  CUSTLREV-CHG  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(30)
               value 'Keys restored (Change)        '.
       01  CUSTLREV-DEL-TOTAL.
           05  CUSTLREV-DEL  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(30)
               value 'Keys backed out (Delete)      '.

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
           perform CUSTLGEN-PROVE-COPY
           perform CUSTLREV-POST-HISTORY

           move 'N' to CUSTLFFL-EOF
           perform CUSTLFFL-OPEN
           perform CUSTLFFO-OPEN
           perform until CUSTLFFL-AT-EOF
               perform CUSTLFFL-READ
               if  not CUSTLFFL-AT-EOF
                   add 1 to CUSTLFFL-RDR
                   move CUSTLFFL-REC to CUSTLFFO-REC
                   perform CUSTLFFO-WRITE
               end-if
           end-perform
           perform CUSTLFFO-CLOSE
           perform CUSTLFFL-CLOSE
           perform CUSTLGEN-REINSTATE

           move CUSTLFFL-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLFFO-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLREV-ADD-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLREV-CHG-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLREV-DEL-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move 'Complete' to INFO-ID
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT
           perform CUSTLFHS-CLOSE
           GOBACK.

      *****************************************************************
      * CUSTLRUN-ACCEPT-PARMS picks up the generation and the reason. *
      * A rollback with either missing is refused.                    *
      *****************************************************************
       CUSTLRUN-ACCEPT-PARMS.
           accept CUSTLLAYOUT-FLAG from ENVIRONMENT 'CUSTLLAYOUT'
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           accept CUSTLGENNO-PARM from ENVIRONMENT 'CUSTLGENNO'
               on EXCEPTION
                   move SPACES to CUSTLGENNO-PARM
           end-accept
           move CUSTLGENNO-PARM to CUSTLKRANGE-PARM
           perform CUSTLKRANGE-EDIT
           if  CUSTLGENNO-PARM = SPACES
           or  CUSTLKRANGE-DIGITS not NUMERIC
           or  CUSTLKRANGE-DIGITS(1:6) not = '000000'
           or  CUSTLKRANGE-DIGITS(7:6) = '000000'
               move 'CUSTLGENNO must be a generation number'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move CUSTLKRANGE-DIGITS(7:6) to CUSTLGEN-GENERATION
           accept CUSTLGEN-REASON from ENVIRONMENT 'CUSTLREASON'
               on EXCEPTION
                   move SPACES to CUSTLGEN-REASON
           end-accept
           if  CUSTLGEN-REASON = SPACES
               move 'CUSTLREASON is required' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move 'Reinstating CUSTLGEN generation nnnnnn'
             to MESSAGE-TEXT
           move CUSTLGEN-GENERATION to MESSAGE-TEXT(33:6)
           perform Z-DISPLAY-MESSAGE-TEXT
           move 'Reason: ' to MESSAGE-TEXT
           move CUSTLGEN-REASON to MESSAGE-TEXT(9:40)
           perform Z-DISPLAY-MESSAGE-TEXT
           exit.
      *---------------------------------------------------------------*
      * CUSTLGEN-PROVE-COPY has CBLCSVV5 prove the kept copy is the   *
      * named generation before anything is written.                  *
      *---------------------------------------------------------------*
       CUSTLGEN-PROVE-COPY.
           move 'N' to CUSTLGEN-FUNCTION
           call 'CBLCSVV5' using CUSTLGEN-FUNCTION
                                 PROGRAM-NAME
                                 CUSTLGEN-GENERATION
                                 CUSTLGEN-REASON
                                 CUSTLGEN-RESULT
           end-call
           evaluate CUSTLGEN-RESULT
               when '0'
                   CONTINUE
               when 'G'
                   move 'CUSTLGENNO is not on the CUSTLGEN catalog'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
               when 'A'
                   move 'CUSTLGENNO is already the current generation'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
               when 'M'
                   move 'CUSTLFFL is not the CUSTLGENNO generation'
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
      *---------------------------------------------------------------*
      * CUSTLGEN-REINSTATE has CBLCSVV5 catalog the CUSTLFFO just     *
      * written as the named generation made current again.           *
      *---------------------------------------------------------------*
       CUSTLGEN-REINSTATE.
           move 'R' to CUSTLGEN-FUNCTION
           call 'CBLCSVV5' using CUSTLGEN-FUNCTION
                                 PROGRAM-NAME
                                 CUSTLGEN-GENERATION
                                 CUSTLGEN-REASON
                                 CUSTLGEN-RESULT
           end-call
           if  CUSTLGEN-RESULT = '0'
               move 'CUSTLGEN generation nnnnnn is current again'
                 to MESSAGE-TEXT
               move CUSTLGEN-GENERATION to MESSAGE-TEXT(21:6)
               perform Z-DISPLAY-MESSAGE-TEXT
           else
               move 'CUSTLFFO could not be catalogued on CUSTLGEN'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLREV-POST-HISTORY matches the live master against the     *
      * proved kept copy, both in CUSTTEXT-KEY order, and posts what  *
      * the rollback is about to undo. The live side is read through  *
      * its own SELECT before CUSTLFFO is opened for output.          *
      *---------------------------------------------------------------*
       CUSTLREV-POST-HISTORY.
           perform CUSTLLIV-OPEN
           perform CUSTLFFL-OPEN
           perform CUSTLLIV-NEXT
           perform CUSTLFFL-NEXT
           perform until CUSTLLIV-AT-EOF and CUSTLFFL-AT-EOF
               evaluate TRUE
                   when CUSTLLIV-KEY < CUSTLFFL-KEY
                       move CUSTLLIV-REC to CUSTLFHS-BEFORE
                       move SPACES to CUSTLFHS-AFTER
                       move 'D' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                       add 1 to CUSTLREV-DEL
                       perform CUSTLLIV-NEXT
                   when CUSTLLIV-KEY > CUSTLFFL-KEY
                       move SPACES to CUSTLFHS-BEFORE
                       move CUSTLFFL-REC to CUSTLFHS-AFTER
                       move 'A' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                       add 1 to CUSTLREV-ADD
                       perform CUSTLFFL-NEXT
                   when other
                       if  CUSTLLIV-REC not = CUSTLFFL-REC
                           move CUSTLLIV-REC to CUSTLFHS-BEFORE
                           move CUSTLFFL-REC to CUSTLFHS-AFTER
                           move 'C' to CUSTLFHS-EVENT
                           perform CUSTLFHS-POST
                           add 1 to CUSTLREV-CHG
                       end-if
                       perform CUSTLLIV-NEXT
                       perform CUSTLFFL-NEXT
               end-evaluate
           end-perform
           perform CUSTLFFL-CLOSE
           perform CUSTLLIV-CLOSE
           exit.
      *---------------------------------------------------------------*
       CUSTLLIV-NEXT.
           if  CUSTLLIV-OPEN-FLAG = 'O'
               perform CUSTLLIV-READ
           else
               move 'Y' to CUSTLLIV-EOF
           end-if
           if  CUSTLLIV-AT-EOF
               move HIGH-VALUES to CUSTLLIV-KEY
           else
               move CUSTLLIV-REC(1:12) to CUSTLLIV-KEY
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFL-NEXT.
           perform CUSTLFFL-READ
           if  CUSTLFFL-AT-EOF
               move HIGH-VALUES to CUSTLFFL-KEY
           else
               move CUSTLFFL-REC(1:12) to CUSTLFFL-KEY
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLFHS-POST hands one reversal to CBLCSVV4. CUSTLFHS-CLOSE  *
      * is the end-of-run call that closes the history file.          *
      *---------------------------------------------------------------*
       CUSTLFHS-POST.
           call 'CBLCSVV4' using PROGRAM-NAME
                                 CUSTLFHS-EVENT
                                 CUSTLLAYOUT-FLAG
                                 CUSTLFHS-BEFORE
                                 CUSTLFHS-AFTER
                                 CUSTLFHS-RESULT
           end-call
           if  CUSTLFHS-RESULT = 'N'
               move 'OPEN Failure with CUSTLFHS' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFHS-CLOSE.
           move HIGH-VALUE to CUSTLFHS-EVENT
           call 'CBLCSVV4' using PROGRAM-NAME
                                 CUSTLFHS-EVENT
                                 CUSTLLAYOUT-FLAG
                                 CUSTLFHS-BEFORE
                                 CUSTLFHS-AFTER
                                 CUSTLFHS-RESULT
           end-call
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
      * I/O Routines for the CUSTLFFL KEPT GENERATION File...         *
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
      * I/O Routines for the CUSTLFFO LIVE MASTER File...             *
      *****************************************************************
       CUSTLFFO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLFFO-REC
           if  CUSTLFFO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               add 1 to CUSTLFFO-ADD
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLFFO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLFFO-FILE
           if  CUSTLFFO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLFFO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLFFO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFO-CLOSE.
           if  CUSTLFFO-OPEN-FLAG = 'O'
               close CUSTLFFO-FILE
               move 'C' to CUSTLFFO-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLFFO LIVE MASTER, read back before   *
      * it is replaced. A CUSTLFFO that does not exist (status 35) is *
      * reported as not present and matched as an empty master.       *
      *****************************************************************
       CUSTLLIV-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLLIV-FILE
           if  CUSTLLIV-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLLIV-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLLIV-EOF
               else
                   move 'READ Failure with CUSTLFFO' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLLIV-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLLIV-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLLIV-FILE
           if  CUSTLLIV-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLLIV-OPEN-FLAG
           else
               if  CUSTLLIV-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLFFO found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLFFO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLLIV-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLLIV-CLOSE.
           if  CUSTLLIV-OPEN-FLAG = 'O'
               close CUSTLLIV-FILE
               move 'C' to CUSTLLIV-OPEN-FLAG
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

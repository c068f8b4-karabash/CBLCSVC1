       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCW.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCW promotes the newest customer master over the        *
      *  standing one. The nightly cycle writes each new generation   *
      *  to a work file (CBLCSVC5, then the CBLCSVCF cleanse), and    *
      *  every program that starts the next cycle - the CBLCSVCD      *
      *  proof, the CBLCSVC1 extract job stream - reads the standing  *
      *  master and proves it against the current generation on the   *
      *  CUSTLGEN catalog. Until the newest generation is copied back *
      *  over the standing master that proof fails.                   *
      *                                                               *
      *  CUSTLFFL is the newest master and CUSTLFFO the standing one. *
      *  CUSTLFFL is first proved, through CBLCSVV5, as the current   *
      *  generation, then copied record for record to CUSTLFFO, and   *
      *  CUSTLFFO is proved in turn as the current generation before  *
      *  the run ends. No catalog entry is added - the generation is  *
      *  the same, only where it is kept changes.                     *
      *                                                               *
      *  The step may be run again safely. When CUSTLFFL is not the   *
      *  current generation (or is not there at all) but CUSTLFFO     *
      *  already is - a rerun, or a master nothing has replaced yet - *
      *  there is nothing to promote and the run ends normally        *
      *  without writing. When neither is current the run abends and  *
      *  the standing master is left untouched.                       *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *                                                               *
      *  OUTPUT    CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
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

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCW '.
           05  T2 pic X(34) value 'Promote the newest master         '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCW '.
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

      *****************************************************************
      * CBLCSVV5 always proves the file named by CUSTLFFL. To prove   *
      * the standing master the CUSTLFFO dataset name is set as       *
      * CUSTLFFL for the rest of the run, the same way CBLCSVCK sets  *
      * a step's file assignments.                                    *
      *****************************************************************
       01  CUSTLFFO-DATASET          pic X(100)  value SPACES.
       01  CUSTLPRO-FLAG             pic X       value 'N'.
           88  CUSTLPRO-NEEDED                   value 'Y'.

      *****************************************************************
      * The call areas for CBLCSVV5, which proves each master against *
      * the current generation on the CUSTLGEN catalog.               *
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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCW '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCW'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Promote the newest master         '.
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

      *****************************************************************
       PROCEDURE DIVISION.
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move INFO-STATEMENT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-POST-COPYRIGHT
           accept CUSTLFFO-DATASET from ENVIRONMENT 'CUSTLFFO'
               on EXCEPTION
                   move SPACES to CUSTLFFO-DATASET
           end-accept
           if  CUSTLFFO-DATASET = SPACES
               move 'CUSTLFFO must name the standing master'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           perform CUSTLGEN-PROVE-NEWEST

           if  CUSTLPRO-NEEDED
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
               perform CUSTLGEN-PROVE-PROMOTED

               move CUSTLFFL-TOTAL to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT

               move CUSTLFFO-TOTAL to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if

           move 'Complete' to INFO-ID
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT
           GOBACK.

      *****************************************************************
      * CUSTLGEN-PROVE-NEWEST has CBLCSVV5 prove CUSTLFFL as the      *
      * current generation, which calls for the copy. When it is not, *
      * the standing master is proved instead: already current means  *
      * nothing to promote, anything else stops the run.              *
      *****************************************************************
       CUSTLGEN-PROVE-NEWEST.
           perform CUSTLGEN-VERIFY
           evaluate CUSTLGEN-RESULT
               when '0'
                   move 'Y' to CUSTLPRO-FLAG
                   move 'CUSTLFFL is CUSTLGEN generation nnnnnn'
                     to MESSAGE-TEXT
                   move CUSTLGEN-GENERATION to MESSAGE-TEXT(33:6)
                   perform Z-DISPLAY-MESSAGE-TEXT
               when 'E'
                   move 'Y' to CUSTLPRO-FLAG
                   move 'CUSTLGEN has no entries, CUSTLFFL unchecked'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               when other
                   move 'CUSTLFFL is not the current generation'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform CUSTLGEN-POINT-AT-CUSTLFFO
                   perform CUSTLGEN-VERIFY
                   if  CUSTLGEN-RESULT = '0'
                       move 'CUSTLFFO is already generation nnnnnn'
                         to MESSAGE-TEXT
                       move CUSTLGEN-GENERATION to MESSAGE-TEXT(32:6)
                       perform Z-DISPLAY-MESSAGE-TEXT
                       move 'Nothing to promote' to MESSAGE-TEXT
                       perform Z-DISPLAY-MESSAGE-TEXT
                   else
                       move 'CUSTLFFO is not the current generation'
                         to MESSAGE-TEXT
                       perform Z-DISPLAY-MESSAGE-TEXT
                       perform Z-ABEND-PROGRAM
                   end-if
           end-evaluate
           exit.
      *---------------------------------------------------------------*
      * CUSTLGEN-PROVE-PROMOTED proves the CUSTLFFO just written is   *
      * now the current generation.                                   *
      *---------------------------------------------------------------*
       CUSTLGEN-PROVE-PROMOTED.
           perform CUSTLGEN-POINT-AT-CUSTLFFO
           perform CUSTLGEN-VERIFY
           evaluate CUSTLGEN-RESULT
               when '0'
                   move 'CUSTLFFO is now generation nnnnnn'
                     to MESSAGE-TEXT
                   move CUSTLGEN-GENERATION to MESSAGE-TEXT(28:6)
                   perform Z-DISPLAY-MESSAGE-TEXT
               when 'E'
                   CONTINUE
               when other
                   move 'Promoted CUSTLFFO did not prove as current'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
           end-evaluate
           exit.
      *---------------------------------------------------------------*
       CUSTLGEN-POINT-AT-CUSTLFFO.
           display 'CUSTLFFL' upon ENVIRONMENT-NAME
           display CUSTLFFO-DATASET upon ENVIRONMENT-VALUE
           exit.
      *---------------------------------------------------------------*
       CUSTLGEN-VERIFY.
           move 'V' to CUSTLGEN-FUNCTION
           call 'CBLCSVV5' using CUSTLGEN-FUNCTION
                                 PROGRAM-NAME
                                 CUSTLGEN-GENERATION
                                 CUSTLGEN-REASON
                                 CUSTLGEN-RESULT
           end-call
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLFFL NEWEST MASTER File...           *
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
      * I/O Routines for the CUSTLFFO STANDING MASTER File...         *
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

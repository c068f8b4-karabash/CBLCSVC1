       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCT.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCT unloads the indexed master CUSTLKSD to a flat file  *
      *  in CUSTLFFL format, so a day of CBLCSVCA maintenance against *
      *  CUSTLKSD can become the flat master of record instead of     *
      *  being lost at the next CBLCSVC3 reload.                      *
      *                                                               *
      *  CUSTLKSD is read in CUSTTEXT-KEY order and every record is   *
      *  written to CUSTLFFO byte for byte, so the file comes out in  *
      *  key sequence whichever layout the master is in and the       *
      *  unload is layout-neutral.                                    *
      *                                                               *
      *  Once CUSTLFFO is closed complete it is catalogued, through   *
      *  CBLCSVV5, as the next generation on the CUSTLGEN catalog -   *
      *  the same step every program that writes a new master takes - *
      *  so the programs that read CUSTLFFL accept it as the current  *
      *  master. A CUSTLFFO that cannot be catalogued ends the run    *
      *  with return code 12. CBLCSVCS shows beforehand which keys    *
      *  and fields the unload will change against the flat master.   *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLKSD INDEXED       FIXED      00512   001-012  *
      *                                                               *
      *  OUTPUT    CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *  EXTEND    CUSTLGEN ASCII/CRLF    FIXED      00240            *
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
           SELECT CUSTLFFO-FILE  ASSIGN TO       CUSTLFFO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFO-STATUS.

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

       FD  CUSTLFFO-FILE
           DATA RECORD    IS CUSTLFFO-REC
           .
       01  CUSTLFFO-REC.
           05  CUSTLFFO-DATA-01 PIC X(00512).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCT '.
           05  T2 pic X(34) value 'Unload a CUSTLKSD to a CUSTLFFL   '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCT '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLKSD-STATUS.
           05  CUSTLKSD-STATUS-L     pic X.
           05  CUSTLKSD-STATUS-R     pic X.
       01  CUSTLKSD-EOF              pic X       value 'N'.
           88  CUSTLKSD-AT-EOF                   value 'Y'.
       01  CUSTLKSD-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFFO-STATUS.
           05  CUSTLFFO-STATUS-L     pic X.
           05  CUSTLFFO-STATUS-R     pic X.
       01  CUSTLFFO-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * The call areas for CBLCSVV5, which catalogues the completed   *
      * CUSTLFFO as the next generation on CUSTLGEN.                  *
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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCT '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCT'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Unload a CUSTLKSD to a CUSTLFFL   '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLKSD-TOTAL.
           05  CUSTLKSD-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Record count, CUSTLKSD '.
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
           perform CUSTLKSD-OPEN
           perform CUSTLFFO-OPEN

           perform until CUSTLKSD-AT-EOF
               perform CUSTLKSD-READ
               if  not CUSTLKSD-AT-EOF
                   add 1 to CUSTLKSD-RDR
                   move CUSTLKSD-REC to CUSTLFFO-REC
                   perform CUSTLFFO-WRITE
               end-if
           end-perform

           move CUSTLKSD-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLFFO-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLKSD-AT-EOF
               move 'Complete' to INFO-ID
           else
               move 'ABENDING' to INFO-ID
           end-if
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLFFO-CLOSE
           if  INFO-ID = 'Complete'
               perform CUSTLGEN-CATALOG
           end-if
           perform CUSTLKSD-CLOSE
           GOBACK.

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
      * I/O Routines for the FLAT MASTER OUTPUT File...               *
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
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLFFO-FILE
           if  CUSTLFFO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLFFO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLFFO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * CUSTLGEN-CATALOG has CBLCSVV5 add the completed CUSTLFFO to   *
      * the catalog as the next generation. A master that cannot be   *
      * catalogued would be refused by every program after this one,  *
      * so the run abends.                                            *
      *****************************************************************
       CUSTLGEN-CATALOG.
           move 'C' to CUSTLGEN-FUNCTION
           move 0 to CUSTLGEN-GENERATION
           call 'CBLCSVV5' using CUSTLGEN-FUNCTION
                                 PROGRAM-NAME
                                 CUSTLGEN-GENERATION
                                 CUSTLGEN-REASON
                                 CUSTLGEN-RESULT
           end-call
           if  CUSTLGEN-RESULT = '0'
               move 'CUSTLFFO is CUSTLGEN generation nnnnnn'
                 to MESSAGE-TEXT
               move CUSTLGEN-GENERATION to MESSAGE-TEXT(33:6)
               perform Z-DISPLAY-MESSAGE-TEXT
           else
               move 'CUSTLFFO could not be catalogued on CUSTLGEN'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
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

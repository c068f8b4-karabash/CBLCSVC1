       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCQ.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCQ takes in new customers and gives each one its       *
      *  customer number, so a key is never made up by whoever keys   *
      *  the Add. Every number handed out carries a check digit in    *
      *  its last position (the rule is in CBLCSVV6), and the         *
      *  programs that take a key in refuse one whose check digit     *
      *  does not verify.                                             *
      *                                                               *
      *  A CUSTLNEW request is laid out as a CUSTLTRN Add - the       *
      *  action byte 'A', a separator and a 512-byte record image in  *
      *  the CUSTLLAYOUT-selected layout - with the key left blank. A *
      *  request that is not an Add, that already carries a key, or   *
      *  that has no last name is rejected; nothing is assigned to    *
      *  it.                                                          *
      *                                                               *
      *  CUSTLKCT is the key-control file (CUSTKCB1 layout), one      *
      *  record holding the next eleven-digit customer number. Each   *
      *  accepted request is given that number with its check digit   *
      *  and the number moves on by one. The run abends when the      *
      *  control record is missing or not numeric, and when the       *
      *  numbers run out.                                             *
      *                                                               *
      *  The Adds are written to CUSTLNTX, keys filled in, in the     *
      *  order the requests arrived, bracketed by a CUSTBTB1 batch    *
      *  header (NEWCUST as source, CUSTLBATCH or the run time as     *
      *  batch number, the run date) and trailer, ready to go in as   *
      *  one of the CBLCSVCN intake feeds. Every request is answered  *
      *  on the CUSTLNRG register as ASSIGNED with its new key or as  *
      *  REJECTED with the reason.                                    *
      *                                                               *
      *  CUSTLKCT is rewritten only after CUSTLNTX has been closed    *
      *  complete, so a run that abends hands out no numbers and is   *
      *  simply run again. The run ends with return code 4 when any   *
      *  request was rejected.                                        *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLNEW ASCII/CRLF    FIXED      00514            *
      *  INPUT     CUSTLKCT ASCII/CRLF    FIXED      00080            *
      *                                                               *
      *  OUTPUT    CUSTLNTX ASCII/CRLF    FIXED      00514            *
      *  OUTPUT    CUSTLNRG ASCII/CRLF    FIXED      00080            *
      *  OUTPUT    CUSTLKCT ASCII/CRLF    FIXED      00080            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLNEW-FILE  ASSIGN TO       CUSTLNEW
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLNEW-STATUS.
           SELECT CUSTLKCT-FILE  ASSIGN TO       CUSTLKCT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLKCT-STATUS.
           SELECT CUSTLNTX-FILE  ASSIGN TO       CUSTLNTX
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLNTX-STATUS.
           SELECT CUSTLNRG-FILE  ASSIGN TO       CUSTLNRG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLNRG-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * A CUSTLNEW request is a CUSTLTRN Add with the key blank. The  *
      * key and the last name sit in the same bytes under either      *
      * layout.                                                       *
      *****************************************************************
       FD  CUSTLNEW-FILE
           DATA RECORD    IS CUSTLNEW-REC
           .
       01  CUSTLNEW-REC.
           05  CUSTLNEW-ACTION         PIC X.
               88  CUSTLNEW-ACTION-ADD     VALUE 'A'.
           05  FILLER                  PIC X.
           05  CUSTLNEW-IMAGE.
               10  CUSTLNEW-KEY        PIC X(012).
               10  FILLER              PIC X(001).
               10  CUSTLNEW-LAST-NAME  PIC X(028).
               10  FILLER              PIC X(471).

       FD  CUSTLKCT-FILE
           DATA RECORD    IS CUSTLKCT-REC
           .
       01  CUSTLKCT-REC.
           05  CUSTLKCT-DATA-01 PIC X(00080).

       FD  CUSTLNTX-FILE
           DATA RECORD    IS CUSTLNTX-REC
           .
       01  CUSTLNTX-REC.
           05  CUSTLNTX-DATA-01 PIC X(00514).

      *****************************************************************
      * CUSTLNRG-FILE is the register, one line per request.          *
      *****************************************************************
       FD  CUSTLNRG-FILE
           DATA RECORD    IS CUSTLNRG-REC
           .
       01  CUSTLNRG-REC.
           05  CUSTLNRG-DISPOSITION    PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLNRG-KEY            PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLNRG-LAST-NAME      PIC X(028).
           05  FILLER                  PIC X(001).
           05  CUSTLNRG-REASON         PIC X(029).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCQ '.
           05  T2 pic X(34) value 'Assign keys to new customers      '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCQ '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLNEW-STATUS.
           05  CUSTLNEW-STATUS-L     pic X.
           05  CUSTLNEW-STATUS-R     pic X.
       01  CUSTLNEW-EOF              pic X       value 'N'.
           88  CUSTLNEW-AT-EOF                   value 'Y'.
       01  CUSTLNEW-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLKCT-STATUS.
           05  CUSTLKCT-STATUS-L     pic X.
           05  CUSTLKCT-STATUS-R     pic X.
       01  CUSTLKCT-EOF              pic X       value 'N'.
           88  CUSTLKCT-AT-EOF                   value 'Y'.
       01  CUSTLKCT-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLNTX-STATUS.
           05  CUSTLNTX-STATUS-L     pic X.
           05  CUSTLNTX-STATUS-R     pic X.
       01  CUSTLNTX-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLNRG-STATUS.
           05  CUSTLNRG-STATUS-L     pic X.
           05  CUSTLNRG-STATUS-R     pic X.
       01  CUSTLNRG-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * The run parameters: the batch number for the CUSTLNTX header  *
      * and the run date and time.                                    *
      *****************************************************************
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
      * The call areas for CBLCSVV6, which puts the check digit on    *
      * each customer number handed out.                              *
      *****************************************************************
       01  CUSTLCDV-FUNCTION         pic X       value SPACE.
       01  CUSTLCDV-KEY              pic X(12)   value SPACES.
       01  CUSTLCDV-RESULT           pic X       value SPACE.

      *****************************************************************
      * The Add transaction being built and the last customer number  *
      * that can be handed out.                                       *
      *****************************************************************
       01  CUSTLNTX-TRN.
           05  CUSTLNTX-ACTION       pic X.
           05  filler                pic X.
           05  CUSTLNTX-IMAGE        pic X(512).
       01  CUSTLNTX-KEY-N            pic 9(12)   value 0.
       01  CUSTLKCT-LAST-NUMBER      pic 9(11)   value 99999999999.

       COPY CUSTKCB1.

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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCQ '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCQ'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Assign keys to new customers      '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLNEW-TOTAL.
           05  CUSTLNEW-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLNEW'.
       01  CUSTLNEW-ASSIGNED-TOTAL.
           05  CUSTLNEW-ASG  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Customer keys assigned '.
       01  CUSTLNEW-REJECTED-TOTAL.
           05  CUSTLNEW-REJ  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Requests rejected      '.

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
           perform CUSTLKCT-LOAD-CONTROL

           perform CUSTLNEW-OPEN
           perform CUSTLNTX-OPEN
           perform CUSTLNRG-OPEN
           perform CUSTLNTX-BUILD-HEADER

           perform until CUSTLNEW-AT-EOF
               perform CUSTLNEW-READ
               if  not CUSTLNEW-AT-EOF
               and CUSTLNEW-REC not = SPACES
                   add 1 to CUSTLNEW-RDR
                   perform CUSTLNEW-ASSIGN-KEY
               end-if
           end-perform

           perform CUSTLNTX-BUILD-TRAILER

           move CUSTLNEW-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLNEW-ASSIGNED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLNEW-REJECTED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLNEW-CLOSE
           perform CUSTLNTX-CLOSE
           perform CUSTLNRG-CLOSE
           if  CUSTLNEW-ASG > 0
               perform CUSTLKCT-SAVE-CONTROL
           end-if

           move 'Complete' to INFO-ID
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLNEW-REJ > 0
               add 4 to ZERO giving RETURN-CODE
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLRUN-ACCEPT-PARMS picks up the run date and time and the  *
      * batch number, the same way CBLCSVCO numbers its batches.      *
      *****************************************************************
       CUSTLRUN-ACCEPT-PARMS.
           move SPACES to CUSTBTCH-HEADER
           move 'NEWCUST' to CUSTBTCH-HDR-SOURCE
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
      * CUSTLKCT-LOAD-CONTROL reads the key-control record. With no   *
      * record, or a next number that is not a number, there is no    *
      * safe key to hand out and the run abends.                      *
      *---------------------------------------------------------------*
       CUSTLKCT-LOAD-CONTROL.
           perform CUSTLKCT-OPEN
           perform CUSTLKCT-READ
           if  CUSTLKCT-AT-EOF
               move 'CUSTLKCT has no key-control record'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move CUSTLKCT-REC to CUSTKCTL-RECORD
           perform CUSTLKCT-CLOSE
           if  CUSTKCTL-NEXT-NUMBER not NUMERIC
           or  CUSTKCTL-NEXT-NUMBER = 0
               move 'CUSTLKCT next customer number is not valid'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTKCTL-ASSIGNED not NUMERIC
               move 0 to CUSTKCTL-ASSIGNED
           end-if
           move 'CUSTLKCT next customer number is nnnnnnnnnnn'
             to MESSAGE-TEXT
           move CUSTKCTL-NEXT-NUMBER to MESSAGE-TEXT(34:11)
           perform Z-DISPLAY-MESSAGE-TEXT
           exit.
      *---------------------------------------------------------------*
      * CUSTLNEW-ASSIGN-KEY proves the request and, when it is a      *
      * good one, gives it the next customer number.                  *
      *---------------------------------------------------------------*
       CUSTLNEW-ASSIGN-KEY.
           move SPACES to CUSTLNRG-REC
           move CUSTLNEW-LAST-NAME to CUSTLNRG-LAST-NAME
           evaluate true
               when not CUSTLNEW-ACTION-ADD
                   move 'Action code is not A'
                     to CUSTLNRG-REASON
                   perform CUSTLNRG-WRITE-REJECTED
               when CUSTLNEW-KEY not = SPACES
                   move CUSTLNEW-KEY to CUSTLNRG-KEY
                   move 'Request already has a key'
                     to CUSTLNRG-REASON
                   perform CUSTLNRG-WRITE-REJECTED
               when CUSTLNEW-LAST-NAME = SPACES
                   move 'Last name is blank'
                     to CUSTLNRG-REASON
                   perform CUSTLNRG-WRITE-REJECTED
               when other
                   perform CUSTLKCT-NEXT-KEY
                   move SPACES to CUSTLNTX-TRN
                   move 'A' to CUSTLNTX-ACTION
                   move CUSTLNEW-IMAGE to CUSTLNTX-IMAGE
                   move CUSTLCDV-KEY to CUSTLNTX-IMAGE(1:12)
                   move CUSTLNTX-TRN to CUSTLNTX-REC
                   perform CUSTLNTX-WRITE
                   move CUSTLCDV-KEY to CUSTLNTX-KEY-N
                   add 1 to CUSTBTCH-TRL-COUNT
                   add CUSTLNTX-KEY-N to CUSTBTCH-TRL-HASH
                   move 'ASSIGNED' to CUSTLNRG-DISPOSITION
                   move CUSTLCDV-KEY to CUSTLNRG-KEY
                   perform CUSTLNRG-WRITE
                   add 1 to CUSTLNEW-ASG
           end-evaluate
           exit.
      *---------------------------------------------------------------*
      * CUSTLKCT-NEXT-KEY takes the next customer number, has         *
      * CBLCSVV6 put the check digit on it, and moves the control     *
      * record on by one.                                             *
      *---------------------------------------------------------------*
       CUSTLKCT-NEXT-KEY.
           if  CUSTKCTL-NEXT-NUMBER = CUSTLKCT-LAST-NUMBER
               move 'CUSTLKCT has no customer numbers left'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move SPACES to CUSTLCDV-KEY
           move CUSTKCTL-NEXT-NUMBER to CUSTLCDV-KEY(1:11)
           move 'G' to CUSTLCDV-FUNCTION
           call 'CBLCSVV6' using CUSTLCDV-FUNCTION
                                 CUSTLCDV-KEY
                                 CUSTLCDV-RESULT
           end-call
           if  CUSTLCDV-RESULT not = '0'
               move 'Check digit could not be computed'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move CUSTLCDV-KEY to CUSTKCTL-LAST-KEY
           add 1 to CUSTKCTL-NEXT-NUMBER
           add 1 to CUSTKCTL-ASSIGNED
           exit.
      *---------------------------------------------------------------*
      * CUSTLKCT-SAVE-CONTROL rewrites the key-control record with    *
      * the next number still to be handed out.                       *
      *---------------------------------------------------------------*
       CUSTLKCT-SAVE-CONTROL.
           move CUSTLRUN-DATE to CUSTKCTL-LAST-DATE
           move CUSTLRUN-TIME to CUSTKCTL-LAST-TIME
           move PROGRAM-NAME to CUSTKCTL-LAST-PROGRAM
           perform CUSTLKCT-OPEN-OUTPUT
           move CUSTKCTL-RECORD to CUSTLKCT-REC
           perform CUSTLKCT-WRITE
           perform CUSTLKCT-CLOSE
           move 'CUSTLKCT next customer number is nnnnnnnnnnn'
             to MESSAGE-TEXT
           move CUSTKCTL-NEXT-NUMBER to MESSAGE-TEXT(34:11)
           perform Z-DISPLAY-MESSAGE-TEXT
           exit.
      *---------------------------------------------------------------*
       CUSTLNRG-WRITE-REJECTED.
           move 'REJECTED' to CUSTLNRG-DISPOSITION
           perform CUSTLNRG-WRITE
           add 1 to CUSTLNEW-REJ
           exit.
      *---------------------------------------------------------------*
       CUSTLNTX-BUILD-HEADER.
           move 'H' to CUSTBTCH-HDR-TYPE
           move CUSTLRUN-DATE to CUSTBTCH-HDR-DATE
           move SPACES to CUSTBTCH-TRAILER
           move 'T' to CUSTBTCH-TRL-TYPE
           move 0 to CUSTBTCH-TRL-COUNT
           move 0 to CUSTBTCH-TRL-HASH
           move CUSTBTCH-HEADER to CUSTLNTX-REC
           perform CUSTLNTX-WRITE
           exit.
      *---------------------------------------------------------------*
       CUSTLNTX-BUILD-TRAILER.
           move CUSTBTCH-TRAILER to CUSTLNTX-REC
           perform CUSTLNTX-WRITE
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
      * I/O Routines for the CUSTLNEW REQUEST File...                 *
      *****************************************************************
       CUSTLNEW-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLNEW-FILE
           if  CUSTLNEW-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLNEW-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLNEW-EOF
               else
                   move 'READ Failure with CUSTLNEW' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLNEW-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLNEW-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLNEW-FILE
           if  CUSTLNEW-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLNEW-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLNEW' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLNEW-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLNEW-CLOSE.
           if  CUSTLNEW-OPEN-FLAG = 'O'
               close CUSTLNEW-FILE
               move 'C' to CUSTLNEW-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLKCT KEY-CONTROL File...             *
      *****************************************************************
       CUSTLKCT-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLKCT-FILE
           if  CUSTLKCT-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLKCT-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLKCT-EOF
               else
                   move 'READ Failure with CUSTLKCT' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLKCT-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLKCT-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLKCT-REC
           if  CUSTLKCT-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLKCT' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLKCT-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLKCT-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLKCT-FILE
           if  CUSTLKCT-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLKCT-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLKCT' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLKCT-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLKCT-OPEN-OUTPUT.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLKCT-FILE
           if  CUSTLKCT-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLKCT-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLKCT' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLKCT-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLKCT-CLOSE.
           if  CUSTLKCT-OPEN-FLAG = 'O'
               close CUSTLKCT-FILE
               move 'C' to CUSTLKCT-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLNTX TRANSACTION FEED File...        *
      *****************************************************************
       CUSTLNTX-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLNTX-REC
           if  CUSTLNTX-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLNTX' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLNTX-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLNTX-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLNTX-FILE
           if  CUSTLNTX-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLNTX-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLNTX' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLNTX-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLNTX-CLOSE.
           if  CUSTLNTX-OPEN-FLAG = 'O'
               close CUSTLNTX-FILE
               move 'C' to CUSTLNTX-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLNRG REGISTER File...                *
      *****************************************************************
       CUSTLNRG-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLNRG-REC
           if  CUSTLNRG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLNRG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLNRG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLNRG-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLNRG-FILE
           if  CUSTLNRG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLNRG-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLNRG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLNRG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLNRG-CLOSE.
           if  CUSTLNRG-OPEN-FLAG = 'O'
               close CUSTLNRG-FILE
               move 'C' to CUSTLNRG-OPEN-FLAG
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

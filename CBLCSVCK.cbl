       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCK.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCK is the nightly cycle controller. Only CBLCSVC1 and  *
      *  CBLCSVC2 ever had job streams; every other step was run by   *
      *  hand in an order kept in the operators' heads. This program  *
      *  runs the whole cycle from the CUSTLSTP step-control file -   *
      *  the CBLCSVCD proof, CBLCSVC5 maintenance, CBLCSVCF cleanse,  *
      *  CBLCSVCW promotion of the new master, CBLCSVC3 reload of     *
      *  CUSTLKSD, the CBLCSVC1 and CBLCSVCI extracts and the         *
      *  CBLCSVV1 verify, or whatever the file lists - one step after *
      *  another.                                                     *
      *                                                               *
      *  A CUSTLSTP step record names the step number, the program,   *
      *  the highest return code the step may end with before the     *
      *  cycle stops, and a description. The file records that        *
      *  follow it are the step's file assignments - the same         *
      *  CUSTLFFL=path settings a .cmd job stream makes - and any     *
      *  operator parameter (CUSTLLAYOUT, CUSTLREJWARN ...) the step  *
      *  should see. Each is set in the environment before the step   *
      *  is launched, and stays set for the steps after it unless a   *
      *  later step names it again, so a parameter shared by the      *
      *  whole cycle is only listed once.                             *
      *                                                               *
      *    S,nn,program ,rc,description                               *
      *    F,name            ,value                                   *
      *    * in column 1 is a comment                                 *
      *                                                               *
      *  A step ending above its maximum stops the cycle - CBLCSVC5   *
      *  is never run against a CBLCSVCD proof that ended with 8. A   *
      *  step ending above zero but within its maximum (the CBLCSVC1  *
      *  CUSTLREJWARN 4) is a warning and the cycle carries on.       *
      *                                                               *
      *  Every step's state, return code and times are kept on the    *
      *  CUSTLCYS cycle-status file, rewritten before and after each  *
      *  step. When the prior cycle did not finish, a rerun skips     *
      *  the steps that already completed and resumes at the step     *
      *  that failed (or was running when the job was lost). A        *
      *  completed cycle, or CUSTLCYCFRESH=Y, starts at the top.      *
      *                                                               *
      *  Each step is launched as its own run unit through the        *
      *  SYSTEM library routine, so a step that abends with its       *
      *  STOP RUN hands its 12 back to the controller instead of      *
      *  ending the cycle unrecorded. CUSTLRUNCMD names the launcher  *
      *  placed in front of the program name (default run, as the     *
      *  .cmd job streams use).                                       *
      *                                                               *
      *  CUSTLCYR is the one-page cycle summary: every step with its  *
      *  maximum and actual return code, outcome and elapsed time.    *
      *  The controller ends with 0 for a clean cycle, 4 when a step  *
      *  warned, and 8 when the cycle stopped.                        *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLSTP ASCII/CRLF    FIXED      00120            *
      *                                                               *
      *  IN/OUT    CUSTLCYS ASCII/CRLF    FIXED      00056            *
      *                                                               *
      *  OUTPUT    CUSTLCYR ASCII/CRLF    FIXED      00080            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLSTP-FILE  ASSIGN TO       CUSTLSTP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSTP-STATUS.
           SELECT CUSTLCYS-FILE  ASSIGN TO       CUSTLCYS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCYS-STATUS.
           SELECT CUSTLCYR-FILE  ASSIGN TO       CUSTLCYR
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCYR-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * CUSTLSTP-FILE is the step-control file. The record type in    *
      * column 1 says which of the two layouts the line carries.      *
      *****************************************************************
       FD  CUSTLSTP-FILE
           DATA RECORD    IS CUSTLSTP-REC
           .
       01  CUSTLSTP-REC.
           05  CUSTLSTP-TYPE           PIC X(001).
               88  CUSTLSTP-STEP                 value 'S'.
               88  CUSTLSTP-FILE-LINE            value 'F'.
               88  CUSTLSTP-COMMENT              value '*' ' '.
           05  FILLER                  PIC X(001).
           05  CUSTLSTP-SEQ            PIC X(002).
           05  FILLER                  PIC X(001).
           05  CUSTLSTP-PROGRAM        PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLSTP-MAX-RC         PIC X(002).
           05  FILLER                  PIC X(001).
           05  CUSTLSTP-DESCRIPTION    PIC X(034).
           05  FILLER                  PIC X(069).
       01  CUSTLSTP-ASSIGN-REC.
           05  FILLER                  PIC X(002).
           05  CUSTLSTP-NAME           PIC X(016).
           05  FILLER                  PIC X(001).
           05  CUSTLSTP-VALUE          PIC X(100).
           05  FILLER                  PIC X(001).

      *****************************************************************
      * CUSTLCYS-FILE is the cycle-status file - one line per step,   *
      * rewritten whole each time a step starts or ends.              *
      *   P = pending    R = running    C = complete                  *
      *   W = warning (complete, within its maximum)    F = failed    *
      *****************************************************************
       FD  CUSTLCYS-FILE
           DATA RECORD    IS CUSTLCYS-REC
           .
       01  CUSTLCYS-REC.
           05  CUSTLCYS-CYCLE-DATE     PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLCYS-SEQ            PIC X(002).
           05  FILLER                  PIC X(001).
           05  CUSTLCYS-PROGRAM        PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLCYS-STATE          PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLCYS-RC             PIC 9(004).
           05  FILLER                  PIC X(001).
           05  CUSTLCYS-START-TIME     PIC 9(008).
           05  FILLER                  PIC X(001).
           05  CUSTLCYS-END-TIME       PIC 9(008).
           05  FILLER                  PIC X(001).
           05  CUSTLCYS-ELAPSED        PIC 9(010).

      *****************************************************************
      * CUSTLCYR-FILE is the one-page cycle summary.                  *
      *****************************************************************
       FD  CUSTLCYR-FILE
           DATA RECORD    IS CUSTLCYR-REC
           .
       01  CUSTLCYR-REC.
           05  CUSTLCYR-DATA-01        PIC X(080).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCK '.
           05  T2 pic X(34) value 'Nightly cycle from a CUSTLSTP     '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCK '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLSTP-STATUS.
           05  CUSTLSTP-STATUS-L     pic X.
           05  CUSTLSTP-STATUS-R     pic X.
       01  CUSTLSTP-EOF              pic X       value 'N'.
           88  CUSTLSTP-AT-EOF                   value 'Y'.
       01  CUSTLSTP-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCYS-STATUS.
           05  CUSTLCYS-STATUS-L     pic X.
           05  CUSTLCYS-STATUS-R     pic X.
       01  CUSTLCYS-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCYR-STATUS.
           05  CUSTLCYR-STATUS-L     pic X.
           05  CUSTLCYR-STATUS-R     pic X.
       01  CUSTLCYR-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * CUSTLRUNCMD is the launcher put in front of each program      *
      * name, and CUSTLCYCFRESH=Y throws away an unfinished cycle     *
      * and starts at the top. Both are picked up from the            *
      * environment the same way CUSTLRESTART is.                     *
      *****************************************************************
       01  CUSTLRUN-LAUNCHER         pic X(40)   value 'run'.
       01  CUSTLCYCFRESH-FLAG        pic X       value 'N'.
           88  CUSTLCYCFRESH-YES                 value 'Y'.

      *****************************************************************
      * The step table, loaded from CUSTLSTP up front. Twenty steps   *
      * is all one summary page holds; each step carries up to        *
      * twelve name/value assignments.                                *
      *****************************************************************
       01  CUSTLSTP-MAX              pic 9(3)    value 020.
       01  CUSTLASG-MAX              pic 9(3)    value 012.
       01  CUSTLSTP-COUNT            pic 9(3)    value 0.
       01  CUSTLSTP-IX               pic 9(3)    value 0.
       01  CUSTLASG-IX               pic 9(3)    value 0.
       01  CUSTLSTP-TABLE.
           05  CUSTLSTP-ENTRY  OCCURS 20 TIMES.
               10  CUSTLSTP-TBL-SEQ      pic X(2).
               10  CUSTLSTP-TBL-PROGRAM  pic X(8).
               10  CUSTLSTP-TBL-MAX-RC   pic 9(2).
               10  CUSTLSTP-TBL-DESC     pic X(34).
               10  CUSTLSTP-TBL-STATE    pic X.
               10  CUSTLSTP-TBL-PRIOR    pic X.
               10  CUSTLSTP-TBL-RC       pic 9(4).
               10  CUSTLSTP-TBL-START    pic 9(8).
               10  CUSTLSTP-TBL-END      pic 9(8).
               10  CUSTLSTP-TBL-ELAPSED  pic 9(10).
               10  CUSTLSTP-TBL-ASG-COUNT pic 9(3).
               10  CUSTLSTP-TBL-ASSIGN  OCCURS 12 TIMES.
                   15  CUSTLSTP-TBL-NAME  pic X(16).
                   15  CUSTLSTP-TBL-VALUE pic X(100).
       01  CUSTLSTP-PRIOR-SEQ        pic X(2)    value LOW-VALUES.

      *****************************************************************
      * Cycle controls. CUSTLCYC-RESUME-IX is the step the cycle      *
      * starts at - 1 for a fresh cycle, the failed step on a rerun.  *
      *****************************************************************
       01  CUSTLCYC-DATE             pic 9(8)    value 0.
       01  CUSTLCYC-START-TIME       pic 9(8)    value 0.
       01  CUSTLCYC-RESUME-IX        pic 9(3)    value 1.
       01  CUSTLCYC-PRIOR-COUNT      pic 9(3)    value 0.
       01  CUSTLCYC-STOP-FLAG        pic X       value 'N'.
           88  CUSTLCYC-STOPPED                  value 'Y'.
       01  CUSTLCYC-WARN-FLAG        pic X       value 'N'.
           88  CUSTLCYC-WARNED                   value 'Y'.
       01  CUSTLCYC-TOTAL-ELAPSED    pic 9(10)   value 0.

      *****************************************************************
      * The command line handed to the SYSTEM routine - the launcher, *
      * a space, the program name and the LOW-VALUE terminator the    *
      * routine expects.                                              *
      *****************************************************************
       01  CUSTLCMD-LINE             pic X(60)   value SPACES.
       01  CUSTLCMD-LEN              pic 9(3)    value 0.
       01  CUSTLCMD-IX               pic 9(3)    value 0.
       01  CUSTLCMD-RESULT           pic S9(9)   comp value 0.

      *****************************************************************
      * Elapsed-time work. A TIME value HHMMSSss is turned into       *
      * hundredths since midnight; an end before the start means the  *
      * step ran past midnight and a day is added.                    *
      *****************************************************************
       01  CUSTLCLK-TIME             pic 9(8)    value 0.
       01  CUSTLCLK-PARTS redefines CUSTLCLK-TIME.
           05  CUSTLCLK-HH           pic 9(2).
           05  CUSTLCLK-MM           pic 9(2).
           05  CUSTLCLK-SS           pic 9(2).
           05  CUSTLCLK-HS           pic 9(2).
       01  CUSTLCLK-HUNDREDTHS       pic 9(10)   value 0.
       01  CUSTLCLK-START-HS         pic 9(10)   value 0.
       01  CUSTLCLK-END-HS           pic 9(10)   value 0.
       01  CUSTLCLK-DAY-HS           pic 9(10)   value 8640000.
       01  CUSTLCLK-REMAINDER        pic 9(10)   value 0.
       01  CUSTLCLK-EDIT.
           05  CUSTLCLK-EDIT-HH      pic 9(2).
           05  filler                pic X       value ':'.
           05  CUSTLCLK-EDIT-MM      pic 9(2).
           05  filler                pic X       value ':'.
           05  CUSTLCLK-EDIT-SS      pic 9(2).
           05  filler                pic X       value '.'.
           05  CUSTLCLK-EDIT-HS      pic 9(2).

      *****************************************************************
      * The cycle summary lines.                                      *
      *****************************************************************
       01  CUSTLCYR-TITLE-LINE.
           05  filler  pic X(10)  value 'CBLCSVCK  '.
           05  filler  pic X(34)  value 'Nightly cycle summary'.
           05  filler  pic X(11)  value 'Cycle date '.
           05  CUSTLCYR-TITLE-DATE pic X(8).
           05  filler  pic X(9)   value '   Start '.
           05  CUSTLCYR-TITLE-HH   pic 9(2).
           05  filler  pic X(1)   value ':'.
           05  CUSTLCYR-TITLE-MM   pic 9(2).
           05  filler  pic X(1)   value ':'.
           05  CUSTLCYR-TITLE-SS   pic 9(2).
       01  CUSTLCYR-HEADER-LINE.
           05  filler  pic X(5)   value 'STEP '.
           05  filler  pic X(9)   value 'PROGRAM  '.
           05  filler  pic X(35)  value 'DESCRIPTION'.
           05  filler  pic X(4)   value 'MAX '.
           05  filler  pic X(5)   value '  RC '.
           05  filler  pic X(10)  value 'OUTCOME   '.
           05  filler  pic X(11)  value 'ELAPSED'.
       01  CUSTLCYR-DETAIL-LINE.
           05  filler              pic X(1)   value SPACE.
           05  CUSTLCYR-SEQ        pic X(2).
           05  filler              pic X(2)   value SPACES.
           05  CUSTLCYR-PROGRAM    pic X(8).
           05  filler              pic X(1)   value SPACE.
           05  CUSTLCYR-DESC       pic X(34).
           05  filler              pic X(2)   value SPACES.
           05  CUSTLCYR-MAX-RC     pic Z9.
           05  filler              pic X(1)   value SPACE.
           05  CUSTLCYR-RC         pic ZZZ9.
           05  filler              pic X(1)   value SPACE.
           05  CUSTLCYR-OUTCOME    pic X(9).
           05  filler              pic X(1)   value SPACE.
           05  CUSTLCYR-ELAPSED    pic X(11).
       01  CUSTLCYR-FOOTER-LINE.
           05  filler              pic X(6)   value 'Cycle '.
           05  CUSTLCYR-FOOT-TEXT  pic X(52).
           05  filler              pic X(11)  value 'Elapsed    '.
           05  CUSTLCYR-FOOT-ELAPSED pic X(11).

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
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCK '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCK'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Nightly cycle from a CUSTLSTP     '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLSTP-TOTAL.
           05  CUSTLSTP-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLSTP'.
       01  CUSTLRUN-TOTAL.
           05  CUSTLRUN-ADD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Steps run this cycle   '.
       01  CUSTLSTEP-MESSAGE.
           05  filler      pic X(5)    value 'Step '.
           05  CUSTLSTEP-MSG-SEQ  pic X(2).
           05  filler      pic X(1)    value SPACE.
           05  CUSTLSTEP-MSG-PGM  pic X(8).
           05  filler      pic X(1)    value SPACE.
           05  CUSTLSTEP-MSG-TEXT pic X(20).
           05  filler      pic X(4)    value ' RC '.
           05  CUSTLSTEP-MSG-RC   pic 9(4).

      *****************************************************************
       PROCEDURE DIVISION.
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move INFO-STATEMENT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-POST-COPYRIGHT
           accept CUSTLRUN-LAUNCHER from ENVIRONMENT 'CUSTLRUNCMD'
               on EXCEPTION
                   move 'run' to CUSTLRUN-LAUNCHER
           end-accept
           if  CUSTLRUN-LAUNCHER = SPACES
               move 'run' to CUSTLRUN-LAUNCHER
           end-if
           accept CUSTLCYCFRESH-FLAG from ENVIRONMENT 'CUSTLCYCFRESH'
               on EXCEPTION
                   move 'N' to CUSTLCYCFRESH-FLAG
           end-accept
           accept CUSTLCYC-DATE from DATE YYYYMMDD
           accept CUSTLCYC-START-TIME from TIME

           perform CUSTLSTP-LOAD-TABLE
           if  CUSTLSTP-COUNT = 0
               move 'CUSTLSTP holds no steps' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if

           if  CUSTLCYCFRESH-YES
               move 'CUSTLCYCFRESH=Y, cycle starts at the first step'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           else
               perform CUSTLCYS-LOAD-STATUS
           end-if

      *    The steps a resumed cycle skips still set their
      *    assignments, so the resumed step sees the same environment
      *    it would have seen in an unbroken cycle.
           move 1 to CUSTLSTP-IX
           perform until CUSTLSTP-IX not < CUSTLCYC-RESUME-IX
               perform CUSTLSTEP-SET-ENVIRONMENT
               add 1 to CUSTLSTP-IX
           end-perform
           perform until CUSTLSTP-IX > CUSTLSTP-COUNT
                       or CUSTLCYC-STOPPED
               perform CUSTLSTEP-RUN
               add 1 to CUSTLSTP-IX
           end-perform

           perform CUSTLCYR-WRITE-SUMMARY

           move CUSTLSTP-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLRUN-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLCYC-STOPPED
               move 'ABENDING' to INFO-ID
           else
               move 'Complete' to INFO-ID
           end-if
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLCYR-CLOSE
           evaluate true
               when CUSTLCYC-STOPPED
                   add 8 to ZERO giving RETURN-CODE
               when CUSTLCYC-WARNED
                   add 4 to ZERO giving RETURN-CODE
               when other
                   add 0 to ZERO giving RETURN-CODE
           end-evaluate
           GOBACK.

      *****************************************************************
      * CUSTLSTP-LOAD-TABLE reads the whole step-control file before  *
      * anything is run, proving every line as it lands: step         *
      * numbers must be numeric and ascending, the program named,     *
      * the maximum return code numeric, and every file line must     *
      * follow a step. A bad control file abends here, before the     *
      * first step is launched.                                       *
      *****************************************************************
       CUSTLSTP-LOAD-TABLE.
           perform CUSTLSTP-OPEN
           perform until CUSTLSTP-STATUS not = '00'
               perform CUSTLSTP-READ
               if  CUSTLSTP-STATUS = '00'
                   add 1 to CUSTLSTP-RDR
                   evaluate true
                       when CUSTLSTP-STEP
                           perform CUSTLSTP-LOAD-STEP
                       when CUSTLSTP-FILE-LINE
                           perform CUSTLSTP-LOAD-ASSIGN
                       when CUSTLSTP-COMMENT
                           CONTINUE
                       when other
                           move 'CUSTLSTP line type is not S, F or *'
                               to MESSAGE-TEXT
                           perform Z-DISPLAY-MESSAGE-TEXT
                           perform Z-ABEND-PROGRAM
                   end-evaluate
               end-if
           end-perform
           perform CUSTLSTP-CLOSE
           exit.
      *---------------------------------------------------------------*
       CUSTLSTP-LOAD-STEP.
           if  CUSTLSTP-SEQ not NUMERIC
           or  CUSTLSTP-SEQ not > CUSTLSTP-PRIOR-SEQ
               move 'CUSTLSTP step number not numeric and ascending'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLSTP-PROGRAM = SPACES
               move 'CUSTLSTP step names no program' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLSTP-MAX-RC not NUMERIC
               move 'CUSTLSTP maximum return code is not numeric'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLSTP-COUNT not < CUSTLSTP-MAX
               move 'CUSTLSTP exceeds the step table' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           add 1 to CUSTLSTP-COUNT
           move CUSTLSTP-SEQ to CUSTLSTP-PRIOR-SEQ
           move CUSTLSTP-SEQ to CUSTLSTP-TBL-SEQ(CUSTLSTP-COUNT)
           move CUSTLSTP-PROGRAM
             to CUSTLSTP-TBL-PROGRAM(CUSTLSTP-COUNT)
           move CUSTLSTP-MAX-RC
             to CUSTLSTP-TBL-MAX-RC(CUSTLSTP-COUNT)
           move CUSTLSTP-DESCRIPTION
             to CUSTLSTP-TBL-DESC(CUSTLSTP-COUNT)
           move 'P' to CUSTLSTP-TBL-STATE(CUSTLSTP-COUNT)
           move 'N' to CUSTLSTP-TBL-PRIOR(CUSTLSTP-COUNT)
           move 0 to CUSTLSTP-TBL-RC(CUSTLSTP-COUNT)
           move 0 to CUSTLSTP-TBL-START(CUSTLSTP-COUNT)
           move 0 to CUSTLSTP-TBL-END(CUSTLSTP-COUNT)
           move 0 to CUSTLSTP-TBL-ELAPSED(CUSTLSTP-COUNT)
           move 0 to CUSTLSTP-TBL-ASG-COUNT(CUSTLSTP-COUNT)
           exit.
      *---------------------------------------------------------------*
       CUSTLSTP-LOAD-ASSIGN.
           if  CUSTLSTP-COUNT = 0
               move 'CUSTLSTP file line ahead of the first step'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLSTP-NAME = SPACES
               move 'CUSTLSTP file line names nothing' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLSTP-TBL-ASG-COUNT(CUSTLSTP-COUNT)
                   not < CUSTLASG-MAX
               move 'CUSTLSTP step has too many file lines'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           add 1 to CUSTLSTP-TBL-ASG-COUNT(CUSTLSTP-COUNT)
           move CUSTLSTP-TBL-ASG-COUNT(CUSTLSTP-COUNT) to CUSTLASG-IX
           move CUSTLSTP-NAME
             to CUSTLSTP-TBL-NAME(CUSTLSTP-COUNT, CUSTLASG-IX)
           move CUSTLSTP-VALUE
             to CUSTLSTP-TBL-VALUE(CUSTLSTP-COUNT, CUSTLASG-IX)
           exit.

      *****************************************************************
      * CUSTLCYS-LOAD-STATUS reads the prior cycle's status file, if  *
      * there is one. Its lines must match the step table step for    *
      * step - a CUSTLSTP changed under an unfinished cycle cannot    *
      * be resumed and abends, so the operator decides with           *
      * CUSTLCYCFRESH. The first step not completed is where the      *
      * cycle resumes; the completed ones keep the outcome the prior  *
      * run recorded for the summary. A finished cycle, or none at    *
      * all, starts at the top.                                       *
      *****************************************************************
       CUSTLCYS-LOAD-STATUS.
           perform CUSTLCYS-OPEN-INPUT
           if  CUSTLCYS-OPEN-FLAG = 'O'
               move 0 to CUSTLCYC-PRIOR-COUNT
               perform until CUSTLCYS-STATUS not = '00'
                   read CUSTLCYS-FILE
                   if  CUSTLCYS-STATUS = '00'
                       add 1 to CUSTLCYC-PRIOR-COUNT
                       perform CUSTLCYS-LOAD-ENTRY
                   end-if
               end-perform
               perform CUSTLCYS-CLOSE
               if  CUSTLCYC-PRIOR-COUNT not = CUSTLSTP-COUNT
                   perform CUSTLCYS-MISMATCH
               end-if
               move 1 to CUSTLCYC-RESUME-IX
               perform until CUSTLCYC-RESUME-IX > CUSTLSTP-COUNT
                   or (CUSTLSTP-TBL-STATE(CUSTLCYC-RESUME-IX) not = 'C'
                   and CUSTLSTP-TBL-STATE(CUSTLCYC-RESUME-IX) not = 'W')
                   move 'Y' to CUSTLSTP-TBL-PRIOR(CUSTLCYC-RESUME-IX)
                   if  CUSTLSTP-TBL-STATE(CUSTLCYC-RESUME-IX) = 'W'
                       move 'Y' to CUSTLCYC-WARN-FLAG
                   end-if
                   add 1 to CUSTLCYC-RESUME-IX
               end-perform
               if  CUSTLCYC-RESUME-IX > CUSTLSTP-COUNT
                   perform CUSTLCYS-RESET-TABLE
               else
                   move CUSTLSTP-TBL-SEQ(CUSTLCYC-RESUME-IX)
                     to CUSTLSTEP-MSG-SEQ
                   move CUSTLSTP-TBL-PROGRAM(CUSTLCYC-RESUME-IX)
                     to CUSTLSTEP-MSG-PGM
                   move 'resumes the cycle  ' to CUSTLSTEP-MSG-TEXT
                   move CUSTLSTP-TBL-RC(CUSTLCYC-RESUME-IX)
                     to CUSTLSTEP-MSG-RC
                   move CUSTLSTEP-MESSAGE to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCYS-LOAD-ENTRY.
           if  CUSTLCYC-PRIOR-COUNT > CUSTLSTP-COUNT
               perform CUSTLCYS-MISMATCH
           end-if
           if  CUSTLCYS-SEQ not = CUSTLSTP-TBL-SEQ(CUSTLCYC-PRIOR-COUNT)
           or  CUSTLCYS-PROGRAM
                   not = CUSTLSTP-TBL-PROGRAM(CUSTLCYC-PRIOR-COUNT)
               perform CUSTLCYS-MISMATCH
           end-if
           move CUSTLCYS-STATE
             to CUSTLSTP-TBL-STATE(CUSTLCYC-PRIOR-COUNT)
           move CUSTLCYS-RC to CUSTLSTP-TBL-RC(CUSTLCYC-PRIOR-COUNT)
           move CUSTLCYS-START-TIME
             to CUSTLSTP-TBL-START(CUSTLCYC-PRIOR-COUNT)
           move CUSTLCYS-END-TIME
             to CUSTLSTP-TBL-END(CUSTLCYC-PRIOR-COUNT)
           move CUSTLCYS-ELAPSED
             to CUSTLSTP-TBL-ELAPSED(CUSTLCYC-PRIOR-COUNT)
           exit.
      *---------------------------------------------------------------*
       CUSTLCYS-MISMATCH.
           move 'CUSTLCYS does not match CUSTLSTP - CUSTLCYCFRESH=Y'
               to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-ABEND-PROGRAM
           exit.
      *---------------------------------------------------------------*
      * CUSTLCYS-RESET-TABLE puts every step back to pending when the *
      * prior cycle finished, so tonight's cycle starts at the top.   *
      *---------------------------------------------------------------*
       CUSTLCYS-RESET-TABLE.
           move 'N' to CUSTLCYC-WARN-FLAG
           move 1 to CUSTLCYC-RESUME-IX
           move 1 to CUSTLSTP-IX
           perform until CUSTLSTP-IX > CUSTLSTP-COUNT
               move 'P' to CUSTLSTP-TBL-STATE(CUSTLSTP-IX)
               move 'N' to CUSTLSTP-TBL-PRIOR(CUSTLSTP-IX)
               move 0 to CUSTLSTP-TBL-RC(CUSTLSTP-IX)
               move 0 to CUSTLSTP-TBL-START(CUSTLSTP-IX)
               move 0 to CUSTLSTP-TBL-END(CUSTLSTP-IX)
               move 0 to CUSTLSTP-TBL-ELAPSED(CUSTLSTP-IX)
               add 1 to CUSTLSTP-IX
           end-perform
           exit.

      *****************************************************************
      * CUSTLSTEP-RUN runs the step in hand: its assignments are set  *
      * in the environment, the step is marked running on CUSTLCYS,   *
      * launched, and marked again with its outcome. A return code    *
      * above the step's maximum stops the cycle there.               *
      *****************************************************************
       CUSTLSTEP-RUN.
           perform CUSTLSTEP-SET-ENVIRONMENT

           move CUSTLSTP-TBL-SEQ(CUSTLSTP-IX) to CUSTLSTEP-MSG-SEQ
           move CUSTLSTP-TBL-PROGRAM(CUSTLSTP-IX) to CUSTLSTEP-MSG-PGM
           move 'starting           ' to CUSTLSTEP-MSG-TEXT
           move 0 to CUSTLSTEP-MSG-RC
           move CUSTLSTEP-MESSAGE to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move 'R' to CUSTLSTP-TBL-STATE(CUSTLSTP-IX)
           move 'N' to CUSTLSTP-TBL-PRIOR(CUSTLSTP-IX)
           move 0 to CUSTLSTP-TBL-RC(CUSTLSTP-IX)
           accept CUSTLCLK-TIME from TIME
           move CUSTLCLK-TIME to CUSTLSTP-TBL-START(CUSTLSTP-IX)
           move 0 to CUSTLSTP-TBL-END(CUSTLSTP-IX)
           move 0 to CUSTLSTP-TBL-ELAPSED(CUSTLSTP-IX)
           perform CUSTLCYS-SAVE

           perform CUSTLCMD-BUILD
           call 'SYSTEM' using CUSTLCMD-LINE
           move RETURN-CODE to CUSTLCMD-RESULT
           move 0 to RETURN-CODE
           add 1 to CUSTLRUN-ADD
      *    A launcher that hands back the raw wait status carries the
      *    step's return code in its high-order byte.
           if  CUSTLCMD-RESULT > 255
               divide CUSTLCMD-RESULT by 256 giving CUSTLCMD-RESULT
           end-if
           if  CUSTLCMD-RESULT < 0
               move 'Step could not be launched' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move 12 to CUSTLCMD-RESULT
           end-if
           move CUSTLCMD-RESULT to CUSTLSTP-TBL-RC(CUSTLSTP-IX)

           accept CUSTLCLK-TIME from TIME
           move CUSTLCLK-TIME to CUSTLSTP-TBL-END(CUSTLSTP-IX)
           perform CUSTLCLK-STEP-ELAPSED

           evaluate true
               when CUSTLSTP-TBL-RC(CUSTLSTP-IX)
                       > CUSTLSTP-TBL-MAX-RC(CUSTLSTP-IX)
                   move 'F' to CUSTLSTP-TBL-STATE(CUSTLSTP-IX)
                   move 'Y' to CUSTLCYC-STOP-FLAG
                   move 'over its maximum   ' to CUSTLSTEP-MSG-TEXT
               when CUSTLSTP-TBL-RC(CUSTLSTP-IX) > 0
                   move 'W' to CUSTLSTP-TBL-STATE(CUSTLSTP-IX)
                   move 'Y' to CUSTLCYC-WARN-FLAG
                   move 'ended with warning ' to CUSTLSTEP-MSG-TEXT
               when other
                   move 'C' to CUSTLSTP-TBL-STATE(CUSTLSTP-IX)
                   move 'ended normally     ' to CUSTLSTEP-MSG-TEXT
           end-evaluate
           move CUSTLSTP-TBL-RC(CUSTLSTP-IX) to CUSTLSTEP-MSG-RC
           move CUSTLSTEP-MESSAGE to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT
           perform CUSTLCYS-SAVE
           exit.
      *---------------------------------------------------------------*
      * CUSTLSTEP-SET-ENVIRONMENT sets the step in hand's name/value  *
      * assignments in the environment the launched step inherits.    *
      *---------------------------------------------------------------*
       CUSTLSTEP-SET-ENVIRONMENT.
           move 1 to CUSTLASG-IX
           perform until CUSTLASG-IX
                       > CUSTLSTP-TBL-ASG-COUNT(CUSTLSTP-IX)
               display CUSTLSTP-TBL-NAME(CUSTLSTP-IX, CUSTLASG-IX)
                   upon ENVIRONMENT-NAME
               display CUSTLSTP-TBL-VALUE(CUSTLSTP-IX, CUSTLASG-IX)
                   upon ENVIRONMENT-VALUE
               add 1 to CUSTLASG-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLCMD-BUILD lays the launcher, trimmed to its last         *
      * non-space byte, a space and the program name into the         *
      * command line, followed by the terminator.                     *
      *---------------------------------------------------------------*
       CUSTLCMD-BUILD.
           move 0 to CUSTLCMD-LEN
           move 1 to CUSTLCMD-IX
           perform until CUSTLCMD-IX > 40
               if  CUSTLRUN-LAUNCHER(CUSTLCMD-IX:1) not = SPACE
                   move CUSTLCMD-IX to CUSTLCMD-LEN
               end-if
               add 1 to CUSTLCMD-IX
           end-perform
           move SPACES to CUSTLCMD-LINE
           move CUSTLRUN-LAUNCHER(1:CUSTLCMD-LEN)
             to CUSTLCMD-LINE(1:CUSTLCMD-LEN)
           add 2 to CUSTLCMD-LEN
           move CUSTLSTP-TBL-PROGRAM(CUSTLSTP-IX)
             to CUSTLCMD-LINE(CUSTLCMD-LEN:8)
           add 8 to CUSTLCMD-LEN
           perform until CUSTLCMD-LINE(CUSTLCMD-LEN:1) not = SPACE
               subtract 1 from CUSTLCMD-LEN
           end-perform
           add 1 to CUSTLCMD-LEN
           move LOW-VALUE to CUSTLCMD-LINE(CUSTLCMD-LEN:1)
           exit.

      *****************************************************************
      * The elapsed-time routines.                                    *
      *****************************************************************
       CUSTLCLK-TO-HUNDREDTHS.
           move CUSTLCLK-HH to CUSTLCLK-HUNDREDTHS
           multiply 60 by CUSTLCLK-HUNDREDTHS
           add CUSTLCLK-MM to CUSTLCLK-HUNDREDTHS
           multiply 60 by CUSTLCLK-HUNDREDTHS
           add CUSTLCLK-SS to CUSTLCLK-HUNDREDTHS
           multiply 100 by CUSTLCLK-HUNDREDTHS
           add CUSTLCLK-HS to CUSTLCLK-HUNDREDTHS
           exit.
      *---------------------------------------------------------------*
       CUSTLCLK-STEP-ELAPSED.
           move CUSTLSTP-TBL-START(CUSTLSTP-IX) to CUSTLCLK-TIME
           perform CUSTLCLK-TO-HUNDREDTHS
           move CUSTLCLK-HUNDREDTHS to CUSTLCLK-START-HS
           move CUSTLSTP-TBL-END(CUSTLSTP-IX) to CUSTLCLK-TIME
           perform CUSTLCLK-TO-HUNDREDTHS
           move CUSTLCLK-HUNDREDTHS to CUSTLCLK-END-HS
           if  CUSTLCLK-END-HS < CUSTLCLK-START-HS
               add CUSTLCLK-DAY-HS to CUSTLCLK-END-HS
           end-if
           subtract CUSTLCLK-START-HS from CUSTLCLK-END-HS
               giving CUSTLSTP-TBL-ELAPSED(CUSTLSTP-IX)
           exit.
      *---------------------------------------------------------------*
      * CUSTLCLK-EDIT-ELAPSED turns the hundredths in CUSTLCLK-       *
      * HUNDREDTHS into HH:MM:SS.hh in CUSTLCLK-EDIT.                 *
      *---------------------------------------------------------------*
       CUSTLCLK-EDIT-ELAPSED.
           divide CUSTLCLK-HUNDREDTHS by 360000
               giving CUSTLCLK-EDIT-HH remainder CUSTLCLK-REMAINDER
           divide CUSTLCLK-REMAINDER by 6000
               giving CUSTLCLK-EDIT-MM remainder CUSTLCLK-REMAINDER
           divide CUSTLCLK-REMAINDER by 100
               giving CUSTLCLK-EDIT-SS remainder CUSTLCLK-EDIT-HS
           exit.

      *****************************************************************
      * CUSTLCYR-WRITE-SUMMARY writes the one-page cycle summary: a   *
      * title, a column header, one line per step and the cycle       *
      * outcome with the total elapsed time of the steps.             *
      *****************************************************************
       CUSTLCYR-WRITE-SUMMARY.
           move CUSTLCYC-DATE to CUSTLCYR-TITLE-DATE
           move CUSTLCYC-START-TIME to CUSTLCLK-TIME
           move CUSTLCLK-HH to CUSTLCYR-TITLE-HH
           move CUSTLCLK-MM to CUSTLCYR-TITLE-MM
           move CUSTLCLK-SS to CUSTLCYR-TITLE-SS
           move CUSTLCYR-TITLE-LINE to CUSTLCYR-REC
           perform CUSTLCYR-WRITE
           move SPACES to CUSTLCYR-REC
           perform CUSTLCYR-WRITE
           move CUSTLCYR-HEADER-LINE to CUSTLCYR-REC
           perform CUSTLCYR-WRITE
           move 0 to CUSTLCYC-TOTAL-ELAPSED
           move 1 to CUSTLSTP-IX
           perform until CUSTLSTP-IX > CUSTLSTP-COUNT
               perform CUSTLCYR-POST-STEP
               add 1 to CUSTLSTP-IX
           end-perform
           move SPACES to CUSTLCYR-REC
           perform CUSTLCYR-WRITE
           evaluate true
               when CUSTLCYC-STOPPED
                   move 'STOPPED - a rerun resumes at the FAILED step'
                       to CUSTLCYR-FOOT-TEXT
               when CUSTLCYC-WARNED
                   move 'COMPLETE with warnings'
                       to CUSTLCYR-FOOT-TEXT
               when other
                   move 'COMPLETE' to CUSTLCYR-FOOT-TEXT
           end-evaluate
           move CUSTLCYC-TOTAL-ELAPSED to CUSTLCLK-HUNDREDTHS
           perform CUSTLCLK-EDIT-ELAPSED
           move CUSTLCLK-EDIT to CUSTLCYR-FOOT-ELAPSED
           move CUSTLCYR-FOOTER-LINE to CUSTLCYR-REC
           perform CUSTLCYR-WRITE
           exit.
      *---------------------------------------------------------------*
       CUSTLCYR-POST-STEP.
           move CUSTLSTP-TBL-SEQ(CUSTLSTP-IX) to CUSTLCYR-SEQ
           move CUSTLSTP-TBL-PROGRAM(CUSTLSTP-IX) to CUSTLCYR-PROGRAM
           move CUSTLSTP-TBL-DESC(CUSTLSTP-IX) to CUSTLCYR-DESC
           move CUSTLSTP-TBL-MAX-RC(CUSTLSTP-IX) to CUSTLCYR-MAX-RC
           move CUSTLSTP-TBL-RC(CUSTLSTP-IX) to CUSTLCYR-RC
           evaluate CUSTLSTP-TBL-STATE(CUSTLSTP-IX)
               when 'C'  move 'COMPLETE ' to CUSTLCYR-OUTCOME
               when 'W'  move 'WARNING  ' to CUSTLCYR-OUTCOME
               when 'F'  move 'FAILED   ' to CUSTLCYR-OUTCOME
               when 'R'  move 'NOEND    ' to CUSTLCYR-OUTCOME
               when other
                         move 'NOT RUN  ' to CUSTLCYR-OUTCOME
           end-evaluate
           if  CUSTLSTP-TBL-PRIOR(CUSTLSTP-IX) = 'Y'
               move 'PRIOR RUN' to CUSTLCYR-OUTCOME
           end-if
           if  CUSTLSTP-TBL-STATE(CUSTLSTP-IX) = 'P'
               move SPACES to CUSTLCYR-ELAPSED
           else
               move CUSTLSTP-TBL-ELAPSED(CUSTLSTP-IX)
                 to CUSTLCLK-HUNDREDTHS
               add CUSTLCLK-HUNDREDTHS to CUSTLCYC-TOTAL-ELAPSED
               perform CUSTLCLK-EDIT-ELAPSED
               move CUSTLCLK-EDIT to CUSTLCYR-ELAPSED
           end-if
           move CUSTLCYR-DETAIL-LINE to CUSTLCYR-REC
           perform CUSTLCYR-WRITE
           exit.

      *****************************************************************
      * I/O Routines for the STEP-CONTROL File...                     *
      *****************************************************************
       CUSTLSTP-READ.
           read CUSTLSTP-FILE
           if  CUSTLSTP-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLSTP-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLSTP-EOF
               else
                   move 'READ Failure with CUSTLSTP' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLSTP-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSTP-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLSTP-FILE
           if  CUSTLSTP-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLSTP-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLSTP' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSTP-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSTP-CLOSE.
           if  CUSTLSTP-OPEN-FLAG = 'O'
               close CUSTLSTP-FILE
               move 'C' to CUSTLSTP-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CYCLE-STATUS File...                     *
      * CUSTLCYS-OPEN-INPUT mirrors CUSTLRST-OPEN-INPUT in CBLCSVC1 - *
      * no status file is not an error, it is a first cycle.          *
      *****************************************************************
       CUSTLCYS-OPEN-INPUT.
           add 8 to ZERO giving APPL-RESULT.
           open INPUT CUSTLCYS-FILE
           if  CUSTLCYS-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCYS-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'No CUSTLCYS cycle status found, starting at top'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLCYS-SAVE rewrites the whole status file from the table.  *
      *---------------------------------------------------------------*
       CUSTLCYS-SAVE.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLCYS-FILE
           if  CUSTLCYS-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCYS-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCYS' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCYS-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           move 1 to CUSTLASG-IX
           perform until CUSTLASG-IX > CUSTLSTP-COUNT
               move SPACES to CUSTLCYS-REC
               move CUSTLCYC-DATE to CUSTLCYS-CYCLE-DATE
               move CUSTLSTP-TBL-SEQ(CUSTLASG-IX) to CUSTLCYS-SEQ
               move CUSTLSTP-TBL-PROGRAM(CUSTLASG-IX)
                 to CUSTLCYS-PROGRAM
               move CUSTLSTP-TBL-STATE(CUSTLASG-IX) to CUSTLCYS-STATE
               move CUSTLSTP-TBL-RC(CUSTLASG-IX) to CUSTLCYS-RC
               move CUSTLSTP-TBL-START(CUSTLASG-IX)
                 to CUSTLCYS-START-TIME
               move CUSTLSTP-TBL-END(CUSTLASG-IX) to CUSTLCYS-END-TIME
               move CUSTLSTP-TBL-ELAPSED(CUSTLASG-IX)
                 to CUSTLCYS-ELAPSED
               write CUSTLCYS-REC
               if  CUSTLCYS-STATUS not = '00'
                   move 'WRITE Failure with CUSTLCYS' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLCYS-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
               add 1 to CUSTLASG-IX
           end-perform
           perform CUSTLCYS-CLOSE
           exit.
      *---------------------------------------------------------------*
       CUSTLCYS-CLOSE.
           if  CUSTLCYS-OPEN-FLAG = 'O'
               close CUSTLCYS-FILE
               move 'C' to CUSTLCYS-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CYCLE SUMMARY File...                    *
      *****************************************************************
       CUSTLCYR-WRITE.
           if  CUSTLCYR-OPEN-FLAG = 'C'
               perform CUSTLCYR-OPEN
           end-if
           write CUSTLCYR-REC
           if  CUSTLCYR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLCYR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCYR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCYR-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLCYR-FILE
           if  CUSTLCYR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCYR-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCYR' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCYR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCYR-CLOSE.
           if  CUSTLCYR-OPEN-FLAG = 'C'
               CONTINUE
           else
               add 8 to ZERO giving APPL-RESULT
               close CUSTLCYR-FILE
               if  CUSTLCYR-STATUS = '00'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'C' to CUSTLCYR-OPEN-FLAG
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
               if  APPL-AOK
                   CONTINUE
               else
                   move 'CLOSE Failure with CUSTLCYR' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLCYR-STATUS to IO-STATUS
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

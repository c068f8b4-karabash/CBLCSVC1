       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVV3.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVV3 answers the preferred phone and preferred e-mail    *
      *  address of one customer from the CUSTLCNT contact-point      *
      *  file (CUSTCNB1 layout, maintained by CBLCSVCL), so the       *
      *  extract programs (CBLCSVC1, CBLCSVCI) can carry them as      *
      *  extra columns without each owning the contact file.          *
      *                                                               *
      *  CUSTLCNT is in CUSTCONT-ID sequence and the callers read     *
      *  CUSTLFFL in CUSTTEXT-KEY sequence, so the file is opened on  *
      *  the first call and read forward only, once, as the calls     *
      *  come in - the same match a balanced line would make, with    *
      *  no table to outgrow. A key asked for after the file has      *
      *  already passed it (a master record out of key sequence)      *
      *  simply gets no contacts.                                     *
      *                                                               *
      *  Only a contact flagged preferred and not opted out is        *
      *  answered - an opted-out contact never leaves this routine,   *
      *  whatever its preferred flag says. Where a customer has more  *
      *  than one preferred phone (home and mobile, say), the first   *
      *  in CUSTCONT-ID sequence is answered.                         *
      *                                                               *
      *  A call with a key of HIGH-VALUES is the caller's end-of-run  *
      *  call: the contact file is closed and nothing is looked up.   *
      *                                                               *
      *  The one-byte answer:                                         *
      *    '0' - looked up; either value may be blank when the        *
      *          customer has no such preferred contact;              *
      *    'N' - no CUSTLCNT file could be opened - both values are   *
      *          blank and the caller decides whether that matters.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLCNT-FILE  ASSIGN TO       CUSTLCNT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCNT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLCNT-FILE
           DATA RECORD    IS CUSTLCNT-REC
           .
       01  CUSTLCNT-REC.
           05  CUSTLCNT-DATA-01 PIC X(00100).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  CUSTLCNT-STATUS.
           05  CUSTLCNT-STATUS-L   pic X.
           05  CUSTLCNT-STATUS-R   pic X.

      *****************************************************************
      * CUSTLCNT-OPEN-FLAG remembers across calls whether the contact *
      * file has been opened: 'U' until the first call, 'Y' once it   *
      * is open, 'N' when it could not be opened.                     *
      *****************************************************************
       01  CUSTLCNT-OPEN-FLAG      pic X         value 'U'.
           88  CUSTLCNT-UNOPENED                 value 'U'.
           88  CUSTLCNT-AVAILABLE                value 'Y'.
           88  CUSTLCNT-UNAVAILABLE              value 'N'.

      *****************************************************************
      * CUSTLCNT-ACTIVE-KEY is the customer key of the contact in     *
      * hand, HIGH-VALUES once the file is exhausted.                 *
      *****************************************************************
       01  CUSTLCNT-ACTIVE-KEY     pic X(12)     value HIGH-VALUES.

       COPY CUSTCNB1.

      *****************************************************************
       LINKAGE SECTION.
       01  CNTCALL-KEY         pic X(00012).
       01  CNTCALL-PHONE       pic X(00060).
       01  CNTCALL-EMAIL       pic X(00060).
       01  CNTCALL-RESULT      pic X.
      *
      *****************************************************************
       PROCEDURE DIVISION using CNTCALL-KEY
                                CNTCALL-PHONE
                                CNTCALL-EMAIL
                                CNTCALL-RESULT.
      *
           move SPACES to CNTCALL-PHONE
           move SPACES to CNTCALL-EMAIL
           if  CNTCALL-KEY = HIGH-VALUES
               if  CUSTLCNT-AVAILABLE
                   close CUSTLCNT-FILE
                   move 'U' to CUSTLCNT-OPEN-FLAG
               end-if
               move '0' to CNTCALL-RESULT
               GOBACK
           end-if
           if  CUSTLCNT-UNOPENED
               perform CUSTLCNT-OPEN-FIRST
           end-if
           if  CUSTLCNT-UNAVAILABLE
               move 'N' to CNTCALL-RESULT
           else
               move '0' to CNTCALL-RESULT
               if  CNTCALL-KEY is NUMERIC
                   perform CUSTLCNT-SKIP-LOWER
                   perform CUSTLCNT-TAKE-MATCHING
               end-if
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLCNT-OPEN-FIRST opens the contact file on the first call  *
      * and reads its first record. A file that cannot be opened is   *
      * reported back on every call as 'N'.                           *
      *****************************************************************
       CUSTLCNT-OPEN-FIRST.
           open input CUSTLCNT-FILE
           if  CUSTLCNT-STATUS not = '00'
               move 'N' to CUSTLCNT-OPEN-FLAG
           else
               move 'Y' to CUSTLCNT-OPEN-FLAG
               perform CUSTLCNT-GET
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLCNT-SKIP-LOWER reads past the contacts of customers the  *
      * caller has no record for.                                     *
      *---------------------------------------------------------------*
       CUSTLCNT-SKIP-LOWER.
           perform until CUSTLCNT-ACTIVE-KEY not < CNTCALL-KEY
               perform CUSTLCNT-GET
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLCNT-TAKE-MATCHING works through the customer's contacts, *
      * keeping the first preferred, not-opted-out phone and e-mail.  *
      *---------------------------------------------------------------*
       CUSTLCNT-TAKE-MATCHING.
           perform until CUSTLCNT-ACTIVE-KEY not = CNTCALL-KEY
               if  CUSTCONT-IS-PREFERRED
               and not CUSTCONT-IS-OPTED-OUT
                   if  CUSTCONT-TYPE-PHONE
                   and CNTCALL-PHONE = SPACES
                       move CUSTCONT-VALUE to CNTCALL-PHONE
                   end-if
                   if  CUSTCONT-TYPE-EMAIL
                   and CNTCALL-EMAIL = SPACES
                       move CUSTCONT-VALUE to CNTCALL-EMAIL
                   end-if
               end-if
               perform CUSTLCNT-GET
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLCNT-GET.
           read CUSTLCNT-FILE
           if  CUSTLCNT-STATUS = '00'
               move CUSTLCNT-REC to CUSTCONT-RECORD
               move CUSTLCNT-REC(1:12) to CUSTLCNT-ACTIVE-KEY
           else
               if  CUSTLCNT-STATUS not = '10'
                   display '* CBLCSVV3 READ Failure with CUSTLCNT '
                           CUSTLCNT-STATUS
                   add 12 to ZERO giving RETURN-CODE
                   STOP RUN
               end-if
               move HIGH-VALUES to CUSTLCNT-ACTIVE-KEY
           end-if
           exit.
      *****************************************************************

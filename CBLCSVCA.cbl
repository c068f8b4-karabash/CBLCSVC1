      *  register as APPLIED or REJECTED with a reason, the same     *
      *  register layout CBLCSVC5 writes.                             *
      *                                                               *
      *  Every applied transaction is also appended, field by field,  *
      *  to the permanent CUSTLFHS history through CBLCSVV4, exactly  *
      *  as CBLCSVC5 does, so either maintenance path leaves the      *
      *  same trace for CBLCSVCM to rebuild a record from.            *
      *                                                               *
      *  CUSTLLAYOUT picks which copybook the transaction images and *
      *  stored records are in, the same way CBLCSVC5 is told.       *
      *                                                               *
      *  A transaction whose key is numeric but whose last digit      *
      *  is not its check digit (the rule is in CBLCSVV6) is          *
      *  rejected. Until the keys already on the master are           *
      *  converted, the operator sets CUSTLLEGACY=Y and a key that    *
      *  fails its check digit is taken as a legacy key.              *
      *  A legacy key is taken on an Add as well as on a Change or    *
      *  Delete: the CBLCSVCH restore of an archived customer keyed   *
      *  before check digits is an Add. New customers are given a     *
      *  generated key by CBLCSVCQ, so they never rely on the switch. *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLTRN ASCII/CRLF    FIXED      00514            *
      *  I-O       CUSTLKSD INDEXED       FIXED      00512   001-012  *
      *                                                               *
      *  OUTPUT    CUSTLTRG ASCII/CRLF    FIXED      00066            *
      *  EXTEND    CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  CUSTLRUN-DATE             pic 9(8)    value 0.
       01  CUSTLHLD-PRIOR-STATUS     pic X       value SPACE.

      *****************************************************************
      * The call areas for CBLCSVV4, which appends the field-level    *
      * history of every applied transaction to the permanent         *
      * CUSTLFHS file - the record before the transaction, the record *
      * after it, and the event. A run that cannot write the history  *
      * abends: a master change with no trace is what it prevents.    *
      *****************************************************************
       01  CUSTLFHS-EVENT            pic X       value SPACE.
       01  CUSTLFHS-BEFORE           pic X(512)  value SPACES.
       01  CUSTLFHS-AFTER            pic X(512)  value SPACES.
       01  CUSTLFHS-RESULT           pic X       value SPACE.

      *****************************************************************
      * The call areas for CBLCSVV6, which proves the check digit on  *
      * the end of each key taken in.                                 *
      *****************************************************************
       01  CUSTLCDV-FUNCTION         pic X       value SPACE.
       01  CUSTLCDV-KEY              pic X(12)   value SPACES.
       01  CUSTLCDV-RESULT           pic X       value SPACE.
           88  CUSTLCDV-FAILED                   value 'X'.
           88  CUSTLCDV-LEGACY                   value 'L'.

       01  IO-STATUS.
           05  IO-STAT1            pic X.
           05  IO-STAT2            pic X.
           perform CUSTLTRN-CLOSE
           perform CUSTLKSD-CLOSE
           perform CUSTLTRG-CLOSE
           perform CUSTLFHS-CLOSE
           GOBACK.

      *****************************************************************
      *****************************************************************
       CUSTLTRN-APPLY.
           move SPACES to CUSTLTRG-REC
           move CUSTLTRN-KEY to CUSTLCDV-KEY
           perform CUSTLCDV-VERIFY
           evaluate true
               when CUSTLTRN-KEY not NUMERIC
                   move 'CUSTLTRN key is not numeric'
                       to CUSTLTRG-REASON-TEXT
                   perform CUSTLTRG-WRITE-REJECTED
               when CUSTLCDV-FAILED
                   move 'CUSTLTRN key check digit does not verify'
                       to CUSTLTRG-REASON-TEXT
                   perform CUSTLTRG-WRITE-REJECTED
               when CUSTLTRN-ACTION-ADD
                   perform CUSTLKSD-FETCH
                   if  CUSTLKSD-FOUND
                       move CUSTLHLD-RECORD to CUSTLKSD-REC
                       perform CUSTLKSD-WRITE
                       add 1 to CUSTLKSD-ADD
                       move SPACES to CUSTLFHS-BEFORE
                       move CUSTLHLD-RECORD to CUSTLFHS-AFTER
                       move 'A' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                       move 'Record added' to CUSTLTRG-REASON-TEXT
                       perform CUSTLTRG-WRITE-APPLIED
                   end-if
                   perform CUSTLKSD-FETCH
                   if  CUSTLKSD-FOUND
                       move CUSTLKSD-REC to CUSTLHLD-RECORD
                       move CUSTLHLD-RECORD to CUSTLFHS-BEFORE
                       move CUSTLHLD1-STATUS to CUSTLHLD-PRIOR-STATUS
                       perform CUSTLTRN-APPLY-CHANGE
                       perform CUSTLHLD-STAMP-ACTIVITY
                       move CUSTLHLD-RECORD to CUSTLKSD-REC
                       perform CUSTLKSD-REWRITE
                       add 1 to CUSTLKSD-CHG
                       move CUSTLHLD-RECORD to CUSTLFHS-AFTER
                       move 'C' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                       move 'Record changed' to CUSTLTRG-REASON-TEXT
                       perform CUSTLTRG-WRITE-APPLIED
                   else
               when CUSTLTRN-ACTION-DELETE
                   perform CUSTLKSD-FETCH
                   if  CUSTLKSD-FOUND
                       move CUSTLKSD-REC to CUSTLFHS-BEFORE
                       perform CUSTLKSD-DELETE
                       add 1 to CUSTLKSD-DEL
                       move SPACES to CUSTLFHS-AFTER
                       move 'D' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                       move 'Record deleted' to CUSTLTRG-REASON-TEXT
                       perform CUSTLTRG-WRITE-APPLIED
                   else
           end-if
           exit.

      *****************************************************************
      * CUSTLFHS-POST hands the record before and after the applied   *
      * transaction to CBLCSVV4, which appends one CUSTLFHS history   *
      * entry per field changed - the same history CBLCSVC5 writes.   *
      * CUSTLFHS-CLOSE is the end-of-run call that closes the file.   *
      *****************************************************************
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

      *****************************************************************
      * I/O Routines for the TRANSACTION INPUT File...                *
      *****************************************************************
           end-if
           exit.

      *****************************************************************
      * CUSTLCDV-VERIFY has CBLCSVV6 prove the check digit on the end *
      * of CUSTLCDV-KEY. CUSTLCDV-FAILED is set when it does not      *
      * verify; when CUSTLLEGACY has been set to let through the keys *
      * already on the master from before check digits, such a key    *
      * comes back 'L' (a legacy key) instead.                        *
      *****************************************************************
       CUSTLCDV-VERIFY.
           move 'V' to CUSTLCDV-FUNCTION
           call 'CBLCSVV6' using CUSTLCDV-FUNCTION
                                 CUSTLCDV-KEY
                                 CUSTLCDV-RESULT
           end-call
           exit.

      *****************************************************************
      * The following Z-ROUTINES provide administrative functions     *
      * for this program.                                             *

      *  change one field does not blank out the rest; a Delete      *
      *  needs only the key.                                          *
      *                                                               *
      *  Every applied transaction is also appended, field by field,  *
      *  to the permanent CUSTLFHS history through CBLCSVV4 - the     *
      *  old and new value of each field it changed - so what the     *
      *  record held on any earlier day can be rebuilt by CBLCSVCM.   *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12. The new CUSTLFFO, once complete, is     *
      *  catalogued by CBLCSVV5 as the next generation.               *
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
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *                                                               *
      *  OUTPUT    CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *  OUTPUT    CUSTLTRG ASCII/CRLF    FIXED      00066            *
      *  EXTEND    CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *  EXTEND    CUSTLGEN ASCII/CRLF    FIXED      00240            *
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
      * The call areas for CBLCSVV5, which proves CUSTLFFL against    *
      * the current generation on the CUSTLGEN catalog before it is   *
      * read, and catalogs the CUSTLFFO written as the next one.      *
      *****************************************************************
       01  CUSTLGEN-FUNCTION         pic X       value SPACE.
       01  CUSTLGEN-GENERATION       pic 9(6)    value 0.
       01  CUSTLGEN-REASON           pic X(40)   value SPACES.
       01  CUSTLGEN-RESULT           pic X       value SPACE.

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
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           accept CUSTLRUN-DATE from DATE YYYYMMDD
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLTRN-OPEN
           perform CUSTLFFO-OPEN
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLFFO-CLOSE
           if  INFO-ID = 'Complete'
               perform CUSTLGEN-CATALOG
           end-if
           perform CUSTLTRN-CLOSE
           perform CUSTLFFL-CLOSE
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
                   if  CUSTLHLD-ACTIVE
                       move 'Add rejected - key already on master'
                       move 'Y' to CUSTLHLD-ACTIVE-FLAG
                       perform CUSTLHLD-STAMP-ACTIVITY
                       perform CUSTLHLD-STAMP-STATUS-CHANGE
                       move SPACES to CUSTLFHS-BEFORE
                       move CUSTLHLD-RECORD to CUSTLFHS-AFTER
                       move 'A' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                       move 'Record added' to CUSTLTRG-REASON-TEXT
                       perform CUSTLTRG-WRITE-APPLIED
                   end-if
               when CUSTLTRN-ACTION-CHANGE
                   if  CUSTLHLD-ACTIVE
                       move CUSTLHLD-RECORD to CUSTLFHS-BEFORE
                       move CUSTLHLD1-STATUS to CUSTLHLD-PRIOR-STATUS
                       perform CUSTLTRN-APPLY-CHANGE
                       perform CUSTLHLD-STAMP-ACTIVITY
                               not = CUSTLHLD-PRIOR-STATUS
                           perform CUSTLHLD-STAMP-STATUS-CHANGE
                       end-if
                       move CUSTLHLD-RECORD to CUSTLFHS-AFTER
                       move 'C' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                       move 'Record changed' to CUSTLTRG-REASON-TEXT
                       perform CUSTLTRG-WRITE-APPLIED
                   else
               when CUSTLTRN-ACTION-DELETE
                   if  CUSTLHLD-ACTIVE
                       move 'N' to CUSTLHLD-ACTIVE-FLAG
                       move CUSTLHLD-RECORD to CUSTLFHS-BEFORE
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
      * entry per field changed. CUSTLFHS-CLOSE is the end-of-run     *
      * call that closes the history file.                            *
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
      * CUSTLFFL-GET/CUSTLTRN-GET read the next record of their file  *
      * and refresh the active key, or set it to HIGH-VALUES at end   *
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
      *---------------------------------------------------------------*
      * CUSTLGEN-CATALOG has CBLCSVV5 add the completed CUSTLFFO to   *
      * the catalog as the next generation. A master that cannot be   *
      * catalogued would be refused by every program after this one,  *
      * so the run abends.                                            *
      *---------------------------------------------------------------*
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

      *  scheduler can hold the real CBLCSVC5 step until the batch   *
      *  is clean.                                                    *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12.                                         *
      *                                                               *
      *  A transaction whose key is numeric but whose last digit      *
      *  is not its check digit (the rule is in CBLCSVV6) is          *
      *  rejected with reason R007. Until the keys already on the     *
      *  master are converted, the operator sets CUSTLLEGACY=Y and    *
      *  a key that fails its check digit is taken as a legacy key.   *
      *  A legacy key is taken on an Add as well as on a Change or    *
      *  Delete: the CBLCSVCH restore of an archived customer keyed   *
      *  before check digits is an Add. New customers are given a     *
      *  generated key by CBLCSVCQ, so they never rely on the switch. *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLTRN ASCII/CRLF    FIXED      00514            *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *  OUTPUT    CUSTLPRF ASCII/CRLF    FIXED      00069            *
      *                                                               *
       01  CUSTLREF-POSTAL           pic X(20)   value SPACES.
       01  CUSTLREF-RESULT           pic X       value SPACE.

      *****************************************************************
      * The call areas for CBLCSVV5, which proves CUSTLFFL against    *
      * the current generation on the CUSTLGEN catalog before it is   *
      * read.                                                         *
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
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLTRN-OPEN
           perform CUSTLFFL-GET
      *****************************************************************
       CUSTLTRN-PROVE.
           move SPACES to CUSTLPRF-REC
           move CUSTLTRN-KEY to CUSTLCDV-KEY
           perform CUSTLCDV-VERIFY
           evaluate true
               when CUSTLTRN-KEY not NUMERIC
                   move 'R001' to CUSTLPRF-REASON-CODE
                   move 'CUSTLTRN key is not numeric'
                       to CUSTLPRF-REASON-TEXT
                   perform CUSTLPRF-WRITE-REJECTED
               when CUSTLCDV-FAILED
                   move 'R007' to CUSTLPRF-REASON-CODE
                   move 'CUSTLTRN key check digit does not verify'
                       to CUSTLPRF-REASON-TEXT
                   perform CUSTLPRF-WRITE-REJECTED
               when CUSTLTRN-ACTION-ADD
                   if  CUSTLHLD-ACTIVE
                       move 'Add rejected - key already on master'
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

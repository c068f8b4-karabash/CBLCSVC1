      *  (R001 non-numeric key, R002 bad state, R003 blank postal    *
      *  code), and writes the records that now pass to the          *
      *  CUSTLSUP supplemental file - a clean CUSTLFFL-format file   *
      *  ready for a normal CBLCSVC1 run (with CUSTLSUPPL=Y, as it   *
      *  is not a catalogued master) - so corrections stop being a   *
      *  manual re-keying exercise that misses the next night.       *
      *                                                               *
      *  A correction matches a reject on CUSTTEXT-KEY or, for the   *
      *  R001 cases where the key itself is the bad field, on the    *
      *  edit, UNMATCHD when a reject has no correction, and UNUSED  *
      *  when a correction matched no reject.                         *
      *                                                               *
      *  A corrected record whose key is numeric but whose last       *
      *  digit is not its check digit (the rule is in CBLCSVV6) is    *
      *  still rejected, reason R007. Until the keys already on the   *
      *  master are converted, the operator sets CUSTLLEGACY=Y and    *
      *  a key that fails its check digit is taken as a legacy key.   *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLREJ ASCII/CRLF    FIXED      00558            *
       01  CUSTLREF-POSTAL           pic X(20)   value SPACES.
       01  CUSTLREF-RESULT           pic X       value SPACE.

      *****************************************************************
      * The call areas for CBLCSVV6, which proves the check digit on  *
      * the end of each key taken in.                                 *
      *****************************************************************
       01  CUSTLCDV-FUNCTION         pic X       value SPACE.
       01  CUSTLCDV-KEY              pic X(12)   value SPACES.
       01  CUSTLCDV-RESULT           pic X       value SPACE.
           88  CUSTLCDV-FAILED                   value 'X'.

       01  IO-STATUS.
           05  IO-STAT1            pic X.
           05  IO-STAT2            pic X.
               move 'CUSTTEXT-KEY is not numeric'
                   to CUSTLCRG-REASON-TEXT-WORK
           else
               move CUSTTEXT-KEY to CUSTLCDV-KEY
               perform CUSTLCDV-VERIFY
               if  CUSTLCDV-FAILED
                   move 'N' to CUSTLFFL-VALID-FLAG
                   move 'R007' to CUSTLCRG-REASON-CODE-WORK
                   move 'CUSTTEXT-KEY check digit does not verify'
                       to CUSTLCRG-REASON-TEXT-WORK
               else
                   if  CUSTLLAYOUT-INTERNATIONAL
                       perform CUSTLWRK-VALIDATE-INTERNATIONAL
                   else
                       perform CUSTLWRK-VALIDATE-DOMESTIC
                   end-if
                   if  CUSTLFFL-IS-VALID
                       perform CUSTLWRK-VALIDATE-REFERENCE
                   end-if
               end-if
           end-if
           exit.
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

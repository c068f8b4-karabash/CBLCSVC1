      *  formatted under - CUSTTXB1 (the default) or the wider       *
      *  CUSTTXB2 international layout.                               *
      *                                                               *
      *  A key whose last digit is not its check digit (the rule      *
      *  is in CBLCSVV6) is answered BAD CHECK DIGIT and not read.    *
      *  Until the keys already on the master are converted, the      *
      *  operator sets CUSTLLEGACY=Y and a key that fails its check   *
      *  digit is looked up as a legacy key.                          *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLKSD INDEXED       FIXED      00512   001-012  *
       COPY CUSTTXB1.
       COPY CUSTTXB2.

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
           move 'CUSTTEXT-KEY' to CUSTLINQ-LABEL
           move CUSTLKRANGE-DIGITS to CUSTLINQ-VALUE
           perform CUSTLINQ-WRITE
           move CUSTLKRANGE-DIGITS to CUSTLCDV-KEY
           perform CUSTLCDV-VERIFY
           if  CUSTLKRANGE-DIGITS is NUMERIC
           and not CUSTLCDV-FAILED
               move CUSTLKRANGE-DIGITS to CUSTLKSD-KEY
               perform CUSTLKSD-READ
               if  CUSTLKSD-STATUS = '00'
           else
               add 1 to CUSTLKSD-MISS
               move SPACES to CUSTLINQ-REC
               if  CUSTLCDV-FAILED
                   move '  *** BAD CHECK DIGIT ***' to CUSTLINQ-LABEL
               else
                   move '  *** KEY NOT NUMERIC ***' to CUSTLINQ-LABEL
               end-if
               perform CUSTLINQ-WRITE
           end-if
           move SPACES to CUSTLINQ-REC
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

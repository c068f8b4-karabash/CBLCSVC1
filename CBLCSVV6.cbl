       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVV6.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVV6 owns the check digit of a customer number, so the   *
      *  program that hands out new numbers (CBLCSVCQ) and every      *
      *  program that takes a key in (CBLCSVCD, CBLCSVC5, CBLCSVCA,   *
      *  CBLCSVC8, CBLCSVC4) agree on one rule without each carrying  *
      *  its own copy of it.                                          *
      *                                                               *
      *  The twelfth digit of CUSTTEXT-KEY is a modulus-10 check      *
      *  digit over the first eleven: working from the right, every   *
      *  second digit starting with the eleventh is doubled (a        *
      *  doubled digit over 9 has 9 taken off), the digits are added  *
      *  and the check digit is what brings the sum up to the next    *
      *  multiple of ten. Any one digit keyed wrong, and any two      *
      *  neighbouring digits keyed the wrong way round (except 0 and  *
      *  9), gives a number that fails.                               *
      *                                                               *
      *  The caller passes the function, the 12-byte key and a one-   *
      *  byte answer:                                                 *
      *    'G' - generate: the first eleven bytes are the number, the *
      *          check digit is put in the twelfth. Answer '0', or    *
      *          'N' when the eleven bytes are not all digits.        *
      *    'V' - verify the key. Answer                               *
      *          '0' - the check digit verifies;                      *
      *          'N' - the key is not numeric;                        *
      *          'X' - the check digit does not verify;               *
      *          'L' - the check digit does not verify but the key is *
      *                accepted as a legacy key - see CUSTLLEGACY.    *
      *                                                               *
      *  The customers already on the master were keyed before the    *
      *  check digit existed, so most of their keys do not verify.    *
      *  Until they are converted the operator sets CUSTLLEGACY=Y and *
      *  such keys are answered 'L' instead of 'X'; the caller treats *
      *  'L' as a good key. The switch is read on the first call.     *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * CUSTLLEGACY-FLAG is 'U' until the switch has been read on the *
      * first call.                                                   *
      *****************************************************************
       01  CUSTLLEGACY-FLAG        pic X         value 'U'.
           88  CUSTLLEGACY-UNREAD                value 'U'.
           88  CUSTLLEGACY-ACCEPTED              value 'Y'.

       01  CUSTLCDV-DIGITS         pic X(12)     value ZEROS.
       01  CUSTLCDV-DIGIT-TABLE    redefines CUSTLCDV-DIGITS.
           05  CUSTLCDV-DIGIT      pic 9   OCCURS 12 TIMES.
       01  CUSTLCDV-IX             pic 9(3)      value 0.
       01  CUSTLCDV-DOUBLE-FLAG    pic X         value 'Y'.
           88  CUSTLCDV-DOUBLE                   value 'Y'.
       01  CUSTLCDV-TERM           pic 9(3)      value 0.
       01  CUSTLCDV-SUM            pic 9(5)      value 0.
       01  CUSTLCDV-QUOTIENT       pic 9(5)      value 0.
       01  CUSTLCDV-REMAINDER      pic 9(3)      value 0.
       01  CUSTLCDV-CHECK          pic 9         value 0.

      *****************************************************************
       LINKAGE SECTION.
       01  CDVCALL-FUNCTION    pic X.
       01  CDVCALL-KEY         pic X(00012).
       01  CDVCALL-RESULT      pic X.
      *
      *****************************************************************
       PROCEDURE DIVISION using CDVCALL-FUNCTION
                                CDVCALL-KEY
                                CDVCALL-RESULT.
      *
           if  CUSTLLEGACY-UNREAD
               accept CUSTLLEGACY-FLAG from ENVIRONMENT 'CUSTLLEGACY'
                   on EXCEPTION
                       move 'N' to CUSTLLEGACY-FLAG
               end-accept
           end-if
           move '0' to CDVCALL-RESULT
           if  CDVCALL-FUNCTION = 'G'
               if  CDVCALL-KEY(1:11) is NUMERIC
                   move CDVCALL-KEY(1:11) to CUSTLCDV-DIGITS(1:11)
                   perform CUSTLCDV-COMPUTE
                   move CUSTLCDV-CHECK to CDVCALL-KEY(12:1)
               else
                   move 'N' to CDVCALL-RESULT
               end-if
           else
               if  CDVCALL-KEY is NUMERIC
                   move CDVCALL-KEY to CUSTLCDV-DIGITS
                   perform CUSTLCDV-COMPUTE
                   if  CUSTLCDV-CHECK not = CUSTLCDV-DIGIT(12)
                       if  CUSTLLEGACY-ACCEPTED
                           move 'L' to CDVCALL-RESULT
                       else
                           move 'X' to CDVCALL-RESULT
                       end-if
                   end-if
               else
                   move 'N' to CDVCALL-RESULT
               end-if
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLCDV-COMPUTE works the check digit of the first eleven    *
      * digits in CUSTLCDV-DIGITS into CUSTLCDV-CHECK.                *
      *****************************************************************
       CUSTLCDV-COMPUTE.
           move 0 to CUSTLCDV-SUM
           move 'Y' to CUSTLCDV-DOUBLE-FLAG
           move 11 to CUSTLCDV-IX
           perform until CUSTLCDV-IX < 1
               if  CUSTLCDV-DOUBLE
                   multiply CUSTLCDV-DIGIT(CUSTLCDV-IX) by 2
                     giving CUSTLCDV-TERM
                   if  CUSTLCDV-TERM > 9
                       subtract 9 from CUSTLCDV-TERM
                   end-if
                   move 'N' to CUSTLCDV-DOUBLE-FLAG
               else
                   move CUSTLCDV-DIGIT(CUSTLCDV-IX) to CUSTLCDV-TERM
                   move 'Y' to CUSTLCDV-DOUBLE-FLAG
               end-if
               add CUSTLCDV-TERM to CUSTLCDV-SUM
               subtract 1 from CUSTLCDV-IX
           end-perform
           divide CUSTLCDV-SUM by 10 giving CUSTLCDV-QUOTIENT
               remainder CUSTLCDV-REMAINDER
           if  CUSTLCDV-REMAINDER = 0
               move 0 to CUSTLCDV-CHECK
           else
               subtract CUSTLCDV-REMAINDER from 10
                 giving CUSTLCDV-CHECK
           end-if
           exit.
      *****************************************************************

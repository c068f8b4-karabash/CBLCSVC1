      *  confirmed pairs can be fed into CUSTLTRN Delete              *
      *  transactions.                                                *
      *                                                               *
      *  A record CBLCSVCU has erased - last name ERASED, the token   *
      *  it writes over the name and address - is counted and left    *
      *  out of the sweep: every erased customer carries the same     *
      *  token, so they would all pair with one another.              *
      *                                                               *
      *  CUSTLLAYOUT picks which copybook the fields are carved       *
      *  from, so an international CUSTTXB2 file gets the same sweep. *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12.                                         *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *  OUTPUT    CUSTLDUP ASCII/CRLF    FIXED      00147            *
      *                                                               *
      *****************************************************************
      * CUSTLNEW-* is the normalized view of the record in hand,      *
      * built by CUSTLNEW-NORMALIZE before the table scan.            *
      * CUSTLNEW-ERASED is the record CBLCSVCU has erased.            *
      *****************************************************************
       01  CUSTLNEW-KEY              pic X(12)   value SPACES.
       01  CUSTLNEW-LAST-NAME        pic X(28)   value SPACES.
           88  CUSTLNEW-ERASED                   value 'ERASED'.
       01  CUSTLNEW-FIRST-NAME       pic X(20)   value SPACES.
       01  CUSTLNEW-ADDR-01          pic X(60)   value SPACES.
       01  CUSTLNEW-ADDR-02          pic X(60)   value SPACES.
       01  CUSTLDUP-RULE2-TALLY      pic 9(9)    value 0.
       01  CUSTLDUP-RULE3-TALLY      pic 9(9)    value 0.

      *****************************************************************
      * The call areas for CBLCSVV5, which proves CUSTLFFL against    *
      * the current generation on the CUSTLGEN catalog before it is   *
      * read.                                                         *
      *****************************************************************
       01  CUSTLGEN-FUNCTION         pic X       value SPACE.
       01  CUSTLGEN-GENERATION       pic 9(6)    value 0.
       01  CUSTLGEN-REASON           pic X(40)   value SPACES.
       01  CUSTLGEN-RESULT           pic X       value SPACE.

       01  IO-STATUS.
           05  IO-STAT1            pic X.
           05  IO-STAT2            pic X.
           05  CUSTLDUP-WTR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Suspect pairs reported '.
       01  CUSTLERA-TOTAL.
           05  CUSTLERA-SKP  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Erased records skipped '.

      *****************************************************************
       PROCEDURE DIVISION.
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLDUP-OPEN

               if  CUSTLFFL-STATUS = '00'
                   add 1 to CUSTLFFL-RDR
                   perform CUSTLNEW-NORMALIZE
                   if  CUSTLNEW-ERASED
                       add 1 to CUSTLERA-SKP
                   else
                       perform CUSTLDTB-SCAN
                       perform CUSTLDTB-ADD-ENTRY
                   end-if
               end-if
           end-perform

           move CUSTLDUP-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLERA-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           if  CUSTLFFL-AT-EOF
               move 'Complete' to INFO-ID
           else
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
      * The following Z-ROUTINES provide administrative functions     *
      * for this program.                                             *

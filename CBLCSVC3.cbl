      *  load itself is layout-neutral; the flag is honored so the    *
      *  audit trail records which layout the master was built from.  *
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
      *  OUTPUT    CUSTLKSD INDEXED       FIXED      00512   001-012  *
      *            (alternate key on last/first name       014-048,  *
       01  CUSTLKSD-FIRST-FLAG       pic X       value 'Y'.
           88  CUSTLKSD-FIRST-RECORD             value 'Y'.

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
               move 'Loading from the CUSTTXB1 layout' to MESSAGE-TEXT
           end-if
           perform Z-DISPLAY-MESSAGE-TEXT
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLKSD-OPEN

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

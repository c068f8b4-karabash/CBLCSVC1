      *  the normal CUSTLREJ path to catch; this program never       *
      *  invents data.                                                *
      *                                                               *
      *  CUSTLCHG is replaced every run; the same changes are also    *
      *  appended to the permanent CUSTLFHS history through CBLCSVV4  *
      *  so a cleansed value can still be traced months later.        *
      *                                                               *
      *  CUSTLLAYOUT picks the copybook. Under the international     *
      *  CUSTTXB2 layout the street/city justification and suffix    *
      *  expansion still apply, but the free-form state and postal   *
      *  fields are left alone - the domestic two-letter and five-   *
      *  digit styles do not apply to them.                           *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12. The new CUSTLFFO, once complete, is     *
      *  catalogued by CBLCSVV5 as the next generation.               *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *                                                               *
      *  OUTPUT    CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *  OUTPUT    CUSTLCHG ASCII/CRLF    FIXED      00161            *
      *  EXTEND    CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *  EXTEND    CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  CUSTLZIP-DIGITS-FLAG      pic X       value 'Y'.
           88  CUSTLZIP-ALL-DIGITS               value 'Y'.

      *****************************************************************
      * The call areas for CBLCSVV4, which appends every field the    *
      * cleanse changed to the permanent CUSTLFHS history - the       *
      * record as read and as standardized, and the event.            *
      *****************************************************************
       01  CUSTLFHS-EVENT            pic X       value 'C'.
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

       01  IO-STATUS.
           05  IO-STAT1            pic X.
           05  IO-STAT2            pic X.
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLFFO-OPEN

                   else
                       perform CUSTLFFL-STANDARDIZE-TXB1
                   end-if
                   perform CUSTLFHS-POST
                   perform CUSTLFFO-WRITE
               end-if
           end-perform
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLFFO-CLOSE
           if  INFO-ID = 'Complete'
               perform CUSTLGEN-CATALOG
           end-if
           perform CUSTLFFL-CLOSE
           perform CUSTLCHG-CLOSE
           perform CUSTLFHS-CLOSE
           GOBACK.

      *****************************************************************
           end-if
           exit.

      *****************************************************************
      * CUSTLFHS-POST hands the record as read and as standardized to *
      * CBLCSVV4, which appends one CUSTLFHS history entry per field  *
      * the rules changed - the permanent counterpart of this run's   *
      * CUSTLCHG register. An untouched record is not passed at all.  *
      * CUSTLFHS-CLOSE is the end-of-run call that closes the file.   *
      *****************************************************************
       CUSTLFHS-POST.
           if  CUSTLFFO-REC not = CUSTLFFL-REC
               move CUSTLFFL-REC to CUSTLFHS-BEFORE
               move CUSTLFFO-REC to CUSTLFHS-AFTER
               move 'C' to CUSTLFHS-EVENT
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
      * I/O Routines for the INPUT File...                            *
      *****************************************************************
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
      * The following Z-ROUTINES provide administrative functions     *
      * for this program.                                             *

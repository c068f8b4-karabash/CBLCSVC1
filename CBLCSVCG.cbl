      *  and the run proves its own balance: records read must       *
      *  equal archived plus kept or the run abends.                  *
      *                                                               *
      *  Every archived record is also handed to CBLCSVV4 as a        *
      *  Delete, so the permanent CUSTLFHS history carries the same   *
      *  marker for a purged customer that CBLCSVC5 leaves for a      *
      *  deleted one. A run that cannot write the history abends.     *
      *                                                               *
      *  CUSTLPURGEDATE is CCYYMMDD, picked up from the environment  *
      *  the same way CUSTLKLOW is, with the same digit-run edit. A  *
      *  missing or non-numeric cutoff abends the run - a purge      *
      *  CBLCSVCH is the restore path - it turns a CUSTLARC file     *
      *  back into CUSTLTRN Add transactions.                         *
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
      *  OUTPUT    CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *  OUTPUT    CUSTLARC ASCII/CRLF    FIXED      00512            *
      *  OUTPUT    CUSTLARG ASCII/CRLF    FIXED      00071            *
      *  EXTEND    CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *  EXTEND    CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  CUSTLAGE-FLAG             pic X       value 'N'.
           88  CUSTLAGE-ARCHIVE                  value 'Y'.

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
      * The call areas for CBLCSVV4, which appends the Delete marker  *
      * for every archived record to the permanent CUSTLFHS history.  *
      *****************************************************************
       01  CUSTLFHS-EVENT            pic X       value SPACE.
       01  CUSTLFHS-BEFORE           pic X(512)  value SPACES.
       01  CUSTLFHS-AFTER            pic X(512)  value SPACES.
       01  CUSTLFHS-RESULT           pic X       value SPACE.

       01  IO-STATUS.
           05  IO-STAT1            pic X.
           05  IO-STAT2            pic X.
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLFFO-OPEN
           perform CUSTLARC-OPEN
                       move CUSTLFFL-REC to CUSTLARC-REC
                       perform CUSTLARC-WRITE
                       perform CUSTLARG-POST
                       move CUSTLFFL-REC to CUSTLFHS-BEFORE
                       move SPACES to CUSTLFHS-AFTER
                       move 'D' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                   else
                       move CUSTLFFL-REC to CUSTLFFO-REC
                       perform CUSTLFFO-WRITE

           perform CUSTLARC-CLOSE
           perform CUSTLFFO-CLOSE
           if  INFO-ID = 'Complete'
               perform CUSTLGEN-CATALOG
           end-if
           perform CUSTLFFL-CLOSE
           perform CUSTLARG-CLOSE
           perform CUSTLFHS-CLOSE
           GOBACK.

      *****************************************************************
               to CUSTLARG-REASON-TEXT
           perform CUSTLARG-WRITE
           exit.
      *---------------------------------------------------------------*
      * CUSTLFHS-POST hands the archived record to CBLCSVV4 as a      *
      * Delete. CUSTLFHS-CLOSE is the end-of-run call that closes the *
      * history file.                                                 *
      *---------------------------------------------------------------*
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
      * I/O Routines for the INPUT File...                            *
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

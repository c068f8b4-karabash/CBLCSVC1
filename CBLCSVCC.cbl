      *  run - and an out-of-sequence key on either side abends the   *
      *  run rather than silently mis-merging everything after it.    *
      *                                                               *
      *  Every field the merge changes on the master - a new key from *
      *  CUSTLSUP, or an overlaid master record - is also appended to *
      *  the permanent CUSTLFHS history through CBLCSVV4. CUSTLLAYOUT *
      *  names the copybook the history entries are taken under.      *
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
      *  OUTPUT    CUSTLMRG ASCII/CRLF    FIXED      00064            *
      *  EXTEND    CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *  EXTEND    CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01  CUSTLSUP-ACTIVE-KEY       pic X(12)   value HIGH-VALUES.
       01  CUSTLSUP-PRIOR-KEY        pic X(12)   value LOW-VALUES.

      *****************************************************************
      * CUSTLLAYOUT picks which copybook the records are in, the      *
      * same way CBLCSVC5 is told - the merge itself moves whole      *
      * records, but the CUSTLFHS history names the fields changed.   *
      *****************************************************************
       01  CUSTLLAYOUT-FLAG          pic X       value '1'.
           88  CUSTLLAYOUT-INTERNATIONAL         value '2'.

      *****************************************************************
      * The call areas for CBLCSVV4, which appends every field the    *
      * merge changed on the master to the permanent CUSTLFHS         *
      * history - the record before and after, and the event.         *
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

       01  IO-STATUS.
           05  IO-STAT1            pic X.
           05  IO-STAT2            pic X.
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-POST-COPYRIGHT
           accept CUSTLLAYOUT-FLAG from ENVIRONMENT 'CUSTLLAYOUT'
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           accept CUSTLMERGEWINS-FLAG from ENVIRONMENT 'CUSTLMERGEWINS'
               on EXCEPTION
                   move 'S' to CUSTLMERGEWINS-FLAG
                   to MESSAGE-TEXT
           end-if
           perform Z-DISPLAY-MESSAGE-TEXT
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLSUP-OPEN
           perform CUSTLFFO-OPEN
                       perform CUSTLFFO-WRITE
                       perform CUSTLFFL-GET
                   when CUSTLFFL-ACTIVE-KEY > CUSTLSUP-ACTIVE-KEY
                       move SPACES to CUSTLFHS-BEFORE
                       move CUSTLSUP-REC to CUSTLFHS-AFTER
                       move 'A' to CUSTLFHS-EVENT
                       perform CUSTLFHS-POST
                       move CUSTLSUP-REC to CUSTLFFO-REC
                       perform CUSTLFFO-WRITE
                       perform CUSTLSUP-GET
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLFFO-CLOSE
           if  INFO-ID = 'Complete'
               perform CUSTLGEN-CATALOG
           end-if
           perform CUSTLSUP-CLOSE
           perform CUSTLFFL-CLOSE
           perform CUSTLMRG-CLOSE
           perform CUSTLFHS-CLOSE
           GOBACK.

      *****************************************************************
               move 'Key on both inputs - master record kept'
                   to CUSTLMRG-REASON-TEXT
           else
               move CUSTLFFL-REC to CUSTLFHS-BEFORE
               move CUSTLSUP-REC to CUSTLFHS-AFTER
               move 'C' to CUSTLFHS-EVENT
               perform CUSTLFHS-POST
               move CUSTLSUP-REC to CUSTLFFO-REC
               move 'SUPWINS ' to CUSTLMRG-DISPOSITION
               move 'Key on both inputs - supplemental kept'
           perform CUSTLMRG-WRITE
           exit.

      *****************************************************************
      * CUSTLFHS-POST hands the master record before and after the    *
      * merge to CBLCSVV4, which appends one CUSTLFHS history entry   *
      * per field changed: a supplemental-only key is an Add, a       *
      * collision the supplemental record wins is a Change. A key     *
      * the master keeps is not passed - nothing on it changed.       *
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
      * CUSTLFFL-GET/CUSTLSUP-GET read the next record of their file  *
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
      * The following Z-ROUTINES provide administrative functions     *
      * for this program.                                             *

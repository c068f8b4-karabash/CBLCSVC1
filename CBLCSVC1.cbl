      *                                                               *
      *  Generation Date: 2012-01-16  Generation Time: 13:01:02:16    *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12. A run against a file that is not the    *
      *  master, such as the CUSTLSUP supplemental file CBLCSVC8      *
      *  writes, is made with CUSTLSUPPL=Y: the proof is skipped and  *
      *  a message says so.                                           *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *  OUTPUT    CUSTLCSV ASCII/CRLF    VARIABLE   00512            *
      *                                                               *
       01  CUSTLENCODE-FLAG          pic X       value 'A'.
           88  CUSTLENCODE-EBCDIC                value 'E'.

      *****************************************************************
      * CUSTLCONTACT=Y adds the customer's preferred phone and        *
      * preferred e-mail address from the CUSTLCNT contact-point      *
      * file as two extra columns (PREF-PHONE, PREF-EMAIL) after      *
      * POSTAL-CODE - or two extra members before the closing brace   *
      * of a JSON object - picked up from the environment the same    *
      * way CUSTLFORMAT is. CBLCSVV3 does the lookup and never        *
      * answers an opted-out contact. A run that asks for the         *
      * columns with no CUSTLCNT file to read is an abend, not a      *
      * file shipped with the columns silently blank.                 *
      *****************************************************************
       01  CUSTLCONTACT-FLAG         pic X       value 'N'.
           88  CUSTLCONTACT-YES                  value 'Y'.
       01  CUSTLCNT-KEY              pic X(12)   value SPACES.
       01  CUSTLCNT-PHONE            pic X(60)   value SPACES.
       01  CUSTLCNT-EMAIL            pic X(60)   value SPACES.
       01  CUSTLCNT-RESULT           pic X       value SPACE.
      *---------------------------------------------------------------*
      * The append work items: CUSTLCNT-ROW-LEN is the last non-blank *
      * byte of the row already built, CUSTLCNT-VALUE/-LEN the value  *
      * being appended, and CUSTLCNT-FRAME-BYTE the quote the row's   *
      * converter framed its fields with.                             *
      *---------------------------------------------------------------*
       01  CUSTLCNT-ROW-LEN          pic 9(5)    value 0.
       01  CUSTLCNT-VALUE            pic X(60)   value SPACES.
       01  CUSTLCNT-LEN              pic 9(3)    value 0.
       01  CUSTLCNT-IX               pic 9(3)    value 0.
       01  CUSTLCNT-FRAME-BYTE       pic X       value '"'.
       01  CUSTLCNT-FRAME-FLAG       pic X       value 'N'.
           88  CUSTLCNT-FRAME-NEEDED             value 'Y'.

       01  CUSTLREJWARN-PARM         pic X(12)   value SPACES.
       01  CUSTLREJERR-PARM          pic X(12)   value SPACES.
       01  CUSTLREJWARN-PCT          pic 9(3)    value 0.
       01  CUSTLREF-POSTAL           pic X(20)   value SPACES.
       01  CUSTLREF-RESULT           pic X       value SPACE.

      *****************************************************************
      * The call areas for CBLCSVV5, which proves CUSTLFFL against    *
      * the current generation on the CUSTLGEN catalog before it is   *
      * read. CUSTLSUPPL=Y says CUSTLFFL is not the master but a      *
      * supplemental file such as CUSTLSUP, which is never catalogued *
      * - the proof is skipped and noted on SYSOUT.                   *
      *****************************************************************
       01  CUSTLGEN-FUNCTION         pic X       value SPACE.
       01  CUSTLGEN-GENERATION       pic 9(6)    value 0.
       01  CUSTLGEN-REASON           pic X(40)   value SPACES.
       01  CUSTLGEN-RESULT           pic X       value SPACE.
       01  CUSTLSUPPL-FLAG           pic X       value 'N'.
           88  CUSTLSUPPL-YES                    value 'Y'.

      *****************************************************************
      * The following buffers are used to create a four-byte status   *
      * code that may be displayed.                                   *
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if
           accept CUSTLCONTACT-FLAG from ENVIRONMENT 'CUSTLCONTACT'
               on EXCEPTION
                   move 'N' to CUSTLCONTACT-FLAG
           end-accept
           if  CUSTLCONTACT-YES
               move 'CUSTLCONTACT=Y, adding the CUSTLCNT columns'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if
           accept CUSTLSUPPL-FLAG from ENVIRONMENT 'CUSTLSUPPL'
               on EXCEPTION
                   move 'N' to CUSTLSUPPL-FLAG
           end-accept
           if  CUSTLSUPPL-YES
               move 'CUSTLSUPPL=Y, CUSTLFFL not proved against CUSTLGEN'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if
           accept CUSTLREJWARN-PARM from ENVIRONMENT 'CUSTLREJWARN'
               on EXCEPTION
                   move SPACES to CUSTLREJWARN-PARM
           or  CUSTLKHIGH-VALUE not = 999999999999
               move 'Y' to CUSTLKRANGE-RESTRICTED-FLAG
           end-if
           if  not CUSTLSUPPL-YES
               perform CUSTLGEN-VERIFY
           end-if
           perform CUSTLFFL-OPEN
           if  CUSTLRESTART-YES
               perform CUSTLRST-LOAD-CHECKPOINT

           perform CUSTLCSV-CLOSE
           perform CUSTLFFL-CLOSE
           if  CUSTLCONTACT-YES
               move HIGH-VALUES to CUSTLCNT-KEY
               call 'CBLCSVV3' using CUSTLCNT-KEY
                                     CUSTLCNT-PHONE
                                     CUSTLCNT-EMAIL
                                     CUSTLCNT-RESULT
               end-call
           end-if
           perform CUSTLREJ-CLOSE
           perform CUSTLAUD-CLOSE
           evaluate true
                                         CUSTLFFL-DELIMITER-PARM
                   end-call
           end-evaluate
           if  CUSTLCONTACT-YES
               perform CUSTLCNT-APPEND-COLUMNS
           end-if
           add 00640 to ZERO giving CUSTLCSV-LRECL
           exit.

      *****************************************************************
      * CUSTLCNT-APPEND-COLUMNS looks the record's key up through     *
      * CBLCSVV3 and adds the preferred phone and e-mail to the row   *
      * the converter just built. CBLCSVR1/CBLCSVR3 end every CSV     *
      * row with a delimiter, so the two values follow on the same    *
      * way, each closed by a delimiter; a JSON object gets the two   *
      * members ahead of its closing brace. A row without room for    *
      * the widest pair of columns (a 60-byte phone, and a 60-byte    *
      * e-mail framed with every byte a doubled quote) is an abend    *
      * rather than a truncated row.                                  *
      *****************************************************************
       CUSTLCNT-APPEND-COLUMNS.
           move CUSTLFFL-REC(1:12) to CUSTLCNT-KEY
           call 'CBLCSVV3' using CUSTLCNT-KEY
                                 CUSTLCNT-PHONE
                                 CUSTLCNT-EMAIL
                                 CUSTLCNT-RESULT
           end-call
           if  CUSTLCNT-RESULT = 'N'
               move 'CUSTLCONTACT=Y but no CUSTLCNT file to read'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           perform CUSTLCNT-SET-ROW-LEN
           if  CUSTLCNT-ROW-LEN > 450
               move 'CUSTLCSV row too wide for the CUSTLCNT columns'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           if  CUSTLFORMAT-JSON
               move ',"PREF-PHONE":"'
                 to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:15)
               add 15 to CUSTLCNT-ROW-LEN
               move CUSTLCNT-PHONE to CUSTLCNT-VALUE
               perform CUSTLCNT-PUT-VALUE
               move '","PREF-EMAIL":"'
                 to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:16)
               add 16 to CUSTLCNT-ROW-LEN
               move CUSTLCNT-EMAIL to CUSTLCNT-VALUE
               perform CUSTLCNT-PUT-VALUE
               move '"}' to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:2)
           else
               add 1 to CUSTLCNT-ROW-LEN
               move CUSTLCNT-PHONE to CUSTLCNT-VALUE
               perform CUSTLCNT-PUT-CSV-VALUE
               move CUSTLCNT-EMAIL to CUSTLCNT-VALUE
               perform CUSTLCNT-PUT-CSV-VALUE
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLCNT-HEADER-COLUMNS adds the two column names to the CSV  *
      * header row already in CUSTLCSV-REC.                           *
      *---------------------------------------------------------------*
       CUSTLCNT-HEADER-COLUMNS.
           perform CUSTLCNT-SET-ROW-LEN
           add 1 to CUSTLCNT-ROW-LEN
           move CUSTLCSV-EFFECTIVE-DELIM
             to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:1)
           add 1 to CUSTLCNT-ROW-LEN
           move 'PREF-PHONE' to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:10)
           add 10 to CUSTLCNT-ROW-LEN
           move CUSTLCSV-EFFECTIVE-DELIM
             to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:1)
           add 1 to CUSTLCNT-ROW-LEN
           move 'PREF-EMAIL' to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:10)
           exit.
      *---------------------------------------------------------------*
      * CUSTLCNT-SET-ROW-LEN finds the last non-blank byte of the row *
      * in CUSTLCSV-REC, scanning back from the end of the record.    *
      *---------------------------------------------------------------*
       CUSTLCNT-SET-ROW-LEN.
           move 640 to CUSTLCNT-ROW-LEN
           perform until CUSTLCNT-ROW-LEN = 0
                       or CUSTLCSV-REC(CUSTLCNT-ROW-LEN:1) not = SPACE
               subtract 1 from CUSTLCNT-ROW-LEN
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLCNT-PUT-VALUE copies the trimmed value into the row at   *
      * CUSTLCNT-ROW-LEN and moves CUSTLCNT-ROW-LEN past it. CBLCSVCL *
      * only lets digits into a phone and refuses a quote, comma or   *
      * space in an e-mail address, so a JSON value needs no escape.  *
      *---------------------------------------------------------------*
       CUSTLCNT-PUT-VALUE.
           move 0 to CUSTLCNT-LEN
           move 1 to CUSTLCNT-IX
           perform until CUSTLCNT-IX > 60
               if  CUSTLCNT-VALUE(CUSTLCNT-IX:1) not = SPACE
                   move CUSTLCNT-IX to CUSTLCNT-LEN
               end-if
               add 1 to CUSTLCNT-IX
           end-perform
           if  CUSTLCNT-LEN > 0
               move CUSTLCNT-VALUE(1:CUSTLCNT-LEN)
                 to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:CUSTLCNT-LEN)
               add CUSTLCNT-LEN to CUSTLCNT-ROW-LEN
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLCNT-PUT-CSV-VALUE appends one CSV column and its closing *
      * delimiter. A value holding the run's delimiter or quote byte  *
      * (an operator-chosen CUSTLDELIM such as '.' can turn up in an  *
      * e-mail address) is framed in the quote byte with any embedded *
      * quote doubled, the same rule POST-TEXT-TO-CSV applies.        *
      *---------------------------------------------------------------*
       CUSTLCNT-PUT-CSV-VALUE.
           if  CUSTLFFL-FRAME-PARM not = SPACE
               move CUSTLFFL-FRAME-PARM to CUSTLCNT-FRAME-BYTE
           else
               move '"' to CUSTLCNT-FRAME-BYTE
           end-if
           move 'N' to CUSTLCNT-FRAME-FLAG
           move 0 to CUSTLCNT-LEN
           move 1 to CUSTLCNT-IX
           perform until CUSTLCNT-IX > 60
               if  CUSTLCNT-VALUE(CUSTLCNT-IX:1) not = SPACE
                   move CUSTLCNT-IX to CUSTLCNT-LEN
               end-if
               if  CUSTLCNT-VALUE(CUSTLCNT-IX:1)
                       = CUSTLCSV-EFFECTIVE-DELIM
               or  CUSTLCNT-VALUE(CUSTLCNT-IX:1) = CUSTLCNT-FRAME-BYTE
                   move 'Y' to CUSTLCNT-FRAME-FLAG
               end-if
               add 1 to CUSTLCNT-IX
           end-perform
           if  CUSTLCNT-FRAME-NEEDED
               move CUSTLCNT-FRAME-BYTE
                 to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:1)
               add 1 to CUSTLCNT-ROW-LEN
           end-if
           move 1 to CUSTLCNT-IX
           perform until CUSTLCNT-IX > CUSTLCNT-LEN
               move CUSTLCNT-VALUE(CUSTLCNT-IX:1)
                 to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:1)
               add 1 to CUSTLCNT-ROW-LEN
               if  CUSTLCNT-VALUE(CUSTLCNT-IX:1) = CUSTLCNT-FRAME-BYTE
                   move CUSTLCNT-FRAME-BYTE
                     to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:1)
                   add 1 to CUSTLCNT-ROW-LEN
               end-if
               add 1 to CUSTLCNT-IX
           end-perform
           if  CUSTLCNT-FRAME-NEEDED
               move CUSTLCNT-FRAME-BYTE
                 to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:1)
               add 1 to CUSTLCNT-ROW-LEN
           end-if
           move CUSTLCSV-EFFECTIVE-DELIM
             to CUSTLCSV-REC(CUSTLCNT-ROW-LEN:1)
           add 1 to CUSTLCNT-ROW-LEN
           exit.

      *****************************************************************
      * I/O Routines for the INPUT File...                            *
      *****************************************************************
               else
                   perform CUSTLCSV-BUILD-HEADER
                   move CUSTLCSV-HEADER-LINE to CUSTLCSV-REC
                   if  CUSTLCONTACT-YES
                       perform CUSTLCNT-HEADER-COLUMNS
                   end-if
                   write CUSTLCSV-REC
               end-if
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

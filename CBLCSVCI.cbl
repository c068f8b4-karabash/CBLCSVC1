      *    CBLCSVC7), format C=CSV/J=JSON, delimiter override (blank  *
      *    = comma), quote override (blank = double-quote), status    *
      *    filter (blank = all), key low (12), key high (12), and    *
      *    the column list - the copy-file column letters A-I, plus  *
      *    J (preferred phone) and K (preferred e-mail) from the     *
      *    CUSTLCNT contact-point file, in the order the partner     *
      *    wants them.                                                *
      *                                                               *
      *  CUSTLCNT is only read when some profile names J or K; the   *
      *  CBLCSVV3 lookup never answers an opted-out contact, so an   *
      *  opted-out phone or address is never shipped to a partner.   *
      *                                                               *
      *  Each CSV file carries its own header row naming only its    *
      *  columns and a TRAILER row with the records read and rows    *
      *  an abend before a single row is written, so a misdeclared   *
      *  partner file is never shipped short.                         *
      *                                                               *
      *  Before CUSTLFFL is read it is proved, through CBLCSVV5,      *
      *  against the current generation on the CUSTLGEN catalog - a   *
      *  master of any other generation is refused and the run ends   *
      *  with return code 12.                                         *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLPRO ASCII/CRLF    FIXED      00057            *
      *  INPUT     CUSTLCNT ASCII/CRLF    FIXED      00100            *
      *  INPUT     CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *  OUTPUT    CUSTLX01-CUSTLX08     ASCII/CRLF VARIABLE  00640   *
      *                                                               *
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-KEY-HIGH       PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-COLUMNS        PIC X(011).

       FD  CUSTLX01-FILE
           DATA RECORD    IS CUSTLX01-REC
               10  CUSTLPRO-TBL-STATUS   pic X.
               10  CUSTLPRO-TBL-LOW      pic 9(12).
               10  CUSTLPRO-TBL-HIGH     pic 9(12).
               10  CUSTLPRO-TBL-COLS     pic X(11).
               10  CUSTLPRO-TBL-ADD      pic 9(9).
       01  CUSTLPRO-SLOT-USED-TABLE.
           05  CUSTLPRO-SLOT-USED  OCCURS 8 TIMES

      *****************************************************************
      * The column-name table, letter A through I in copy-file        *
      * order then the J and K contact columns, carrying the          *
      * CUSTLCSV-HEADER-LINE column names used for CSV headers and    *
      * JSON member names.                                            *
      *****************************************************************
       01  CUSTLCOL-NAME-VALUES.
           05  filler pic X(16) value 'KEY           03'.
           05  filler pic X(16) value 'CITY          04'.
           05  filler pic X(16) value 'STATE         05'.
           05  filler pic X(16) value 'POSTAL-CODE   11'.
           05  filler pic X(16) value 'PREF-PHONE    10'.
           05  filler pic X(16) value 'PREF-EMAIL    10'.
       01  CUSTLCOL-NAME-TABLE redefines CUSTLCOL-NAME-VALUES.
           05  CUSTLCOL-NAME-ENTRY  OCCURS 11 TIMES.
               10  CUSTLCOL-NAME         pic X(14).
               10  CUSTLCOL-NAME-LEN     pic 9(2).

      * The row build area - the widest row the CSV escaping can      *
      * produce fits in 640 bytes, the same sizing note as on         *
      * CUSTLCSV-DATA-01 in CBLCSVC1 - and the per-column work        *
      * items: the column letter in hand, its ordinal (A=1 .. K=11),  *
      * and the extracted value with its trimmed length.              *
      *****************************************************************
       01  CUSTLROW-BUFFER           pic X(640)  value SPACES.
       01  CUSTLROW-DELIM            pic X       value ','.
       01  CUSTLROW-QUOTE            pic X       value '"'.

      *****************************************************************
      * The contact-column call areas for CBLCSVV3. CUSTLCNT-WANTED   *
      * is set while the profiles load when any of them names J or K; *
      * only then is the contact file read at all.                    *
      *****************************************************************
       01  CUSTLCNT-WANTED-FLAG      pic X       value 'N'.
           88  CUSTLCNT-WANTED                   value 'Y'.
       01  CUSTLCNT-PHONE            pic X(60)   value SPACES.
       01  CUSTLCNT-EMAIL            pic X(60)   value SPACES.
       01  CUSTLCNT-RESULT           pic X       value SPACE.

      *****************************************************************
      * The record-selection work items: the key and status of the    *
      * record in hand, common to both layouts.                       *
       01  CUSTLTRL-RDR-X            pic X(9)    value ZEROS.
       01  CUSTLTRL-ADD-X            pic X(9)    value ZEROS.

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
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           move 1 to CUSTLPRO-IX
           perform until CUSTLPRO-IX > CUSTLPRO-COUNT
               if  CUSTLFFL-STATUS = '00'
                   add 1 to CUSTLFFL-RDR
                   perform CUSTLFFL-REFRESH-VIEWS
                   if  CUSTLCNT-WANTED
                       perform CUSTLCNT-LOOKUP
                   end-if
                   move 1 to CUSTLPRO-IX
                   perform until CUSTLPRO-IX > CUSTLPRO-COUNT
                       perform CUSTLPRO-SELECT-RECORD
           perform Z-DISPLAY-MESSAGE-TEXT

           perform CUSTLFFL-CLOSE
           if  CUSTLCNT-WANTED
               move HIGH-VALUES to CUSTLSEL-KEY
               call 'CBLCSVV3' using CUSTLSEL-KEY
                                     CUSTLCNT-PHONE
                                     CUSTLCNT-EMAIL
                                     CUSTLCNT-RESULT
               end-call
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLPRO-LOAD-TABLE reads the whole profile file into the     *
      * table before a single master record is read, proving every   *
      * profile as it lands: the slot must be 01-08 and unclaimed,   *
      * the column list must name only the letters A-K, and the key  *
      * bounds get the CUSTLKLOW digit-run edit. Any bad profile     *
      * abends the run here, before anything is written.              *
      *****************************************************************
               perform Z-ABEND-PROGRAM
           end-if
           move 1 to CUSTLCOL-IX
           perform until CUSTLCOL-IX > 11
               move CUSTLPRO-COLUMNS(CUSTLCOL-IX:1)
                 to CUSTLCOL-LETTER
               if  CUSTLCOL-LETTER not = SPACE
               and (CUSTLCOL-LETTER < 'A'
                or  CUSTLCOL-LETTER > 'K')
                   move 'CUSTLPRO column letter is not A-K'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
               end-if
               if  CUSTLCOL-LETTER = 'J'
               or  CUSTLCOL-LETTER = 'K'
                   move 'Y' to CUSTLCNT-WANTED-FLAG
               end-if
               add 1 to CUSTLCOL-IX
           end-perform
           move CUSTLPRO-COLUMNS
           move CUSTLFFL-REC(13:1) to CUSTLSEL-STATUS
           exit.
      *---------------------------------------------------------------*
      * CUSTLCNT-LOOKUP fetches the record's preferred phone and      *
      * e-mail through CBLCSVV3 once per record, whichever profiles   *
      * go on to use them. A profile naming J or K with no CUSTLCNT   *
      * file to read is an abend, not a partner file shipped with     *
      * the columns silently blank.                                   *
      *---------------------------------------------------------------*
       CUSTLCNT-LOOKUP.
           call 'CBLCSVV3' using CUSTLSEL-KEY
                                 CUSTLCNT-PHONE
                                 CUSTLCNT-EMAIL
                                 CUSTLCNT-RESULT
           end-call
           if  CUSTLCNT-RESULT = 'N'
               move 'CUSTLPRO names J or K but no CUSTLCNT to read'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLPRO-SELECT-RECORD decides whether the record in hand     *
      * belongs in the profile in hand. The key-range filter only     *
      * applies to a numeric key - a record whose key is not numeric  *
       CUSTLROW-BUILD-HEADER.
           perform CUSTLROW-START
           move 1 to CUSTLCOL-IX
           perform until CUSTLCOL-IX > 11
               move CUSTLPRO-TBL-COLS(CUSTLPRO-IX)(CUSTLCOL-IX:1)
                 to CUSTLCOL-LETTER
               if  CUSTLCOL-LETTER not = SPACE
       CUSTLROW-BUILD-CSV.
           perform CUSTLROW-START
           move 1 to CUSTLCOL-IX
           perform until CUSTLCOL-IX > 11
               move CUSTLPRO-TBL-COLS(CUSTLPRO-IX)(CUSTLCOL-IX:1)
                 to CUSTLCOL-LETTER
               if  CUSTLCOL-LETTER not = SPACE
           move '{' to CUSTLFLD-BYTE
           perform CUSTLROW-PUT-BYTE
           move 1 to CUSTLCOL-IX
           perform until CUSTLCOL-IX > 11
               move CUSTLPRO-TBL-COLS(CUSTLPRO-IX)(CUSTLCOL-IX:1)
                 to CUSTLCOL-LETTER
               if  CUSTLCOL-LETTER not = SPACE
           exit.
      *---------------------------------------------------------------*
      * CUSTLCOL-SET-ORDINAL turns the column letter in hand into     *
      * the 1-11 ordinal the name table and the extract use.          *
      *---------------------------------------------------------------*
       CUSTLCOL-SET-ORDINAL.
           evaluate CUSTLCOL-LETTER
               when 'F'  move 6 to CUSTLCOL-ORDINAL
               when 'G'  move 7 to CUSTLCOL-ORDINAL
               when 'H'  move 8 to CUSTLCOL-ORDINAL
               when 'J'  move 10 to CUSTLCOL-ORDINAL
               when 'K'  move 11 to CUSTLCOL-ORDINAL
               when other move 9 to CUSTLCOL-ORDINAL
           end-evaluate
           exit.
      *---------------------------------------------------------------*
      * CUSTLCOL-EXTRACT-VALUE carves the ordinal's field out of the  *
      * CUSTLLAYOUT-selected view - or, for J and K, the contact      *
      * values CUSTLCNT-LOOKUP fetched - into CUSTLFLD-VALUE and      *
      * trims it to its last non-space byte.                          *
      *---------------------------------------------------------------*
       CUSTLCOL-EXTRACT-VALUE.
           move SPACES to CUSTLFLD-VALUE
                   when 7  move CUSTTEXT2-CITY        to CUSTLFLD-VALUE
                   when 8  move CUSTTEXT2-STATE       to CUSTLFLD-VALUE
                   when 9  move CUSTTEXT2-POSTAL-CODE to CUSTLFLD-VALUE
                   when 10 move CUSTLCNT-PHONE        to CUSTLFLD-VALUE
                   when 11 move CUSTLCNT-EMAIL        to CUSTLFLD-VALUE
               end-evaluate
           else
               evaluate CUSTLCOL-ORDINAL
                   when 7  move CUSTTEXT-CITY         to CUSTLFLD-VALUE
                   when 8  move CUSTTEXT-STATE        to CUSTLFLD-VALUE
                   when 9  move CUSTTEXT-POSTAL-CODE  to CUSTLFLD-VALUE
                   when 10 move CUSTLCNT-PHONE        to CUSTLFLD-VALUE
                   when 11 move CUSTLCNT-EMAIL        to CUSTLFLD-VALUE
               end-evaluate
           end-if
           move 0 to CUSTLFLD-LEN
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

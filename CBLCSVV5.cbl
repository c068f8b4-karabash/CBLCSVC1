       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVV5.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVV5 keeps the CUSTLGEN catalog of customer master       *
      *  generations (CUSTGNB1 layout), so every program that makes   *
      *  or reads a master proves the file it was given the same way  *
      *  without each owning the catalog. The last entry on CUSTLGEN  *
      *  is the current generation.                                   *
      *                                                               *
      *  A master is proved by reading it through once for its        *
      *  record count and the hash total of its CUSTTEXT-KEY values,  *
      *  the two totals every catalog entry carries. The caller names *
      *  the function:                                                *
      *    'V' - verify CUSTLFFL against the current generation. A    *
      *          program reading the master calls this before it      *
      *          opens CUSTLFFL and refuses to run on a mismatch.     *
      *    'C' - catalog CUSTLFFO as a new generation. A program      *
      *          writing a new master calls this once it has closed   *
      *          CUSTLFFO; the new number is passed back.             *
      *    'N' - verify CUSTLFFL against the named generation, which  *
      *          must not be the current one (the rollback's check    *
      *          of the copy it is about to reinstate).               *
      *    'R' - catalog CUSTLFFO as the named generation reinstated, *
      *          with the caller's reason, once the count and hash    *
      *          are proved against that generation again.            *
      *                                                               *
      *  The one-byte answer:                                         *
      *    '0' - done (for 'V' the file is the current generation);   *
      *    'E' - the catalog has no entries yet - nothing to verify;  *
      *    'G' - the named generation is not on the catalog;          *
      *    'A' - the named generation is already the current one;     *
      *    'M' - the count or hash does not match - both sets of      *
      *          totals have been posted to the console;              *
      *    'F' - the catalog is there but could not be read, or the   *
      *          master file could not be opened;                     *
      *    'N' - the catalog could not be opened to add the entry.    *
      *                                                               *
      *  The catalog is opened EXTEND to add an entry, and created    *
      *  only when it does not exist yet, never over a file that is   *
      *  there but could not be read.                                 *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *  EXTEND    CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLFFL-FILE  ASSIGN TO       CUSTLFFL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFL-STATUS.
           SELECT CUSTLFFO-FILE  ASSIGN TO       CUSTLFFO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFO-STATUS.
           SELECT CUSTLGEN-FILE  ASSIGN TO       CUSTLGEN
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLGEN-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLFFL-FILE
           DATA RECORD    IS CUSTLFFL-REC
           .
       01  CUSTLFFL-REC.
           05  CUSTLFFL-DATA-01 PIC X(00512).

       FD  CUSTLFFO-FILE
           DATA RECORD    IS CUSTLFFO-REC
           .
       01  CUSTLFFO-REC.
           05  CUSTLFFO-DATA-01 PIC X(00512).

       FD  CUSTLGEN-FILE
           DATA RECORD    IS CUSTLGEN-REC
           .
       01  CUSTLGEN-REC.
           05  CUSTLGEN-DATA-01 PIC X(00240).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  CUSTLFFL-STATUS.
           05  CUSTLFFL-STATUS-L   pic X.
           05  CUSTLFFL-STATUS-R   pic X.
       01  CUSTLFFO-STATUS.
           05  CUSTLFFO-STATUS-L   pic X.
           05  CUSTLFFO-STATUS-R   pic X.
       01  CUSTLGEN-STATUS.
           05  CUSTLGEN-STATUS-L   pic X.
           05  CUSTLGEN-STATUS-R   pic X.

      *****************************************************************
      * What the catalog holds: the current (last) entry, the named   *
      * entry when the caller asked for one (the latest entry with    *
      * that number), and the highest number used so far. The         *
      * catalog is read afresh on every call.                         *
      *****************************************************************
       01  CUSTLGEN-MISSING-FLAG   pic X         value 'N'.
           88  CUSTLGEN-MISSING                  value 'Y'.
       01  CUSTLGEN-CURRENT-FLAG   pic X         value 'N'.
           88  CUSTLGEN-HAS-CURRENT              value 'Y'.
       01  CUSTLGEN-NAMED-FLAG     pic X         value 'N'.
           88  CUSTLGEN-HAS-NAMED                value 'Y'.
       01  CUSTLGEN-HIGHEST        pic 9(6)      value 0.
       01  CUSTLGEN-CURRENT        pic X(240)    value SPACES.
       01  CUSTLGEN-NAMED          pic X(240)    value SPACES.

      *****************************************************************
      * The totals of the master read through - the same totals a     *
      * catalog entry carries.                                        *
      *****************************************************************
       01  CUSTLSCN-REC            pic X(512)    value SPACES.
       01  CUSTLSCN-RECORDS        pic 9(9)      value 0.
       01  CUSTLSCN-ACTIVE         pic 9(9)      value 0.
       01  CUSTLSCN-INACTIVE       pic 9(9)      value 0.
       01  CUSTLSCN-FOREIGN        pic 9(9)      value 0.
       01  CUSTLSCN-OTHER          pic 9(9)      value 0.
       01  CUSTLSCN-HASH           pic 9(18)     value 0.
       01  CUSTLSCN-KEY-N          pic 9(12)     value 0.
       01  CUSTLSCN-OPEN-FLAG      pic X         value 'N'.
           88  CUSTLSCN-OPENED                   value 'Y'.
       01  CUSTLSCN-FILE-NAME      pic X(8)      value SPACES.
       01  CUSTLSCN-DATASET        pic X(80)     value SPACES.

      *****************************************************************
      * The two console lines posted when a master does not match its *
      * catalog entry - what the file holds and what was expected.    *
      *****************************************************************
       01  CUSTLGEN-SHOW-FOUND.
           05  filler              pic X(11)     value '* CBLCSVV5 '.
           05  CUSTLSHW-FILE-NAME  pic X(8)      value SPACES.
           05  filler              pic X(20)
                                   value ' holds     records '.
           05  CUSTLSHW-FOUND-RECS pic 9(9)      value 0.
           05  filler              pic X(6)      value ' hash '.
           05  CUSTLSHW-FOUND-HASH pic 9(18)     value 0.
       01  CUSTLGEN-SHOW-WANTED.
           05  filler              pic X(11)     value '* CBLCSVV5 '.
           05  filler              pic X(20)
                                   value 'CUSTLGEN generation '.
           05  CUSTLSHW-NUMBER     pic 9(6)      value 0.
           05  filler              pic X(2)      value SPACES.
           05  CUSTLSHW-WANT-RECS  pic 9(9)      value 0.
           05  filler              pic X(6)      value ' hash '.
           05  CUSTLSHW-WANT-HASH  pic 9(18)     value 0.

       COPY CUSTGNB1.

      *****************************************************************
       LINKAGE SECTION.
       01  GENCALL-FUNCTION    pic X.
       01  GENCALL-PROGRAM     pic X(00008).
       01  GENCALL-GENERATION  pic 9(00006).
       01  GENCALL-REASON      pic X(00040).
       01  GENCALL-RESULT      pic X.
      *
      *****************************************************************
       PROCEDURE DIVISION using GENCALL-FUNCTION
                                GENCALL-PROGRAM
                                GENCALL-GENERATION
                                GENCALL-REASON
                                GENCALL-RESULT.
      *
           move '0' to GENCALL-RESULT
           perform CUSTLGEN-LOAD
           if  GENCALL-RESULT not = 'F'
               evaluate GENCALL-FUNCTION
                   when 'V'
                       perform CUSTLGEN-VERIFY-CURRENT
                   when 'N'
                       perform CUSTLGEN-VERIFY-NAMED
                   when 'C'
                       perform CUSTLGEN-ADD-CREATED
                   when 'R'
                       perform CUSTLGEN-ADD-REINSTATED
               end-evaluate
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLGEN-LOAD reads the catalog through. A catalog that does  *
      * not exist yet is simply empty; one that is there but cannot   *
      * be opened or read to the end answers 'F', whatever was asked. *
      *****************************************************************
       CUSTLGEN-LOAD.
           move 'N' to CUSTLGEN-MISSING-FLAG
           move 'N' to CUSTLGEN-CURRENT-FLAG
           move 'N' to CUSTLGEN-NAMED-FLAG
           move 0 to CUSTLGEN-HIGHEST
           move SPACES to CUSTLGEN-CURRENT
           move SPACES to CUSTLGEN-NAMED
           open input CUSTLGEN-FILE
           evaluate CUSTLGEN-STATUS
               when '35'
                   move 'Y' to CUSTLGEN-MISSING-FLAG
               when '00'
                   perform until CUSTLGEN-STATUS not = '00'
                       read CUSTLGEN-FILE
                       if  CUSTLGEN-STATUS = '00'
                       and CUSTLGEN-REC not = SPACES
                           perform CUSTLGEN-LOAD-ENTRY
                       end-if
                   end-perform
                   if  CUSTLGEN-STATUS not = '10'
                       move 'F' to GENCALL-RESULT
                   end-if
                   close CUSTLGEN-FILE
               when other
                   move 'F' to GENCALL-RESULT
           end-evaluate
           exit.
      *---------------------------------------------------------------*
       CUSTLGEN-LOAD-ENTRY.
           move CUSTLGEN-REC to CUSTGENR-RECORD
           move CUSTLGEN-REC to CUSTLGEN-CURRENT
           move 'Y' to CUSTLGEN-CURRENT-FLAG
           if  CUSTGENR-NUMBER > CUSTLGEN-HIGHEST
               move CUSTGENR-NUMBER to CUSTLGEN-HIGHEST
           end-if
           if  CUSTGENR-NUMBER = GENCALL-GENERATION
               move CUSTLGEN-REC to CUSTLGEN-NAMED
               move 'Y' to CUSTLGEN-NAMED-FLAG
           end-if
           exit.

      *****************************************************************
      * CUSTLGEN-VERIFY-CURRENT proves CUSTLFFL against the current   *
      * generation and passes its number back.                        *
      *****************************************************************
       CUSTLGEN-VERIFY-CURRENT.
           move 0 to GENCALL-GENERATION
           if  not CUSTLGEN-HAS-CURRENT
               move 'E' to GENCALL-RESULT
           else
               perform CUSTLSCN-CUSTLFFL
               if  not CUSTLSCN-OPENED
                   move 'F' to GENCALL-RESULT
               else
                   move CUSTLGEN-CURRENT to CUSTGENR-RECORD
                   move CUSTGENR-NUMBER to GENCALL-GENERATION
                   perform CUSTLGEN-COMPARE
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLGEN-VERIFY-NAMED proves CUSTLFFL against the generation  *
      * the caller named.                                             *
      *---------------------------------------------------------------*
       CUSTLGEN-VERIFY-NAMED.
           move CUSTLGEN-CURRENT to CUSTGENR-RECORD
           evaluate true
               when not CUSTLGEN-HAS-NAMED
                   move 'G' to GENCALL-RESULT
               when CUSTGENR-NUMBER = GENCALL-GENERATION
                   move 'A' to GENCALL-RESULT
               when other
                   perform CUSTLSCN-CUSTLFFL
                   if  not CUSTLSCN-OPENED
                       move 'F' to GENCALL-RESULT
                   else
                       move CUSTLGEN-NAMED to CUSTGENR-RECORD
                       perform CUSTLGEN-COMPARE
                   end-if
           end-evaluate
           exit.
      *---------------------------------------------------------------*
      * CUSTLGEN-COMPARE holds the totals of the file just read       *
      * against the entry in CUSTGENR-RECORD and posts both to the    *
      * console when they differ.                                     *
      *---------------------------------------------------------------*
       CUSTLGEN-COMPARE.
           if  CUSTLSCN-RECORDS not = CUSTGENR-RECORDS
           or  CUSTLSCN-HASH    not = CUSTGENR-HASH
               move 'M' to GENCALL-RESULT
               move CUSTLSCN-FILE-NAME to CUSTLSHW-FILE-NAME
               move CUSTLSCN-RECORDS   to CUSTLSHW-FOUND-RECS
               move CUSTLSCN-HASH      to CUSTLSHW-FOUND-HASH
               move CUSTGENR-NUMBER    to CUSTLSHW-NUMBER
               move CUSTGENR-RECORDS   to CUSTLSHW-WANT-RECS
               move CUSTGENR-HASH      to CUSTLSHW-WANT-HASH
               display CUSTLGEN-SHOW-FOUND
               display CUSTLGEN-SHOW-WANTED
           end-if
           exit.

      *****************************************************************
      * CUSTLGEN-ADD-CREATED catalogs the CUSTLFFO just written as    *
      * the next generation, based on the one current until now.      *
      *****************************************************************
       CUSTLGEN-ADD-CREATED.
           perform CUSTLSCN-CUSTLFFO
           if  not CUSTLSCN-OPENED
               move 'F' to GENCALL-RESULT
           else
               move CUSTLGEN-CURRENT to CUSTGENR-RECORD
               if  CUSTLGEN-HAS-CURRENT
                   move CUSTGENR-NUMBER to CUSTGENR-BASED-ON
               else
                   move 0 to CUSTGENR-BASED-ON
               end-if
               add 1 to CUSTLGEN-HIGHEST giving CUSTGENR-NUMBER
               move 'C' to CUSTGENR-EVENT
               move SPACES to CUSTGENR-REASON
               perform CUSTLGEN-WRITE-ENTRY
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLGEN-ADD-REINSTATED proves the CUSTLFFO the rollback      *
      * wrote against the named generation and makes that generation  *
      * current again under its own number.                           *
      *---------------------------------------------------------------*
       CUSTLGEN-ADD-REINSTATED.
           if  not CUSTLGEN-HAS-NAMED
               move 'G' to GENCALL-RESULT
           else
               perform CUSTLSCN-CUSTLFFO
               if  not CUSTLSCN-OPENED
                   move 'F' to GENCALL-RESULT
               else
                   move CUSTLGEN-NAMED to CUSTGENR-RECORD
                   perform CUSTLGEN-COMPARE
               end-if
           end-if
           if  GENCALL-RESULT = '0'
               move CUSTLGEN-CURRENT to CUSTGENR-RECORD
               move CUSTGENR-NUMBER to CUSTGENR-BASED-ON
               move GENCALL-GENERATION to CUSTGENR-NUMBER
               move 'R' to CUSTGENR-EVENT
               move GENCALL-REASON to CUSTGENR-REASON
               perform CUSTLGEN-WRITE-ENTRY
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLGEN-WRITE-ENTRY completes the entry from the totals just *
      * taken and appends it to the catalog.                          *
      *---------------------------------------------------------------*
       CUSTLGEN-WRITE-ENTRY.
           move GENCALL-PROGRAM    to CUSTGENR-PROGRAM
           accept CUSTGENR-DATE from DATE YYYYMMDD
           accept CUSTGENR-TIME from TIME
           move CUSTLSCN-RECORDS   to CUSTGENR-RECORDS
           move CUSTLSCN-ACTIVE    to CUSTGENR-ACTIVE
           move CUSTLSCN-INACTIVE  to CUSTGENR-INACTIVE
           move CUSTLSCN-FOREIGN   to CUSTGENR-FOREIGN
           move CUSTLSCN-OTHER     to CUSTGENR-OTHER
           move CUSTLSCN-HASH      to CUSTGENR-HASH
           move CUSTLSCN-DATASET   to CUSTGENR-DATASET
           if  CUSTLGEN-MISSING
               open OUTPUT CUSTLGEN-FILE
           else
               open EXTEND CUSTLGEN-FILE
           end-if
           if  CUSTLGEN-STATUS not = '00'
               move 'N' to GENCALL-RESULT
           else
               move CUSTGENR-RECORD to CUSTLGEN-REC
               write CUSTLGEN-REC
               if  CUSTLGEN-STATUS not = '00'
                   display '* CBLCSVV5 WRITE Failure with CUSTLGEN '
                           CUSTLGEN-STATUS
                   add 12 to ZERO giving RETURN-CODE
                   STOP RUN
               end-if
               close CUSTLGEN-FILE
               move CUSTGENR-NUMBER to GENCALL-GENERATION
           end-if
           exit.

      *****************************************************************
      * CUSTLSCN-CUSTLFFL and CUSTLSCN-CUSTLFFO read their master     *
      * through and take its totals; CUSTLSCN-OPENED says whether it  *
      * could be opened at all.                                       *
      *****************************************************************
       CUSTLSCN-CUSTLFFL.
           perform CUSTLSCN-CLEAR
           move 'CUSTLFFL' to CUSTLSCN-FILE-NAME
           accept CUSTLSCN-DATASET from ENVIRONMENT 'CUSTLFFL'
               on EXCEPTION
                   move SPACES to CUSTLSCN-DATASET
           end-accept
           open input CUSTLFFL-FILE
           if  CUSTLFFL-STATUS = '00'
               move 'Y' to CUSTLSCN-OPEN-FLAG
               perform until CUSTLFFL-STATUS not = '00'
                   read CUSTLFFL-FILE
                   if  CUSTLFFL-STATUS = '00'
                       move CUSTLFFL-REC to CUSTLSCN-REC
                       perform CUSTLSCN-TALLY
                   end-if
               end-perform
               close CUSTLFFL-FILE
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSCN-CUSTLFFO.
           perform CUSTLSCN-CLEAR
           move 'CUSTLFFO' to CUSTLSCN-FILE-NAME
           accept CUSTLSCN-DATASET from ENVIRONMENT 'CUSTLFFO'
               on EXCEPTION
                   move SPACES to CUSTLSCN-DATASET
           end-accept
           open input CUSTLFFO-FILE
           if  CUSTLFFO-STATUS = '00'
               move 'Y' to CUSTLSCN-OPEN-FLAG
               perform until CUSTLFFO-STATUS not = '00'
                   read CUSTLFFO-FILE
                   if  CUSTLFFO-STATUS = '00'
                       move CUSTLFFO-REC to CUSTLSCN-REC
                       perform CUSTLSCN-TALLY
                   end-if
               end-perform
               close CUSTLFFO-FILE
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSCN-CLEAR.
           move 'N' to CUSTLSCN-OPEN-FLAG
           move 0 to CUSTLSCN-RECORDS
           move 0 to CUSTLSCN-ACTIVE
           move 0 to CUSTLSCN-INACTIVE
           move 0 to CUSTLSCN-FOREIGN
           move 0 to CUSTLSCN-OTHER
           move 0 to CUSTLSCN-HASH
           exit.
      *---------------------------------------------------------------*
      * CUSTLSCN-TALLY counts one record by its status byte, which    *
      * sits in the same place in both layouts like the key, and adds *
      * its key into the hash total.                                  *
      *---------------------------------------------------------------*
       CUSTLSCN-TALLY.
           add 1 to CUSTLSCN-RECORDS
           evaluate CUSTLSCN-REC(13:1)
               when 'A'   add 1 to CUSTLSCN-ACTIVE
               when 'I'   add 1 to CUSTLSCN-INACTIVE
               when 'F'   add 1 to CUSTLSCN-FOREIGN
               when other add 1 to CUSTLSCN-OTHER
           end-evaluate
           if  CUSTLSCN-REC(1:12) is NUMERIC
               move CUSTLSCN-REC(1:12) to CUSTLSCN-KEY-N
               add CUSTLSCN-KEY-N to CUSTLSCN-HASH
           end-if
           exit.
      *****************************************************************

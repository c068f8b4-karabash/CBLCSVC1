       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBLCSVCU.
       AUTHOR.        SIMOTIME TECHNOLOGIES.
      *****************************************************************
      *  CBLCSVCU erases customers who have asked to be forgotten.    *
      *  It is driven by the CUSTLERS list - one record per customer, *
      *  the CUSTTEXT-KEY (12) and the compliance office's reference  *
      *  for the request (20), comma-separated - and overwrites the   *
      *  name, address and contact points of each listed customer,    *
      *  wherever the suite keeps a copy, with the fixed token ERASED *
      *  (cut to the width of the field). The key, the status and the *
      *  dates are never touched and no record is dropped, so every   *
      *  file keeps its record count and CUSTTEXT-KEY hash and the    *
      *  control totals still balance.                                *
      *                                                               *
      *  The fields erased are the last and first name, both street   *
      *  lines, city, state and postal code - CUSTTXB1 or CUSTTXB2 as *
      *  CUSTLLAYOUT says - and the value of each contact point. The  *
      *  files searched, in this order:                               *
      *    CUSTLFFL  the flat master, written to CUSTLFFO and         *
      *              catalogued as the next CUSTLGEN generation (it   *
      *              is proved against the catalog first);            *
      *    CUSTLKSD  the indexed master, read by key and rewritten    *
      *              in place;                                        *
      *    CUSTLARC  the purge archive, written to CUSTLARO;          *
      *    CUSTLREJ  the proof rejects (the record image after the    *
      *              reason), written to CUSTLRJO;                    *
      *    CUSTLSUP  the recycle suspense, written to CUSTLSPO;       *
      *    CUSTLDUP  the duplicate-suspect report - the customer's    *
      *              side of every pair it is named in, written to    *
      *              CUSTLDPO;                                        *
      *    CUSTLCHG  the cleanse change register - the before and     *
      *              after values, written to CUSTLCGO;               *
      *    CUSTLFHS  the field history - the old and new values of    *
      *              the name and address entries, written to         *
      *              CUSTLFHO, so an as-of inquiry cannot bring the   *
      *              name back;                                       *
      *    CUSTLX01-CUSTLX08  every partner extract named on          *
      *              CUSTLPRO, written to CUSTLY01-CUSTLY08 in the    *
      *              same format. A profile that ships the key is     *
      *              matched on it; one that does not is matched on   *
      *              the name and address columns it ships, against   *
      *              the values this run found for the customer on    *
      *              the files above. Only the name and address       *
      *              columns (C-I) are erased.                        *
      *    CUSTLCSV  the CBLCSVC1 extract, written to CUSTLCSO;       *
      *    CUSTLS01-CUSTLS08  the key-range slices CBLCSVC7 merges    *
      *              CUSTLCSV from, written to CUSTLT01-CUSTLT08.     *
      *              These rows are read as CBLCSVC1 wrote them, CSV  *
      *              or JSON, with the CUSTLDELIM and CUSTLQUOTE the  *
      *              extract was run with, and matched on the key.    *
      *              Only the name and address columns (C-I) change;  *
      *              every other byte of the row is copied as it was; *
      *    CUSTLCNT  the contact points (CUSTCNB1), read in key       *
      *              sequence and matched on the key, written to      *
      *              CUSTLCNO. The value of each of the customer's    *
      *              contacts is erased and the contact is flagged    *
      *              opted out, so CBLCSVV3 never answers it again.   *
      *  A file other than CUSTLFFL, CUSTLERS and CUSTLPRO that is    *
      *  not there is reported as not present and the run goes on.    *
      *  The operator puts each output in place of its input once     *
      *  the run is complete.                                         *
      *                                                               *
      *  A record is counted as found when it carries the customer,   *
      *  and as masked when this run changed it. A value that is      *
      *  blank or already the token is left alone, so a second run    *
      *  finds the same records and masks none of them.               *
      *                                                               *
      *  The CUSTLERG erasure register is the evidence for the        *
      *  compliance office: the run line, then for every customer on  *
      *  the list one line per file searched with the records found   *
      *  and masked, and a total line; then one line per file with    *
      *  its totals. The run ends with return code 4 when a customer  *
      *  on the list was not found on any file.                       *
      *                                                               *
      *                                   Record    Record     Key    *
      *  Function  Name     Organization  Format    Max-Min  Pos-Len  *
      *  INPUT     CUSTLERS ASCII/CRLF    FIXED      00033            *
      *  INPUT     CUSTLFFL ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLARC ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLREJ ASCII/CRLF    FIXED      00558            *
      *  INPUT     CUSTLSUP ASCII/CRLF    FIXED      00512            *
      *  INPUT     CUSTLDUP ASCII/CRLF    FIXED      00147            *
      *  INPUT     CUSTLCHG ASCII/CRLF    FIXED      00161            *
      *  INPUT     CUSTLFHS ASCII/CRLF    FIXED      00200            *
      *  INPUT     CUSTLPRO ASCII/CRLF    FIXED      00057            *
      *  INPUT     CUSTLX01-CUSTLX08     ASCII/CRLF VARIABLE  00640   *
      *  INPUT     CUSTLCSV ASCII/CRLF    VARIABLE   00640            *
      *  INPUT     CUSTLS01-CUSTLS08     ASCII/CRLF VARIABLE  00640   *
      *  INPUT     CUSTLCNT ASCII/CRLF    FIXED      00100            *
      *                                                               *
      *  I-O       CUSTLKSD INDEXED       FIXED      00512   001-012  *
      *                                                               *
      *  OUTPUT    CUSTLFFO ASCII/CRLF    FIXED      00512            *
      *  OUTPUT    CUSTLARO ASCII/CRLF    FIXED      00512            *
      *  OUTPUT    CUSTLRJO ASCII/CRLF    FIXED      00558            *
      *  OUTPUT    CUSTLSPO ASCII/CRLF    FIXED      00512            *
      *  OUTPUT    CUSTLDPO ASCII/CRLF    FIXED      00147            *
      *  OUTPUT    CUSTLCGO ASCII/CRLF    FIXED      00161            *
      *  OUTPUT    CUSTLFHO ASCII/CRLF    FIXED      00200            *
      *  OUTPUT    CUSTLY01-CUSTLY08     ASCII/CRLF VARIABLE  00640   *
      *  OUTPUT    CUSTLCSO ASCII/CRLF    VARIABLE   00640            *
      *  OUTPUT    CUSTLT01-CUSTLT08     ASCII/CRLF VARIABLE  00640   *
      *  OUTPUT    CUSTLCNO ASCII/CRLF    FIXED      00100            *
      *  OUTPUT    CUSTLERG ASCII/CRLF    FIXED      00121            *
      *  EXTEND    CUSTLGEN ASCII/CRLF    FIXED      00240            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTLERS-FILE  ASSIGN TO       CUSTLERS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLERS-STATUS.
           SELECT CUSTLFFL-FILE  ASSIGN TO       CUSTLFFL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFL-STATUS.
           SELECT CUSTLFFO-FILE  ASSIGN TO       CUSTLFFO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFFO-STATUS.
           SELECT CUSTLKSD-FILE  ASSIGN TO       CUSTLKSD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CUSTLKSD-KEY
                  ALTERNATE RECORD KEY IS CUSTLKSD-NAME-KEY
                                       WITH DUPLICATES
                  FILE STATUS   IS CUSTLKSD-STATUS.
           SELECT CUSTLARC-FILE  ASSIGN TO       CUSTLARC
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLARC-STATUS.
           SELECT CUSTLARO-FILE  ASSIGN TO       CUSTLARO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLARO-STATUS.
           SELECT CUSTLREJ-FILE  ASSIGN TO       CUSTLREJ
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLREJ-STATUS.
           SELECT CUSTLRJO-FILE  ASSIGN TO       CUSTLRJO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLRJO-STATUS.
           SELECT CUSTLSUP-FILE  ASSIGN TO       CUSTLSUP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSUP-STATUS.
           SELECT CUSTLSPO-FILE  ASSIGN TO       CUSTLSPO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSPO-STATUS.
           SELECT CUSTLDUP-FILE  ASSIGN TO       CUSTLDUP
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLDUP-STATUS.
           SELECT CUSTLDPO-FILE  ASSIGN TO       CUSTLDPO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLDPO-STATUS.
           SELECT CUSTLCHG-FILE  ASSIGN TO       CUSTLCHG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCHG-STATUS.
           SELECT CUSTLCGO-FILE  ASSIGN TO       CUSTLCGO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCGO-STATUS.
           SELECT CUSTLFHS-FILE  ASSIGN TO       CUSTLFHS
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFHS-STATUS.
           SELECT CUSTLFHO-FILE  ASSIGN TO       CUSTLFHO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLFHO-STATUS.
           SELECT CUSTLPRO-FILE  ASSIGN TO       CUSTLPRO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLPRO-STATUS.
           SELECT CUSTLX01-FILE  ASSIGN TO       CUSTLX01
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX02-FILE  ASSIGN TO       CUSTLX02
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX03-FILE  ASSIGN TO       CUSTLX03
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX04-FILE  ASSIGN TO       CUSTLX04
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX05-FILE  ASSIGN TO       CUSTLX05
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX06-FILE  ASSIGN TO       CUSTLX06
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX07-FILE  ASSIGN TO       CUSTLX07
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLX08-FILE  ASSIGN TO       CUSTLX08
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLXTR-STATUS.
           SELECT CUSTLY01-FILE  ASSIGN TO       CUSTLY01
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLYTR-STATUS.
           SELECT CUSTLY02-FILE  ASSIGN TO       CUSTLY02
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLYTR-STATUS.
           SELECT CUSTLY03-FILE  ASSIGN TO       CUSTLY03
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLYTR-STATUS.
           SELECT CUSTLY04-FILE  ASSIGN TO       CUSTLY04
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLYTR-STATUS.
           SELECT CUSTLY05-FILE  ASSIGN TO       CUSTLY05
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLYTR-STATUS.
           SELECT CUSTLY06-FILE  ASSIGN TO       CUSTLY06
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLYTR-STATUS.
           SELECT CUSTLY07-FILE  ASSIGN TO       CUSTLY07
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLYTR-STATUS.
           SELECT CUSTLY08-FILE  ASSIGN TO       CUSTLY08
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLYTR-STATUS.
           SELECT CUSTLCSV-FILE  ASSIGN TO       CUSTLCSV
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLS01-FILE  ASSIGN TO       CUSTLS01
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLS02-FILE  ASSIGN TO       CUSTLS02
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLS03-FILE  ASSIGN TO       CUSTLS03
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLS04-FILE  ASSIGN TO       CUSTLS04
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLS05-FILE  ASSIGN TO       CUSTLS05
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLS06-FILE  ASSIGN TO       CUSTLS06
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLS07-FILE  ASSIGN TO       CUSTLS07
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLS08-FILE  ASSIGN TO       CUSTLS08
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLI-STATUS.
           SELECT CUSTLCSO-FILE  ASSIGN TO       CUSTLCSO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLT01-FILE  ASSIGN TO       CUSTLT01
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLT02-FILE  ASSIGN TO       CUSTLT02
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLT03-FILE  ASSIGN TO       CUSTLT03
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLT04-FILE  ASSIGN TO       CUSTLT04
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLT05-FILE  ASSIGN TO       CUSTLT05
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLT06-FILE  ASSIGN TO       CUSTLT06
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLT07-FILE  ASSIGN TO       CUSTLT07
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLT08-FILE  ASSIGN TO       CUSTLT08
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLSLO-STATUS.
           SELECT CUSTLCNT-FILE  ASSIGN TO       CUSTLCNT
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCNT-STATUS.
           SELECT CUSTLCNO-FILE  ASSIGN TO       CUSTLCNO
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLCNO-STATUS.
           SELECT CUSTLERG-FILE  ASSIGN TO       CUSTLERG
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTLERG-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTLERS-FILE
           DATA RECORD    IS CUSTLERS-REC
           .
       01  CUSTLERS-REC.
           05  CUSTLERS-KEY            PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLERS-REFERENCE      PIC X(020).

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

       FD  CUSTLKSD-FILE
           DATA RECORD    IS CUSTLKSD-REC
           .
       01  CUSTLKSD-REC.
           05  CUSTLKSD-KEY     PIC X(00012).
           05  CUSTLKSD-STATUS-BYTE PIC X(00001).
           05  CUSTLKSD-NAME-KEY.
               10  CUSTLKSD-LAST-NAME   PIC X(00028).
               10  CUSTLKSD-FIRST-NAME  PIC X(00020).
           05  CUSTLKSD-DATA    PIC X(00451).

       FD  CUSTLARC-FILE
           DATA RECORD    IS CUSTLARC-REC
           .
       01  CUSTLARC-REC.
           05  CUSTLARC-DATA-01 PIC X(00512).

       FD  CUSTLARO-FILE
           DATA RECORD    IS CUSTLARO-REC
           .
       01  CUSTLARO-REC.
           05  CUSTLARO-DATA-01 PIC X(00512).

      *****************************************************************
      * The same record CBLCSVC1's CUSTLREJ-WRITE lays down.          *
      *****************************************************************
       FD  CUSTLREJ-FILE
           DATA RECORD    IS CUSTLREJ-REC
           .
       01  CUSTLREJ-REC.
           05  CUSTLREJ-REASON-CODE    PIC X(004).
           05  FILLER                  PIC X(001).
           05  CUSTLREJ-REASON-TEXT    PIC X(040).
           05  FILLER                  PIC X(001).
           05  CUSTLREJ-RAW-RECORD     PIC X(512).

       FD  CUSTLRJO-FILE
           DATA RECORD    IS CUSTLRJO-REC
           .
       01  CUSTLRJO-REC.
           05  CUSTLRJO-DATA-01 PIC X(00558).

       FD  CUSTLSUP-FILE
           DATA RECORD    IS CUSTLSUP-REC
           .
       01  CUSTLSUP-REC.
           05  CUSTLSUP-DATA-01 PIC X(00512).

       FD  CUSTLSPO-FILE
           DATA RECORD    IS CUSTLSPO-REC
           .
       01  CUSTLSPO-REC.
           05  CUSTLSPO-DATA-01 PIC X(00512).

      *****************************************************************
      * The same record CBLCSVCE's suspect-pairs report lays down.    *
      *****************************************************************
       FD  CUSTLDUP-FILE
           DATA RECORD    IS CUSTLDUP-REC
           .
       01  CUSTLDUP-REC.
           05  CUSTLDUP-LABEL          PIC X(026).
           05  CUSTLDUP-VALUE-1        PIC X(060).
           05  FILLER                  PIC X(001).
           05  CUSTLDUP-VALUE-2        PIC X(060).

       FD  CUSTLDPO-FILE
           DATA RECORD    IS CUSTLDPO-REC
           .
       01  CUSTLDPO-REC.
           05  CUSTLDPO-DATA-01 PIC X(00147).

      *****************************************************************
      * The same record CBLCSVCF's change register lays down.         *
      *****************************************************************
       FD  CUSTLCHG-FILE
           DATA RECORD    IS CUSTLCHG-REC
           .
       01  CUSTLCHG-REC.
           05  CUSTLCHG-KEY            PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLCHG-FIELD          PIC X(026).
           05  FILLER                  PIC X(001).
           05  CUSTLCHG-BEFORE         PIC X(060).
           05  FILLER                  PIC X(001).
           05  CUSTLCHG-AFTER          PIC X(060).

       FD  CUSTLCGO-FILE
           DATA RECORD    IS CUSTLCGO-REC
           .
       01  CUSTLCGO-REC.
           05  CUSTLCGO-DATA-01 PIC X(00161).

       FD  CUSTLFHS-FILE
           DATA RECORD    IS CUSTLFHS-REC
           .
       01  CUSTLFHS-REC.
           05  CUSTLFHS-DATA-01 PIC X(00200).

       FD  CUSTLFHO-FILE
           DATA RECORD    IS CUSTLFHO-REC
           .
       01  CUSTLFHO-REC.
           05  CUSTLFHO-DATA-01 PIC X(00200).

       FD  CUSTLPRO-FILE
           DATA RECORD    IS CUSTLPRO-REC
           .
       01  CUSTLPRO-REC.
           05  CUSTLPRO-PARTNER-ID     PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-SLOT           PIC X(002).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-FORMAT         PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-DELIM          PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-QUOTE          PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-STATUS-FILTER  PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-KEY-LOW        PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-KEY-HIGH       PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLPRO-COLUMNS        PIC X(011).

       FD  CUSTLX01-FILE
           DATA RECORD    IS CUSTLX01-REC
           .
       01  CUSTLX01-REC.
           05  CUSTLX01-DATA-01 PIC X(00640).
       FD  CUSTLX02-FILE
           DATA RECORD    IS CUSTLX02-REC
           .
       01  CUSTLX02-REC.
           05  CUSTLX02-DATA-01 PIC X(00640).
       FD  CUSTLX03-FILE
           DATA RECORD    IS CUSTLX03-REC
           .
       01  CUSTLX03-REC.
           05  CUSTLX03-DATA-01 PIC X(00640).
       FD  CUSTLX04-FILE
           DATA RECORD    IS CUSTLX04-REC
           .
       01  CUSTLX04-REC.
           05  CUSTLX04-DATA-01 PIC X(00640).
       FD  CUSTLX05-FILE
           DATA RECORD    IS CUSTLX05-REC
           .
       01  CUSTLX05-REC.
           05  CUSTLX05-DATA-01 PIC X(00640).
       FD  CUSTLX06-FILE
           DATA RECORD    IS CUSTLX06-REC
           .
       01  CUSTLX06-REC.
           05  CUSTLX06-DATA-01 PIC X(00640).
       FD  CUSTLX07-FILE
           DATA RECORD    IS CUSTLX07-REC
           .
       01  CUSTLX07-REC.
           05  CUSTLX07-DATA-01 PIC X(00640).
       FD  CUSTLX08-FILE
           DATA RECORD    IS CUSTLX08-REC
           .
       01  CUSTLX08-REC.
           05  CUSTLX08-DATA-01 PIC X(00640).

       FD  CUSTLY01-FILE
           DATA RECORD    IS CUSTLY01-REC
           .
       01  CUSTLY01-REC.
           05  CUSTLY01-DATA-01 PIC X(00640).
       FD  CUSTLY02-FILE
           DATA RECORD    IS CUSTLY02-REC
           .
       01  CUSTLY02-REC.
           05  CUSTLY02-DATA-01 PIC X(00640).
       FD  CUSTLY03-FILE
           DATA RECORD    IS CUSTLY03-REC
           .
       01  CUSTLY03-REC.
           05  CUSTLY03-DATA-01 PIC X(00640).
       FD  CUSTLY04-FILE
           DATA RECORD    IS CUSTLY04-REC
           .
       01  CUSTLY04-REC.
           05  CUSTLY04-DATA-01 PIC X(00640).
       FD  CUSTLY05-FILE
           DATA RECORD    IS CUSTLY05-REC
           .
       01  CUSTLY05-REC.
           05  CUSTLY05-DATA-01 PIC X(00640).
       FD  CUSTLY06-FILE
           DATA RECORD    IS CUSTLY06-REC
           .
       01  CUSTLY06-REC.
           05  CUSTLY06-DATA-01 PIC X(00640).
       FD  CUSTLY07-FILE
           DATA RECORD    IS CUSTLY07-REC
           .
       01  CUSTLY07-REC.
           05  CUSTLY07-DATA-01 PIC X(00640).
       FD  CUSTLY08-FILE
           DATA RECORD    IS CUSTLY08-REC
           .
       01  CUSTLY08-REC.
           05  CUSTLY08-DATA-01 PIC X(00640).

      *****************************************************************
      * CUSTLCSV and its slices, and their erased copies.             *
      *****************************************************************
       FD  CUSTLCSV-FILE
           DATA RECORD    IS CUSTLCSV-REC
           .
       01  CUSTLCSV-REC.
           05  CUSTLCSV-DATA-01 PIC X(00640).
       FD  CUSTLS01-FILE
           DATA RECORD    IS CUSTLS01-REC
           .
       01  CUSTLS01-REC.
           05  CUSTLS01-DATA-01 PIC X(00640).
       FD  CUSTLS02-FILE
           DATA RECORD    IS CUSTLS02-REC
           .
       01  CUSTLS02-REC.
           05  CUSTLS02-DATA-01 PIC X(00640).
       FD  CUSTLS03-FILE
           DATA RECORD    IS CUSTLS03-REC
           .
       01  CUSTLS03-REC.
           05  CUSTLS03-DATA-01 PIC X(00640).
       FD  CUSTLS04-FILE
           DATA RECORD    IS CUSTLS04-REC
           .
       01  CUSTLS04-REC.
           05  CUSTLS04-DATA-01 PIC X(00640).
       FD  CUSTLS05-FILE
           DATA RECORD    IS CUSTLS05-REC
           .
       01  CUSTLS05-REC.
           05  CUSTLS05-DATA-01 PIC X(00640).
       FD  CUSTLS06-FILE
           DATA RECORD    IS CUSTLS06-REC
           .
       01  CUSTLS06-REC.
           05  CUSTLS06-DATA-01 PIC X(00640).
       FD  CUSTLS07-FILE
           DATA RECORD    IS CUSTLS07-REC
           .
       01  CUSTLS07-REC.
           05  CUSTLS07-DATA-01 PIC X(00640).
       FD  CUSTLS08-FILE
           DATA RECORD    IS CUSTLS08-REC
           .
       01  CUSTLS08-REC.
           05  CUSTLS08-DATA-01 PIC X(00640).

       FD  CUSTLCSO-FILE
           DATA RECORD    IS CUSTLCSO-REC
           .
       01  CUSTLCSO-REC.
           05  CUSTLCSO-DATA-01 PIC X(00640).
       FD  CUSTLT01-FILE
           DATA RECORD    IS CUSTLT01-REC
           .
       01  CUSTLT01-REC.
           05  CUSTLT01-DATA-01 PIC X(00640).
       FD  CUSTLT02-FILE
           DATA RECORD    IS CUSTLT02-REC
           .
       01  CUSTLT02-REC.
           05  CUSTLT02-DATA-01 PIC X(00640).
       FD  CUSTLT03-FILE
           DATA RECORD    IS CUSTLT03-REC
           .
       01  CUSTLT03-REC.
           05  CUSTLT03-DATA-01 PIC X(00640).
       FD  CUSTLT04-FILE
           DATA RECORD    IS CUSTLT04-REC
           .
       01  CUSTLT04-REC.
           05  CUSTLT04-DATA-01 PIC X(00640).
       FD  CUSTLT05-FILE
           DATA RECORD    IS CUSTLT05-REC
           .
       01  CUSTLT05-REC.
           05  CUSTLT05-DATA-01 PIC X(00640).
       FD  CUSTLT06-FILE
           DATA RECORD    IS CUSTLT06-REC
           .
       01  CUSTLT06-REC.
           05  CUSTLT06-DATA-01 PIC X(00640).
       FD  CUSTLT07-FILE
           DATA RECORD    IS CUSTLT07-REC
           .
       01  CUSTLT07-REC.
           05  CUSTLT07-DATA-01 PIC X(00640).
       FD  CUSTLT08-FILE
           DATA RECORD    IS CUSTLT08-REC
           .
       01  CUSTLT08-REC.
           05  CUSTLT08-DATA-01 PIC X(00640).
       FD  CUSTLCNT-FILE
           DATA RECORD    IS CUSTLCNT-REC
           .
       01  CUSTLCNT-REC.
           05  CUSTLCNT-DATA-01 PIC X(00100).
       FD  CUSTLCNO-FILE
           DATA RECORD    IS CUSTLCNO-REC
           .
       01  CUSTLCNO-REC.
           05  CUSTLCNO-DATA-01 PIC X(00100).

      *****************************************************************
      * CUSTLERG-FILE is the erasure register. Every line but the     *
      * first has the same shape: the line type (KEY, KEYTOTAL or     *
      * FILE), the customer and its reference, the file searched and  *
      * where its erased copy went, the records found and masked and  *
      * a note. The first line is the RUN line - when the run was     *
      * made, by which program, under which layout, with which token. *
      *****************************************************************
       FD  CUSTLERG-FILE
           DATA RECORD    IS CUSTLERG-REC
           .
       01  CUSTLERG-REC.
           05  CUSTLERG-TYPE           PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-KEY            PIC X(012).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-REFERENCE      PIC X(020).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-FILE-NAME      PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-OUTPUT         PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-FOUND          PIC 9(009).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-MASKED         PIC 9(009).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-NOTE           PIC X(040).
       01  CUSTLERG-RUN-REC  redefines CUSTLERG-REC.
           05  CUSTLERG-RUN-TYPE       PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-RUN-DATE       PIC 9(008).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-RUN-TIME       PIC 9(008).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-RUN-PROGRAM    PIC X(008).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-RUN-LAYOUT     PIC X(001).
           05  FILLER                  PIC X(001).
           05  CUSTLERG-RUN-TOKEN      PIC X(020).
           05  FILLER                  PIC X(063).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01  SIM-TITLE.
           05  T1 pic X(11) value '* CBLCSVCU '.
           05  T2 pic X(34) value 'Erase listed customers everywhere '.
           05  T3 pic X(10) value ' v10.07.06'.
           05  T4 pic X(24) value '   helpdesk@simotime.com'.
       01  SIM-COPYRIGHT.
           05  C1 pic X(11) value '* CBLCSVCU '.
           05  C2 pic X(32) value 'This Data File Convert Member wa'.
           05  C3 pic X(32) value 's generated by SimoTime Technolo'.
           05  C4 pic X(04) value 'gies'.

       01  CUSTLERS-STATUS.
           05  CUSTLERS-STATUS-L     pic X.
           05  CUSTLERS-STATUS-R     pic X.
       01  CUSTLERS-EOF              pic X       value 'N'.
           88  CUSTLERS-AT-EOF                   value 'Y'.
       01  CUSTLERS-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFFL-STATUS.
           05  CUSTLFFL-STATUS-L     pic X.
           05  CUSTLFFL-STATUS-R     pic X.
       01  CUSTLFFL-EOF              pic X       value 'N'.
           88  CUSTLFFL-AT-EOF                   value 'Y'.
       01  CUSTLFFL-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFFO-STATUS.
           05  CUSTLFFO-STATUS-L     pic X.
           05  CUSTLFFO-STATUS-R     pic X.
       01  CUSTLFFO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLKSD-STATUS.
           05  CUSTLKSD-STATUS-L     pic X.
           05  CUSTLKSD-STATUS-R     pic X.
       01  CUSTLKSD-OPEN-FLAG        pic X       value 'C'.
       01  CUSTLKSD-FOUND-FLAG       pic X       value 'N'.
           88  CUSTLKSD-FOUND                    value 'Y'.

       01  CUSTLARC-STATUS.
           05  CUSTLARC-STATUS-L     pic X.
           05  CUSTLARC-STATUS-R     pic X.
       01  CUSTLARC-EOF              pic X       value 'N'.
           88  CUSTLARC-AT-EOF                   value 'Y'.
       01  CUSTLARC-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLARO-STATUS.
           05  CUSTLARO-STATUS-L     pic X.
           05  CUSTLARO-STATUS-R     pic X.
       01  CUSTLARO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLREJ-STATUS.
           05  CUSTLREJ-STATUS-L     pic X.
           05  CUSTLREJ-STATUS-R     pic X.
       01  CUSTLREJ-EOF              pic X       value 'N'.
           88  CUSTLREJ-AT-EOF                   value 'Y'.
       01  CUSTLREJ-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLRJO-STATUS.
           05  CUSTLRJO-STATUS-L     pic X.
           05  CUSTLRJO-STATUS-R     pic X.
       01  CUSTLRJO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLSUP-STATUS.
           05  CUSTLSUP-STATUS-L     pic X.
           05  CUSTLSUP-STATUS-R     pic X.
       01  CUSTLSUP-EOF              pic X       value 'N'.
           88  CUSTLSUP-AT-EOF                   value 'Y'.
       01  CUSTLSUP-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLSPO-STATUS.
           05  CUSTLSPO-STATUS-L     pic X.
           05  CUSTLSPO-STATUS-R     pic X.
       01  CUSTLSPO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLDUP-STATUS.
           05  CUSTLDUP-STATUS-L     pic X.
           05  CUSTLDUP-STATUS-R     pic X.
       01  CUSTLDUP-EOF              pic X       value 'N'.
           88  CUSTLDUP-AT-EOF                   value 'Y'.
       01  CUSTLDUP-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLDPO-STATUS.
           05  CUSTLDPO-STATUS-L     pic X.
           05  CUSTLDPO-STATUS-R     pic X.
       01  CUSTLDPO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCHG-STATUS.
           05  CUSTLCHG-STATUS-L     pic X.
           05  CUSTLCHG-STATUS-R     pic X.
       01  CUSTLCHG-EOF              pic X       value 'N'.
           88  CUSTLCHG-AT-EOF                   value 'Y'.
       01  CUSTLCHG-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCGO-STATUS.
           05  CUSTLCGO-STATUS-L     pic X.
           05  CUSTLCGO-STATUS-R     pic X.
       01  CUSTLCGO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFHS-STATUS.
           05  CUSTLFHS-STATUS-L     pic X.
           05  CUSTLFHS-STATUS-R     pic X.
       01  CUSTLFHS-EOF              pic X       value 'N'.
           88  CUSTLFHS-AT-EOF                   value 'Y'.
       01  CUSTLFHS-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLFHO-STATUS.
           05  CUSTLFHO-STATUS-L     pic X.
           05  CUSTLFHO-STATUS-R     pic X.
       01  CUSTLFHO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLPRO-STATUS.
           05  CUSTLPRO-STATUS-L     pic X.
           05  CUSTLPRO-STATUS-R     pic X.
       01  CUSTLPRO-EOF              pic X       value 'N'.
           88  CUSTLPRO-AT-EOF                   value 'Y'.
       01  CUSTLPRO-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * The eight partner files, and their eight erased copies, each  *
      * share one status area, the same arrangement CBLCSVCI uses     *
      * when it writes them - only the slot of the profile in hand is *
      * ever open.                                                    *
      *****************************************************************
       01  CUSTLXTR-STATUS.
           05  CUSTLXTR-STATUS-L     pic X.
           05  CUSTLXTR-STATUS-R     pic X.
       01  CUSTLXTR-EOF              pic X       value 'N'.
           88  CUSTLXTR-AT-EOF                   value 'Y'.
       01  CUSTLXTR-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLYTR-STATUS.
           05  CUSTLYTR-STATUS-L     pic X.
           05  CUSTLYTR-STATUS-R     pic X.
       01  CUSTLYTR-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * CUSTLCSV and the eight slices share one status area, and      *
      * their erased copies another, the same way - slot 00 is        *
      * CUSTLCSV itself, 01-08 the slices.                            *
      *****************************************************************
       01  CUSTLSLI-STATUS.
           05  CUSTLSLI-STATUS-L     pic X.
           05  CUSTLSLI-STATUS-R     pic X.
       01  CUSTLSLI-EOF              pic X       value 'N'.
           88  CUSTLSLI-AT-EOF                   value 'Y'.
       01  CUSTLSLI-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLSLO-STATUS.
           05  CUSTLSLO-STATUS-L     pic X.
           05  CUSTLSLO-STATUS-R     pic X.
       01  CUSTLSLO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCNT-STATUS.
           05  CUSTLCNT-STATUS-L     pic X.
           05  CUSTLCNT-STATUS-R     pic X.
       01  CUSTLCNT-EOF              pic X       value 'N'.
           88  CUSTLCNT-AT-EOF                   value 'Y'.
       01  CUSTLCNT-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLCNO-STATUS.
           05  CUSTLCNO-STATUS-L     pic X.
           05  CUSTLCNO-STATUS-R     pic X.
       01  CUSTLCNO-OPEN-FLAG        pic X       value 'C'.

       01  CUSTLERG-STATUS.
           05  CUSTLERG-STATUS-L     pic X.
           05  CUSTLERG-STATUS-R     pic X.
       01  CUSTLERG-OPEN-FLAG        pic X       value 'C'.

      *****************************************************************
      * CUSTLLAYOUT picks which layout the name and address fields    *
      * are carved from, the same way CBLCSVC5 is told.               *
      *****************************************************************
       01  CUSTLLAYOUT-FLAG          pic X       value '1'.
           88  CUSTLLAYOUT-INTERNATIONAL         value '2'.
       01  CUSTLRUN-DATE             pic 9(8)    value 0.
       01  CUSTLRUN-TIME             pic 9(8)    value 0.

      *****************************************************************
      * The call areas for CBLCSVV5, which proves CUSTLFFL before it  *
      * is read and catalogues the erased CUSTLFFO afterwards.        *
      *****************************************************************
       01  CUSTLGEN-FUNCTION         pic X       value SPACE.
       01  CUSTLGEN-GENERATION       pic 9(6)    value 0.
       01  CUSTLGEN-REASON           pic X(40)   value SPACES.
       01  CUSTLGEN-RESULT           pic X       value SPACE.

      *****************************************************************
      * The customers to erase, from CUSTLERS. For each: the key and  *
      * the compliance reference; the name and address values this    *
      * run took off the first record it erased for the customer      *
      * (CUSTLERS-TBL-HELD is Y once it has them), by column ordinal  *
      * C=3 .. I=9, used to match the partner files that do not ship  *
      * the key; and the records found and masked on each file. More  *
      * customers than the table holds is an abend, the same rule     *
      * CBLCSVCE applies to its record table.                         *
      *****************************************************************
       01  CUSTLERS-MAX              pic 9(3)    value 500.
       01  CUSTLERS-USED             pic 9(3)    value 0.
       01  CUSTLERS-IX               pic 9(3)    value 0.
       01  CUSTLERS-SCAN             pic 9(3)    value 0.
       01  CUSTLERS-HIT              pic 9(3)    value 0.
       01  CUSTLERS-SEEK             pic X(12)   value SPACES.
       01  CUSTLERS-TABLE.
           05  CUSTLERS-ENTRY  OCCURS 500 TIMES.
               10  CUSTLERS-TBL-KEY          pic X(12).
               10  CUSTLERS-TBL-REFERENCE    pic X(20).
               10  CUSTLERS-TBL-HELD         pic X.
               10  CUSTLERS-TBL-VALUE        pic X(60)  OCCURS 9 TIMES.
               10  CUSTLERS-TBL-COUNTS       OCCURS 26 TIMES.
                   15  CUSTLERS-TBL-FOUND    pic 9(7).
                   15  CUSTLERS-TBL-MASKED   pic 9(7).
       01  CUSTLERS-KEY-FOUND        pic 9(9)    value 0.
       01  CUSTLERS-KEY-MASKED       pic 9(9)    value 0.

      *****************************************************************
      * The files searched, in the order they are searched and        *
      * reported: the file, where its erased copy goes, and for this  *
      * run whether it was searched (P), not present (A) or, for a    *
      * partner slot no profile names, not searched (N); whether it   *
      * is matched on the key (K) or on name and address (C); and its *
      * records read, found and masked.                               *
      *****************************************************************
       01  CUSTLERF-NAME-VALUES.
           05  filler pic X(16) value 'CUSTLFFLCUSTLFFO'.
           05  filler pic X(16) value 'CUSTLKSDIN PLACE'.
           05  filler pic X(16) value 'CUSTLARCCUSTLARO'.
           05  filler pic X(16) value 'CUSTLREJCUSTLRJO'.
           05  filler pic X(16) value 'CUSTLSUPCUSTLSPO'.
           05  filler pic X(16) value 'CUSTLDUPCUSTLDPO'.
           05  filler pic X(16) value 'CUSTLCHGCUSTLCGO'.
           05  filler pic X(16) value 'CUSTLFHSCUSTLFHO'.
           05  filler pic X(16) value 'CUSTLX01CUSTLY01'.
           05  filler pic X(16) value 'CUSTLX02CUSTLY02'.
           05  filler pic X(16) value 'CUSTLX03CUSTLY03'.
           05  filler pic X(16) value 'CUSTLX04CUSTLY04'.
           05  filler pic X(16) value 'CUSTLX05CUSTLY05'.
           05  filler pic X(16) value 'CUSTLX06CUSTLY06'.
           05  filler pic X(16) value 'CUSTLX07CUSTLY07'.
           05  filler pic X(16) value 'CUSTLX08CUSTLY08'.
           05  filler pic X(16) value 'CUSTLCSVCUSTLCSO'.
           05  filler pic X(16) value 'CUSTLS01CUSTLT01'.
           05  filler pic X(16) value 'CUSTLS02CUSTLT02'.
           05  filler pic X(16) value 'CUSTLS03CUSTLT03'.
           05  filler pic X(16) value 'CUSTLS04CUSTLT04'.
           05  filler pic X(16) value 'CUSTLS05CUSTLT05'.
           05  filler pic X(16) value 'CUSTLS06CUSTLT06'.
           05  filler pic X(16) value 'CUSTLS07CUSTLT07'.
           05  filler pic X(16) value 'CUSTLS08CUSTLT08'.
           05  filler pic X(16) value 'CUSTLCNTCUSTLCNO'.
       01  CUSTLERF-NAME-TABLE redefines CUSTLERF-NAME-VALUES.
           05  CUSTLERF-NAME-ENTRY  OCCURS 26 TIMES.
               10  CUSTLERF-NAME         pic X(8).
               10  CUSTLERF-OUTPUT       pic X(8).
       01  CUSTLERF-STATE-TABLE.
           05  CUSTLERF-STATE-ENTRY  OCCURS 26 TIMES.
               10  CUSTLERF-STATE        pic X.
               10  CUSTLERF-MATCH        pic X.
               10  CUSTLERF-READ         pic 9(9).
               10  CUSTLERF-FOUND        pic 9(9).
               10  CUSTLERF-MASKED       pic 9(9).
       01  CUSTLERF-IX               pic 9(3)    value 0.
       01  CUSTLERF-SCAN             pic 9(3)    value 0.

      *****************************************************************
      * The token and the masking work items. CUSTLERA-IMAGE holds a  *
      * CUSTLFFL-format record while its fields are masked and        *
      * CUSTLERA-ORIGINAL the record as it was read. CUSTLERA-VALUE   *
      * is one value being masked, CUSTLERA-LEN the width of the      *
      * field it belongs to.                                          *
      *****************************************************************
       01  CUSTLERA-TOKEN            pic X(60)   value 'ERASED'.
       01  CUSTLERA-IMAGE            pic X(512)  value SPACES.
       01  CUSTLERA-ORIGINAL         pic X(512)  value SPACES.
       01  CUSTLERA-VALUE            pic X(60)   value SPACES.
       01  CUSTLERA-LEN              pic 9(3)    value 0.
       01  CUSTLERA-CHANGED-FLAG     pic X       value 'N'.
           88  CUSTLERA-CHANGED                  value 'Y'.

      *****************************************************************
      * Where each CUSTTXB1/CUSTTXB2 column letter A-I sits in the    *
      * record, position and length under each layout - the table     *
      * CBLCSVCO uses.                                                *
      *****************************************************************
       01  CUSTLCOL-POS-VALUES.
           05  filler pic X(12) value '001012001012'.
           05  filler pic X(12) value '013001013001'.
           05  filler pic X(12) value '014028014028'.
           05  filler pic X(12) value '042020042020'.
           05  filler pic X(12) value '062048062060'.
           05  filler pic X(12) value '110048122060'.
           05  filler pic X(12) value '158016182030'.
           05  filler pic X(12) value '174002212020'.
           05  filler pic X(12) value '176012232020'.
       01  CUSTLCOL-POS-TABLE redefines CUSTLCOL-POS-VALUES.
           05  CUSTLCOL-POS-ENTRY  OCCURS 9 TIMES.
               10  CUSTLCOL-POS-1        pic 9(3).
               10  CUSTLCOL-LEN-1        pic 9(3).
               10  CUSTLCOL-POS-2        pic 9(3).
               10  CUSTLCOL-LEN-2        pic 9(3).
       01  CUSTLCOL-POS              pic 9(3)    value 0.
       01  CUSTLCOL-LEN              pic 9(3)    value 0.
       01  CUSTLCOL-ORDINAL          pic 9(3)    value 0.
       01  CUSTLCOL-LETTER           pic X       value SPACE.
       01  CUSTLCOL-IX               pic 9(3)    value 0.

      *****************************************************************
      * The column-name table CBLCSVCI names its CSV header columns   *
      * and JSON members from, letter A through K.                    *
      *****************************************************************
       01  CUSTLCOL-NAME-VALUES.
           05  filler pic X(16) value 'KEY           03'.
           05  filler pic X(16) value 'STATUS        06'.
           05  filler pic X(16) value 'LAST-NAME     09'.
           05  filler pic X(16) value 'FIRST-NAME    10'.
           05  filler pic X(16) value 'STREET-ADDR-0114'.
           05  filler pic X(16) value 'STREET-ADDR-0214'.
           05  filler pic X(16) value 'CITY          04'.
           05  filler pic X(16) value 'STATE         05'.
           05  filler pic X(16) value 'POSTAL-CODE   11'.
           05  filler pic X(16) value 'PREF-PHONE    10'.
           05  filler pic X(16) value 'PREF-EMAIL    10'.
       01  CUSTLCOL-NAME-TABLE redefines CUSTLCOL-NAME-VALUES.
           05  CUSTLCOL-NAME-ENTRY  OCCURS 11 TIMES.
               10  CUSTLCOL-NAME         pic X(14).
               10  CUSTLCOL-NAME-LEN     pic 9(2).

      *****************************************************************
      * The CUSTLDUP pair in hand: the table entry of the customer on *
      * each side (0 when that side is not being erased) and whether  *
      * a value on that side has been masked.                         *
      *****************************************************************
       01  CUSTLDUP-SIDE-1           pic 9(3)    value 0.
       01  CUSTLDUP-SIDE-2           pic 9(3)    value 0.
       01  CUSTLDUP-CHANGED-1        pic X       value 'N'.
       01  CUSTLDUP-CHANGED-2        pic X       value 'N'.

      *****************************************************************
      * The history entry in hand, and the field it records with its  *
      * CUSTTEXT-/CUSTTEXT2- prefix taken off.                        *
      *****************************************************************
       COPY CUSTHSB1.
       01  CUSTLFHS-FIELD-SUFFIX     pic X(19)   value SPACES.
           88  CUSTLFHS-NAME-OR-ADDRESS  value 'LAST-NAME'
                                               'FIRST-NAME'
                                               'STREET-ADDR-01'
                                               'STREET-ADDR-02'
                                               'CITY'
                                               'STATE'
                                               'POSTAL-CODE'.

      *****************************************************************
      * The contact point in hand.                                    *
      *****************************************************************
       COPY CUSTCNB1.

      *****************************************************************
      * The partner profiles from CUSTLPRO, as CBLCSVCI used them:    *
      * slot, format, delimiter and quote (blank meaning the CBLCSVCI *
      * defaults) and the column letters in shipped order.            *
      *****************************************************************
       01  CUSTLPRO-COUNT            pic 9(3)    value 0.
       01  CUSTLPRO-IX               pic 9(3)    value 0.
       01  CUSTLPRO-TABLE.
           05  CUSTLPRO-TBL-ENTRY  OCCURS 8 TIMES.
               10  CUSTLPRO-TBL-ID       pic X(8).
               10  CUSTLPRO-TBL-SLOT     pic 9(2).
               10  CUSTLPRO-TBL-FORMAT   pic X.
               10  CUSTLPRO-TBL-DELIM    pic X.
               10  CUSTLPRO-TBL-QUOTE    pic X.
               10  CUSTLPRO-TBL-COLS     pic X(11).
       01  CUSTLPRO-USE-SLOT         pic 9(2)    value 0.
       01  CUSTLPRO-USE-FORMAT       pic X       value 'C'.
           88  CUSTLPRO-USE-JSON                 value 'J'.
       01  CUSTLPRO-USE-DELIM        pic X       value ','.
       01  CUSTLPRO-USE-QUOTE        pic X       value '"'.

      *****************************************************************
      * The partner row in hand. CUSTLXCL-ORDINAL is the column       *
      * ordinal (A=1 .. K=11) of each shipped column in order and     *
      * CUSTLXCL-KEY-POS the place of the key among them, 0 when the  *
      * profile does not ship it. CUSTLXCV holds each column's value  *
      * with its quoting or escaping taken off.                       *
      *****************************************************************
       01  CUSTLXTR-REC              pic X(640)  value SPACES.
       01  CUSTLXTR-ROW-NUMBER       pic 9(9)    value 0.
       01  CUSTLXTR-IX               pic 9(3)    value 0.
       01  CUSTLXTR-NEXT             pic 9(3)    value 0.
       01  CUSTLXTR-COL              pic 9(3)    value 0.
       01  CUSTLXTR-BYTE             pic X       value SPACE.
       01  CUSTLXTR-QUOTED-FLAG      pic X       value 'N'.
           88  CUSTLXTR-IN-QUOTES                value 'Y'.
       01  CUSTLXTR-OFFSET           pic 9(3)    value 0.
       01  CUSTLXTR-TAG              pic X(20)   value SPACES.
       01  CUSTLXTR-TAG-LEN          pic 9(3)    value 0.
       01  CUSTLXCL-COUNT            pic 9(3)    value 0.
       01  CUSTLXCL-IX               pic 9(3)    value 0.
       01  CUSTLXCL-KEY-POS          pic 9(3)    value 0.
       01  CUSTLXCL-TABLE.
           05  CUSTLXCL-ORDINAL      pic 9(3)    OCCURS 11 TIMES.
       01  CUSTLXCV-TABLE.
           05  CUSTLXCV-ENTRY  OCCURS 11 TIMES.
               10  CUSTLXCV-VALUE        pic X(60).
               10  CUSTLXCV-LEN          pic 9(3).
       01  CUSTLXCV-MATCH-FLAG       pic X       value 'N'.
           88  CUSTLXCV-MATCHED                  value 'Y'.
       01  CUSTLXCV-COMPARED         pic 9(3)    value 0.

      *****************************************************************
      * The row build area and primitives, as CBLCSVCI has them.      *
      *****************************************************************
       01  CUSTLROW-BUFFER           pic X(640)  value SPACES.
       01  CUSTLROW-LEN              pic 9(5)    value 0.
       01  CUSTLFLD-VALUE            pic X(60)   value SPACES.
       01  CUSTLFLD-LEN              pic 9(3)    value 0.
       01  CUSTLFLD-IX               pic 9(3)    value 0.
       01  CUSTLFLD-BYTE             pic X       value SPACE.

      *****************************************************************
      * The CUSTLCSV or slice row in hand. CUSTLSLI-DELIM and         *
      * CUSTLSLI-QUOTE are the bytes CBLCSVC1 wrote the row with,     *
      * from CUSTLDELIM and CUSTLQUOTE. CUSTLSLI-START is where the   *
      * column being walked starts in the row and CUSTLSLI-RAW-LEN    *
      * how long it is as written; CUSTLERA-VALUE collects its value  *
      * with the framing taken off, CUSTLSLI-VALUE-LEN long.          *
      *****************************************************************
       01  CUSTLSLI-SLOT             pic 9(2)    value 0.
       01  CUSTLSLI-DELIM            pic X       value ','.
       01  CUSTLSLI-QUOTE            pic X       value '"'.
       01  CUSTLSLI-REC              pic X(640)  value SPACES.
       01  CUSTLSLI-ROW-LEN          pic 9(3)    value 0.
       01  CUSTLSLI-IX               pic 9(3)    value 0.
       01  CUSTLSLI-NEXT             pic 9(3)    value 0.
       01  CUSTLSLI-AT               pic 9(3)    value 0.
       01  CUSTLSLI-COL              pic 9(3)    value 0.
       01  CUSTLSLI-START            pic 9(3)    value 0.
       01  CUSTLSLI-RAW-LEN          pic 9(3)    value 0.
       01  CUSTLSLI-VALUE-LEN        pic 9(3)    value 0.
       01  CUSTLSLI-BYTE             pic X       value SPACE.
       01  CUSTLSLI-QUOTED-FLAG      pic X       value 'N'.
           88  CUSTLSLI-IN-QUOTES                value 'Y'.
       01  CUSTLSLI-JSON-FLAG        pic X       value 'N'.
           88  CUSTLSLI-JSON-ROW                 value 'Y'.
       01  CUSTLSLI-ROW-FLAG         pic X       value 'N'.
           88  CUSTLSLI-ROW-CHANGED              value 'Y'.
       01  CUSTLSLI-FRAME-FLAG       pic X       value 'N'.
           88  CUSTLSLI-FRAME-NEEDED             value 'Y'.

       01  IO-STATUS.
           05  IO-STAT1            pic X.
           05  IO-STAT2            pic X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      pic 9     value 0.
           05  IO-STATUS-0403      pic 999   value 0.
       01  TWO-BYTES-BINARY        pic 9(4)  BINARY.
       01  TWO-BYTES-ALPHA         redefines TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      pic X.
           05  TWO-BYTES-RIGHT     pic X.

      *****************************************************************
      * Message Buffer used by the Z-DISPLAY-MESSAGE-TEXT routine.    *
      *****************************************************************
       01  MESSAGE-BUFFER.
           05  MESSAGE-HEADER      pic X(11)   value '* CBLCSVCU '.
           05  MESSAGE-TEXT.
               10  MESSAGE-TEXT-1  pic X(68)   value SPACES.
               10  MESSAGE-TEXT-2  pic X(188)  value SPACES.

      *****************************************************************
       01  PROGRAM-NAME            pic X(8)     value 'CBLCSVCU'.

       01  INFO-STATEMENT.
           05  INFO-SHORT.
               10  INFO-ID pic X(8)    value 'Starting'.
               10  filler  pic X(2)    value ', '.
               10  filler  pic X(34)
                   value   'Erase listed customers everywhere '.
           05  filler      pic X(24)
               value ' http://www.SimoTime.com'.

       01  APPL-RESULT             pic S9(9)    comp.
           88  APPL-AOK            value 0.
           88  APPL-EOF            value 16.

       01  CUSTLERS-TOTAL.
           05  CUSTLERS-RDR  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLERS'.
       01  CUSTLERS-DUPLICATE-TOTAL.
           05  CUSTLERS-DUP  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Keys listed twice      '.
       01  CUSTLERS-NOTFOUND-TOTAL.
           05  CUSTLERS-NFD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Keys not found anywhere'.
       01  CUSTLERA-MASKED-TOTAL.
           05  CUSTLERA-MSK  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Records masked, all    '.
       01  CUSTLERG-TOTAL.
           05  CUSTLERG-ADD  pic 9(9)    value 0.
           05  filler      pic X(3)    value ' - '.
           05  filler      pic X(23)   value 'Line count for CUSTLERG'.

      *****************************************************************
       PROCEDURE DIVISION.
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move INFO-STATEMENT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           move all '*' to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           perform Z-POST-COPYRIGHT
           perform CUSTLRUN-ACCEPT-PARMS
           perform CUSTLERS-LOAD-TABLE
           perform CUSTLPRO-LOAD-TABLE

           perform CUSTLFFL-ERASE-FILE
           perform CUSTLKSD-ERASE-FILE
           perform CUSTLARC-ERASE-FILE
           perform CUSTLREJ-ERASE-FILE
           perform CUSTLSUP-ERASE-FILE
           perform CUSTLDUP-ERASE-FILE
           perform CUSTLCHG-ERASE-FILE
           perform CUSTLFHS-ERASE-FILE
           move 1 to CUSTLPRO-IX
           perform until CUSTLPRO-IX > CUSTLPRO-COUNT
               perform CUSTLXTR-ERASE-FILE
               add 1 to CUSTLPRO-IX
           end-perform
           move 0 to CUSTLSLI-SLOT
           perform until CUSTLSLI-SLOT > 8
               perform CUSTLSLI-ERASE-FILE
               add 1 to CUSTLSLI-SLOT
           end-perform
           perform CUSTLCNT-ERASE-FILE

           perform CUSTLERG-OPEN
           perform CUSTLERG-WRITE-REGISTER
           perform CUSTLERG-CLOSE

           move CUSTLERS-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLERS-DUPLICATE-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLERS-NOTFOUND-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLERA-MASKED-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move CUSTLERG-TOTAL to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT

           move 'Complete' to INFO-ID
           move INFO-STATEMENT to MESSAGE-TEXT(1:79)
           perform Z-DISPLAY-MESSAGE-TEXT

           if  INFO-ID = 'Complete'
               perform CUSTLGEN-CATALOG
           end-if
           if  CUSTLERS-NFD > 0
               add 4 to ZERO giving RETURN-CODE
           end-if
           GOBACK.

      *****************************************************************
      * CUSTLRUN-ACCEPT-PARMS picks up the layout, the delimiter and  *
      * quote CUSTLCSV was written with, and the run date and time    *
      * for the register.                                             *
      *****************************************************************
       CUSTLRUN-ACCEPT-PARMS.
           accept CUSTLLAYOUT-FLAG from ENVIRONMENT 'CUSTLLAYOUT'
               on EXCEPTION
                   move '1' to CUSTLLAYOUT-FLAG
           end-accept
           if  not CUSTLLAYOUT-INTERNATIONAL
               move '1' to CUSTLLAYOUT-FLAG
           end-if
           accept CUSTLSLI-QUOTE from ENVIRONMENT 'CUSTLQUOTE'
               on EXCEPTION
                   move SPACE to CUSTLSLI-QUOTE
           end-accept
           if  CUSTLSLI-QUOTE = SPACE
               move '"' to CUSTLSLI-QUOTE
           end-if
           accept CUSTLSLI-DELIM from ENVIRONMENT 'CUSTLDELIM'
               on EXCEPTION
                   move SPACE to CUSTLSLI-DELIM
           end-accept
           if  CUSTLSLI-DELIM = SPACE
               move ',' to CUSTLSLI-DELIM
           end-if
           accept CUSTLRUN-DATE from DATE YYYYMMDD
           accept CUSTLRUN-TIME from TIME
           move 1 to CUSTLERF-IX
           perform until CUSTLERF-IX > 26
               move 'N' to CUSTLERF-STATE(CUSTLERF-IX)
               move 'K' to CUSTLERF-MATCH(CUSTLERF-IX)
               move 0   to CUSTLERF-READ(CUSTLERF-IX)
               move 0   to CUSTLERF-FOUND(CUSTLERF-IX)
               move 0   to CUSTLERF-MASKED(CUSTLERF-IX)
               add 1 to CUSTLERF-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLERS-LOAD-TABLE loads the customers to erase. A key       *
      * listed twice is erased once; a list with no keys at all is an *
      * abend, since a run that erased nothing would still look like  *
      * evidence on the register.                                     *
      *---------------------------------------------------------------*
       CUSTLERS-LOAD-TABLE.
           perform CUSTLERS-OPEN
           perform until CUSTLERS-AT-EOF
               perform CUSTLERS-READ
               if  not CUSTLERS-AT-EOF
               and CUSTLERS-KEY not = SPACES
                   add 1 to CUSTLERS-RDR
                   perform CUSTLERS-LOAD-ENTRY
               end-if
           end-perform
           perform CUSTLERS-CLOSE
           if  CUSTLERS-USED = 0
               move 'CUSTLERS holds no keys to erase' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLERS-LOAD-ENTRY.
           move CUSTLERS-KEY to CUSTLERS-SEEK
           perform CUSTLERS-LOOKUP
           if  CUSTLERS-HIT > 0
               add 1 to CUSTLERS-DUP
           else
               if  CUSTLERS-USED not < CUSTLERS-MAX
                   move 'CUSTLERS table full, raise CUSTLERS-MAX'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
               end-if
               add 1 to CUSTLERS-USED
               move CUSTLERS-KEY to CUSTLERS-TBL-KEY(CUSTLERS-USED)
               move CUSTLERS-REFERENCE
                 to CUSTLERS-TBL-REFERENCE(CUSTLERS-USED)
               move 'N' to CUSTLERS-TBL-HELD(CUSTLERS-USED)
               move 1 to CUSTLCOL-ORDINAL
               perform until CUSTLCOL-ORDINAL > 9
                   move SPACES to CUSTLERS-TBL-VALUE(CUSTLERS-USED
                                                     CUSTLCOL-ORDINAL)
                   add 1 to CUSTLCOL-ORDINAL
               end-perform
               move 1 to CUSTLERF-SCAN
               perform until CUSTLERF-SCAN > 26
                   move 0 to CUSTLERS-TBL-FOUND(CUSTLERS-USED
                                                CUSTLERF-SCAN)
                   move 0 to CUSTLERS-TBL-MASKED(CUSTLERS-USED
                                                 CUSTLERF-SCAN)
                   add 1 to CUSTLERF-SCAN
               end-perform
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLERS-LOOKUP answers CUSTLERS-HIT, the table entry whose   *
      * key is CUSTLERS-SEEK, or 0 when the key is not on the list.   *
      *---------------------------------------------------------------*
       CUSTLERS-LOOKUP.
           move 0 to CUSTLERS-HIT
           move 1 to CUSTLERS-SCAN
           perform until CUSTLERS-SCAN > CUSTLERS-USED
                      or CUSTLERS-HIT > 0
               if  CUSTLERS-TBL-KEY(CUSTLERS-SCAN) = CUSTLERS-SEEK
                   move CUSTLERS-SCAN to CUSTLERS-HIT
               end-if
               add 1 to CUSTLERS-SCAN
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLPRO-LOAD-TABLE keeps every partner profile, proving the  *
      * slot as CBLCSVCI does, so each shipped file can be re-read in *
      * the format it was written in.                                 *
      *---------------------------------------------------------------*
       CUSTLPRO-LOAD-TABLE.
           perform CUSTLPRO-OPEN
           perform until CUSTLPRO-AT-EOF
               perform CUSTLPRO-READ
               if  not CUSTLPRO-AT-EOF
               and CUSTLPRO-PARTNER-ID not = SPACES
                   perform CUSTLPRO-LOAD-ENTRY
               end-if
           end-perform
           perform CUSTLPRO-CLOSE
           exit.
      *---------------------------------------------------------------*
       CUSTLPRO-LOAD-ENTRY.
           if  CUSTLPRO-SLOT not NUMERIC
           or  CUSTLPRO-SLOT < '01'
           or  CUSTLPRO-SLOT > '08'
               move 'CUSTLPRO slot is not 01 through 08'
                   to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           move 1 to CUSTLPRO-IX
           perform until CUSTLPRO-IX > CUSTLPRO-COUNT
               if  CUSTLPRO-TBL-SLOT(CUSTLPRO-IX) = CUSTLPRO-SLOT
                   move 'CUSTLPRO names a slot twice' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   perform Z-ABEND-PROGRAM
               end-if
               add 1 to CUSTLPRO-IX
           end-perform
           add 1 to CUSTLPRO-COUNT
           move CUSTLPRO-PARTNER-ID to CUSTLPRO-TBL-ID(CUSTLPRO-COUNT)
           move CUSTLPRO-SLOT     to CUSTLPRO-TBL-SLOT(CUSTLPRO-COUNT)
           if  CUSTLPRO-FORMAT = 'J'
               move 'J' to CUSTLPRO-TBL-FORMAT(CUSTLPRO-COUNT)
           else
               move 'C' to CUSTLPRO-TBL-FORMAT(CUSTLPRO-COUNT)
           end-if
           if  CUSTLPRO-DELIM = SPACE
               move ',' to CUSTLPRO-TBL-DELIM(CUSTLPRO-COUNT)
           else
               move CUSTLPRO-DELIM
                 to CUSTLPRO-TBL-DELIM(CUSTLPRO-COUNT)
           end-if
           if  CUSTLPRO-QUOTE = SPACE
               move '"' to CUSTLPRO-TBL-QUOTE(CUSTLPRO-COUNT)
           else
               move CUSTLPRO-QUOTE
                 to CUSTLPRO-TBL-QUOTE(CUSTLPRO-COUNT)
           end-if
           move CUSTLPRO-COLUMNS to CUSTLPRO-TBL-COLS(CUSTLPRO-COUNT)
           exit.

      *****************************************************************
      * The masking routines, common to every file.                   *
      *****************************************************************
      * CUSTLERA-MASK-VALUE puts the token, cut to CUSTLERA-LEN, in   *
      * place of CUSTLERA-VALUE and sets CUSTLERA-CHANGED - unless    *
      * the value is blank or is the token already.                   *
      *---------------------------------------------------------------*
       CUSTLERA-MASK-VALUE.
           if  CUSTLERA-VALUE(1:CUSTLERA-LEN) not = SPACES
           and CUSTLERA-VALUE(1:CUSTLERA-LEN)
                   not = CUSTLERA-TOKEN(1:CUSTLERA-LEN)
               move SPACES to CUSTLERA-VALUE
               move CUSTLERA-TOKEN(1:CUSTLERA-LEN)
                 to CUSTLERA-VALUE(1:CUSTLERA-LEN)
               move 'Y' to CUSTLERA-CHANGED-FLAG
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLERA-ERASE-RECORD masks the CUSTLFFL-format record in     *
      * CUSTLERA-IMAGE when its key is on the list, and counts it     *
      * against the file in CUSTLERF-IX.                              *
      *---------------------------------------------------------------*
       CUSTLERA-ERASE-RECORD.
           move CUSTLERA-IMAGE(1:12) to CUSTLERS-SEEK
           perform CUSTLERS-LOOKUP
           if  CUSTLERS-HIT > 0
               perform CUSTLERA-ERASE-IMAGE
               perform CUSTLERS-POST-COUNTS
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLERA-ERASE-IMAGE masks the name and address fields, C     *
      * through I, of the record in CUSTLERA-IMAGE for the customer   *
      * in CUSTLERS-HIT. The first time a customer's record is        *
      * changed its values are held, so the partner files that do not *
      * ship the key can be matched on them.                          *
      *---------------------------------------------------------------*
       CUSTLERA-ERASE-IMAGE.
           move CUSTLERA-IMAGE to CUSTLERA-ORIGINAL
           move 'N' to CUSTLERA-CHANGED-FLAG
           move 3 to CUSTLCOL-ORDINAL
           perform until CUSTLCOL-ORDINAL > 9
               perform CUSTLCOL-SET-POSITION
               move SPACES to CUSTLERA-VALUE
               move CUSTLERA-IMAGE(CUSTLCOL-POS:CUSTLCOL-LEN)
                 to CUSTLERA-VALUE
               move CUSTLCOL-LEN to CUSTLERA-LEN
               perform CUSTLERA-MASK-VALUE
               move CUSTLERA-VALUE(1:CUSTLCOL-LEN)
                 to CUSTLERA-IMAGE(CUSTLCOL-POS:CUSTLCOL-LEN)
               add 1 to CUSTLCOL-ORDINAL
           end-perform
           if  CUSTLERA-CHANGED
           and CUSTLERS-TBL-HELD(CUSTLERS-HIT) not = 'Y'
               move 'Y' to CUSTLERS-TBL-HELD(CUSTLERS-HIT)
               move 3 to CUSTLCOL-ORDINAL
               perform until CUSTLCOL-ORDINAL > 9
                   perform CUSTLCOL-SET-POSITION
                   move CUSTLERA-ORIGINAL(CUSTLCOL-POS:CUSTLCOL-LEN)
                     to CUSTLERS-TBL-VALUE(CUSTLERS-HIT
                                           CUSTLCOL-ORDINAL)
                   add 1 to CUSTLCOL-ORDINAL
               end-perform
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLERS-POST-COUNTS counts one record found - and masked,    *
      * when CUSTLERA-CHANGED - for the customer in CUSTLERS-HIT on   *
      * the file in CUSTLERF-IX.                                      *
      *---------------------------------------------------------------*
       CUSTLERS-POST-COUNTS.
           add 1 to CUSTLERS-TBL-FOUND(CUSTLERS-HIT CUSTLERF-IX)
           add 1 to CUSTLERF-FOUND(CUSTLERF-IX)
           if  CUSTLERA-CHANGED
               add 1 to CUSTLERS-TBL-MASKED(CUSTLERS-HIT CUSTLERF-IX)
               add 1 to CUSTLERF-MASKED(CUSTLERF-IX)
               add 1 to CUSTLERA-MSK
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLCOL-SET-POSITION sets the position and length of the     *
      * field of CUSTLCOL-ORDINAL under the layout in force.          *
      *---------------------------------------------------------------*
       CUSTLCOL-SET-POSITION.
           if  CUSTLLAYOUT-INTERNATIONAL
               move CUSTLCOL-POS-2(CUSTLCOL-ORDINAL) to CUSTLCOL-POS
               move CUSTLCOL-LEN-2(CUSTLCOL-ORDINAL) to CUSTLCOL-LEN
           else
               move CUSTLCOL-POS-1(CUSTLCOL-ORDINAL) to CUSTLCOL-POS
               move CUSTLCOL-LEN-1(CUSTLCOL-ORDINAL) to CUSTLCOL-LEN
           end-if
           exit.

      *****************************************************************
      * The masters and the files that hold whole CUSTLFFL-format     *
      * records. Every record read is written, changed or not, so     *
      * the copy has the same records in the same order.              *
      *****************************************************************
      * CUSTLFFL-ERASE-FILE erases the flat master into CUSTLFFO,     *
      * proving CUSTLFFL against the catalog before it is read.       *
      *---------------------------------------------------------------*
       CUSTLFFL-ERASE-FILE.
           move 1 to CUSTLERF-IX
           move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
           perform CUSTLGEN-VERIFY
           perform CUSTLFFL-OPEN
           perform CUSTLFFO-OPEN
           perform until CUSTLFFL-AT-EOF
               perform CUSTLFFL-READ
               if  not CUSTLFFL-AT-EOF
                   add 1 to CUSTLERF-READ(CUSTLERF-IX)
                   move CUSTLFFL-REC to CUSTLERA-IMAGE
                   perform CUSTLERA-ERASE-RECORD
                   move CUSTLERA-IMAGE to CUSTLFFO-REC
                   perform CUSTLFFO-WRITE
               end-if
           end-perform
           perform CUSTLFFO-CLOSE
           perform CUSTLFFL-CLOSE
           exit.
      *---------------------------------------------------------------*
      * CUSTLKSD-ERASE-FILE reads the indexed master by each key on   *
      * the list and rewrites the record when it is masked.           *
      *---------------------------------------------------------------*
       CUSTLKSD-ERASE-FILE.
           move 2 to CUSTLERF-IX
           perform CUSTLKSD-OPEN
           if  CUSTLKSD-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               move 1 to CUSTLERS-IX
               perform until CUSTLERS-IX > CUSTLERS-USED
                   perform CUSTLKSD-FETCH
                   if  CUSTLKSD-FOUND
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       move CUSTLERS-IX to CUSTLERS-HIT
                       move CUSTLKSD-REC to CUSTLERA-IMAGE
                       perform CUSTLERA-ERASE-IMAGE
                       perform CUSTLERS-POST-COUNTS
                       if  CUSTLERA-CHANGED
                           move CUSTLERA-IMAGE to CUSTLKSD-REC
                           perform CUSTLKSD-REWRITE
                       end-if
                   end-if
                   add 1 to CUSTLERS-IX
               end-perform
               perform CUSTLKSD-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLARC-ERASE-FILE.
           move 3 to CUSTLERF-IX
           perform CUSTLARC-OPEN
           if  CUSTLARC-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLARO-OPEN
               perform until CUSTLARC-AT-EOF
                   perform CUSTLARC-READ
                   if  not CUSTLARC-AT-EOF
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       move CUSTLARC-REC to CUSTLERA-IMAGE
                       perform CUSTLERA-ERASE-RECORD
                       move CUSTLERA-IMAGE to CUSTLARO-REC
                       perform CUSTLARO-WRITE
                   end-if
               end-perform
               perform CUSTLARO-CLOSE
               perform CUSTLARC-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLREJ-ERASE-FILE erases the record image each reject       *
      * carries after its reason; the reason itself names no one.     *
      *---------------------------------------------------------------*
       CUSTLREJ-ERASE-FILE.
           move 4 to CUSTLERF-IX
           perform CUSTLREJ-OPEN
           if  CUSTLREJ-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLRJO-OPEN
               perform until CUSTLREJ-AT-EOF
                   perform CUSTLREJ-READ
                   if  not CUSTLREJ-AT-EOF
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       move CUSTLREJ-RAW-RECORD to CUSTLERA-IMAGE
                       perform CUSTLERA-ERASE-RECORD
                       move CUSTLERA-IMAGE to CUSTLREJ-RAW-RECORD
                       move CUSTLREJ-REC to CUSTLRJO-REC
                       perform CUSTLRJO-WRITE
                   end-if
               end-perform
               perform CUSTLRJO-CLOSE
               perform CUSTLREJ-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSUP-ERASE-FILE.
           move 5 to CUSTLERF-IX
           perform CUSTLSUP-OPEN
           if  CUSTLSUP-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLSPO-OPEN
               perform until CUSTLSUP-AT-EOF
                   perform CUSTLSUP-READ
                   if  not CUSTLSUP-AT-EOF
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       move CUSTLSUP-REC to CUSTLERA-IMAGE
                       perform CUSTLERA-ERASE-RECORD
                       move CUSTLERA-IMAGE to CUSTLSPO-REC
                       perform CUSTLSPO-WRITE
                   end-if
               end-perform
               perform CUSTLSPO-CLOSE
               perform CUSTLSUP-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.

      *****************************************************************
      * The registers that echo names and addresses.                  *
      *****************************************************************
      * CUSTLDUP-ERASE-FILE works through the suspect-pairs report a  *
      * pair at a time. The PAIR line names the two keys; each value  *
      * line under it carries the first customer's value in VALUE-1   *
      * and the second's in VALUE-2, so only the side of a listed     *
      * customer is masked and the other customer is left alone. The  *
      * pair counts once for each listed customer in it.              *
      *---------------------------------------------------------------*
       CUSTLDUP-ERASE-FILE.
           move 6 to CUSTLERF-IX
           perform CUSTLDUP-OPEN
           if  CUSTLDUP-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLDPO-OPEN
               move 0 to CUSTLDUP-SIDE-1
               move 0 to CUSTLDUP-SIDE-2
               perform until CUSTLDUP-AT-EOF
                   perform CUSTLDUP-READ
                   if  not CUSTLDUP-AT-EOF
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       perform CUSTLDUP-ERASE-LINE
                       move CUSTLDUP-REC to CUSTLDPO-REC
                       perform CUSTLDPO-WRITE
                   end-if
               end-perform
               perform CUSTLDUP-CLOSE-PAIR
               perform CUSTLDPO-CLOSE
               perform CUSTLDUP-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLDUP-ERASE-LINE.
           evaluate true
               when CUSTLDUP-LABEL(1:5) = 'PAIR '
                   perform CUSTLDUP-CLOSE-PAIR
                   move CUSTLDUP-VALUE-1(1:12) to CUSTLERS-SEEK
                   perform CUSTLERS-LOOKUP
                   move CUSTLERS-HIT to CUSTLDUP-SIDE-1
                   move CUSTLDUP-VALUE-2(1:12) to CUSTLERS-SEEK
                   perform CUSTLERS-LOOKUP
                   move CUSTLERS-HIT to CUSTLDUP-SIDE-2
               when CUSTLDUP-LABEL(1:2) = SPACES
                and CUSTLDUP-LABEL not = SPACES
                   if  CUSTLDUP-SIDE-1 > 0
                       move 'N' to CUSTLERA-CHANGED-FLAG
                       move CUSTLDUP-VALUE-1 to CUSTLERA-VALUE
                       move 60 to CUSTLERA-LEN
                       perform CUSTLERA-MASK-VALUE
                       move CUSTLERA-VALUE to CUSTLDUP-VALUE-1
                       if  CUSTLERA-CHANGED
                           move 'Y' to CUSTLDUP-CHANGED-1
                       end-if
                   end-if
                   if  CUSTLDUP-SIDE-2 > 0
                       move 'N' to CUSTLERA-CHANGED-FLAG
                       move CUSTLDUP-VALUE-2 to CUSTLERA-VALUE
                       move 60 to CUSTLERA-LEN
                       perform CUSTLERA-MASK-VALUE
                       move CUSTLERA-VALUE to CUSTLDUP-VALUE-2
                       if  CUSTLERA-CHANGED
                           move 'Y' to CUSTLDUP-CHANGED-2
                       end-if
                   end-if
               when other
                   perform CUSTLDUP-CLOSE-PAIR
           end-evaluate
           exit.
      *---------------------------------------------------------------*
      * CUSTLDUP-CLOSE-PAIR counts the pair just finished against     *
      * each listed customer in it.                                   *
      *---------------------------------------------------------------*
       CUSTLDUP-CLOSE-PAIR.
           if  CUSTLDUP-SIDE-1 > 0
               move CUSTLDUP-SIDE-1 to CUSTLERS-HIT
               move CUSTLDUP-CHANGED-1 to CUSTLERA-CHANGED-FLAG
               perform CUSTLERS-POST-COUNTS
           end-if
           if  CUSTLDUP-SIDE-2 > 0
               move CUSTLDUP-SIDE-2 to CUSTLERS-HIT
               move CUSTLDUP-CHANGED-2 to CUSTLERA-CHANGED-FLAG
               perform CUSTLERS-POST-COUNTS
           end-if
           move 0 to CUSTLDUP-SIDE-1
           move 0 to CUSTLDUP-SIDE-2
           move 'N' to CUSTLDUP-CHANGED-1
           move 'N' to CUSTLDUP-CHANGED-2
           exit.
      *---------------------------------------------------------------*
      * CUSTLCHG-ERASE-FILE masks the before and after values of      *
      * every change CBLCSVCF registered for a listed customer.       *
      *---------------------------------------------------------------*
       CUSTLCHG-ERASE-FILE.
           move 7 to CUSTLERF-IX
           perform CUSTLCHG-OPEN
           if  CUSTLCHG-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLCGO-OPEN
               perform until CUSTLCHG-AT-EOF
                   perform CUSTLCHG-READ
                   if  not CUSTLCHG-AT-EOF
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       move CUSTLCHG-KEY to CUSTLERS-SEEK
                       perform CUSTLERS-LOOKUP
                       if  CUSTLERS-HIT > 0
                           move 'N' to CUSTLERA-CHANGED-FLAG
                           move 60 to CUSTLERA-LEN
                           move CUSTLCHG-BEFORE to CUSTLERA-VALUE
                           perform CUSTLERA-MASK-VALUE
                           move CUSTLERA-VALUE to CUSTLCHG-BEFORE
                           move CUSTLCHG-AFTER to CUSTLERA-VALUE
                           perform CUSTLERA-MASK-VALUE
                           move CUSTLERA-VALUE to CUSTLCHG-AFTER
                           perform CUSTLERS-POST-COUNTS
                       end-if
                       move CUSTLCHG-REC to CUSTLCGO-REC
                       perform CUSTLCGO-WRITE
                   end-if
               end-perform
               perform CUSTLCGO-CLOSE
               perform CUSTLCHG-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLFHS-ERASE-FILE masks the old and new values of every     *
      * history entry recording a listed customer's name or address.  *
      * The key, status and date entries hold nothing to erase and    *
      * are not counted.                                              *
      *---------------------------------------------------------------*
       CUSTLFHS-ERASE-FILE.
           move 8 to CUSTLERF-IX
           perform CUSTLFHS-OPEN
           if  CUSTLFHS-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLFHO-OPEN
               perform until CUSTLFHS-AT-EOF
                   perform CUSTLFHS-READ
                   if  not CUSTLFHS-AT-EOF
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       move CUSTLFHS-REC to CUSTHIST-RECORD
                       perform CUSTLFHS-ERASE-ENTRY
                       move CUSTHIST-RECORD to CUSTLFHO-REC
                       perform CUSTLFHO-WRITE
                   end-if
               end-perform
               perform CUSTLFHO-CLOSE
               perform CUSTLFHS-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFHS-ERASE-ENTRY.
           move CUSTHIST-KEY to CUSTLERS-SEEK
           perform CUSTLERS-LOOKUP
           if  CUSTLERS-HIT > 0
               move SPACES to CUSTLFHS-FIELD-SUFFIX
               if  CUSTHIST-FIELD(1:10) = 'CUSTTEXT2-'
                   move CUSTHIST-FIELD(11:18) to CUSTLFHS-FIELD-SUFFIX
               else
                   move CUSTHIST-FIELD(10:19) to CUSTLFHS-FIELD-SUFFIX
               end-if
               if  CUSTLFHS-NAME-OR-ADDRESS
                   move 'N' to CUSTLERA-CHANGED-FLAG
                   move 60 to CUSTLERA-LEN
                   move CUSTHIST-OLD-VALUE to CUSTLERA-VALUE
                   perform CUSTLERA-MASK-VALUE
                   move CUSTLERA-VALUE to CUSTHIST-OLD-VALUE
                   move CUSTHIST-NEW-VALUE to CUSTLERA-VALUE
                   perform CUSTLERA-MASK-VALUE
                   move CUSTLERA-VALUE to CUSTHIST-NEW-VALUE
                   perform CUSTLERS-POST-COUNTS
               end-if
           end-if
           exit.

      *****************************************************************
      * The partner extracts. Each profile's file is re-read in the   *
      * format CBLCSVCI wrote it and copied row for row; a customer's *
      * row has its name and address columns masked and is rebuilt    *
      * with CBLCSVCI's quoting, so the copy reads as CBLCSVCI would  *
      * have written it. A CSV file's header and TRAILER rows and a   *
      * JSON file's SUMMARY object are copied as they stand.          *
      *****************************************************************
       CUSTLXTR-ERASE-FILE.
           move CUSTLPRO-TBL-SLOT(CUSTLPRO-IX)   to CUSTLPRO-USE-SLOT
           move CUSTLPRO-TBL-FORMAT(CUSTLPRO-IX) to CUSTLPRO-USE-FORMAT
           move CUSTLPRO-TBL-DELIM(CUSTLPRO-IX)  to CUSTLPRO-USE-DELIM
           move CUSTLPRO-TBL-QUOTE(CUSTLPRO-IX)  to CUSTLPRO-USE-QUOTE
           add 8 to CUSTLPRO-USE-SLOT giving CUSTLERF-IX
           move 0 to CUSTLXCL-COUNT
           move 0 to CUSTLXCL-KEY-POS
           move 1 to CUSTLCOL-IX
           perform until CUSTLCOL-IX > 11
               move CUSTLPRO-TBL-COLS(CUSTLPRO-IX)(CUSTLCOL-IX:1)
                 to CUSTLCOL-LETTER
               if  CUSTLCOL-LETTER not = SPACE
                   add 1 to CUSTLXCL-COUNT
                   perform CUSTLCOL-SET-ORDINAL
                   move CUSTLCOL-ORDINAL
                     to CUSTLXCL-ORDINAL(CUSTLXCL-COUNT)
                   if  CUSTLCOL-ORDINAL = 1
                       move CUSTLXCL-COUNT to CUSTLXCL-KEY-POS
                   end-if
               end-if
               add 1 to CUSTLCOL-IX
           end-perform
           if  CUSTLXCL-KEY-POS = 0
               move 'C' to CUSTLERF-MATCH(CUSTLERF-IX)
           end-if
           move 'N' to CUSTLXTR-EOF
           move 0 to CUSTLXTR-ROW-NUMBER
           perform CUSTLXTR-OPEN
           if  CUSTLXTR-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLYTR-OPEN
               perform until CUSTLXTR-AT-EOF
                   perform CUSTLXTR-READ
                   if  not CUSTLXTR-AT-EOF
                       add 1 to CUSTLXTR-ROW-NUMBER
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       perform CUSTLXTR-ERASE-ROW
                       perform CUSTLYTR-WRITE
                   end-if
               end-perform
               perform CUSTLYTR-CLOSE
               perform CUSTLXTR-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLXTR-ERASE-ROW.
           move 0 to CUSTLERS-HIT
           if  CUSTLXTR-REC not = SPACES
               if  CUSTLPRO-USE-JSON
                   if  CUSTLXTR-REC(1:11) not = '{"SUMMARY":'
                       perform CUSTLXTR-SPLIT-JSON
                       perform CUSTLXTR-FIND-CUSTOMER
                   end-if
               else
                   if  CUSTLXTR-ROW-NUMBER > 1
                   and CUSTLXTR-REC(1:7) not = 'TRAILER'
                       perform CUSTLXTR-SPLIT-CSV
                       perform CUSTLXTR-FIND-CUSTOMER
                   end-if
               end-if
           end-if
           if  CUSTLERS-HIT > 0
               perform CUSTLXTR-MASK-COLUMNS
               perform CUSTLERS-POST-COUNTS
               if  CUSTLERA-CHANGED
                   if  CUSTLPRO-USE-JSON
                       perform CUSTLROW-BUILD-JSON
                   else
                       perform CUSTLROW-BUILD-CSV
                   end-if
                   move CUSTLROW-BUFFER to CUSTLXTR-REC
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLXTR-SPLIT-CSV walks the row byte by byte, counting       *
      * delimiters outside the quotes, and keeps each column's value  *
      * without its quotes and with a doubled quote made single.      *
      *---------------------------------------------------------------*
       CUSTLXTR-SPLIT-CSV.
           perform CUSTLXCV-CLEAR
           move 1 to CUSTLXTR-COL
           move 'N' to CUSTLXTR-QUOTED-FLAG
           move 1 to CUSTLXTR-IX
           perform until CUSTLXTR-IX > 640
                      or CUSTLXTR-COL > CUSTLXCL-COUNT
               move CUSTLXTR-REC(CUSTLXTR-IX:1) to CUSTLXTR-BYTE
               add 1 to CUSTLXTR-IX giving CUSTLXTR-NEXT
               evaluate true
                   when CUSTLXTR-BYTE = CUSTLPRO-USE-QUOTE
                    and CUSTLXTR-IN-QUOTES
                       if  CUSTLXTR-NEXT not > 640
                       and CUSTLXTR-REC(CUSTLXTR-NEXT:1)
                             = CUSTLPRO-USE-QUOTE
                           perform CUSTLXCV-PUT-BYTE
                           move CUSTLXTR-NEXT to CUSTLXTR-IX
                       else
                           move 'N' to CUSTLXTR-QUOTED-FLAG
                       end-if
                   when CUSTLXTR-BYTE = CUSTLPRO-USE-QUOTE
                       move 'Y' to CUSTLXTR-QUOTED-FLAG
                   when CUSTLXTR-BYTE = CUSTLPRO-USE-DELIM
                    and not CUSTLXTR-IN-QUOTES
                       add 1 to CUSTLXTR-COL
                   when CUSTLXTR-IN-QUOTES
                       perform CUSTLXCV-PUT-BYTE
                   when other
                       CONTINUE
               end-evaluate
               add 1 to CUSTLXTR-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLXTR-SPLIT-JSON finds each shipped column's member in the *
      * row object and takes its value up to the closing quote, a     *
      * backslash-escaped byte being kept without its backslash.      *
      *---------------------------------------------------------------*
       CUSTLXTR-SPLIT-JSON.
           perform CUSTLXCV-CLEAR
           move 1 to CUSTLXTR-COL
           perform until CUSTLXTR-COL > CUSTLXCL-COUNT
               move CUSTLXCL-ORDINAL(CUSTLXTR-COL) to CUSTLCOL-ORDINAL
               move SPACES to CUSTLXTR-TAG
               move '"' to CUSTLXTR-TAG(1:1)
               move CUSTLCOL-NAME(CUSTLCOL-ORDINAL)
                 to CUSTLXTR-TAG(2:14)
               add 2 to CUSTLCOL-NAME-LEN(CUSTLCOL-ORDINAL)
                 giving CUSTLXTR-TAG-LEN
               move '":"' to CUSTLXTR-TAG(CUSTLXTR-TAG-LEN:3)
               add 2 to CUSTLXTR-TAG-LEN
               move 0 to CUSTLXTR-OFFSET
               inspect CUSTLXTR-REC tallying CUSTLXTR-OFFSET
                   for characters
                   before initial CUSTLXTR-TAG(1:CUSTLXTR-TAG-LEN)
               add CUSTLXTR-OFFSET CUSTLXTR-TAG-LEN 1
                 giving CUSTLXTR-IX
               perform until CUSTLXTR-IX > 640
                          or CUSTLXTR-REC(CUSTLXTR-IX:1) = '"'
                   if  CUSTLXTR-REC(CUSTLXTR-IX:1) = '\'
                   and CUSTLXTR-IX < 640
                       add 1 to CUSTLXTR-IX
                   end-if
                   move CUSTLXTR-REC(CUSTLXTR-IX:1) to CUSTLXTR-BYTE
                   perform CUSTLXCV-PUT-BYTE
                   add 1 to CUSTLXTR-IX
               end-perform
               add 1 to CUSTLXTR-COL
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLXCV-CLEAR.
           move 1 to CUSTLXCL-IX
           perform until CUSTLXCL-IX > 11
               move SPACES to CUSTLXCV-VALUE(CUSTLXCL-IX)
               move 0 to CUSTLXCV-LEN(CUSTLXCL-IX)
               add 1 to CUSTLXCL-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLXCV-PUT-BYTE.
           if  CUSTLXCV-LEN(CUSTLXTR-COL) < 60
               add 1 to CUSTLXCV-LEN(CUSTLXTR-COL)
               move CUSTLXTR-BYTE
                 to CUSTLXCV-VALUE(CUSTLXTR-COL)
                                  (CUSTLXCV-LEN(CUSTLXTR-COL):1)
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLXTR-FIND-CUSTOMER answers CUSTLERS-HIT for the row: by   *
      * its key when the profile ships it, otherwise by its name and  *
      * address columns.                                              *
      *---------------------------------------------------------------*
       CUSTLXTR-FIND-CUSTOMER.
           move 0 to CUSTLERS-HIT
           if  CUSTLXCL-KEY-POS > 0
               move CUSTLXCV-VALUE(CUSTLXCL-KEY-POS)(1:12)
                 to CUSTLERS-SEEK
               perform CUSTLERS-LOOKUP
           else
               perform CUSTLXTR-MATCH-CONTENT
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLXTR-MATCH-CONTENT looks for the first listed customer    *
      * whose held values equal every name and address column the     *
      * row ships. A row that ships none of them cannot be matched.   *
      *---------------------------------------------------------------*
       CUSTLXTR-MATCH-CONTENT.
           move 1 to CUSTLERS-SCAN
           perform until CUSTLERS-SCAN > CUSTLERS-USED
                      or CUSTLERS-HIT > 0
               if  CUSTLERS-TBL-HELD(CUSTLERS-SCAN) = 'Y'
                   move 'Y' to CUSTLXCV-MATCH-FLAG
                   move 0 to CUSTLXCV-COMPARED
                   move 1 to CUSTLXCL-IX
                   perform until CUSTLXCL-IX > CUSTLXCL-COUNT
                       move CUSTLXCL-ORDINAL(CUSTLXCL-IX)
                         to CUSTLCOL-ORDINAL
                       if  CUSTLCOL-ORDINAL > 2
                       and CUSTLCOL-ORDINAL < 10
                           add 1 to CUSTLXCV-COMPARED
                           if  CUSTLXCV-VALUE(CUSTLXCL-IX)
                                 not = CUSTLERS-TBL-VALUE(CUSTLERS-SCAN
                                                     CUSTLCOL-ORDINAL)
                               move 'N' to CUSTLXCV-MATCH-FLAG
                           end-if
                       end-if
                       add 1 to CUSTLXCL-IX
                   end-perform
                   if  CUSTLXCV-MATCHED
                   and CUSTLXCV-COMPARED > 0
                       move CUSTLERS-SCAN to CUSTLERS-HIT
                   end-if
               end-if
               add 1 to CUSTLERS-SCAN
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLXTR-MASK-COLUMNS masks the row's name and address        *
      * columns, the token cut to the width of the master field.      *
      *---------------------------------------------------------------*
       CUSTLXTR-MASK-COLUMNS.
           move 'N' to CUSTLERA-CHANGED-FLAG
           move 1 to CUSTLXCL-IX
           perform until CUSTLXCL-IX > CUSTLXCL-COUNT
               move CUSTLXCL-ORDINAL(CUSTLXCL-IX) to CUSTLCOL-ORDINAL
               if  CUSTLCOL-ORDINAL > 2
               and CUSTLCOL-ORDINAL < 10
                   perform CUSTLCOL-SET-POSITION
                   move CUSTLXCV-VALUE(CUSTLXCL-IX) to CUSTLERA-VALUE
                   move CUSTLCOL-LEN to CUSTLERA-LEN
                   perform CUSTLERA-MASK-VALUE
                   move CUSTLERA-VALUE to CUSTLXCV-VALUE(CUSTLXCL-IX)
               end-if
               add 1 to CUSTLXCL-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLCOL-SET-ORDINAL.
           evaluate CUSTLCOL-LETTER
               when 'A'  move 1 to CUSTLCOL-ORDINAL
               when 'B'  move 2 to CUSTLCOL-ORDINAL
               when 'C'  move 3 to CUSTLCOL-ORDINAL
               when 'D'  move 4 to CUSTLCOL-ORDINAL
               when 'E'  move 5 to CUSTLCOL-ORDINAL
               when 'F'  move 6 to CUSTLCOL-ORDINAL
               when 'G'  move 7 to CUSTLCOL-ORDINAL
               when 'H'  move 8 to CUSTLCOL-ORDINAL
               when 'J'  move 10 to CUSTLCOL-ORDINAL
               when 'K'  move 11 to CUSTLCOL-ORDINAL
               when other move 9 to CUSTLCOL-ORDINAL
           end-evaluate
           exit.

      *****************************************************************
      * The row builders - CBLCSVCI's, working from the column values *
      * in CUSTLXCV instead of the master record.                     *
      *****************************************************************
       CUSTLROW-BUILD-CSV.
           move SPACES to CUSTLROW-BUFFER
           move 0 to CUSTLROW-LEN
           move 1 to CUSTLXCL-IX
           perform until CUSTLXCL-IX > CUSTLXCL-COUNT
               if  CUSTLXCL-IX > 1
                   move CUSTLPRO-USE-DELIM to CUSTLFLD-BYTE
                   perform CUSTLROW-PUT-BYTE
               end-if
               perform CUSTLFLD-TRIM-VALUE
               move CUSTLPRO-USE-QUOTE to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
               move 0 to CUSTLFLD-IX
               perform until CUSTLFLD-IX not < CUSTLFLD-LEN
                   add 1 to CUSTLFLD-IX
                   move CUSTLFLD-VALUE(CUSTLFLD-IX:1) to CUSTLFLD-BYTE
                   if  CUSTLFLD-BYTE = CUSTLPRO-USE-QUOTE
                       perform CUSTLROW-PUT-BYTE
                   end-if
                   perform CUSTLROW-PUT-BYTE
               end-perform
               move CUSTLPRO-USE-QUOTE to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
               add 1 to CUSTLXCL-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLROW-BUILD-JSON.
           move SPACES to CUSTLROW-BUFFER
           move 0 to CUSTLROW-LEN
           move '{' to CUSTLFLD-BYTE
           perform CUSTLROW-PUT-BYTE
           move 1 to CUSTLXCL-IX
           perform until CUSTLXCL-IX > CUSTLXCL-COUNT
               if  CUSTLXCL-IX > 1
                   move ',' to CUSTLFLD-BYTE
                   perform CUSTLROW-PUT-BYTE
               end-if
               move CUSTLXCL-ORDINAL(CUSTLXCL-IX) to CUSTLCOL-ORDINAL
               perform CUSTLFLD-TRIM-VALUE
               move '"' to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
               move 0 to CUSTLFLD-IX
               perform until CUSTLFLD-IX
                           not < CUSTLCOL-NAME-LEN(CUSTLCOL-ORDINAL)
                   add 1 to CUSTLFLD-IX
                   move CUSTLCOL-NAME(CUSTLCOL-ORDINAL)(CUSTLFLD-IX:1)
                     to CUSTLFLD-BYTE
                   perform CUSTLROW-PUT-BYTE
               end-perform
               move '"' to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
               move ':' to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
               move '"' to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
               move 0 to CUSTLFLD-IX
               perform until CUSTLFLD-IX not < CUSTLFLD-LEN
                   add 1 to CUSTLFLD-IX
                   move CUSTLFLD-VALUE(CUSTLFLD-IX:1) to CUSTLFLD-BYTE
                   if  CUSTLFLD-BYTE = '"'
                   or  CUSTLFLD-BYTE = '\'
                       move '\' to CUSTLFLD-BYTE
                       perform CUSTLROW-PUT-BYTE
                       move CUSTLFLD-VALUE(CUSTLFLD-IX:1)
                         to CUSTLFLD-BYTE
                   end-if
                   perform CUSTLROW-PUT-BYTE
               end-perform
               move '"' to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
               add 1 to CUSTLXCL-IX
           end-perform
           move '}' to CUSTLFLD-BYTE
           perform CUSTLROW-PUT-BYTE
           exit.
      *---------------------------------------------------------------*
      * CUSTLFLD-TRIM-VALUE takes the column value in hand and trims  *
      * it to its last non-space byte, as CBLCSVCI trims.             *
      *---------------------------------------------------------------*
       CUSTLFLD-TRIM-VALUE.
           move CUSTLXCV-VALUE(CUSTLXCL-IX) to CUSTLFLD-VALUE
           move 0 to CUSTLFLD-LEN
           move 1 to CUSTLFLD-IX
           perform until CUSTLFLD-IX > 60
               if  CUSTLFLD-VALUE(CUSTLFLD-IX:1) not = SPACE
                   move CUSTLFLD-IX to CUSTLFLD-LEN
               end-if
               add 1 to CUSTLFLD-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
       CUSTLROW-PUT-BYTE.
           if  CUSTLROW-LEN not < 640
               move 'Erased row exceeds the 640-byte buffer'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               perform Z-ABEND-PROGRAM
           end-if
           add 1 to CUSTLROW-LEN
           move CUSTLFLD-BYTE to CUSTLROW-BUFFER(CUSTLROW-LEN:1)
           exit.

      *****************************************************************
      * CUSTLCSV and its slices. Each is copied row for row; the row  *
      * of a listed customer - found by the key CBLCSVC1 puts first   *
      * on every row, CSV or JSON - has its name and address columns  *
      * masked where they stand and every other byte left as it was,  *
      * so the header, TRAILER and SUMMARY rows and the contact       *
      * columns come through untouched.                               *
      *****************************************************************
       CUSTLSLI-ERASE-FILE.
           add 17 to CUSTLSLI-SLOT giving CUSTLERF-IX
           move 'N' to CUSTLSLI-EOF
           perform CUSTLSLI-OPEN
           if  CUSTLSLI-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLSLO-OPEN
               perform until CUSTLSLI-AT-EOF
                   perform CUSTLSLI-READ
                   if  not CUSTLSLI-AT-EOF
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       perform CUSTLSLI-ERASE-ROW
                       perform CUSTLSLO-WRITE
                   end-if
               end-perform
               perform CUSTLSLO-CLOSE
               perform CUSTLSLI-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLSLI-ERASE-ROW takes the key off the row - bytes 1-12 of  *
      * a CSV row whose thirteenth byte is the delimiter, or the KEY  *
      * member that opens a JSON row - and masks the row when the key *
      * is on the list.                                               *
      *---------------------------------------------------------------*
       CUSTLSLI-ERASE-ROW.
           move 0 to CUSTLERS-HIT
           move 'N' to CUSTLSLI-JSON-FLAG
           perform CUSTLSLI-ROW-LENGTH
           evaluate true
               when CUSTLSLI-REC(1:8) = '{"KEY":"'
                   move 'Y' to CUSTLSLI-JSON-FLAG
                   move CUSTLSLI-REC(9:12) to CUSTLERS-SEEK
                   perform CUSTLERS-LOOKUP
               when CUSTLSLI-REC(13:1) = CUSTLSLI-DELIM
                   move CUSTLSLI-REC(1:12) to CUSTLERS-SEEK
                   perform CUSTLERS-LOOKUP
               when other
                   CONTINUE
           end-evaluate
           if  CUSTLERS-HIT > 0
               move 'N' to CUSTLSLI-ROW-FLAG
               if  CUSTLSLI-JSON-ROW
                   move 3 to CUSTLCOL-ORDINAL
                   perform until CUSTLCOL-ORDINAL > 9
                       perform CUSTLSLI-MASK-MEMBER
                       add 1 to CUSTLCOL-ORDINAL
                   end-perform
               else
                   perform CUSTLSLI-MASK-CSV
                   if  CUSTLSLI-ROW-CHANGED
                       move CUSTLROW-BUFFER to CUSTLSLI-REC
                   end-if
               end-if
               move CUSTLSLI-ROW-FLAG to CUSTLERA-CHANGED-FLAG
               perform CUSTLERS-POST-COUNTS
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLSLI-MASK-CSV walks the row byte by byte, counting        *
      * delimiters outside the quotes, and rebuilds it in             *
      * CUSTLROW-BUFFER: each column is copied as written unless it   *
      * is a name or address column whose value is masked.            *
      *---------------------------------------------------------------*
       CUSTLSLI-MASK-CSV.
           move SPACES to CUSTLROW-BUFFER
           move 0 to CUSTLROW-LEN
           move 1 to CUSTLSLI-COL
           move 1 to CUSTLSLI-START
           move 'N' to CUSTLSLI-QUOTED-FLAG
           move SPACES to CUSTLERA-VALUE
           move 0 to CUSTLSLI-VALUE-LEN
           move 1 to CUSTLSLI-IX
           perform until CUSTLSLI-IX > CUSTLSLI-ROW-LEN
               move CUSTLSLI-REC(CUSTLSLI-IX:1) to CUSTLSLI-BYTE
               add 1 to CUSTLSLI-IX giving CUSTLSLI-NEXT
               evaluate true
                   when CUSTLSLI-BYTE = CUSTLSLI-QUOTE
                    and CUSTLSLI-IN-QUOTES
                       if  CUSTLSLI-NEXT not > CUSTLSLI-ROW-LEN
                       and CUSTLSLI-REC(CUSTLSLI-NEXT:1)
                             = CUSTLSLI-QUOTE
                           perform CUSTLSLI-PUT-VALUE-BYTE
                           move CUSTLSLI-NEXT to CUSTLSLI-IX
                       else
                           move 'N' to CUSTLSLI-QUOTED-FLAG
                       end-if
                   when CUSTLSLI-BYTE = CUSTLSLI-QUOTE
                       move 'Y' to CUSTLSLI-QUOTED-FLAG
                   when CUSTLSLI-BYTE = CUSTLSLI-DELIM
                    and not CUSTLSLI-IN-QUOTES
                       perform CUSTLSLI-END-COLUMN
                       move CUSTLSLI-DELIM to CUSTLFLD-BYTE
                       perform CUSTLROW-PUT-BYTE
                       add 1 to CUSTLSLI-COL
                       move CUSTLSLI-NEXT to CUSTLSLI-START
                       move SPACES to CUSTLERA-VALUE
                       move 0 to CUSTLSLI-VALUE-LEN
                   when other
                       perform CUSTLSLI-PUT-VALUE-BYTE
               end-evaluate
               add 1 to CUSTLSLI-IX
           end-perform
           if  CUSTLSLI-START not > CUSTLSLI-ROW-LEN
               perform CUSTLSLI-END-COLUMN
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLSLI-END-COLUMN puts the column just walked into the      *
      * rebuilt row - the token when it is a name or address column   *
      * that CUSTLERA-MASK-VALUE changes, otherwise the column as it  *
      * was written.                                                  *
      *---------------------------------------------------------------*
       CUSTLSLI-END-COLUMN.
           subtract CUSTLSLI-START from CUSTLSLI-IX
             giving CUSTLSLI-RAW-LEN
           move 'N' to CUSTLERA-CHANGED-FLAG
           if  CUSTLSLI-COL > 2
           and CUSTLSLI-COL < 10
               move CUSTLSLI-COL to CUSTLCOL-ORDINAL
               perform CUSTLCOL-SET-POSITION
               move CUSTLCOL-LEN to CUSTLERA-LEN
               perform CUSTLERA-MASK-VALUE
           end-if
           if  CUSTLERA-CHANGED
               move 'Y' to CUSTLSLI-ROW-FLAG
               perform CUSTLSLI-PUT-TOKEN
           else
               perform CUSTLSLI-PUT-RAW
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLSLI-MASK-MEMBER finds the JSON member of the column      *
      * ordinal in hand, takes its value up to the closing quote and, *
      * when CUSTLERA-MASK-VALUE changes it, puts the token in its    *
      * place with the rest of the row moved up behind it.            *
      *---------------------------------------------------------------*
       CUSTLSLI-MASK-MEMBER.
           move SPACES to CUSTLXTR-TAG
           move '"' to CUSTLXTR-TAG(1:1)
           move CUSTLCOL-NAME(CUSTLCOL-ORDINAL) to CUSTLXTR-TAG(2:14)
           add 2 to CUSTLCOL-NAME-LEN(CUSTLCOL-ORDINAL)
             giving CUSTLXTR-TAG-LEN
           move '":"' to CUSTLXTR-TAG(CUSTLXTR-TAG-LEN:3)
           add 2 to CUSTLXTR-TAG-LEN
           move 0 to CUSTLXTR-OFFSET
           inspect CUSTLSLI-REC tallying CUSTLXTR-OFFSET
               for characters
               before initial CUSTLXTR-TAG(1:CUSTLXTR-TAG-LEN)
           if  CUSTLXTR-OFFSET < CUSTLSLI-ROW-LEN
               add CUSTLXTR-OFFSET CUSTLXTR-TAG-LEN 1
                 giving CUSTLSLI-START
               move SPACES to CUSTLERA-VALUE
               move 0 to CUSTLSLI-VALUE-LEN
               move CUSTLSLI-START to CUSTLSLI-IX
               perform until CUSTLSLI-IX > CUSTLSLI-ROW-LEN
                          or CUSTLSLI-REC(CUSTLSLI-IX:1) = '"'
                   if  CUSTLSLI-REC(CUSTLSLI-IX:1) = '\'
                   and CUSTLSLI-IX < CUSTLSLI-ROW-LEN
                       add 1 to CUSTLSLI-IX
                   end-if
                   move CUSTLSLI-REC(CUSTLSLI-IX:1) to CUSTLSLI-BYTE
                   perform CUSTLSLI-PUT-VALUE-BYTE
                   add 1 to CUSTLSLI-IX
               end-perform
               perform CUSTLCOL-SET-POSITION
               move CUSTLCOL-LEN to CUSTLERA-LEN
               move 'N' to CUSTLERA-CHANGED-FLAG
               perform CUSTLERA-MASK-VALUE
               if  CUSTLERA-CHANGED
                   move 'Y' to CUSTLSLI-ROW-FLAG
                   move SPACES to CUSTLROW-BUFFER
                   subtract 1 from CUSTLSLI-START giving CUSTLROW-LEN
                   move CUSTLSLI-REC(1:CUSTLROW-LEN)
                     to CUSTLROW-BUFFER(1:CUSTLROW-LEN)
                   perform CUSTLSLI-PUT-TOKEN
                   move CUSTLSLI-IX to CUSTLSLI-START
                   add 1 to CUSTLSLI-ROW-LEN giving CUSTLSLI-RAW-LEN
                   subtract CUSTLSLI-START from CUSTLSLI-RAW-LEN
                   perform CUSTLSLI-PUT-RAW
                   move CUSTLROW-BUFFER to CUSTLSLI-REC
                   perform CUSTLSLI-ROW-LENGTH
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSLI-PUT-VALUE-BYTE.
           if  CUSTLSLI-VALUE-LEN < 60
               add 1 to CUSTLSLI-VALUE-LEN
               move CUSTLSLI-BYTE
                 to CUSTLERA-VALUE(CUSTLSLI-VALUE-LEN:1)
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLSLI-PUT-TOKEN puts the masked value, trimmed, into the   *
      * rebuilt row - framed, with any quote doubled, when a CSV      *
      * row's delimiter or quote turns up in it, the rule CBLCSVR1    *
      * follows.                                                      *
      *---------------------------------------------------------------*
       CUSTLSLI-PUT-TOKEN.
           move CUSTLERA-VALUE to CUSTLFLD-VALUE
           move 'N' to CUSTLSLI-FRAME-FLAG
           move 0 to CUSTLFLD-LEN
           move 1 to CUSTLFLD-IX
           perform until CUSTLFLD-IX > 60
               if  CUSTLFLD-VALUE(CUSTLFLD-IX:1) not = SPACE
                   move CUSTLFLD-IX to CUSTLFLD-LEN
               end-if
               if  not CUSTLSLI-JSON-ROW
               and (CUSTLFLD-VALUE(CUSTLFLD-IX:1) = CUSTLSLI-DELIM
                or  CUSTLFLD-VALUE(CUSTLFLD-IX:1) = CUSTLSLI-QUOTE)
                   move 'Y' to CUSTLSLI-FRAME-FLAG
               end-if
               add 1 to CUSTLFLD-IX
           end-perform
           if  CUSTLSLI-FRAME-NEEDED
               move CUSTLSLI-QUOTE to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
           end-if
           move 0 to CUSTLFLD-IX
           perform until CUSTLFLD-IX not < CUSTLFLD-LEN
               add 1 to CUSTLFLD-IX
               move CUSTLFLD-VALUE(CUSTLFLD-IX:1) to CUSTLFLD-BYTE
               if  CUSTLSLI-FRAME-NEEDED
               and CUSTLFLD-BYTE = CUSTLSLI-QUOTE
                   perform CUSTLROW-PUT-BYTE
               end-if
               perform CUSTLROW-PUT-BYTE
           end-perform
           if  CUSTLSLI-FRAME-NEEDED
               move CUSTLSLI-QUOTE to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLSLI-PUT-RAW copies CUSTLSLI-RAW-LEN bytes of the row,    *
      * from CUSTLSLI-START, into the rebuilt row as they stand.      *
      *---------------------------------------------------------------*
       CUSTLSLI-PUT-RAW.
           move 0 to CUSTLFLD-IX
           perform until CUSTLFLD-IX not < CUSTLSLI-RAW-LEN
               add CUSTLSLI-START CUSTLFLD-IX giving CUSTLSLI-AT
               move CUSTLSLI-REC(CUSTLSLI-AT:1) to CUSTLFLD-BYTE
               perform CUSTLROW-PUT-BYTE
               add 1 to CUSTLFLD-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLSLI-ROW-LENGTH finds the last non-blank byte of the row, *
      * scanning back from the end of the record.                     *
      *---------------------------------------------------------------*
       CUSTLSLI-ROW-LENGTH.
           move 640 to CUSTLSLI-ROW-LEN
           perform until CUSTLSLI-ROW-LEN = 0
                      or CUSTLSLI-REC(CUSTLSLI-ROW-LEN:1) not = SPACE
               subtract 1 from CUSTLSLI-ROW-LEN
           end-perform
           exit.

      *---------------------------------------------------------------*
      * CUSTLCNT-ERASE-FILE masks the value of every contact point of *
      * a listed customer and flags it opted out, so no extract and   *
      * no CBLCSVV3 call gives it out again. The file is read in key  *
      * sequence and matched on the key; every record is written to   *
      * CUSTLCNO.                                                     *
      *---------------------------------------------------------------*
       CUSTLCNT-ERASE-FILE.
           move 26 to CUSTLERF-IX
           perform CUSTLCNT-OPEN
           if  CUSTLCNT-OPEN-FLAG = 'O'
               move 'P' to CUSTLERF-STATE(CUSTLERF-IX)
               perform CUSTLCNO-OPEN
               perform until CUSTLCNT-AT-EOF
                   perform CUSTLCNT-READ
                   if  not CUSTLCNT-AT-EOF
                       add 1 to CUSTLERF-READ(CUSTLERF-IX)
                       move CUSTLCNT-REC to CUSTCONT-RECORD
                       perform CUSTLCNT-ERASE-CONTACT
                       move CUSTCONT-RECORD to CUSTLCNO-REC
                       perform CUSTLCNO-WRITE
                   end-if
               end-perform
               perform CUSTLCNO-CLOSE
               perform CUSTLCNT-CLOSE
           else
               move 'A' to CUSTLERF-STATE(CUSTLERF-IX)
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCNT-ERASE-CONTACT.
           move CUSTLCNT-REC(1:12) to CUSTLERS-SEEK
           perform CUSTLERS-LOOKUP
           if  CUSTLERS-HIT > 0
               move 'N' to CUSTLERA-CHANGED-FLAG
               move 60 to CUSTLERA-LEN
               move CUSTCONT-VALUE to CUSTLERA-VALUE
               perform CUSTLERA-MASK-VALUE
               move CUSTLERA-VALUE to CUSTCONT-VALUE
               if  not CUSTCONT-IS-OPTED-OUT
                   move 'Y' to CUSTCONT-OPT-OUT
                   move 'Y' to CUSTLERA-CHANGED-FLAG
               end-if
               perform CUSTLERS-POST-COUNTS
           end-if
           exit.

      *****************************************************************
      * CUSTLERG-WRITE-REGISTER writes the run line, each customer's  *
      * lines and the file lines.                                     *
      *****************************************************************
       CUSTLERG-WRITE-REGISTER.
           move SPACES to CUSTLERG-REC
           move 'RUN'             to CUSTLERG-RUN-TYPE
           move CUSTLRUN-DATE     to CUSTLERG-RUN-DATE
           move CUSTLRUN-TIME     to CUSTLERG-RUN-TIME
           move PROGRAM-NAME      to CUSTLERG-RUN-PROGRAM
           move CUSTLLAYOUT-FLAG  to CUSTLERG-RUN-LAYOUT
           move CUSTLERA-TOKEN    to CUSTLERG-RUN-TOKEN
           perform CUSTLERG-WRITE
           move 1 to CUSTLERS-IX
           perform until CUSTLERS-IX > CUSTLERS-USED
               perform CUSTLERG-WRITE-CUSTOMER
               add 1 to CUSTLERS-IX
           end-perform
           move 1 to CUSTLERF-IX
           perform until CUSTLERF-IX > 26
               if  CUSTLERF-STATE(CUSTLERF-IX) not = 'N'
                   perform CUSTLERG-WRITE-FILE
               end-if
               add 1 to CUSTLERF-IX
           end-perform
           exit.
      *---------------------------------------------------------------*
      * CUSTLERG-WRITE-CUSTOMER writes one KEY line for each file     *
      * searched, then the KEYTOTAL line. A customer found on no file *
      * at all is counted for the return code.                        *
      *---------------------------------------------------------------*
       CUSTLERG-WRITE-CUSTOMER.
           move 0 to CUSTLERS-KEY-FOUND
           move 0 to CUSTLERS-KEY-MASKED
           move 1 to CUSTLERF-IX
           perform until CUSTLERF-IX > 26
               if  CUSTLERF-STATE(CUSTLERF-IX) not = 'N'
                   move SPACES to CUSTLERG-REC
                   move 'KEY' to CUSTLERG-TYPE
                   move CUSTLERS-TBL-KEY(CUSTLERS-IX) to CUSTLERG-KEY
                   move CUSTLERS-TBL-REFERENCE(CUSTLERS-IX)
                     to CUSTLERG-REFERENCE
                   move CUSTLERF-NAME(CUSTLERF-IX)
                     to CUSTLERG-FILE-NAME
                   move CUSTLERS-TBL-FOUND(CUSTLERS-IX CUSTLERF-IX)
                     to CUSTLERG-FOUND
                   move CUSTLERS-TBL-MASKED(CUSTLERS-IX CUSTLERF-IX)
                     to CUSTLERG-MASKED
                   evaluate true
                       when CUSTLERF-STATE(CUSTLERF-IX) = 'A'
                           move 'FILE NOT PRESENT' to CUSTLERG-NOTE
                       when CUSTLERF-MATCH(CUSTLERF-IX) = 'C'
                        and CUSTLERS-TBL-HELD(CUSTLERS-IX) not = 'Y'
                           move 'NO NAME OR ADDRESS TO MATCH ON'
                             to CUSTLERG-NOTE
                       when other
                           CONTINUE
                   end-evaluate
                   perform CUSTLERG-WRITE
                   add CUSTLERG-FOUND  to CUSTLERS-KEY-FOUND
                   add CUSTLERG-MASKED to CUSTLERS-KEY-MASKED
               end-if
               add 1 to CUSTLERF-IX
           end-perform
           move SPACES to CUSTLERG-REC
           move 'KEYTOTAL' to CUSTLERG-TYPE
           move CUSTLERS-TBL-KEY(CUSTLERS-IX) to CUSTLERG-KEY
           move CUSTLERS-TBL-REFERENCE(CUSTLERS-IX)
             to CUSTLERG-REFERENCE
           move CUSTLERS-KEY-FOUND  to CUSTLERG-FOUND
           move CUSTLERS-KEY-MASKED to CUSTLERG-MASKED
           if  CUSTLERS-KEY-FOUND = 0
               move 'NOT FOUND ON ANY FILE' to CUSTLERG-NOTE
               add 1 to CUSTLERS-NFD
           else
               move 'NAME, ADDRESS AND CONTACTS ERASED'
                 to CUSTLERG-NOTE
           end-if
           perform CUSTLERG-WRITE
           exit.
      *---------------------------------------------------------------*
       CUSTLERG-WRITE-FILE.
           move SPACES to CUSTLERG-REC
           move 'FILE' to CUSTLERG-TYPE
           move CUSTLERF-NAME(CUSTLERF-IX)   to CUSTLERG-FILE-NAME
           move CUSTLERF-FOUND(CUSTLERF-IX)  to CUSTLERG-FOUND
           move CUSTLERF-MASKED(CUSTLERF-IX) to CUSTLERG-MASKED
           evaluate true
               when CUSTLERF-STATE(CUSTLERF-IX) = 'A'
                   move 'FILE NOT PRESENT' to CUSTLERG-NOTE
               when CUSTLERF-MATCH(CUSTLERF-IX) = 'C'
                   move CUSTLERF-OUTPUT(CUSTLERF-IX) to CUSTLERG-OUTPUT
                   move 'nnnnnnnnn READ, BY NAME AND ADDRESS'
                     to CUSTLERG-NOTE
                   move CUSTLERF-READ(CUSTLERF-IX)
                     to CUSTLERG-NOTE(1:9)
               when other
                   move CUSTLERF-OUTPUT(CUSTLERF-IX) to CUSTLERG-OUTPUT
                   move 'nnnnnnnnn READ, BY KEY' to CUSTLERG-NOTE
                   move CUSTLERF-READ(CUSTLERF-IX)
                     to CUSTLERG-NOTE(1:9)
           end-evaluate
           perform CUSTLERG-WRITE
           exit.

      *****************************************************************
      * CUSTLGEN-VERIFY has CBLCSVV5 prove CUSTLFFL is the current    *
      * generation on the catalog before it is read.                  *
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
      * I/O Routines for the CUSTLERS ERASURE LIST File...            *
      *****************************************************************
       CUSTLERS-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLERS-FILE
           if  CUSTLERS-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLERS-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLERS-EOF
               else
                   move 'READ Failure with CUSTLERS' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLERS-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLERS-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLERS-FILE
           if  CUSTLERS-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLERS-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLERS' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLERS-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLERS-CLOSE.
           if  CUSTLERS-OPEN-FLAG = 'O'
               close CUSTLERS-FILE
               move 'C' to CUSTLERS-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the FLAT MASTER INPUT File...                *
      *****************************************************************
       CUSTLFFL-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLFFL-FILE
           if  CUSTLFFL-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLFFL-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLFFL-EOF
               else
                   move 'READ Failure with CUSTLFFL' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLFFL-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFL-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLFFL-FILE
           if  CUSTLFFL-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLFFL-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLFFL' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFL-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFL-CLOSE.
           if  CUSTLFFL-OPEN-FLAG = 'O'
               close CUSTLFFL-FILE
               move 'C' to CUSTLFFL-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the FLAT MASTER OUTPUT File...               *
      *****************************************************************
       CUSTLFFO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLFFO-REC
           if  CUSTLFFO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLFFO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLFFO-FILE
           if  CUSTLFFO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLFFO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLFFO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFFO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLFFO-FILE
           if  CUSTLFFO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLFFO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLFFO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFFO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the INDEXED MASTER File...                   *
      * A CUSTLKSD that does not exist (status 35) is reported as not *
      * present and the run goes on.                                  *
      *****************************************************************
       CUSTLKSD-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open I-O CUSTLKSD-FILE
           if  CUSTLKSD-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLKSD-OPEN-FLAG
           else
               if  CUSTLKSD-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLKSD found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLKSD' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLKSD-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLKSD-FETCH reads the master by the listed key and answers *
      * CUSTLKSD-FOUND. A 02 only flags a duplicate name key and a 23 *
      * (key not on file) only means the customer is not on this      *
      * file, so only a genuine I/O failure abends.                   *
      *---------------------------------------------------------------*
       CUSTLKSD-FETCH.
           move 'N' to CUSTLKSD-FOUND-FLAG
           move CUSTLERS-TBL-KEY(CUSTLERS-IX) to CUSTLKSD-KEY
           read CUSTLKSD-FILE
           if  CUSTLKSD-STATUS = '00'
           or  CUSTLKSD-STATUS = '02'
               move 'Y' to CUSTLKSD-FOUND-FLAG
           else
               if  CUSTLKSD-STATUS = '23'
                   CONTINUE
               else
                   move 'READ Failure with CUSTLKSD' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLKSD-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
      * CUSTLKSD-REWRITE puts the erased record back. A 02 is a       *
      * successful rewrite that is only flagging a duplicate name     *
      * key - every erased record carries the same name.              *
      *---------------------------------------------------------------*
       CUSTLKSD-REWRITE.
           rewrite CUSTLKSD-REC
           if  CUSTLKSD-STATUS = '00'
           or  CUSTLKSD-STATUS = '02'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'REWRITE Failure with CUSTLKSD' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLKSD-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLKSD-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLKSD-FILE
           if  CUSTLKSD-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLKSD-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLKSD' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLKSD-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the PURGE ARCHIVE INPUT File...              *
      *****************************************************************
       CUSTLARC-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLARC-FILE
           if  CUSTLARC-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLARC-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLARC-EOF
               else
                   move 'READ Failure with CUSTLARC' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLARC-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLARC-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLARC-FILE
           if  CUSTLARC-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLARC-OPEN-FLAG
           else
               if  CUSTLARC-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLARC found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLARC' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLARC-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLARC-CLOSE.
           if  CUSTLARC-OPEN-FLAG = 'O'
               close CUSTLARC-FILE
               move 'C' to CUSTLARC-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the PURGE ARCHIVE OUTPUT File...             *
      *****************************************************************
       CUSTLARO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLARO-REC
           if  CUSTLARO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLARO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLARO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLARO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLARO-FILE
           if  CUSTLARO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLARO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLARO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLARO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLARO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLARO-FILE
           if  CUSTLARO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLARO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLARO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLARO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CONTACT POINT INPUT File...              *
      *****************************************************************
       CUSTLCNT-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLCNT-FILE
           if  CUSTLCNT-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLCNT-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLCNT-EOF
               else
                   move 'READ Failure with CUSTLCNT' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLCNT-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCNT-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLCNT-FILE
           if  CUSTLCNT-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCNT-OPEN-FLAG
           else
               if  CUSTLCNT-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLCNT found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCNT' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCNT-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCNT-CLOSE.
           if  CUSTLCNT-OPEN-FLAG = 'O'
               close CUSTLCNT-FILE
               move 'C' to CUSTLCNT-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CONTACT POINT OUTPUT File...             *
      *****************************************************************
       CUSTLCNO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLCNO-REC
           if  CUSTLCNO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLCNO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCNO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCNO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLCNO-FILE
           if  CUSTLCNO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCNO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCNO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCNO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCNO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLCNO-FILE
           if  CUSTLCNO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLCNO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLCNO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCNO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the PROOF REJECT INPUT File...               *
      *****************************************************************
       CUSTLREJ-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLREJ-FILE
           if  CUSTLREJ-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLREJ-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLREJ-EOF
               else
                   move 'READ Failure with CUSTLREJ' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLREJ-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLREJ-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLREJ-FILE
           if  CUSTLREJ-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLREJ-OPEN-FLAG
           else
               if  CUSTLREJ-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLREJ found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLREJ' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLREJ-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLREJ-CLOSE.
           if  CUSTLREJ-OPEN-FLAG = 'O'
               close CUSTLREJ-FILE
               move 'C' to CUSTLREJ-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the PROOF REJECT OUTPUT File...              *
      *****************************************************************
       CUSTLRJO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLRJO-REC
           if  CUSTLRJO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLRJO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRJO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRJO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLRJO-FILE
           if  CUSTLRJO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLRJO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLRJO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRJO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLRJO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLRJO-FILE
           if  CUSTLRJO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLRJO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLRJO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLRJO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the RECYCLE SUSPENSE INPUT File...           *
      *****************************************************************
       CUSTLSUP-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLSUP-FILE
           if  CUSTLSUP-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLSUP-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLSUP-EOF
               else
                   move 'READ Failure with CUSTLSUP' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLSUP-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSUP-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLSUP-FILE
           if  CUSTLSUP-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLSUP-OPEN-FLAG
           else
               if  CUSTLSUP-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLSUP found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLSUP' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSUP-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSUP-CLOSE.
           if  CUSTLSUP-OPEN-FLAG = 'O'
               close CUSTLSUP-FILE
               move 'C' to CUSTLSUP-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the RECYCLE SUSPENSE OUTPUT File...          *
      *****************************************************************
       CUSTLSPO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLSPO-REC
           if  CUSTLSPO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLSPO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSPO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSPO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLSPO-FILE
           if  CUSTLSPO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLSPO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLSPO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSPO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSPO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLSPO-FILE
           if  CUSTLSPO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLSPO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLSPO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSPO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the SUSPECT PAIRS INPUT File...              *
      *****************************************************************
       CUSTLDUP-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLDUP-FILE
           if  CUSTLDUP-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLDUP-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLDUP-EOF
               else
                   move 'READ Failure with CUSTLDUP' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLDUP-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLDUP-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLDUP-FILE
           if  CUSTLDUP-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLDUP-OPEN-FLAG
           else
               if  CUSTLDUP-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLDUP found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLDUP' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLDUP-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLDUP-CLOSE.
           if  CUSTLDUP-OPEN-FLAG = 'O'
               close CUSTLDUP-FILE
               move 'C' to CUSTLDUP-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the SUSPECT PAIRS OUTPUT File...             *
      *****************************************************************
       CUSTLDPO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLDPO-REC
           if  CUSTLDPO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLDPO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLDPO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLDPO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLDPO-FILE
           if  CUSTLDPO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLDPO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLDPO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLDPO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLDPO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLDPO-FILE
           if  CUSTLDPO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLDPO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLDPO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLDPO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CHANGE REGISTER INPUT File...            *
      *****************************************************************
       CUSTLCHG-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLCHG-FILE
           if  CUSTLCHG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLCHG-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLCHG-EOF
               else
                   move 'READ Failure with CUSTLCHG' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLCHG-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCHG-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLCHG-FILE
           if  CUSTLCHG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCHG-OPEN-FLAG
           else
               if  CUSTLCHG-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLCHG found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCHG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCHG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCHG-CLOSE.
           if  CUSTLCHG-OPEN-FLAG = 'O'
               close CUSTLCHG-FILE
               move 'C' to CUSTLCHG-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CHANGE REGISTER OUTPUT File...           *
      *****************************************************************
       CUSTLCGO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLCGO-REC
           if  CUSTLCGO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLCGO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCGO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCGO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLCGO-FILE
           if  CUSTLCGO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLCGO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLCGO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCGO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLCGO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLCGO-FILE
           if  CUSTLCGO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLCGO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLCGO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLCGO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the FIELD HISTORY INPUT File...              *
      *****************************************************************
       CUSTLFHS-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLFHS-FILE
           if  CUSTLFHS-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLFHS-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLFHS-EOF
               else
                   move 'READ Failure with CUSTLFHS' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLFHS-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFHS-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLFHS-FILE
           if  CUSTLFHS-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLFHS-OPEN-FLAG
           else
               if  CUSTLFHS-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLFHS found, reported as not present'
                       to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLFHS' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFHS-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFHS-CLOSE.
           if  CUSTLFHS-OPEN-FLAG = 'O'
               close CUSTLFHS-FILE
               move 'C' to CUSTLFHS-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the FIELD HISTORY OUTPUT File...             *
      *****************************************************************
       CUSTLFHO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLFHO-REC
           if  CUSTLFHO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLFHO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFHO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFHO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLFHO-FILE
           if  CUSTLFHO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLFHO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLFHO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFHO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLFHO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLFHO-FILE
           if  CUSTLFHO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLFHO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLFHO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLFHO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLPRO PARTNER PROFILE File...         *
       CUSTLPRO-READ.
           add 8 to ZERO giving APPL-RESULT.
           read CUSTLPRO-FILE
           if  CUSTLPRO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               if  CUSTLPRO-STATUS = '10'
                   add 16 to ZERO giving APPL-RESULT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               if  APPL-EOF
                   move 'Y' to CUSTLPRO-EOF
               else
                   move 'READ Failure with CUSTLPRO' to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLPRO-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLPRO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open input CUSTLPRO-FILE
           if  CUSTLPRO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLPRO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLPRO' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLPRO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLPRO-CLOSE.
           if  CUSTLPRO-OPEN-FLAG = 'O'
               close CUSTLPRO-FILE
               move 'C' to CUSTLPRO-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the SHIPPED PARTNER File, dispatched by the  *
      * partner's slot number. A slot its profile names but that was  *
      * never shipped (status 35) is reported as not present.         *
      *****************************************************************
       CUSTLXTR-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLPRO-USE-SLOT
               when 01  open input CUSTLX01-FILE
               when 02  open input CUSTLX02-FILE
               when 03  open input CUSTLX03-FILE
               when 04  open input CUSTLX04-FILE
               when 05  open input CUSTLX05-FILE
               when 06  open input CUSTLX06-FILE
               when 07  open input CUSTLX07-FILE
               when 08  open input CUSTLX08-FILE
           end-evaluate
           if  CUSTLXTR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLXTR-OPEN-FLAG
           else
               if  CUSTLXTR-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No partner file found for slot nn'
                       to MESSAGE-TEXT
                   move CUSTLPRO-USE-SLOT to MESSAGE-TEXT(32:2)
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with partner file' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLXTR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLXTR-READ.
           move SPACES to CUSTLXTR-REC
           evaluate CUSTLPRO-USE-SLOT
               when 01
                   read CUSTLX01-FILE
                   move CUSTLX01-REC to CUSTLXTR-REC
               when 02
                   read CUSTLX02-FILE
                   move CUSTLX02-REC to CUSTLXTR-REC
               when 03
                   read CUSTLX03-FILE
                   move CUSTLX03-REC to CUSTLXTR-REC
               when 04
                   read CUSTLX04-FILE
                   move CUSTLX04-REC to CUSTLXTR-REC
               when 05
                   read CUSTLX05-FILE
                   move CUSTLX05-REC to CUSTLXTR-REC
               when 06
                   read CUSTLX06-FILE
                   move CUSTLX06-REC to CUSTLXTR-REC
               when 07
                   read CUSTLX07-FILE
                   move CUSTLX07-REC to CUSTLXTR-REC
               when 08
                   read CUSTLX08-FILE
                   move CUSTLX08-REC to CUSTLXTR-REC
           end-evaluate
           if  CUSTLXTR-STATUS = '00'
               CONTINUE
           else
               if  CUSTLXTR-STATUS = '10'
                   move 'Y' to CUSTLXTR-EOF
               else
                   move 'READ Failure with partner file'
                     to MESSAGE-TEXT
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLXTR-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLXTR-CLOSE.
           if  CUSTLXTR-OPEN-FLAG = 'O'
               evaluate CUSTLPRO-USE-SLOT
                   when 01  close CUSTLX01-FILE
                   when 02  close CUSTLX02-FILE
                   when 03  close CUSTLX03-FILE
                   when 04  close CUSTLX04-FILE
                   when 05  close CUSTLX05-FILE
                   when 06  close CUSTLX06-FILE
                   when 07  close CUSTLX07-FILE
                   when 08  close CUSTLX08-FILE
               end-evaluate
               move 'C' to CUSTLXTR-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the ERASED PARTNER File, dispatched the same *
      * way.                                                          *
      *****************************************************************
       CUSTLYTR-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLPRO-USE-SLOT
               when 01  open OUTPUT CUSTLY01-FILE
               when 02  open OUTPUT CUSTLY02-FILE
               when 03  open OUTPUT CUSTLY03-FILE
               when 04  open OUTPUT CUSTLY04-FILE
               when 05  open OUTPUT CUSTLY05-FILE
               when 06  open OUTPUT CUSTLY06-FILE
               when 07  open OUTPUT CUSTLY07-FILE
               when 08  open OUTPUT CUSTLY08-FILE
           end-evaluate
           if  CUSTLYTR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLYTR-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with erased partner file'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLYTR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLYTR-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLPRO-USE-SLOT
               when 01
                   move CUSTLXTR-REC to CUSTLY01-REC
                   write CUSTLY01-REC
               when 02
                   move CUSTLXTR-REC to CUSTLY02-REC
                   write CUSTLY02-REC
               when 03
                   move CUSTLXTR-REC to CUSTLY03-REC
                   write CUSTLY03-REC
               when 04
                   move CUSTLXTR-REC to CUSTLY04-REC
                   write CUSTLY04-REC
               when 05
                   move CUSTLXTR-REC to CUSTLY05-REC
                   write CUSTLY05-REC
               when 06
                   move CUSTLXTR-REC to CUSTLY06-REC
                   write CUSTLY06-REC
               when 07
                   move CUSTLXTR-REC to CUSTLY07-REC
                   write CUSTLY07-REC
               when 08
                   move CUSTLXTR-REC to CUSTLY08-REC
                   write CUSTLY08-REC
           end-evaluate
           if  CUSTLYTR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with erased partner file'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLYTR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLYTR-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLPRO-USE-SLOT
               when 01  close CUSTLY01-FILE
               when 02  close CUSTLY02-FILE
               when 03  close CUSTLY03-FILE
               when 04  close CUSTLY04-FILE
               when 05  close CUSTLY05-FILE
               when 06  close CUSTLY06-FILE
               when 07  close CUSTLY07-FILE
               when 08  close CUSTLY08-FILE
           end-evaluate
           if  CUSTLYTR-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLYTR-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with erased partner file'
                 to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLYTR-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for CUSTLCSV and the SLICE Files, dispatched on  *
      * the slot - 00 for CUSTLCSV, 01-08 for CUSTLS01-CUSTLS08. A    *
      * file that is not there (status 35) is reported as not         *
      * present.                                                      *
      *****************************************************************
       CUSTLSLI-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLSLI-SLOT
               when 00  open input CUSTLCSV-FILE
               when 01  open input CUSTLS01-FILE
               when 02  open input CUSTLS02-FILE
               when 03  open input CUSTLS03-FILE
               when 04  open input CUSTLS04-FILE
               when 05  open input CUSTLS05-FILE
               when 06  open input CUSTLS06-FILE
               when 07  open input CUSTLS07-FILE
               when 08  open input CUSTLS08-FILE
           end-evaluate
           if  CUSTLSLI-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLSLI-OPEN-FLAG
           else
               if  CUSTLSLI-STATUS = '35'
                   subtract APPL-RESULT from APPL-RESULT
                   move 'No CUSTLxxx found, reported as not present'
                       to MESSAGE-TEXT
                   move CUSTLERF-NAME(CUSTLERF-IX) to MESSAGE-TEXT(4:8)
                   perform Z-DISPLAY-MESSAGE-TEXT
               else
                   add 12 to ZERO giving APPL-RESULT
               end-if
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLxxx' to MESSAGE-TEXT
               move CUSTLERF-NAME(CUSTLERF-IX) to MESSAGE-TEXT(19:8)
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSLI-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSLI-READ.
           move SPACES to CUSTLSLI-REC
           evaluate CUSTLSLI-SLOT
               when 00
                   read CUSTLCSV-FILE
                   move CUSTLCSV-REC to CUSTLSLI-REC
               when 01
                   read CUSTLS01-FILE
                   move CUSTLS01-REC to CUSTLSLI-REC
               when 02
                   read CUSTLS02-FILE
                   move CUSTLS02-REC to CUSTLSLI-REC
               when 03
                   read CUSTLS03-FILE
                   move CUSTLS03-REC to CUSTLSLI-REC
               when 04
                   read CUSTLS04-FILE
                   move CUSTLS04-REC to CUSTLSLI-REC
               when 05
                   read CUSTLS05-FILE
                   move CUSTLS05-REC to CUSTLSLI-REC
               when 06
                   read CUSTLS06-FILE
                   move CUSTLS06-REC to CUSTLSLI-REC
               when 07
                   read CUSTLS07-FILE
                   move CUSTLS07-REC to CUSTLSLI-REC
               when 08
                   read CUSTLS08-FILE
                   move CUSTLS08-REC to CUSTLSLI-REC
           end-evaluate
           if  CUSTLSLI-STATUS = '00'
               CONTINUE
           else
               if  CUSTLSLI-STATUS = '10'
                   move 'Y' to CUSTLSLI-EOF
               else
                   move 'READ Failure with CUSTLxxx' to MESSAGE-TEXT
                   move CUSTLERF-NAME(CUSTLERF-IX)
                     to MESSAGE-TEXT(19:8)
                   perform Z-DISPLAY-MESSAGE-TEXT
                   move CUSTLSLI-STATUS to IO-STATUS
                   perform Z-DISPLAY-IO-STATUS
                   perform Z-ABEND-PROGRAM
               end-if
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSLI-CLOSE.
           if  CUSTLSLI-OPEN-FLAG = 'O'
               evaluate CUSTLSLI-SLOT
                   when 00  close CUSTLCSV-FILE
                   when 01  close CUSTLS01-FILE
                   when 02  close CUSTLS02-FILE
                   when 03  close CUSTLS03-FILE
                   when 04  close CUSTLS04-FILE
                   when 05  close CUSTLS05-FILE
                   when 06  close CUSTLS06-FILE
                   when 07  close CUSTLS07-FILE
                   when 08  close CUSTLS08-FILE
               end-evaluate
               move 'C' to CUSTLSLI-OPEN-FLAG
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the ERASED CUSTLCSV and SLICE Files,         *
      * dispatched the same way - CUSTLCSO, CUSTLT01-CUSTLT08.        *
      *****************************************************************
       CUSTLSLO-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLSLI-SLOT
               when 00  open OUTPUT CUSTLCSO-FILE
               when 01  open OUTPUT CUSTLT01-FILE
               when 02  open OUTPUT CUSTLT02-FILE
               when 03  open OUTPUT CUSTLT03-FILE
               when 04  open OUTPUT CUSTLT04-FILE
               when 05  open OUTPUT CUSTLT05-FILE
               when 06  open OUTPUT CUSTLT06-FILE
               when 07  open OUTPUT CUSTLT07-FILE
               when 08  open OUTPUT CUSTLT08-FILE
           end-evaluate
           if  CUSTLSLO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLSLO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLxxx' to MESSAGE-TEXT
               move CUSTLERF-OUTPUT(CUSTLERF-IX) to MESSAGE-TEXT(19:8)
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSLO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSLO-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLSLI-SLOT
               when 00
                   move CUSTLSLI-REC to CUSTLCSO-REC
                   write CUSTLCSO-REC
               when 01
                   move CUSTLSLI-REC to CUSTLT01-REC
                   write CUSTLT01-REC
               when 02
                   move CUSTLSLI-REC to CUSTLT02-REC
                   write CUSTLT02-REC
               when 03
                   move CUSTLSLI-REC to CUSTLT03-REC
                   write CUSTLT03-REC
               when 04
                   move CUSTLSLI-REC to CUSTLT04-REC
                   write CUSTLT04-REC
               when 05
                   move CUSTLSLI-REC to CUSTLT05-REC
                   write CUSTLT05-REC
               when 06
                   move CUSTLSLI-REC to CUSTLT06-REC
                   write CUSTLT06-REC
               when 07
                   move CUSTLSLI-REC to CUSTLT07-REC
                   write CUSTLT07-REC
               when 08
                   move CUSTLSLI-REC to CUSTLT08-REC
                   write CUSTLT08-REC
           end-evaluate
           if  CUSTLSLO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLxxx' to MESSAGE-TEXT
               move CUSTLERF-OUTPUT(CUSTLERF-IX) to MESSAGE-TEXT(20:8)
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSLO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLSLO-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           evaluate CUSTLSLI-SLOT
               when 00  close CUSTLCSO-FILE
               when 01  close CUSTLT01-FILE
               when 02  close CUSTLT02-FILE
               when 03  close CUSTLT03-FILE
               when 04  close CUSTLT04-FILE
               when 05  close CUSTLT05-FILE
               when 06  close CUSTLT06-FILE
               when 07  close CUSTLT07-FILE
               when 08  close CUSTLT08-FILE
           end-evaluate
           if  CUSTLSLO-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLSLO-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLxxx' to MESSAGE-TEXT
               move CUSTLERF-OUTPUT(CUSTLERF-IX) to MESSAGE-TEXT(20:8)
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLSLO-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * I/O Routines for the CUSTLERG ERASURE REGISTER File...        *
      *****************************************************************
       CUSTLERG-WRITE.
           add 8 to ZERO giving APPL-RESULT.
           write CUSTLERG-REC
           if  CUSTLERG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               add 1 to CUSTLERG-ADD
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'WRITE Failure with CUSTLERG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLERG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLERG-OPEN.
           add 8 to ZERO giving APPL-RESULT.
           open OUTPUT CUSTLERG-FILE
           if  CUSTLERG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'O' to CUSTLERG-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'OPEN Failure with CUSTLERG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLERG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.
      *---------------------------------------------------------------*
       CUSTLERG-CLOSE.
           add 8 to ZERO giving APPL-RESULT.
           close CUSTLERG-FILE
           if  CUSTLERG-STATUS = '00'
               subtract APPL-RESULT from APPL-RESULT
               move 'C' to CUSTLERG-OPEN-FLAG
           else
               add 12 to ZERO giving APPL-RESULT
           end-if
           if  APPL-AOK
               CONTINUE
           else
               move 'CLOSE Failure with CUSTLERG' to MESSAGE-TEXT
               perform Z-DISPLAY-MESSAGE-TEXT
               move CUSTLERG-STATUS to IO-STATUS
               perform Z-DISPLAY-IO-STATUS
               perform Z-ABEND-PROGRAM
           end-if
           exit.

      *****************************************************************
      * The following Z-ROUTINES provide administrative functions     *
      * for this program.                                             *
      *****************************************************************
      * ABEND the program, post a message to the console and issue    *
      * a STOP RUN.                                                   *
      *****************************************************************
       Z-ABEND-PROGRAM.
           if  MESSAGE-TEXT not = SPACES
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if
           move 'PROGRAM-IS-ABENDING...'  to MESSAGE-TEXT
           perform Z-DISPLAY-MESSAGE-TEXT
           add 12 to ZERO giving RETURN-CODE
           STOP RUN.
      *    exit.

      *****************************************************************
      * Display CONSOLE messages...                                   *
      *****************************************************************
       Z-DISPLAY-MESSAGE-TEXT.
           if MESSAGE-TEXT-2 = SPACES
               display MESSAGE-BUFFER(1:79)
           else
               display MESSAGE-BUFFER
           end-if
           move all SPACES to MESSAGE-TEXT
           exit.

      *****************************************************************
      * Display the file status bytes. This routine will display as   *
      * four digits. If the full two byte file status is numeric it   *
      * will display as 00nn. If the 1st byte is a numeric nine (9)   *
      * the second byte will be treated as a binary number and will   *
      * display as 9nnn.                                              *
      *****************************************************************
       Z-DISPLAY-IO-STATUS.
           if  IO-STATUS not NUMERIC
           or  IO-STAT1 = '9'
               move IO-STAT1 to IO-STATUS-04(1:1)
               subtract TWO-BYTES-BINARY from TWO-BYTES-BINARY
               move IO-STAT2 to TWO-BYTES-RIGHT
               add TWO-BYTES-BINARY to ZERO giving IO-STATUS-0403
               move 'File Status is: nnnn' to MESSAGE-TEXT
               move IO-STATUS-04 to MESSAGE-TEXT(17:4)
               perform Z-DISPLAY-MESSAGE-TEXT
           else
               move '0000' to IO-STATUS-04
               move IO-STATUS to IO-STATUS-04(3:2)
               move 'File Status is: nnnn' to MESSAGE-TEXT
               move IO-STATUS-04 to MESSAGE-TEXT(17:4)
               perform Z-DISPLAY-MESSAGE-TEXT
           end-if
           exit.

      *****************************************************************
      * Post the copyright message to the console...                  *
      *****************************************************************
       Z-POST-COPYRIGHT.
           move SIM-COPYRIGHT to MESSAGE-TEXT-1
           perform Z-DISPLAY-MESSAGE-TEXT
           exit.
      *****************************************************************

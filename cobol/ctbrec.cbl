      ***************************************************************
      *                                                             *
      *    COPYBOOK:  CTBREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for TBLLIB, the VSAM KSDS of PCRE2         *
      *    character tables CTABGEN builds - one table set per code *
      *    page, keyed on the code page name exactly as a CODESET=  *
      *    statement gives it.  REGEXSCN, REGEXSUB and REGEXMSK     *
      *    look their CODESET= up here through RGXCTAB and compile  *
      *    with the tables found, so \w, [[:alpha:]] and caseless   *
      *    matching know the national letters of that code page.    *
      *                                                             *
      *    CTB-TABLES is the block pcre2_maketables_8 returns, in   *
      *    PCRE2's own order: the lower-case table, the case-flip   *
      *    table, the class bitmaps and the character-type table.   *
      *    CTB-TABLES-LEN is that block's length as the building    *
      *    PCRE2 reported it, so a library built by a PCRE2 with a  *
      *    different table layout is refused, not used.             *
      *                                                             *
      *    The tables are built in CTB-LOCALE.  CODESET= converts   *
      *    data to IBM-1047 before PCRE2 sees it, so the locale is  *
      *    the IBM-1047 flavour of the language (De_DE.IBM-1047,    *
      *    Fr_FR.IBM-1047), not the code page itself.  CTB-LETTERS, *
      *    CTB-CASE-PAIRS and CTB-WORD-CHARS are counts taken from  *
      *    the tables at build time, for the CTABGEN report.        *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  chartable-record.
           05  ctb-codeset             pic x(20).
           05  ctb-locale              pic x(32).
           05  ctb-tables-len          pic 9(04).
           05  ctb-tables.
               10  ctb-lcc             pic x(256).
               10  ctb-fcc             pic x(256).
               10  ctb-cbits           pic x(320).
               10  ctb-ctypes          pic x(256).
           05  ctb-letters             pic 9(03).
           05  ctb-case-pairs          pic 9(03).
           05  ctb-word-chars          pic 9(03).
           05  ctb-build-date          pic 9(08).
           05  ctb-build-time          pic 9(08).
           05  ctb-build-run           pic x(16).
           05  filler                  pic x(15).

      ***************************************************************
      *                                                             *
      *    PROGRAM:  CTABGEN                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    CTABGEN builds PCRE2 character tables for the code pages *
      *    we scan and stores them on TBLLIB (see the CTBREC        *
      *    copybook), where REGEXSCN, REGEXSUB and REGEXMSK pick    *
      *    them up through RGXCTAB for any run whose CODESET= names *
      *    one.  PCRE2's default tables only know the unaccented    *
      *    A-Z, so without them \w, [[:alpha:]] and caseless        *
      *    matching pass over a-umlaut, o-umlaut, e-acute and sharp *
      *    s, and German and French names go unmatched.             *
      *                                                             *
      *    For each table set the deck names, CTABGEN switches the  *
      *    C run-time to the set's locale with CEESETL, has         *
      *    pcre2_maketables_8 build the tables under it, and adds   *
      *    the set to TBLLIB or replaces the one already there.  A  *
      *    rebuild is therefore just a re-run.  Patterns already    *
      *    compiled by a running job are not affected; the next run *
      *    picks the new tables up.                                 *
      *                                                             *
      *    CTBCTL control statements:                               *
      *                                                             *
      *      CODESET=name      starts a table set, keyed on name -  *
      *                        the code page exactly as CODESET=    *
      *                        gives it                             *
      *      LOCALE=name       the locale the set is built in       *
      *                        (required for every CODESET=).       *
      *                        CODESET= converts data to IBM-1047   *
      *                        before matching, so give the         *
      *                        IBM-1047 flavour of the language,    *
      *                        for example De_DE.IBM-1047 for       *
      *                        IBM-273                              *
      *      RUNID=id          run correlation id (default          *
      *                        date+time)                           *
      *                                                             *
      *    Up to 20 table sets per run.                             *
      *                                                             *
      *    CTBRPT shows, per set, whether it was added or replaced  *
      *    and how many letters, case-paired characters and word    *
      *    characters the new tables hold - the PCRE2 defaults hold *
      *    52, 52 and 63, so a set showing no more than that has    *
      *    not picked its locale up.                                *
      *                                                             *
      *    RC 0 clean; RC 8 a set could not be built or stored (the *
      *    rest still are); RC 16 a deck error, a TBLLIB open       *
      *    failure, or a PCRE2 whose tables are not the length      *
      *    TBLLIB holds.                                            *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      ***************************************************************
       identification division.
       program-id.    CTABGEN.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select ctbctl
               assign to CTBCTL
               organization is sequential.
           select optional tbllib
               assign to TBLLIB
               organization is indexed
               access mode is random
               record key is ctb-codeset
               file status is ws-tbllib-status.
           select ctbrpt
               assign to CTBRPT
               organization is sequential.

       data division.
       file section.
       fd  ctbctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  tbllib.
           COPY ctbrec.

       fd  ctbrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       working-storage section.
       COPY pcre2.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(60).
       01  ws-ctl-ptr                  pic 9(4) comp.

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-deck-error-sw        pic x(01) value 'N'.
               88  ws-deck-error                  value 'Y'.
           05  ws-found-sw             pic x(01).
               88  ws-set-found                   value 'Y'.

       01  ws-tbllib-status            pic x(02).
           88  ws-tbllib-ok                      value '00'.

      * The table sets the deck asks for, in deck order.
       01  ws-set-table.
           05  ws-set-entry             occurs 20 times.
               10  ws-set-codeset       pic x(20).
               10  ws-set-locale        pic x(32).
       01  ws-set-count                 pic 9(4)  comp value zero.
       01  ws-set-idx                   pic 9(4)  comp.

      * CEESETL takes the locale name as a halfword-prefixed string
      * and a category; LC_ALL is -1, as in CEEIGZLC.  A feedback
      * code of all low-values means the locale was set.
       01  ws-locale-name.
           05  ws-locale-len            pic s9(4) binary.
           05  ws-locale-text           pic x(32).
       01  ws-lc-all                    pic s9(9) binary value -1.
       01  ws-feedback-code             pic x(12).

       01  ws-tables-ptr                usage pointer.
       01  ws-new-tables                pic x(1088) based.
       01  ws-tables-length             pic 9(9)  comp.
       01  ws-pcre2-rc                  pic s9(9) comp.

      * Counting the tables: the character-type table carries the
      * letter bit (2) and word bit (16) for every character, and
      * a character with a case partner is one the case-flip table
      * does not map to itself.
       01  ws-tab-idx                   pic 9(4)  comp.
       01  ws-byte-value                pic 9(4)  comp.
       01  ws-quotient                  pic 9(4)  comp.
       01  ws-bit                       pic 9(4)  comp.
       01  ws-letters                   pic 9(4)  comp.
       01  ws-case-pairs                pic 9(4)  comp.
       01  ws-word-chars                pic 9(4)  comp.

       01  ws-run-id                    pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date           pic 9(08).
           05  ws-run-id-time           pic 9(08).
       01  ws-today                     pic 9(08).
       01  ws-now                       pic 9(08).

       01  ws-counters.
           05  ws-added-count           pic 9(9)  comp value zero.
           05  ws-replaced-count        pic 9(9)  comp value zero.
           05  ws-failed-count          pic 9(9)  comp value zero.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'CTABGEN  -  PCRE2 CH'.
           05  filler                  pic x(20) value
                   'ARACTER TABLE BUILD '.
           05  filler                  pic x(09) value '  RUN-ID '.
           05  rh-run-id               pic x(16).
           05  filler                  pic x(07) value '  DATE '.
           05  rh-today                pic 9999/99/99.
           05  filler                  pic x(50) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(20) value 'CODESET'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(32) value 'LOCALE'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(08) value 'RESULT'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(07) value 'LETTERS'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(07) value '   CASE'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(07) value '   WORD'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(45) value 'NOTE'.

       01  ws-report-detail.
           05  rd-codeset              pic x(20).
           05  filler                  pic x(01) value space.
           05  rd-locale               pic x(32).
           05  filler                  pic x(01) value space.
           05  rd-result               pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-letters              pic zzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-case-pairs           pic zzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-word-chars           pic zzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-note                 pic x(45).

       01  ws-report-total.
           05  filler                  pic x(13) value
                   'TABLE SETS:  '.
           05  filler                  pic x(07) value 'ADDED '.
           05  rt-added                pic zzzzzzzz9.
           05  filler                  pic x(11) value
                   '  REPLACED '.
           05  rt-replaced             pic zzzzzzzz9.
           05  filler                  pic x(09) value
                   '  FAILED '.
           05  rt-failed               pic zzzzzzzz9.
           05  filler                  pic x(65) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-build-one-set
               thru 2000-build-one-set-exit
               with test before
               varying ws-set-idx from 1 by 1
               until ws-set-idx greater than ws-set-count
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - read and check the deck, make sure this    *
      * PCRE2's tables are the length TBLLIB records hold, open the  *
      * library and print the headings.                              *
      ***************************************************************
       1000-initialize.
           initialize ws-set-table
           open input ctbctl
           perform 1005-read-control-card
               thru 1005-read-control-card-exit
               with test before
               until ws-ctl-eof
           close ctbctl
           if ws-set-count equal zero
               display 'CTABGEN: CTBCTL names no table set - give '
                        'CODESET= and LOCALE='
               move 'Y' to ws-deck-error-sw
           end-if
           perform 1010-check-one-set
               with test before
               varying ws-set-idx from 1 by 1
               until ws-set-idx greater than ws-set-count
           if ws-deck-error
               move 16 to return-code
               stop run
           end-if
           call 'pcre2_config_8' using
                                value PCRE2-CONFIG-TABLES-LENGTH
                                by reference ws-tables-length
               returning ws-pcre2-rc
           if ws-tables-length not equal length of ctb-tables
               display 'CTABGEN: this PCRE2 builds character tables '
                        'of ' ws-tables-length ' bytes, TBLLIB holds '
                        'tables of 1088'
               move 16 to return-code
               stop run
           end-if
           if ws-run-id equal spaces
               accept ws-run-id-date from date yyyymmdd
               accept ws-run-id-time from time
           end-if
           accept ws-today from date yyyymmdd
           open i-o tbllib
           if ws-tbllib-status not equal '00'
              and ws-tbllib-status not equal '05'
               display 'CTABGEN: TBLLIB open failed, status '
                        ws-tbllib-status
               move 16 to return-code
               stop run
           end-if
           open output ctbrpt
           move ws-run-id to rh-run-id
           move ws-today to rh-today
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

       1010-check-one-set.
           if ws-set-locale(ws-set-idx) equal spaces
               display 'CTABGEN: CODESET=' ws-set-codeset(ws-set-idx)
                        ' has no LOCALE='
               move 'Y' to ws-deck-error-sw
           end-if
           .

       1005-read-control-card.
           read ctbctl into ws-ctl-record
               at end
                   move 'Y' to ws-ctl-eof-sw
                   go to 1005-read-control-card-exit
           end-read
           if ws-ctl-record equal spaces
               go to 1005-read-control-card-exit
           end-if
           if ws-ctl-record(1:1) equal '*'
               go to 1005-read-control-card-exit
           end-if
           perform 1006-parse-control-statement
           .
       1005-read-control-card-exit.
           exit.

      * CODESET= opens a new table set; LOCALE= belongs to the last
      * CODESET= before it.
       1006-parse-control-statement.
           move spaces to ws-ctl-keyword ws-ctl-value
           move 1 to ws-ctl-ptr
           unstring ws-ctl-record delimited by '='
               into ws-ctl-keyword
               with pointer ws-ctl-ptr
           end-unstring
           if ws-ctl-ptr less than or equal to length of ws-ctl-record
               move ws-ctl-record(ws-ctl-ptr:) to ws-ctl-value
           end-if
           evaluate ws-ctl-keyword
               when 'CODESET'
                   if ws-set-count equal 20
                       display 'CTABGEN: more than 20 table sets, '
                                'CODESET=' ws-ctl-value(1:20)
                                ' and later ignored'
                   else
                       add 1 to ws-set-count
                       move ws-ctl-value(1:20)
                           to ws-set-codeset(ws-set-count)
                   end-if
               when 'LOCALE'
                   if ws-set-count equal zero
                       display 'CTABGEN: LOCALE= before any CODESET='
                       move 'Y' to ws-deck-error-sw
                   else
                       move ws-ctl-value(1:32)
                           to ws-set-locale(ws-set-count)
                   end-if
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'CTABGEN: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 2000-BUILD-ONE-SET - set the locale, build the tables under  *
      * it, count what they hold and add or replace the TBLLIB       *
      * entry.  A set that fails is reported and the run carries on  *
      * with the next.                                               *
      ***************************************************************
       2000-build-one-set.
           move spaces to ws-report-detail
           move ws-set-codeset(ws-set-idx) to rd-codeset
           move ws-set-locale(ws-set-idx) to rd-locale
           move zero to rd-letters rd-case-pairs rd-word-chars
           move ws-set-locale(ws-set-idx) to ws-locale-text
           move 32 to ws-locale-len
           perform 2001-trim-locale-len
               until ws-locale-len equal zero
                  or ws-locale-text(ws-locale-len:1) not equal space
           call 'CEESETL' using ws-locale-name
                                ws-lc-all
                                ws-feedback-code
           if ws-feedback-code not equal low-values
               move 'locale could not be set (CEESETL)' to rd-note
               perform 2090-report-failed-set
               go to 2000-build-one-set-exit
           end-if
           call 'pcre2_maketables_8' using
                                value 0
               returning ws-tables-ptr
           if ws-tables-ptr equal null
               move 'pcre2_maketables_8 returned no tables'
                   to rd-note
               perform 2090-report-failed-set
               go to 2000-build-one-set-exit
           end-if
           move ws-set-codeset(ws-set-idx) to ctb-codeset
           read tbllib
               invalid key
                   move 'N' to ws-found-sw
               not invalid key
                   move 'Y' to ws-found-sw
           end-read
           move spaces to chartable-record
           move ws-set-codeset(ws-set-idx) to ctb-codeset
           move ws-set-locale(ws-set-idx) to ctb-locale
           move ws-tables-length to ctb-tables-len
           set address of ws-new-tables to ws-tables-ptr
           move ws-new-tables to ctb-tables
           call 'pcre2_maketables_free_8' using
                                value 0
                                value ws-tables-ptr
           perform 2010-count-tables
           move ws-letters to ctb-letters rd-letters
           move ws-case-pairs to ctb-case-pairs rd-case-pairs
           move ws-word-chars to ctb-word-chars rd-word-chars
           move ws-today to ctb-build-date
           accept ws-now from time
           move ws-now to ctb-build-time
           move ws-run-id to ctb-build-run
           if ws-set-found
               rewrite chartable-record
           else
               write chartable-record
           end-if
           if not ws-tbllib-ok
               move spaces to rd-note
               string 'TBLLIB update failed, status ' delimited by size
                      ws-tbllib-status delimited by size
                      into rd-note
               end-string
               perform 2090-report-failed-set
               go to 2000-build-one-set-exit
           end-if
           if ws-set-found
               add 1 to ws-replaced-count
               move 'REPLACED' to rd-result
           else
               add 1 to ws-added-count
               move 'ADDED' to rd-result
           end-if
           if ws-letters not greater than 52
               move 'no national letters - check the locale'
                   to rd-note
           end-if
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .
       2000-build-one-set-exit.
           exit.
       2001-trim-locale-len.
           subtract 1 from ws-locale-len
           .

      ***************************************************************
      * 2010-COUNT-TABLES - letters, case-paired characters and word *
      * characters in the tables just built.                         *
      ***************************************************************
       2010-count-tables.
           move zero to ws-letters ws-case-pairs ws-word-chars
           perform 2011-count-one-character
               with test before
               varying ws-tab-idx from 1 by 1
               until ws-tab-idx greater than 256
           .
       2011-count-one-character.
           compute ws-byte-value =
               function ord(ctb-ctypes(ws-tab-idx:1)) - 1
           divide ws-byte-value by 2 giving ws-quotient
           divide ws-quotient by 2 giving ws-quotient remainder ws-bit
           if ws-bit equal 1
               add 1 to ws-letters
           end-if
           divide ws-byte-value by 16 giving ws-quotient
           divide ws-quotient by 2 giving ws-quotient remainder ws-bit
           if ws-bit equal 1
               add 1 to ws-word-chars
           end-if
           compute ws-byte-value =
               function ord(ctb-fcc(ws-tab-idx:1)) - 1
           if ws-byte-value not equal ws-tab-idx - 1
               add 1 to ws-case-pairs
           end-if
           .

       2090-report-failed-set.
           add 1 to ws-failed-count
           move 'FAILED' to rd-result
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           display 'CTABGEN: table set ' ws-set-codeset(ws-set-idx)
                    ' not built - ' rd-note
           .

      ***************************************************************
      * 8000-FINISH - totals, close up, and RC 8 when any set could  *
      * not be built or stored.                                      *
      ***************************************************************
       8000-finish.
           move ws-added-count to rt-added
           move ws-replaced-count to rt-replaced
           move ws-failed-count to rt-failed
           move ' ' to rpt-cc
           move spaces to rpt-text
           write rpt-line
           move ws-report-total to rpt-text
           write rpt-line
           close tbllib ctbrpt
           display 'CTABGEN: run-id ' ws-run-id ' '
                    ws-added-count ' added, '
                    ws-replaced-count ' replaced, '
                    ws-failed-count ' failed'
           if ws-failed-count greater than zero
               move 8 to return-code
           end-if
           .

       end program CTABGEN.

      *    no TESTOK= override - exercising a pattern before it is  *
      *    promoted to PROD is what this program is for.            *
      *                                                             *
      *    A TESTIN record reading TABLES=codeset runs the cases    *
      *    after it under the PCRE2 character tables TBLLIB holds   *
      *    for that code page (see CTABGEN), the tables REGEXSCN,   *
      *    REGEXSUB and REGEXMSK compile with under that CODESET=;  *
      *    TABLES=DEFAULT goes back to PCRE2's own.  So one deck    *
      *    can show a national-letter case failing under the        *
      *    defaults and passing under the code page's tables.       *
      *    Subjects are used as written - CODESET= runs match in    *
      *    IBM-1047, so write them in IBM-1047.  A table set that   *
      *    cannot be loaded fails every case under it.              *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-08-22  DC   Original program.                          *
      * 2026-10-15  DC   Added TABLES= records to TESTIN: the cases *
      *                  that follow run under the named code       *
      *                  page's character tables from TBLLIB,       *
      *                  fetched through RGXCTAB, or PCRE2's        *
      *                  defaults for TABLES=DEFAULT.  Each switch  *
      *                  prints a TABLE SET line on TSTRPT.         *
      ***************************************************************
       identification division.
       program-id.    PATTEST.
       01  ws-substring-area           pic x(60) based.
       01  ws-captured-value           pic x(60).

      * The table set named by the last TABLES= record, and why it
      * could not be loaded when it could not - every case under it
      * then fails with the reason.
       COPY ctbreq.
       01  ws-table-set                pic x(20) value spaces.
       01  ws-tables-error             pic x(102) value spaces.

      * Why the current pattern could not be loaded, so every case
      * that names it fails with the real reason on its own line.
       01  ws-load-error               pic x(102).
           05  rd-result               pic x(05).
           05  rd-detail               pic x(102).

       01  ws-report-table-set.
           05  filler                  pic x(11) value 'TABLE SET: '.
           05  rs-table-text           pic x(121).

       01  ws-report-total.
           05  filler                  pic x(13) value
                   'CASES RUN:   '.
               stop run
           end-if
           open output tstrpt
           set ctq-compile-context to null
           call 'pcre2_match_data_create_8' using
                                value ws-ovector-count
                                value 0
           if test-record(1:1) equal '*'
               go to 2000-process-test-file
           end-if
           if test-record(1:7) equal 'TABLES='
               perform 2100-select-table-set
                   thru 2100-select-table-set-exit
               go to 2000-process-test-file
           end-if
           perform 3000-run-one-case
               thru 3000-run-one-case-exit
           go to 2000-process-test-file
       2000-process-test-file-exit.
           exit.

      ***************************************************************
      * 2100-SELECT-TABLE-SET - a TABLES= record.  Whatever pattern  *
      * is compiled was compiled under the old tables, so it is      *
      * freed and the next case recompiles under the new ones.       *
      ***************************************************************
       2100-select-table-set.
           if ws-code-ptr not equal null
               call 'pcre2_code_free_8' using
                                    value ws-code-ptr
               set ws-code-ptr to null
           end-if
           move spaces to ws-cur-pattern-id
           move spaces to ws-tables-error
           move test-record(8:20) to ws-table-set
           move spaces to rs-table-text
           if ws-table-set equal spaces
              or ws-table-set equal 'DEFAULT'
               move 'F' to ctq-function
               call 'RGXCTAB' using ctab-request
               move 'PCRE2 DEFAULT TABLES' to rs-table-text
               go to 2100-select-table-set-report
           end-if
           move 'L' to ctq-function
           move ws-table-set to ctq-codeset
           call 'RGXCTAB' using ctab-request
           if ctq-ok
               string ws-table-set ' LOCALE ' ctq-locale
                      ' BUILT ' ctq-build-date
                   delimited by size into rs-table-text
               end-string
           else
               string 'table set ' ws-table-set
                      ' not loaded, RGXCTAB status ' ctq-status
                      ' TBLLIB status ' ctq-file-status
                   delimited by size into ws-tables-error
               end-string
               string ws-table-set ' NOT LOADED, RGXCTAB STATUS '
                      ctq-status ' - CASES BELOW FAIL'
                   delimited by size into rs-table-text
               end-string
           end-if
           .
       2100-select-table-set-report.
           move ' ' to rpt-cc
           move ws-report-table-set to rpt-text
           write rpt-line
           .
       2100-select-table-set-exit.
           exit.

      ***************************************************************
      * 3000-RUN-ONE-CASE - resolve the pattern, run the subject     *
      * through pcre2_match_8, and score the result against what     *
           add 1 to ws-case-count
           move 'N' to ws-case-pass-sw
           move spaces to rd-detail
           if ws-tables-error not equal spaces
               move ws-tables-error to rd-detail
               perform 3900-report-case
               go to 3000-run-one-case-exit
           end-if
           if tst-pattern-id not equal ws-cur-pattern-id
               perform 3010-load-pattern
                   thru 3010-load-pattern-exit
                                value ws-options
                                ws-errorcode
                                ws-erroffset
                                value ctq-compile-context
                returning ws-code-ptr
           if ws-code-ptr equal null
               call 'PCRE2MSG' using ws-errorcode ws-error-text
               call 'pcre2_code_free_8' using
                                    value ws-code-ptr
           end-if
           if ctq-compile-context not equal null
               move 'F' to ctq-function
               call 'RGXCTAB' using ctab-request
           end-if
           call 'pcre2_match_data_free_8' using
                                value ws-match-data
           move ws-case-count to rt-cases

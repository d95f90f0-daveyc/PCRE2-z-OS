      ***************************************************************
      *                                                             *
      *    PROGRAM:  CHGBACK                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    CHGBACK is the monthly chargeback report.  It reads      *
      *    RUNSTAT, keeps the records dated in the month being      *
      *    charged, looks each pattern-id up on PATLIB for its      *
      *    owner, and prints to CHGRPT one line per owner and       *
      *    pattern-id - runs, records, matches, total elapsed time  *
      *    and that line's share of the whole suite's elapsed time  *
      *    for the month - with a total line for each owner and one *
      *    for the month.                                           *
      *                                                             *
      *    Work with no owner to charge goes to owner UNASSIGNED,   *
      *    printed last, with the reason noted on the line: a       *
      *    literal PATTERNTEXT= run or a chain run (RUNSTAT carries *
      *    LITERAL or CHAIN, not a pattern-id), a run with no       *
      *    pattern-id at all, a pattern-id PATLIB does not carry -  *
      *    an FLDVAL layout-id or a PIISWEEP run - or a pattern     *
      *    with no owner.  The owner is the one on PATLIB when the  *
      *    report runs; a pattern that changed hands in mid-month   *
      *    is charged wholly to its new owner.                      *
      *                                                             *
      *    Two kinds of RUNSTAT record would bill the same work     *
      *    twice.  A REGEXSCN DSLIST=YES run writes a record per    *
      *    dataset and then a rollup record with dataset DSLIST     *
      *    adding them up; the rollup is not charged, but is        *
      *    printed on its own line under the RUNSTAT total so the   *
      *    two still account for every record in the month.  A      *
      *    REGEXRPT MULTI group scans its dataset once for up to    *
      *    eight patterns and writes a record per pattern, each     *
      *    carrying the whole pass's elapsed time.  Consecutive     *
      *    REGEXRPT records of the same run-id and dataset with the *
      *    same records and elapsed time are taken as one pass, and *
      *    its elapsed time is shared equally across them, the last *
      *    taking the remainder.  Records and matches are charged   *
      *    to each pattern as written - every pattern did examine   *
      *    every record.                                            *
      *                                                             *
      *    The same figures go to CHGEXT, the extract the billing   *
      *    system loads (layout CHGREC).  While it reads RUNSTAT    *
      *    the program keeps its own month totals; after printing   *
      *    it cross-foots the pattern lines and the owner lines     *
      *    against them and prints IN BALANCE or OUT OF BALANCE.    *
      *    Out of balance ends the run RC 8 and the extract should  *
      *    not be billed.  A month with no RUNSTAT records prints   *
      *    and extracts zero totals and ends RC 4.                  *
      *                                                             *
      *    CHGCTL (optional) takes MONTH=YYYYMM - default the       *
      *    calendar month before the one the job runs in, so a job  *
      *    on the first of the month charges the month just ended - *
      *    and RUNID=, the correlation id written on the extract    *
      *    header.                                                  *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   The REGEXSCN DSLIST rollup record is no    *
      *                  longer charged; it is printed apart under  *
      *                  the RUNSTAT total.  A REGEXRPT MULTI       *
      *                  pass's elapsed time is shared across its   *
      *                  pattern records instead of charged in full *
      *                  to each.                                   *
      ***************************************************************
       identification division.
       program-id.    CHGBACK.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional chgctl
               assign to CHGCTL
               organization is sequential
               file status is ws-chgctl-status.
           select runstat
               assign to RUNSTAT
               organization is sequential.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is random
               record key is pat-id
               file status is ws-patlib-status.
           select chgrpt
               assign to CHGRPT
               organization is sequential.
           select chgext
               assign to CHGEXT
               organization is sequential.
           select sortwork
               assign to SORTWK.

       data division.
       file section.
       fd  chgctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  runstat
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY runstat.

       fd  patlib.
           COPY patrec.

       fd  chgrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  chgext
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY chgrec.

      * One sort record per RUNSTAT record in the month.  SW-GROUP
      * puts every owner ahead of UNASSIGNED; SW-REASON says why a
      * run went to UNASSIGNED.
       sd  sortwork.
       01  sw-record.
           05  sw-group                pic x(01).
               88  sw-assigned                    value '1'.
               88  sw-unassigned                  value '2'.
           05  sw-owner                pic x(10).
           05  sw-pattern-id           pic x(08).
           05  sw-reason               pic x(01).
               88  sw-reason-none                 value ' '.
               88  sw-reason-literal              value 'L'.
               88  sw-reason-chain                value 'C'.
               88  sw-reason-blank                value 'B'.
               88  sw-reason-not-on-patlib        value 'N'.
               88  sw-reason-no-owner             value 'O'.
           05  sw-records              pic 9(09).
           05  sw-matches              pic 9(09).
           05  sw-elapsed              pic 9(08).

       working-storage section.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(60).
       01  ws-ctl-ptr                  pic 9(4) comp.

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-stat-eof-sw          pic x(01) value 'N'.
               88  ws-stat-eof                    value 'Y'.
           05  ws-sort-eof-sw          pic x(01) value 'N'.
               88  ws-sort-eof                    value 'Y'.
           05  ws-first-run-sw         pic x(01) value 'Y'.
               88  ws-first-run                   value 'Y'.
           05  ws-balance-sw           pic x(01) value 'Y'.
               88  ws-in-balance                  value 'Y'.

       01  ws-chgctl-status            pic x(02).
       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
           88  ws-patlib-not-found               value '23'.

       01  ws-run-id                    pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date           pic 9(08).
           05  ws-run-id-time           pic 9(08).
       01  ws-today                     pic 9(08).
       01  ws-today-parts redefines ws-today.
           05  ws-today-year            pic 9(04).
           05  ws-today-month           pic 9(02).
           05  ws-today-day             pic 9(02).

      * The month being charged, YYYYMM.
       01  ws-month                     pic x(06) value spaces.
       01  ws-month-parts redefines ws-month.
           05  ws-month-year            pic 9(04).
           05  ws-month-mm              pic 9(02).
       01  ws-month-num redefines ws-month
                                        pic 9(06).

      * Owner of the last pattern-id looked up on PATLIB - RUNSTAT
      * is in run order, and a pattern's runs tend to come together.
       01  ws-last-pattern-id           pic x(08) value low-values.
       01  ws-last-owner                pic x(10).
       01  ws-last-reason               pic x(01).

       01  ws-unassigned                pic x(10) value 'UNASSIGNED'.
       01  ws-prev-group                pic x(01).
       01  ws-prev-owner                pic x(10).
       01  ws-prev-pattern-id           pic x(08).
       01  ws-prev-reason               pic x(01).

       01  ws-stat-read                 pic 9(9)  comp value zero.
       01  ws-stat-outside              pic 9(9)  comp value zero.
       01  ws-multi-passes              pic 9(9)  comp value zero.

      * RUNSTAT records held back until the run's next record shows
      * whether they are one REGEXRPT MULTI pass - consecutive
      * REGEXRPT records of the same run-id and dataset carrying the
      * same records and elapsed time - so the pass's elapsed time
      * can be shared across its patterns.  A MULTI group holds at
      * most eight patterns.
       01  ws-stat-hold                 pic x(136).
       01  ws-grp-count                 pic 9(4)  comp value zero.
       01  ws-grp-idx                   pic 9(4)  comp.
       01  ws-grp-program               pic x(08).
       01  ws-grp-run-id                pic x(16).
       01  ws-grp-dataset               pic x(08).
       01  ws-grp-records               pic 9(09).
       01  ws-grp-elapsed               pic 9(08).
       01  ws-grp-elapsed-left          pic 9(08).
       01  ws-grp-share                 pic 9(08).
       01  ws-grp-table.
           05  ws-grp-image             pic x(136) occurs 8 times.
       01  ws-dtl-count                 pic 9(9)  comp value zero.
       01  ws-owner-count               pic 9(9)  comp value zero.
       01  ws-own-patterns              pic 9(9)  comp value zero.

      * Totals: for the pattern line being built, for the owner
      * being built, for the month as printed (the pattern lines
      * added up), for the owner lines added up, and the control
      * totals kept while reading RUNSTAT.  The last three must
      * agree.  The sixth set holds the REGEXSCN DSLIST rollup
      * records, which are read but not charged.
       01  ws-total-table.
           05  ws-tot-set               occurs 6 times.
               10  ws-tot-runs          pic 9(9)  comp.
               10  ws-tot-records       pic 9(15) comp.
               10  ws-tot-matches       pic 9(15) comp.
               10  ws-tot-elapsed       pic 9(15) comp.
       01  ws-pat-set                   pic 9(4)  comp value 1.
       01  ws-own-set                   pic 9(4)  comp value 2.
       01  ws-all-set                   pic 9(4)  comp value 3.
       01  ws-ownsum-set                pic 9(4)  comp value 4.
       01  ws-ctl-set                   pic 9(4)  comp value 5.
       01  ws-rollup-set                pic 9(4)  comp value 6.
       01  ws-set-idx                   pic 9(4)  comp.

       01  ws-share                     pic 9(3)v9(4).

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'CHGBACK  -  REGEX CH'.
           05  filler                  pic x(30) value
                   'ARGEBACK BY PATTERN OWNER FOR '.
           05  rh-month                pic 9999/99.
           05  filler                  pic x(10) value
                   '   RUN-ID '.
           05  rh-run-id               pic x(16).
           05  filler                  pic x(49) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(10) value 'OWNER'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(08) value 'PATTERN'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(09) value '     RUNS'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(15) value
                   '        RECORDS'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(15) value
                   '        MATCHES'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(16) value
                   '   ELAPSED SECS'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(06) value 'SHARE%'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(46) value 'NOTE'.

       01  ws-report-detail.
           05  rd-owner                pic x(10).
           05  filler                  pic x(01) value space.
           05  rd-pattern-id           pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-runs                 pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-records              pic zzzzzzzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-matches              pic zzzzzzzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-elapsed              pic zzzzzzzzzzzz9.99.
           05  filler                  pic x(01) value space.
           05  rd-share                pic zz9.99.
           05  filler                  pic x(01) value space.
           05  rd-note                 pic x(46).

       01  ws-owner-note.
           05  filler                  pic x(14) value
                   'OWNER TOTAL - '.
           05  on-patterns             pic zzzz9.
           05  filler                  pic x(11) value
                   ' PATTERN(S)'.

       01  ws-report-balance.
           05  filler                  pic x(12) value
                   'CROSS-FOOT: '.
           05  rb-what                 pic x(40).
           05  filler                  pic x(16) value
                   ' AGAINST RUNSTAT'.
           05  filler                  pic x(03) value ' - '.
           05  rb-verdict              pic x(14).
           05  filler                  pic x(47) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           sort sortwork
               on ascending key sw-group sw-owner sw-pattern-id
               input procedure is 2000-select-month-runs
                   thru 2000-select-month-runs-exit
               output procedure is 3000-print-by-owner
                   thru 3000-print-by-owner-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - take MONTH= and RUNID= from the optional  *
      * control file, open PATLIB, the report and the extract, and  *
      * write the headings and the extract header.                  *
      ***************************************************************
       1000-initialize.
           initialize ws-total-table
           open input chgctl
           if ws-chgctl-status equal '00'
              or ws-chgctl-status equal '05'
               perform 1005-read-control-card
                   thru 1005-read-control-card-exit
                   with test before
                   until ws-ctl-eof
               close chgctl
           end-if
           accept ws-today from date yyyymmdd
           if ws-month equal spaces
               perform 1010-default-month
           end-if
           if ws-month-num not numeric
              or ws-month-mm less than 1
              or ws-month-mm greater than 12
               display 'CHGBACK: MONTH=' ws-month
                        ' is not a valid YYYYMM'
               move 16 to return-code
               stop run
           end-if
           if ws-run-id equal spaces
               accept ws-run-id-date from date yyyymmdd
               accept ws-run-id-time from time
           end-if
           open input patlib
           if not ws-patlib-ok
               display 'CHGBACK: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           open output chgrpt
           open output chgext
           move ws-month-num to rh-month
           move ws-run-id to rh-run-id
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           move spaces to rpt-text
           write rpt-line
           move spaces to chargeback-record
           move 'HDR' to chg-rec-type
           move ws-month-num to chg-month
           move ws-run-id to chg-run-id
           move ws-today to chg-date
           write chargeback-record
           .

       1005-read-control-card.
           read chgctl into ws-ctl-record
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
               when 'MONTH'
                   move ws-ctl-value(1:6) to ws-month
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'CHGBACK: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 1010-DEFAULT-MONTH - the calendar month before today's.     *
      ***************************************************************
       1010-default-month.
           if ws-today-month equal 1
               compute ws-month-year = ws-today-year - 1
               move 12 to ws-month-mm
           else
               move ws-today-year to ws-month-year
               compute ws-month-mm = ws-today-month - 1
           end-if
           .

      ***************************************************************
      * 2000-SELECT-MONTH-RUNS - sort input: one pass over RUNSTAT, *
      * releasing every record dated in the month with the owner it *
      * is charged to, and adding it into the control totals.  A    *
      * REGEXSCN DSLIST=YES run's rollup record (dataset DSLIST)    *
      * repeats the per-dataset records before it, so it is counted *
      * apart and not charged.  A REGEXRPT MULTI pass writes one    *
      * record per pattern, each with the whole pass's elapsed      *
      * time; the pass's elapsed time is shared across them, the    *
      * last taking the remainder, as REGEXSRV shares its run's.    *
      ***************************************************************
       2000-select-month-runs.
           open input runstat
           perform 2010-select-one-run
               thru 2010-select-one-run-exit
               with test before
               until ws-stat-eof
           if ws-grp-count greater than zero
               perform 2030-charge-held-runs
           end-if
           close runstat
           .
       2000-select-month-runs-exit.
           exit.

       2010-select-one-run.
           read runstat
               at end
                   move 'Y' to ws-stat-eof-sw
                   go to 2010-select-one-run-exit
           end-read
           add 1 to ws-stat-read
           if rst-date(1:6) not equal ws-month
               add 1 to ws-stat-outside
               go to 2010-select-one-run-exit
           end-if
           if rst-program equal 'REGEXSCN'
              and rst-dataset equal 'DSLIST  '
               add 1 to ws-tot-runs(ws-rollup-set)
               add rst-records to ws-tot-records(ws-rollup-set)
               add rst-matches to ws-tot-matches(ws-rollup-set)
               add rst-elapsed to ws-tot-elapsed(ws-rollup-set)
               go to 2010-select-one-run-exit
           end-if
           if ws-grp-count greater than zero
               if ws-grp-count equal 8
                  or rst-program not equal 'REGEXRPT'
                  or ws-grp-program not equal 'REGEXRPT'
                  or rst-run-id not equal ws-grp-run-id
                  or rst-dataset not equal ws-grp-dataset
                  or rst-records not equal ws-grp-records
                  or rst-elapsed not equal ws-grp-elapsed
                   move run-stat-record to ws-stat-hold
                   perform 2030-charge-held-runs
                   move ws-stat-hold to run-stat-record
               end-if
           end-if
           add 1 to ws-grp-count
           move run-stat-record to ws-grp-image(ws-grp-count)
           if ws-grp-count equal 1
               move rst-program to ws-grp-program
               move rst-run-id to ws-grp-run-id
               move rst-dataset to ws-grp-dataset
               move rst-records to ws-grp-records
               move rst-elapsed to ws-grp-elapsed
           end-if
           .
       2010-select-one-run-exit.
           exit.

      ***************************************************************
      * 2030-CHARGE-HELD-RUNS - release the records held back.      *
      * More than one is a MULTI pass: each pattern is charged its  *
      * share of the pass's elapsed time.                           *
      ***************************************************************
       2030-charge-held-runs.
           if ws-grp-count greater than 1
               add 1 to ws-multi-passes
           end-if
           move ws-grp-elapsed to ws-grp-elapsed-left
           perform 2031-charge-one-held-run
               with test before
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx greater than ws-grp-count
           move zero to ws-grp-count
           .
       2031-charge-one-held-run.
           move ws-grp-image(ws-grp-idx) to run-stat-record
           if ws-grp-idx equal ws-grp-count
               move ws-grp-elapsed-left to ws-grp-share
           else
               divide ws-grp-elapsed by ws-grp-count
                   giving ws-grp-share
           end-if
           subtract ws-grp-share from ws-grp-elapsed-left
           move ws-grp-share to rst-elapsed
           perform 2040-charge-one-run
           .

      ***************************************************************
      * 2040-CHARGE-ONE-RUN - release one RUNSTAT record with the   *
      * owner it is charged to.                                     *
      ***************************************************************
       2040-charge-one-run.
           move spaces to sw-record
           move rst-pattern-id to sw-pattern-id
           evaluate rst-pattern-id
               when spaces
                   move 'B' to sw-reason
               when 'LITERAL '
                   move 'L' to sw-reason
               when 'CHAIN   '
                   move 'C' to sw-reason
               when other
                   if rst-pattern-id not equal ws-last-pattern-id
                       perform 2020-look-up-owner
                   end-if
                   move ws-last-reason to sw-reason
           end-evaluate
           if sw-reason-none
               move '1' to sw-group
               move ws-last-owner to sw-owner
           else
               move '2' to sw-group
               move ws-unassigned to sw-owner
           end-if
           move rst-records to sw-records
           move rst-matches to sw-matches
           move rst-elapsed to sw-elapsed
           add 1 to ws-tot-runs(ws-ctl-set)
           add rst-records to ws-tot-records(ws-ctl-set)
           add rst-matches to ws-tot-matches(ws-ctl-set)
           add rst-elapsed to ws-tot-elapsed(ws-ctl-set)
           release sw-record
           .

      ***************************************************************
      * 2020-LOOK-UP-OWNER - the PATLIB owner of RST-PATTERN-ID.    *
      ***************************************************************
       2020-look-up-owner.
           move rst-pattern-id to ws-last-pattern-id
           move spaces to ws-last-owner
           move rst-pattern-id to pat-id
           read patlib
           evaluate true
               when ws-patlib-ok
                   if pat-owner equal spaces
                       move 'O' to ws-last-reason
                   else
                       move pat-owner to ws-last-owner
                       move ' ' to ws-last-reason
                   end-if
               when ws-patlib-not-found
                   move 'N' to ws-last-reason
               when other
                   display 'CHGBACK: PATLIB read failed for '
                            rst-pattern-id ', status '
                            ws-patlib-status
                   move 16 to return-code
                   stop run
           end-evaluate
           .

      ***************************************************************
      * 3000-PRINT-BY-OWNER - sort output: a line per owner and     *
      * pattern-id, a total line at every change of owner.          *
      ***************************************************************
       3000-print-by-owner.
           perform 3010-print-one-run
               thru 3010-print-one-run-exit
               with test before
               until ws-sort-eof
           if not ws-first-run
               perform 3100-print-pattern-line
               perform 3200-print-owner-total
           end-if
           .
       3000-print-by-owner-exit.
           exit.

       3010-print-one-run.
           return sortwork
               at end
                   move 'Y' to ws-sort-eof-sw
           end-return
           if ws-sort-eof
               go to 3010-print-one-run-exit
           end-if
           if not ws-first-run
               if sw-group not equal ws-prev-group
                  or sw-owner not equal ws-prev-owner
                   perform 3100-print-pattern-line
                   perform 3200-print-owner-total
               else
                   if sw-pattern-id not equal ws-prev-pattern-id
                       perform 3100-print-pattern-line
                   end-if
               end-if
           end-if
           move 'N' to ws-first-run-sw
           move sw-group to ws-prev-group
           move sw-owner to ws-prev-owner
           move sw-pattern-id to ws-prev-pattern-id
           move sw-reason to ws-prev-reason
           add 1 to ws-tot-runs(ws-pat-set)
           add sw-records to ws-tot-records(ws-pat-set)
           add sw-matches to ws-tot-matches(ws-pat-set)
           add sw-elapsed to ws-tot-elapsed(ws-pat-set)
           .
       3010-print-one-run-exit.
           exit.

      ***************************************************************
      * 3100-PRINT-PATTERN-LINE - the line and the DTL extract      *
      * record for the owner and pattern-id just finished, added    *
      * into the owner's and the month's totals.                    *
      ***************************************************************
       3100-print-pattern-line.
           move ws-pat-set to ws-set-idx
           perform 3300-compute-share
           move ws-prev-owner to rd-owner
           if ws-prev-pattern-id equal spaces
               move '(NONE)' to rd-pattern-id
           else
               move ws-prev-pattern-id to rd-pattern-id
           end-if
           perform 3400-format-totals
           evaluate ws-prev-reason
               when 'L'
                   move 'LITERAL PATTERNTEXT= RUN - NO PATTERN-ID'
                       to rd-note
               when 'C'
                   move 'CHAIN RUN - SEVERAL PATTERNS, NO ONE OWNER'
                       to rd-note
               when 'B'
                   move 'NO PATTERN-ID ON RUNSTAT' to rd-note
               when 'N'
                   move 'NOT ON PATLIB - LAYOUT, PIISWEEP OR DELETED'
                       to rd-note
               when 'O'
                   move 'NO OWNER ON PATLIB' to rd-note
               when other
                   move spaces to rd-note
           end-evaluate
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           move spaces to chargeback-record
           move 'DTL' to chg-rec-type
           move ws-prev-pattern-id to chg-pattern-id
           move zero to chg-count
           perform 3500-write-extract-totals
           add 1 to ws-dtl-count
           add 1 to ws-own-patterns
           move ws-own-set to ws-set-idx
           perform 3600-add-pattern-totals
           move ws-all-set to ws-set-idx
           perform 3600-add-pattern-totals
           initialize ws-tot-set(ws-pat-set)
           .

      ***************************************************************
      * 3200-PRINT-OWNER-TOTAL - the owner's total line and OWN     *
      * extract record, added into the owner-line cross-foot.       *
      ***************************************************************
       3200-print-owner-total.
           move ws-own-set to ws-set-idx
           perform 3300-compute-share
           move ws-prev-owner to rd-owner
           move spaces to rd-pattern-id
           perform 3400-format-totals
           move ws-own-patterns to on-patterns
           move ws-owner-note to rd-note
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           move spaces to rpt-text
           write rpt-line
           move spaces to chargeback-record
           move 'OWN' to chg-rec-type
           move ws-own-patterns to chg-count
           perform 3500-write-extract-totals
           add 1 to ws-owner-count
           add ws-tot-runs(ws-own-set) to ws-tot-runs(ws-ownsum-set)
           add ws-tot-records(ws-own-set)
               to ws-tot-records(ws-ownsum-set)
           add ws-tot-matches(ws-own-set)
               to ws-tot-matches(ws-ownsum-set)
           add ws-tot-elapsed(ws-own-set)
               to ws-tot-elapsed(ws-ownsum-set)
           initialize ws-tot-set(ws-own-set)
           move zero to ws-own-patterns
           .

      ***************************************************************
      * 3300-COMPUTE-SHARE - WS-SHARE, total set WS-SET-IDX's       *
      * elapsed time as a percentage of the month's.                *
      ***************************************************************
       3300-compute-share.
           if ws-tot-elapsed(ws-ctl-set) greater than zero
               compute ws-share rounded =
                   ws-tot-elapsed(ws-set-idx) * 100
                       / ws-tot-elapsed(ws-ctl-set)
           else
               move zero to ws-share
           end-if
           .

      ***************************************************************
      * 3400-FORMAT-TOTALS - the figures of total set WS-SET-IDX    *
      * into the report line.                                       *
      ***************************************************************
       3400-format-totals.
           move ws-tot-runs(ws-set-idx) to rd-runs
           move ws-tot-records(ws-set-idx) to rd-records
           move ws-tot-matches(ws-set-idx) to rd-matches
           divide ws-tot-elapsed(ws-set-idx) by 100
               giving rd-elapsed
           compute rd-share rounded = ws-share
           .

      ***************************************************************
      * 3500-WRITE-EXTRACT-TOTALS - finish and write the extract    *
      * record with the figures of total set WS-SET-IDX.            *
      ***************************************************************
       3500-write-extract-totals.
           move ws-month-num to chg-month
           move ws-prev-owner to chg-owner
           move ws-tot-runs(ws-set-idx) to chg-runs
           move ws-tot-records(ws-set-idx) to chg-records
           move ws-tot-matches(ws-set-idx) to chg-matches
           move ws-tot-elapsed(ws-set-idx) to chg-elapsed
           move ws-share to chg-share
           move ws-run-id to chg-run-id
           move ws-today to chg-date
           write chargeback-record
           .

      ***************************************************************
      * 3600-ADD-PATTERN-TOTALS - the pattern line's figures into   *
      * total set WS-SET-IDX.                                       *
      ***************************************************************
       3600-add-pattern-totals.
           add ws-tot-runs(ws-pat-set) to ws-tot-runs(ws-set-idx)
           add ws-tot-records(ws-pat-set)
               to ws-tot-records(ws-set-idx)
           add ws-tot-matches(ws-pat-set)
               to ws-tot-matches(ws-set-idx)
           add ws-tot-elapsed(ws-pat-set)
               to ws-tot-elapsed(ws-set-idx)
           .

      ***************************************************************
      * 8000-FINISH - the month's total line, the RUNSTAT control   *
      * line, the cross-foot, the extract trailer, and close up.    *
      ***************************************************************
       8000-finish.
           if ws-tot-runs(ws-ctl-set) equal zero
               move ' ' to rpt-cc
               move 'NO RUNSTAT RECORDS FOR THE MONTH' to rpt-text
               write rpt-line
               move spaces to rpt-text
               write rpt-line
           end-if
           move ws-all-set to ws-set-idx
           perform 3300-compute-share
           move 'ALL OWNERS' to rd-owner
           move spaces to rd-pattern-id
           perform 3400-format-totals
           move 'MONTH TOTAL - THE PATTERN LINES ADDED UP' to rd-note
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           move ws-ctl-set to ws-set-idx
           perform 3300-compute-share
           move 'RUNSTAT' to rd-owner
           move spaces to rd-pattern-id
           perform 3400-format-totals
           move 'MONTH TOTAL - AS READ FROM RUNSTAT' to rd-note
           move ws-report-detail to rpt-text
           write rpt-line
           move ws-rollup-set to ws-set-idx
           move zero to ws-share
           move 'RUNSTAT' to rd-owner
           move 'DSLIST' to rd-pattern-id
           perform 3400-format-totals
           move 'DSLIST=YES ROLLUPS - READ, NOT CHARGED' to rd-note
           move ws-report-detail to rpt-text
           write rpt-line
           move spaces to rpt-text
           write rpt-line
           move ws-all-set to ws-set-idx
           move 'PATTERN LINES' to rb-what
           perform 8100-cross-foot
           move ws-ownsum-set to ws-set-idx
           move 'OWNER LINES' to rb-what
           perform 8100-cross-foot
           move spaces to chargeback-record
           move 'TRL' to chg-rec-type
           move ws-ctl-set to ws-set-idx
           move ws-dtl-count to chg-count
           move spaces to ws-prev-owner
           perform 3500-write-extract-totals
           close patlib
           close chgrpt
           close chgext
           display 'CHGBACK: month ' ws-month ', '
                    ws-tot-runs(ws-ctl-set) ' run(s) charged to '
                    ws-owner-count ' owner line(s), '
                    ws-stat-outside ' RUNSTAT record(s) outside '
                    'the month, ' ws-tot-runs(ws-rollup-set)
                    ' DSLIST rollup(s) not charged, '
                    ws-multi-passes ' MULTI pass(es) shared'
           evaluate true
               when not ws-in-balance
                   display 'CHGBACK: chargeback OUT OF BALANCE with '
                            'RUNSTAT - do not bill from CHGEXT'
                   move 8 to return-code
               when ws-tot-runs(ws-ctl-set) equal zero
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           .

      ***************************************************************
      * 8100-CROSS-FOOT - total set WS-SET-IDX against the RUNSTAT  *
      * control totals, printed either way.                         *
      ***************************************************************
       8100-cross-foot.
           if ws-tot-runs(ws-set-idx) equal ws-tot-runs(ws-ctl-set)
              and ws-tot-records(ws-set-idx)
                  equal ws-tot-records(ws-ctl-set)
              and ws-tot-matches(ws-set-idx)
                  equal ws-tot-matches(ws-ctl-set)
              and ws-tot-elapsed(ws-set-idx)
                  equal ws-tot-elapsed(ws-ctl-set)
               move 'IN BALANCE' to rb-verdict
           else
               move 'OUT OF BALANCE' to rb-verdict
               move 'N' to ws-balance-sw
           end-if
           move ' ' to rpt-cc
           move ws-report-balance to rpt-text
           write rpt-line
           .

       end program CHGBACK.

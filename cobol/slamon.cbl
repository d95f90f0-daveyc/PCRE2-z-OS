      ***************************************************************
      *                                                             *
      *    PROGRAM:  SLAMON                                         *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    SLAMON is the batch-window check over RUNSTAT.  RUNTREND *
      *    sees a run drifting; it cannot see the run that never    *
      *    happened.  SLAMON reads the expectation file SLAEXP (see *
      *    the SLAEXP copybook) - for each program/pattern-id/      *
      *    dataset combination the days it must run, its latest     *
      *    allowed finish, its longest allowed elapsed time and its *
      *    highest acceptable return code - and checks it against   *
      *    the RUNSTAT records of one batch window.                 *
      *                                                             *
      *    A window is a day's batch: it opens at WINDOWSTART= on   *
      *    the window date and closes at the same time the next     *
      *    day, so with WINDOWSTART=1800 a scrub that finishes at   *
      *    02:10 belongs to the previous evening's window and a     *
      *    0500 deadline means 05:00 the next morning.  The latest  *
      *    run of each combination in the window is judged:         *
      *                                                             *
      *      FAILED-RC  return code above the expectation's limit  *
      *      LATE       finished after the deadline                 *
      *      OVERRUN    ran longer than the elapsed limit           *
      *      ON-TIME    none of those                               *
      *      NOT-RUN    due that day, no RUNSTAT record, and the    *
      *                 deadline has passed                         *
      *                                                             *
      *    A combination with no run yet whose deadline is still   *
      *    ahead is PENDING, and one not due that day of the week  *
      *    is NOT-DUE; neither is a breach.  Any breach ends the    *
      *    run RC 8 and, with ALERTS=YES, issues a coded RGXALERT   *
      *    console message per combination:                         *
      *                                                             *
      *      RGX004E  NOT-RUN    counter zero                       *
      *      RGX005E  FAILED-RC  counter the return code            *
      *      RGX006W  LATE       counter minutes past the deadline  *
      *      RGX007W  OVERRUN    counter elapsed seconds            *
      *                                                             *
      *    SLACTL is an optional deck of KEYWORD=VALUE statements:  *
      *                                                             *
      *      DATE=yyyymmdd    the window to check (default: the     *
      *                       window open now, or - when run       *
      *                       before WINDOWSTART - last night's)    *
      *      WINDOWSTART=hhmm when the batch window opens           *
      *                       (default 0000)                        *
      *      ALERTS=YES       issue the coded console alerts        *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   2010 performed THRU its exit, so an        *
      *                  expectation that does not match no longer  *
      *                  runs on into the checks.                   *
      ***************************************************************
       identification division.
       program-id.    SLAMON.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional slactl
               assign to SLACTL
               organization is sequential
               file status is ws-slactl-status.
           select slaexp
               assign to SLAEXP
               organization is sequential.
           select runstat
               assign to RUNSTAT
               organization is sequential.
           select slarpt
               assign to SLARPT
               organization is sequential.

       data division.
       file section.
       fd  slactl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  slaexp
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY slaexp.

       fd  runstat
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY runstat.

       fd  slarpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       working-storage section.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(60).
       01  ws-ctl-ptr                  pic 9(4) comp.

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-exp-eof-sw           pic x(01) value 'N'.
               88  ws-exp-eof                     value 'Y'.
           05  ws-stat-eof-sw          pic x(01) value 'N'.
               88  ws-stat-eof                    value 'Y'.

       01  ws-slactl-status            pic x(02).
       01  ws-alerts-sw                pic x(01) value 'N'.
           88  ws-alerts-mode                     value 'Y'.

      * The window being checked.  Times inside it are carried as
      * minutes since the window opened, so a deadline after
      * midnight compares correctly with a finish before it.
       01  ws-check-date               pic 9(08) value zero.
       01  ws-check-int                pic 9(09) comp.
       01  ws-check-dow                pic 9(04) comp.
       01  ws-window-start             pic 9(04) value zero.
       01  ws-window-start-parts redefines ws-window-start.
           05  ws-window-start-hh      pic 9(02).
           05  ws-window-start-mm      pic 9(02).
       01  ws-start-min                pic 9(04) comp.
       01  ws-today                    pic 9(08).
       01  ws-today-int                pic 9(09) comp.
       01  ws-now-time                 pic 9(08).
       01  ws-now-rel                  pic s9(9) comp.

       01  ws-hhmm                     pic 9(04).
       01  ws-hhmm-parts redefines ws-hhmm.
           05  ws-hhmm-hh              pic 9(02).
           05  ws-hhmm-mm              pic 9(02).
       01  ws-rec-int                  pic 9(09) comp.
       01  ws-rec-window-int           pic 9(09) comp.
       01  ws-rec-rel                  pic s9(9) comp.

      * One entry per expectation record.  Five hundred is well
      * past the shop's schedule; more is an error, not a silent
      * truncation.
       01  ws-exp-table.
           05  ws-exp-entry            occurs 500 times.
               10  ws-exp-program      pic x(08).
               10  ws-exp-pattern      pic x(08).
               10  ws-exp-dataset      pic x(08).
               10  ws-exp-days         pic x(07).
               10  ws-exp-deadline     pic 9(04).
               10  ws-exp-deadline-rel pic s9(9) comp.
               10  ws-exp-max-elapsed  pic 9(9)  comp.
               10  ws-exp-max-rc       pic 9(4)  comp.
               10  ws-exp-description  pic x(20).
               10  ws-exp-runs         pic 9(9)  comp.
               10  ws-exp-last-rel     pic s9(9) comp.
               10  ws-exp-last-time    pic 9(08).
               10  ws-exp-last-elapsed pic 9(9)  comp.
               10  ws-exp-last-rc      pic 9(4)  comp.
       01  ws-exp-count                pic 9(4)  comp value zero.
       01  ws-exp-idx                  pic 9(4)  comp.
       01  ws-exp-record-num           pic 9(9)  comp value zero.
       01  ws-deadline-min             pic 9(04) comp.

       01  ws-status                   pic x(09).
           88  ws-status-breach                  value 'NOT-RUN'
                                                       'FAILED-RC'
                                                       'LATE'
                                                       'OVERRUN'.
       01  ws-counters.
           05  ws-on-time-count        pic 9(9)  comp value zero.
           05  ws-late-count           pic 9(9)  comp value zero.
           05  ws-overrun-count        pic 9(9)  comp value zero.
           05  ws-failed-count         pic 9(9)  comp value zero.
           05  ws-not-run-count        pic 9(9)  comp value zero.
           05  ws-pending-count        pic 9(9)  comp value zero.
           05  ws-not-due-count        pic 9(9)  comp value zero.
           05  ws-breach-count         pic 9(9)  comp value zero.
           05  ws-window-recs          pic 9(9)  comp value zero.

      * Coded console alerts (ALERTS=YES) - one RGXALERT call per
      * breached combination.
       01  ws-alert-id                 pic x(07).
       01  ws-alert-counter            pic s9(9) comp.

       01  ws-last-time-parts.
           05  ws-last-hh              pic 9(02).
           05  ws-last-mm              pic 9(02).
           05  ws-last-ss              pic 9(02).
           05  ws-last-hs              pic 9(02).
       01  ws-last-time-num redefines ws-last-time-parts
                                       pic 9(08).

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'SLAMON  -  BATCH WIN'.
           05  filler                  pic x(20) value
                   'DOW SLA CHECK  WINDO'.
           05  filler                  pic x(02) value 'W '.
           05  rh-check-date           pic 9(08).
           05  filler                  pic x(07) value ' FROM  '.
           05  rh-window-hh            pic 9(02).
           05  filler                  pic x(01) value ':'.
           05  rh-window-mm            pic 9(02).
           05  filler                  pic x(70) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(09) value 'PROGRAM  '.
           05  filler                  pic x(09) value 'PATTERN  '.
           05  filler                  pic x(09) value 'DATASET  '.
           05  filler                  pic x(08) value 'DAYS    '.
           05  filler                  pic x(06) value 'DEADL '.
           05  filler                  pic x(05) value 'RUNS '.
           05  filler                  pic x(09) value 'FINISHED '.
           05  filler                  pic x(11) value '  ELAPSED  '.
           05  filler                  pic x(05) value '  RC '.
           05  filler                  pic x(10) value 'STATUS    '.
           05  filler                  pic x(51) value 'DESCRIPTION'.

       01  ws-report-detail.
           05  rd-program              pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-pattern              pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-dataset              pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-days                 pic x(07).
           05  filler                  pic x(01) value space.
           05  rd-deadline.
               10  rd-deadline-hh      pic 9(02).
               10  filler              pic x(01) value ':'.
               10  rd-deadline-mm      pic 9(02).
           05  filler                  pic x(01) value space.
           05  rd-runs                 pic zzz9.
           05  filler                  pic x(01) value space.
           05  rd-finished.
               10  rd-fin-hh           pic 9(02).
               10  rd-fin-sep-1        pic x(01).
               10  rd-fin-mm           pic 9(02).
               10  rd-fin-sep-2        pic x(01).
               10  rd-fin-ss           pic 9(02).
           05  filler                  pic x(01) value space.
           05  rd-elapsed              pic zzzzzz9.99.
           05  filler                  pic x(01) value space.
           05  rd-rc                   pic zzz9.
           05  filler                  pic x(01) value space.
           05  rd-status               pic x(09).
           05  filler                  pic x(01) value space.
           05  rd-description          pic x(20).
           05  filler                  pic x(31) value spaces.

       01  ws-report-total.
           05  filler                  pic x(09) value 'ON-TIME: '.
           05  rt-on-time              pic zzzz9.
           05  filler                  pic x(08) value '  LATE: '.
           05  rt-late                 pic zzzz9.
           05  filler                  pic x(11) value '  OVERRUN: '.
           05  rt-overrun              pic zzzz9.
           05  filler                  pic x(13) value '  FAILED-RC: '.
           05  rt-failed               pic zzzz9.
           05  filler                  pic x(11) value '  NOT-RUN: '.
           05  rt-not-run              pic zzzz9.
           05  filler                  pic x(11) value '  PENDING: '.
           05  rt-pending              pic zzzz9.
           05  filler                  pic x(11) value '  NOT-DUE: '.
           05  rt-not-due              pic zzzz9.
           05  filler                  pic x(23) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-read-history
               thru 2000-read-history-exit
           perform 3000-check-expectations
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - the optional deck, the window, and the     *
      * expectation table.                                           *
      ***************************************************************
       1000-initialize.
           open input slactl
           if ws-slactl-status equal '00'
              or ws-slactl-status equal '05'
               perform 1005-read-control-card
                   thru 1005-read-control-card-exit
                   with test before
                   until ws-ctl-eof
               close slactl
           end-if
           compute ws-start-min =
               ws-window-start-hh * 60 + ws-window-start-mm
           accept ws-today from date yyyymmdd
           accept ws-now-time from time
           compute ws-today-int = function integer-of-date(ws-today)
           move ws-now-time(1:4) to ws-hhmm
           if ws-check-date equal zero
               if ws-hhmm less than ws-window-start
                   compute ws-check-date = function date-of-integer
                       (ws-today-int - 1)
               else
                   move ws-today to ws-check-date
               end-if
           end-if
           compute ws-check-int =
               function integer-of-date(ws-check-date)
      *    Day 1 of the integer calendar, 1601-01-01, was a Monday.
           compute ws-check-dow =
               function mod(ws-check-int - 1, 7) + 1
           compute ws-now-rel =
               (ws-today-int - ws-check-int) * 1440
               + ws-hhmm-hh * 60 + ws-hhmm-mm - ws-start-min
           open input slaexp
           perform 1100-load-one-expectation
               thru 1100-load-one-expectation-exit
               with test before
               until ws-exp-eof
           close slaexp
           if ws-exp-count equal zero
               display 'SLAMON: SLAEXP holds no expectations'
               move 16 to return-code
               stop run
           end-if
           open input runstat
           open output slarpt
           move ws-check-date to rh-check-date
           move ws-window-start-hh to rh-window-hh
           move ws-window-start-mm to rh-window-mm
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

       1005-read-control-card.
           read slactl into ws-ctl-record
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
               when 'DATE'
                   if ws-ctl-value(1:8) is not numeric
                       display 'SLAMON: DATE must be YYYYMMDD'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-ctl-value(1:8) to ws-check-date
               when 'WINDOWSTART'
                   if ws-ctl-value(1:4) is not numeric
                       display 'SLAMON: WINDOWSTART must be HHMM'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-ctl-value(1:4) to ws-window-start
                   if ws-window-start-hh greater than 23
                      or ws-window-start-mm greater than 59
                       display 'SLAMON: WINDOWSTART must be HHMM'
                       move 16 to return-code
                       stop run
                   end-if
               when 'ALERTS'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-alerts-sw
                   end-if
               when other
                   display 'SLAMON: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 1100-LOAD-ONE-EXPECTATION - validate and table one SLAEXP    *
      * record.  A bad deadline or limit stops the run: a check      *
      * that silently skips an expectation is no check at all.       *
      ***************************************************************
       1100-load-one-expectation.
           read slaexp
               at end
                   move 'Y' to ws-exp-eof-sw
                   go to 1100-load-one-expectation-exit
           end-read
           add 1 to ws-exp-record-num
           if sla-exp-record equal spaces
               go to 1100-load-one-expectation-exit
           end-if
           if sla-program(1:1) equal '*'
               go to 1100-load-one-expectation-exit
           end-if
           if sla-deadline is not numeric
              or sla-max-elapsed is not numeric
              or sla-max-rc is not numeric
              or sla-program equal spaces
               display 'SLAMON: SLAEXP record ' ws-exp-record-num
                        ' is not valid - ' sla-exp-record
               move 16 to return-code
               stop run
           end-if
           if sla-deadline-hh greater than 23
              or sla-deadline-mm greater than 59
               display 'SLAMON: SLAEXP record ' ws-exp-record-num
                        ' deadline is not a time of day'
               move 16 to return-code
               stop run
           end-if
           if ws-exp-count equal 500
               display 'SLAMON: SLAEXP holds more than 500 '
                        'expectations'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-exp-count
           move sla-program to ws-exp-program(ws-exp-count)
           move sla-pattern-id to ws-exp-pattern(ws-exp-count)
           move sla-dataset to ws-exp-dataset(ws-exp-count)
           move sla-days to ws-exp-days(ws-exp-count)
           move sla-deadline to ws-exp-deadline(ws-exp-count)
           compute ws-exp-max-elapsed(ws-exp-count) =
               sla-max-elapsed * 100
           move sla-max-rc to ws-exp-max-rc(ws-exp-count)
           move sla-description to ws-exp-description(ws-exp-count)
           move zero to ws-exp-runs(ws-exp-count)
      *    A deadline at or before the window's opening time falls
      *    on the next calendar day.
           compute ws-deadline-min =
               sla-deadline-hh * 60 + sla-deadline-mm
           if ws-deadline-min greater than ws-start-min
               compute ws-exp-deadline-rel(ws-exp-count) =
                   ws-deadline-min - ws-start-min
           else
               compute ws-exp-deadline-rel(ws-exp-count) =
                   ws-deadline-min - ws-start-min + 1440
           end-if
           .
       1100-load-one-expectation-exit.
           exit.

      ***************************************************************
      * 2000-READ-HISTORY - place each RUNSTAT record in its window  *
      * and, for the window being checked, keep the latest run of    *
      * every expectation it satisfies.                              *
      ***************************************************************
       2000-read-history.
           read runstat
               at end
                   move 'Y' to ws-stat-eof-sw
                   go to 2000-read-history-exit
           end-read
           if rst-date is not numeric or rst-time is not numeric
               go to 2000-read-history
           end-if
           compute ws-rec-int = function integer-of-date(rst-date)
           move rst-time(1:4) to ws-hhmm
           if ws-hhmm less than ws-window-start
               compute ws-rec-window-int = ws-rec-int - 1
           else
               move ws-rec-int to ws-rec-window-int
           end-if
           if ws-rec-window-int not equal ws-check-int
               go to 2000-read-history
           end-if
           add 1 to ws-window-recs
           compute ws-rec-rel =
               (ws-rec-int - ws-check-int) * 1440
               + ws-hhmm-hh * 60 + ws-hhmm-mm - ws-start-min
           perform 2010-match-one-expectation
               thru 2010-match-one-expectation-exit
               with test before
               varying ws-exp-idx from 1 by 1
               until ws-exp-idx greater than ws-exp-count
           go to 2000-read-history
           .
       2000-read-history-exit.
           exit.

       2010-match-one-expectation.
           if ws-exp-program(ws-exp-idx) not equal rst-program
               go to 2010-match-one-expectation-exit
           end-if
           if ws-exp-pattern(ws-exp-idx) not equal spaces
              and ws-exp-pattern(ws-exp-idx) not equal '*'
              and ws-exp-pattern(ws-exp-idx) not equal rst-pattern-id
               go to 2010-match-one-expectation-exit
           end-if
           if ws-exp-dataset(ws-exp-idx) not equal spaces
              and ws-exp-dataset(ws-exp-idx) not equal '*'
              and ws-exp-dataset(ws-exp-idx) not equal rst-dataset
               go to 2010-match-one-expectation-exit
           end-if
           add 1 to ws-exp-runs(ws-exp-idx)
           if ws-exp-runs(ws-exp-idx) greater than 1
              and ws-rec-rel less than ws-exp-last-rel(ws-exp-idx)
               go to 2010-match-one-expectation-exit
           end-if
           move ws-rec-rel to ws-exp-last-rel(ws-exp-idx)
           move rst-time to ws-exp-last-time(ws-exp-idx)
           move rst-elapsed to ws-exp-last-elapsed(ws-exp-idx)
           move rst-rc to ws-exp-last-rc(ws-exp-idx)
           .
       2010-match-one-expectation-exit.
           exit.

      ***************************************************************
      * 3000-CHECK-EXPECTATIONS - judge and print each expectation.  *
      ***************************************************************
       3000-check-expectations.
           perform 3010-check-one-expectation
               with test before
               varying ws-exp-idx from 1 by 1
               until ws-exp-idx greater than ws-exp-count
           .

       3010-check-one-expectation.
           move spaces to ws-status
           evaluate true
               when ws-exp-days(ws-exp-idx)(ws-check-dow:1)
                        equal '-'
                 or ws-exp-days(ws-exp-idx)(ws-check-dow:1)
                        equal space
                   move 'NOT-DUE' to ws-status
                   add 1 to ws-not-due-count
               when ws-exp-runs(ws-exp-idx) equal zero
                and ws-now-rel less than
                        ws-exp-deadline-rel(ws-exp-idx)
                   move 'PENDING' to ws-status
                   add 1 to ws-pending-count
               when ws-exp-runs(ws-exp-idx) equal zero
                   move 'NOT-RUN' to ws-status
                   add 1 to ws-not-run-count
                   move 'RGX004E' to ws-alert-id
                   move zero to ws-alert-counter
               when ws-exp-last-rc(ws-exp-idx) greater than
                        ws-exp-max-rc(ws-exp-idx)
                   move 'FAILED-RC' to ws-status
                   add 1 to ws-failed-count
                   move 'RGX005E' to ws-alert-id
                   move ws-exp-last-rc(ws-exp-idx) to ws-alert-counter
               when ws-exp-last-rel(ws-exp-idx) greater than
                        ws-exp-deadline-rel(ws-exp-idx)
                   move 'LATE' to ws-status
                   add 1 to ws-late-count
                   move 'RGX006W' to ws-alert-id
                   compute ws-alert-counter =
                       ws-exp-last-rel(ws-exp-idx)
                       - ws-exp-deadline-rel(ws-exp-idx)
               when ws-exp-max-elapsed(ws-exp-idx) greater than zero
                and ws-exp-last-elapsed(ws-exp-idx) greater than
                        ws-exp-max-elapsed(ws-exp-idx)
                   move 'OVERRUN' to ws-status
                   add 1 to ws-overrun-count
                   move 'RGX007W' to ws-alert-id
                   compute ws-alert-counter =
                       ws-exp-last-elapsed(ws-exp-idx) / 100
               when other
                   move 'ON-TIME' to ws-status
                   add 1 to ws-on-time-count
           end-evaluate
           if ws-status-breach
               add 1 to ws-breach-count
               if ws-alerts-mode
                   call 'RGXALERT' using ws-alert-id
                                         ws-exp-program(ws-exp-idx)
                                         ws-exp-pattern(ws-exp-idx)
                                         ws-alert-counter
               end-if
           end-if
           perform 3020-print-one-expectation
           .

       3020-print-one-expectation.
           move ws-exp-program(ws-exp-idx) to rd-program
           move ws-exp-pattern(ws-exp-idx) to rd-pattern
           move ws-exp-dataset(ws-exp-idx) to rd-dataset
           move ws-exp-days(ws-exp-idx) to rd-days
           move ws-exp-deadline(ws-exp-idx) to ws-hhmm
           move ws-hhmm-hh to rd-deadline-hh
           move ws-hhmm-mm to rd-deadline-mm
           move ws-exp-runs(ws-exp-idx) to rd-runs
           if ws-exp-runs(ws-exp-idx) equal zero
               move spaces to rd-finished
               move zero to rd-elapsed
               move zero to rd-rc
           else
               move ws-exp-last-time(ws-exp-idx) to ws-last-time-num
               move ws-last-hh to rd-fin-hh
               move ':' to rd-fin-sep-1
               move ws-last-mm to rd-fin-mm
               move ':' to rd-fin-sep-2
               move ws-last-ss to rd-fin-ss
               divide ws-exp-last-elapsed(ws-exp-idx) by 100
                   giving rd-elapsed
               move ws-exp-last-rc(ws-exp-idx) to rd-rc
           end-if
           move ws-status to rd-status
           move ws-exp-description(ws-exp-idx) to rd-description
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 8000-FINISH - totals; any breach ends RC 8.                  *
      ***************************************************************
       8000-finish.
           move ws-on-time-count to rt-on-time
           move ws-late-count to rt-late
           move ws-overrun-count to rt-overrun
           move ws-failed-count to rt-failed
           move ws-not-run-count to rt-not-run
           move ws-pending-count to rt-pending
           move ws-not-due-count to rt-not-due
           move '0' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           close runstat slarpt
           display 'SLAMON: window ' ws-check-date ', '
                    ws-exp-count ' expectation(s), '
                    ws-window-recs ' RUNSTAT record(s) in window, '
                    ws-breach-count ' breach(es)'
           if ws-breach-count greater than zero
               move 8 to return-code
           end-if
           .

       end program SLAMON.

      ***************************************************************
      *                                                             *
      *    PROGRAM:  NEWVAL                                         *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    NEWVAL finds the values a pattern's named groups have    *
      *    never captured before - the new merchant id, the new     *
      *    beneficiary bank code, the new error code in the logs.   *
      *    VALFREQ says which values are most frequent; this says   *
      *    which ones are first-timers.                             *
      *                                                             *
      *    It reads EXTIN, a file in REGEXSCN's EXTOUT layout, and  *
      *    looks every non-blank group value up on BASELIB, the     *
      *    KSDS of every value the pattern's groups have captured   *
      *    so far (see BSLREC).  A value not there is new: it is    *
      *    written to NEWVALUE and listed on NVRPT with the EXTIN   *
      *    record it first turned up in, and is added to BASELIB    *
      *    with today as its first-seen date.  A value already      *
      *    there has its last-seen date and count brought up to     *
      *    date.  So each run compares against everything before    *
      *    it and leaves the baseline ready for the next one.  A    *
      *    value new tonight that turns up again later in the same  *
      *    file is reported once.                                   *
      *                                                             *
      *    NVCTL control statements:                                *
      *      PATTERN=id   the pattern-id EXTIN was extracted with   *
      *                   (required; it heads the BASELIB key)      *
      *      GROUP1= .. GROUP5=  the group names, as on the         *
      *                   REGEXSCN deck; only the columns named     *
      *                   are looked at (at least one is needed)    *
      *      NEWMAX=n     more than n new values is a breach - RC 8 *
      *                   and, with ALERTS=YES, RGX008W             *
      *      ALERTS=YES   raise the coded console alert             *
      *      SEED=YES     load BASELIB without reporting anything   *
      *                   as new - the first run against a new      *
      *                   pattern, so the whole history does not    *
      *                   come out as first-timers                  *
      *      RUNID=       run correlation id (default date+time)    *
      *                                                             *
      *    NEWVALUE record (150 bytes):                             *
      *      1-8 pattern-id, 10-41 group name, 43-102 value,        *
      *      104-112 EXTIN record number, 114-121 run date,         *
      *      123-138 run-id.                                        *
      *                                                             *
      *    RC 0 clean; RC 8 NEWMAX= exceeded; RC 16 a deck error    *
      *    or a BASELIB failure.                                    *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      ***************************************************************
       identification division.
       program-id.    NEWVAL.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select nvctl
               assign to NVCTL
               organization is sequential.
           select extin
               assign to EXTIN
               organization is sequential.
           select optional baselib
               assign to BASELIB
               organization is indexed
               access mode is random
               record key is bsl-key
               file status is ws-baselib-status.
           select newvalue
               assign to NEWVALUE
               organization is sequential.
           select nvrpt
               assign to NVRPT
               organization is sequential.

       data division.
       file section.
       fd  nvctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  extin
           recording mode is f
           label records are standard
           block contains 0 records.
       01  extin-record.
           05  exi-source-record       pic x(32756).
           05  exi-group               pic x(60) occurs 5 times.

       fd  baselib.
           COPY bslrec.

       fd  newvalue
           recording mode is f
           label records are standard
           block contains 0 records.
       01  newvalue-record.
           05  nvo-pattern-id          pic x(08).
           05  filler                  pic x(01).
           05  nvo-group-name          pic x(32).
           05  filler                  pic x(01).
           05  nvo-value               pic x(60).
           05  filler                  pic x(01).
           05  nvo-record-number       pic 9(09).
           05  filler                  pic x(01).
           05  nvo-run-date            pic 9(08).
           05  filler                  pic x(01).
           05  nvo-run-id              pic x(16).
           05  filler                  pic x(12).

       fd  nvrpt
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
       01  ws-ctl-numeric              pic 9(9).

       01  nvcc-pattern-id             pic x(08) value spaces.
       01  nvcc-newmax                 pic 9(9)  comp value zero.

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-eof-sw               pic x(01) value 'N'.
               88  ws-eof                         value 'Y'.
           05  ws-alerts-sw            pic x(01) value 'N'.
               88  ws-alerts-mode                 value 'Y'.
           05  ws-seed-sw              pic x(01) value 'N'.
               88  ws-seed-mode                   value 'Y'.
           05  ws-newmax-sw            pic x(01) value 'N'.
               88  ws-newmax-given                value 'Y'.
           05  ws-found-sw             pic x(01).
               88  ws-value-found                 value 'Y'.

       01  ws-baselib-status           pic x(02).
           88  ws-baselib-ok                     value '00'.

      * Coded console alert (ALERTS=YES) when NEWMAX= is exceeded.
       01  ws-alert-id                  pic x(07).
       01  ws-alert-program             pic x(08) value 'NEWVAL  '.
       01  ws-alert-pattern             pic x(08).
       01  ws-alert-counter             pic s9(9) comp.

       01  ws-run-id                    pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date           pic 9(08).
           05  ws-run-id-time           pic 9(08).
       01  ws-today                     pic 9(08).

      * One entry per EXTOUT group column: the GROUPn= name (spaces
      * when the column is not looked at) and what this run saw in
      * it.  A repeat is a value new this run seen again after its
      * first occurrence.
       01  ws-group-table.
           05  ws-grp-entry             occurs 5 times.
               10  ws-grp-name          pic x(32).
               10  ws-grp-values        pic 9(9)  comp.
               10  ws-grp-known         pic 9(9)  comp.
               10  ws-grp-new           pic 9(9)  comp.
               10  ws-grp-repeat        pic 9(9)  comp.
       01  ws-grp-idx                   pic 9(4)  comp.
       01  ws-grp-named                 pic 9(4)  comp value zero.

       01  ws-counters.
           05  ws-record-count          pic 9(9)  comp value zero.
           05  ws-value-total           pic 9(9)  comp value zero.
           05  ws-known-total           pic 9(9)  comp value zero.
           05  ws-new-total             pic 9(9)  comp value zero.
           05  ws-repeat-total          pic 9(9)  comp value zero.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'NEWVAL  -  NEVER-SEE'.
           05  filler                  pic x(20) value
                   'N-BEFORE VALUES     '.
           05  filler                  pic x(09) value 'PATTERN '.
           05  rh-pattern-id           pic x(08).
           05  filler                  pic x(09) value '  RUN-ID '.
           05  rh-run-id               pic x(16).
           05  filler                  pic x(07) value '  DATE '.
           05  rh-today                pic 9999/99/99.
           05  filler                  pic x(33) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(32) value 'GROUP'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(60) value 'NEW VALUE'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(10) value 'EXTIN REC'.
           05  filler                  pic x(28) value spaces.

       01  ws-report-detail.
           05  rd-group-name           pic x(32).
           05  filler                  pic x(01) value space.
           05  rd-value                pic x(60).
           05  filler                  pic x(01) value space.
           05  rd-record-number        pic zzzzzzzz9.
           05  filler                  pic x(29) value spaces.

       01  ws-report-sum-heading.
           05  filler                  pic x(32) value 'GROUP'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(10) value '    VALUES'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(10) value '     KNOWN'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(10) value '       NEW'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(10) value ' NEW AGAIN'.
           05  filler                  pic x(56) value spaces.

       01  ws-report-sum-line.
           05  rs-group-name           pic x(32).
           05  filler                  pic x(01) value space.
           05  rs-values               pic z(09)9.
           05  filler                  pic x(01) value space.
           05  rs-known                pic z(09)9.
           05  filler                  pic x(01) value space.
           05  rs-new                  pic z(09)9.
           05  filler                  pic x(01) value space.
           05  rs-repeat               pic z(09)9.
           05  filler                  pic x(56) value spaces.

       01  ws-report-verdict.
           05  rv-text                 pic x(132).

       01  ws-num-edit                 pic z(08)9.
       01  ws-max-edit                 pic z(08)9.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-check-extout-file
               thru 2000-check-extout-file-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - read the deck, open the files and print    *
      * the headings.                                                *
      ***************************************************************
       1000-initialize.
           initialize ws-group-table
           open input nvctl
           perform 1005-read-control-card
               thru 1005-read-control-card-exit
               with test before
               until ws-ctl-eof
           close nvctl
           if nvcc-pattern-id equal spaces
               display 'NEWVAL: NVCTL must give PATTERN='
               move 16 to return-code
               stop run
           end-if
           perform 1010-count-named-group
               with test before
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx greater than 5
           if ws-grp-named equal zero
               display 'NEWVAL: NVCTL must name at least one group, '
                        'GROUP1= through GROUP5='
               move 16 to return-code
               stop run
           end-if
           if ws-run-id equal spaces
               accept ws-run-id-date from date yyyymmdd
               accept ws-run-id-time from time
           end-if
           accept ws-today from date yyyymmdd
           open i-o baselib
           if ws-baselib-status not equal '00'
              and ws-baselib-status not equal '05'
               display 'NEWVAL: BASELIB open failed, status '
                        ws-baselib-status
               move 16 to return-code
               stop run
           end-if
           open input extin
           open output newvalue
           open output nvrpt
           move nvcc-pattern-id to rh-pattern-id
           move ws-run-id to rh-run-id
           move ws-today to rh-today
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           if ws-seed-mode
               move spaces to rpt-text
               string 'SEED=YES - BASELIB LOADED, NO VALUE '
                           delimited by size
                      'REPORTED AS NEW' delimited by size
                      into rpt-text
               end-string
               write rpt-line
           else
               move ws-report-heading-2 to rpt-text
               write rpt-line
           end-if
           .
       1010-count-named-group.
           if ws-grp-name(ws-grp-idx) not equal spaces
               add 1 to ws-grp-named
           end-if
           .

       1005-read-control-card.
           read nvctl into ws-ctl-record
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
               when 'PATTERN'
                   move ws-ctl-value(1:8) to nvcc-pattern-id
               when 'GROUP1'
                   move ws-ctl-value(1:32) to ws-grp-name(1)
               when 'GROUP2'
                   move ws-ctl-value(1:32) to ws-grp-name(2)
               when 'GROUP3'
                   move ws-ctl-value(1:32) to ws-grp-name(3)
               when 'GROUP4'
                   move ws-ctl-value(1:32) to ws-grp-name(4)
               when 'GROUP5'
                   move ws-ctl-value(1:32) to ws-grp-name(5)
               when 'NEWMAX'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to nvcc-newmax
                   move 'Y' to ws-newmax-sw
               when 'ALERTS'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-alerts-sw
                   end-if
               when 'SEED'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-seed-sw
                   end-if
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'NEWVAL: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 2000-CHECK-EXTOUT-FILE - one pass over EXTIN, every named    *
      * group column of every record checked against BASELIB.       *
      ***************************************************************
       2000-check-extout-file.
           read extin
               at end
                   move 'Y' to ws-eof-sw
                   go to 2000-check-extout-file-exit
           end-read
           add 1 to ws-record-count
           perform 2010-check-one-value
               thru 2010-check-one-value-exit
               with test before
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx greater than 5
           go to 2000-check-extout-file
           .
       2000-check-extout-file-exit.
           exit.

      ***************************************************************
      * 2010-CHECK-ONE-VALUE - look one group value up on BASELIB.   *
      * Not there: a first-timer.  There, but first seen by this     *
      * very run: a first-timer turning up again, counted but not   *
      * reported twice.  Otherwise a known value.                    *
      ***************************************************************
       2010-check-one-value.
           if ws-grp-name(ws-grp-idx) equal spaces
              or exi-group(ws-grp-idx) equal spaces
               go to 2010-check-one-value-exit
           end-if
           add 1 to ws-grp-values(ws-grp-idx)
           add 1 to ws-value-total
           move spaces to baseline-record
           move nvcc-pattern-id to bsl-pattern-id
           move ws-grp-name(ws-grp-idx) to bsl-group-name
           move exi-group(ws-grp-idx) to bsl-value
           read baselib
               invalid key
                   move 'N' to ws-found-sw
               not invalid key
                   move 'Y' to ws-found-sw
           end-read
           if not ws-value-found
               perform 2020-add-new-value
               go to 2010-check-one-value-exit
           end-if
           if bsl-first-seen-run equal ws-run-id
               add 1 to ws-grp-repeat(ws-grp-idx)
               add 1 to ws-repeat-total
           else
               add 1 to ws-grp-known(ws-grp-idx)
               add 1 to ws-known-total
           end-if
           move ws-today to bsl-last-seen-date
           move ws-run-id to bsl-last-seen-run
           if bsl-seen-count less than 999999999
               add 1 to bsl-seen-count
           end-if
           rewrite baseline-record
           if not ws-baselib-ok
               display 'NEWVAL: BASELIB rewrite failed, status '
                        ws-baselib-status ' for ' bsl-key
               move 16 to return-code
               stop run
           end-if
           .
       2010-check-one-value-exit.
           exit.

      ***************************************************************
      * 2020-ADD-NEW-VALUE - report the first-timer (unless this is  *
      * a SEED=YES run) and fold it into BASELIB.                    *
      ***************************************************************
       2020-add-new-value.
           add 1 to ws-grp-new(ws-grp-idx)
           add 1 to ws-new-total
           if not ws-seed-mode
               move spaces to newvalue-record
               move nvcc-pattern-id to nvo-pattern-id
               move ws-grp-name(ws-grp-idx) to nvo-group-name
               move exi-group(ws-grp-idx) to nvo-value
               move ws-record-count to nvo-record-number
               move ws-today to nvo-run-date
               move ws-run-id to nvo-run-id
               write newvalue-record
               move ws-grp-name(ws-grp-idx) to rd-group-name
               move exi-group(ws-grp-idx) to rd-value
               move ws-record-count to rd-record-number
               move ' ' to rpt-cc
               move ws-report-detail to rpt-text
               write rpt-line
           end-if
           move spaces to baseline-record
           move nvcc-pattern-id to bsl-pattern-id
           move ws-grp-name(ws-grp-idx) to bsl-group-name
           move exi-group(ws-grp-idx) to bsl-value
           move ws-today to bsl-first-seen-date bsl-last-seen-date
           move ws-run-id to bsl-first-seen-run bsl-last-seen-run
           move 1 to bsl-seen-count
           write baseline-record
           if not ws-baselib-ok
               display 'NEWVAL: BASELIB write failed, status '
                        ws-baselib-status ' for ' bsl-key
               move 16 to return-code
               stop run
           end-if
           .

      ***************************************************************
      * 8000-FINISH - per-group counts, the NEWMAX= verdict, and     *
      * close up.                                                    *
      ***************************************************************
       8000-finish.
           move ' ' to rpt-cc
           move spaces to rpt-text
           write rpt-line
           move ws-report-sum-heading to rpt-text
           write rpt-line
           perform 8010-write-group-line
               with test before
               varying ws-grp-idx from 1 by 1
               until ws-grp-idx greater than 5
           move 'ALL GROUPS' to rs-group-name
           move ws-value-total to rs-values
           move ws-known-total to rs-known
           move ws-new-total to rs-new
           move ws-repeat-total to rs-repeat
           move ws-report-sum-line to rpt-text
           write rpt-line
           move spaces to rpt-text
           write rpt-line
           perform 8020-apply-newmax
           close extin baselib newvalue nvrpt
           display 'NEWVAL: run-id ' ws-run-id ' '
                    ws-record-count ' record(s), '
                    ws-value-total ' value(s), '
                    ws-new-total ' new'
           .

       8010-write-group-line.
           if ws-grp-name(ws-grp-idx) not equal spaces
               move ws-grp-name(ws-grp-idx) to rs-group-name
               move ws-grp-values(ws-grp-idx) to rs-values
               move ws-grp-known(ws-grp-idx) to rs-known
               move ws-grp-new(ws-grp-idx) to rs-new
               move ws-grp-repeat(ws-grp-idx) to rs-repeat
               move ' ' to rpt-cc
               move ws-report-sum-line to rpt-text
               write rpt-line
           end-if
           .

      ***************************************************************
      * 8020-APPLY-NEWMAX - more new values than NEWMAX= allows is   *
      * RC 8 and, with ALERTS=YES, RGX008W carrying the count.  A    *
      * SEED=YES run is loading history, not judging it, so it is    *
      * never a breach.                                              *
      ***************************************************************
       8020-apply-newmax.
           move spaces to rv-text
           if ws-seed-mode or not ws-newmax-given
               move ws-new-total to ws-num-edit
               string 'NEW VALUES: ' delimited by size
                      ws-num-edit delimited by size
                      into rv-text
               end-string
           else
               if ws-new-total greater than nvcc-newmax
                   move ws-new-total to ws-num-edit
                   move nvcc-newmax to ws-max-edit
                   string 'NEW VALUES: ' delimited by size
                          ws-num-edit delimited by size
                          '  EXCEED NEWMAX=' delimited by size
                          ws-max-edit delimited by size
                          into rv-text
                   end-string
                   display 'NEWVAL: ' ws-new-total ' new value(s) for '
                            nvcc-pattern-id ', more than NEWMAX='
                            nvcc-newmax
                   if return-code less than 8
                       move 8 to return-code
                   end-if
                   if ws-alerts-mode
                       move 'RGX008W' to ws-alert-id
                       move nvcc-pattern-id to ws-alert-pattern
                       move ws-new-total to ws-alert-counter
                       call 'RGXALERT' using ws-alert-id
                                             ws-alert-program
                                             ws-alert-pattern
                                             ws-alert-counter
                   end-if
               else
                   move ws-new-total to ws-num-edit
                   move nvcc-newmax to ws-max-edit
                   string 'NEW VALUES: ' delimited by size
                          ws-num-edit delimited by size
                          '  WITHIN NEWMAX=' delimited by size
                          ws-max-edit delimited by size
                          into rv-text
                   end-string
               end-if
           end-if
           move ' ' to rpt-cc
           move ws-report-verdict to rpt-text
           write rpt-line
           .

       end program NEWVAL.

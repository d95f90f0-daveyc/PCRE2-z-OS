      ***************************************************************
      *                                                             *
      *    PROGRAM:  PIISWEEP                                       *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    PIISWEEP is the PII discovery sweep.  It reads a list    *
      *    of ddnames from DSLIST (columns 1-8, one per record, the *
      *    way REGEXSCN's DSLIST=YES does), opens each through the  *
      *    dynamically assigned DSINFILE and runs a fixed set of    *
      *    PII detectors over every record:                         *
      *                                                             *
      *      CARD   payment card number, 13-19 digits, spaces or    *
      *             hyphens allowed between groups                  *
      *      NINO   UK National Insurance number                    *
      *      SSN    US Social Security number, hyphenated           *
      *      IBAN   International Bank Account Number               *
      *      EMAIL  e-mail address                                  *
      *                                                             *
      *    A regex alone says only that a value is the right shape, *
      *    and a card-shaped regex matches every reference number   *
      *    and timestamp run in the shop.  So every candidate must  *
      *    also pass the check that belongs to its type before it   *
      *    counts as a confirmed hit:                               *
      *                                                             *
      *      CARD   Luhn check digit, leading digit 2-6 (the issuer *
      *             ranges in use), not one digit repeated          *
      *      NINO   prefix not one of the never-issued pairs        *
      *             (BG GB KN NK NT TN ZZ)                          *
      *      SSN    area not 000, 666 or 9xx; group not 00; serial  *
      *             not 0000                                        *
      *      IBAN   15-34 characters and ISO 7064 mod-97 equal to 1 *
      *      EMAIL  local part 1-64 characters, no empty labels,    *
      *             no label starting or ending with a hyphen       *
      *                                                             *
      *    PIIRPT is the inventory: per dataset, each detector's    *
      *    candidates, confirmed hits, rejected candidates, records *
      *    holding a confirmed hit and the first five of those      *
      *    record numbers, then a summary line per dataset ending   *
      *    in a plain YES or NO to "does it hold cardholder data".  *
      *    The hit values themselves are never printed.             *
      *                                                             *
      *    PIICTL is OPTIONAL; with no PIICTL DD every detector     *
      *    runs and the return code is 0.  KEYWORD=VALUE cards:     *
      *                                                             *
      *      DETECT=type   run only the named detectors (repeat     *
      *                    the card for each)                       *
      *      FAILON=type   RC 8 when any dataset has a confirmed    *
      *                    hit of that type (repeatable)            *
      *      ALERTS=YES    RGX001E console alert per FAILON= breach *
      *      RUNID=id      run correlation id                       *
      *                                                             *
      *    One RUNSTAT record per dataset: the records read and the *
      *    records holding confirmed PII, under pattern-id PIISWEEP.*
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   The detector and IBAN letter lookups       *
      *                  compare in 1011 and 3411 instead of in the *
      *                  loop condition.                            *
      ***************************************************************
       identification division.
       program-id.    PIISWEEP.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional piictl
               assign to PIICTL
               organization is sequential
               file status is ws-piictl-status.
           select dslist
               assign to DSLIST
               organization is sequential
               file status is ws-dslist-status.
           select dsinfile
               assign to ws-ds-ddname
               organization is sequential
               file status is ws-dsinfile-status.
           select piirpt
               assign to PIIRPT
               organization is sequential.
           select optional runstat
               assign to RUNSTAT
               organization is sequential
               file status is ws-runstat-status.

       data division.
       file section.
       fd  piictl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  dslist
           recording mode is f
           label records are standard
           block contains 0 records.
       01  dslist-record               pic x(80).

       fd  dsinfile
           recording mode is v
           label records are standard
           block contains 0 records
           record is varying in size from 1 to 32756 characters
               depending on ws-in-reclen.
       01  dsin-record                 pic x(32756).

       fd  piirpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  runstat
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY runstat.

       working-storage section.
       COPY pcre2.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4) comp.

       01  ws-switches.
           05  ws-eof-sw               pic x(01) value 'N'.
               88  ws-eof                        value 'Y'.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                    value 'Y'.
           05  ws-dslist-eof-sw        pic x(01) value 'N'.
               88  ws-dslist-eof                 value 'Y'.
           05  ws-detect-sw            pic x(01) value 'N'.
               88  ws-detect-named               value 'Y'.
           05  ws-alerts-sw            pic x(01) value 'N'.
               88  ws-alerts-mode                value 'Y'.
           05  ws-rec-pii-sw           pic x(01).
               88  ws-rec-pii                    value 'Y'.
           05  ws-valid-sw             pic x(01).
               88  ws-candidate-valid            value 'Y'.

       01  ws-piictl-status            pic x(02).
       01  ws-dslist-status            pic x(02).
           88  ws-dslist-ok                      value '00'.
       01  ws-dsinfile-status          pic x(02).
           88  ws-dsinfile-ok                    value '00'.
       01  ws-runstat-status           pic x(02).

      * The detector patterns.  Character classes use the POSIX
      * names and explicit letter lists rather than A-Z ranges, so
      * the patterns mean the same thing in EBCDIC, where the
      * alphabet is not one contiguous range.
       01  ws-det-source.
           05  filler                  pic x(08) value 'CARD'.
           05  filler                  pic x(40) value
               '\b(?:[0-9][ -]?){12,18}[0-9]\b'.
           05  filler                  pic x(40) value spaces.
           05  filler                  pic x(40) value spaces.
           05  filler                  pic x(08) value 'NINO'.
           05  filler                  pic x(40) value
               '\b[ABCEGHJKLMNOPRSTWXYZ][ABCEGHJKLMNPRST'.
           05  filler                  pic x(40) value
               'WXYZ] ?[0-9]{2} ?[0-9]{2} ?[0-9]{2} ?[AB'.
           05  filler                  pic x(40) value
               'CD]\b'.
           05  filler                  pic x(08) value 'SSN'.
           05  filler                  pic x(40) value
               '\b[0-9]{3}-[0-9]{2}-[0-9]{4}\b'.
           05  filler                  pic x(40) value spaces.
           05  filler                  pic x(40) value spaces.
           05  filler                  pic x(08) value 'IBAN'.
           05  filler                  pic x(40) value
               '\b[[:upper:]]{2}[0-9]{2}(?: ?[[:upper:]['.
           05  filler                  pic x(40) value
               ':digit:]]{4}){2,7}(?: ?[[:upper:][:digit'.
           05  filler                  pic x(40) value
               ':]]{1,3})?\b'.
           05  filler                  pic x(08) value 'EMAIL'.
           05  filler                  pic x(40) value
               '\b[[:alnum:]._%+-]+@[[:alnum:].-]+\.[[:a'.
           05  filler                  pic x(40) value
               'lpha:]]{2,}\b'.
           05  filler                  pic x(40) value spaces.
       01  ws-det-source-table redefines ws-det-source.
           05  ws-det-src-entry        occurs 5 times.
               10  ws-det-src-type     pic x(08).
               10  ws-det-src-pattern  pic x(120).

       01  ws-det-table.
           05  ws-det-entry            occurs 5 times.
               10  ws-det-type         pic x(08).
               10  ws-det-active-sw    pic x(01).
                   88  ws-det-active              value 'Y'.
               10  ws-det-failon-sw    pic x(01).
                   88  ws-det-failon              value 'Y'.
               10  ws-det-code-ptr     usage pointer.
               10  ws-det-candidates   pic 9(9)  comp.
               10  ws-det-confirmed    pic 9(9)  comp.
               10  ws-det-rejected     pic 9(9)  comp.
               10  ws-det-records      pic 9(9)  comp.
               10  ws-det-hit-sw       pic x(01).
                   88  ws-det-hit-in-record       value 'Y'.
               10  ws-det-sample-count pic 9(4)  comp.
               10  ws-det-sample       pic 9(9)  comp
                                         occurs 5 times.
       01  ws-det-count                pic 9(4)  comp value 5.
       01  ws-det-idx                  pic 9(4)  comp.
       01  ws-det-found                pic 9(4)  comp.
       01  ws-det-sample-idx           pic 9(4)  comp.
       01  ws-det-card                 pic 9(4)  comp value 1.
       01  ws-det-nino                 pic 9(4)  comp value 2.
       01  ws-det-ssn                  pic 9(4)  comp value 3.
       01  ws-det-iban                 pic 9(4)  comp value 4.
       01  ws-det-email                pic 9(4)  comp value 5.

      * One entry per DSLIST dataset, kept for the summary.
       01  ws-ds-ddname                pic x(08).
       01  ws-ds-table.
           05  ws-ds-entry             occurs 16 times.
               10  ws-ds-name          pic x(08).
               10  ws-ds-records       pic 9(9)  comp.
               10  ws-ds-pii-records   pic 9(9)  comp.
               10  ws-ds-confirmed     pic 9(9)  comp
                                         occurs 5 times.
       01  ws-ds-count                 pic 9(4)  comp value zero.
       01  ws-ds-idx                   pic 9(4)  comp.

       01  ws-in-reclen                pic 9(5)  comp value 256.
       01  ws-in-buffer                pic x(32756).

       01  ws-pattern                  pic x(120).
       01  ws-pattern-len              pic 9(9)  comp.
       01  ws-match-data               usage pointer.
       01  ws-ovector-count            pic 9(9)  comp value 20.
       01  ws-ovector-ptr              usage pointer.
       01  ws-ovector                  based.
           05  ws-ovec-entry           pic 9(9)  comp
                                         occurs 40 times.
       01  ws-match-offset             pic 9(9)  comp.
       01  ws-subject-len              pic 9(9)  comp.
       01  ws-errorcode                pic s9(9) comp.
       01  ws-erroffset                pic 9(9)  comp.
       01  ws-rc                       pic s9(9) comp.
       01  ws-jit-rc                   pic s9(9) comp.
       01  ws-error-text               pic x(60).

      * The candidate under validation, and the work areas of the
      * check-digit routines.
       01  ws-cand                     pic x(256).
       01  ws-cand-len                 pic 9(4)  comp.
       01  ws-cand-idx                 pic 9(4)  comp.
       01  ws-compact                  pic x(64).
       01  ws-compact-len              pic 9(4)  comp.
       01  ws-digit-x                  pic x(01).
       01  ws-digit-n redefines ws-digit-x
                                       pic 9(01).
       01  ws-luhn-sum                 pic 9(4)  comp.
       01  ws-luhn-term                pic 9(2)  comp.
       01  ws-luhn-double-sw           pic x(01).
           88  ws-luhn-double                    value 'Y'.
       01  ws-same-digit-count         pic 9(4)  comp.
       01  ws-mod97                    pic 9(4)  comp.
       01  ws-char-value               pic 9(2)  comp.
       01  ws-alphabet                 pic x(26) value
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  ws-alpha-idx                pic 9(2)  comp.
       01  ws-alpha-found              pic 9(2)  comp.
       01  ws-ssn-area                 pic 9(03).
       01  ws-ssn-group                pic 9(02).
       01  ws-ssn-serial               pic 9(04).
       01  ws-at-pos                   pic 9(4)  comp.
       01  ws-bad-pairs                pic 9(4)  comp.

       01  ws-counters.
           05  ws-record-count         pic 9(9)  comp value zero.
           05  ws-pii-records          pic 9(9)  comp value zero.
           05  ws-run-confirmed        pic 9(9)  comp value zero.
           05  ws-ds-prev-records      pic 9(9)  comp.
           05  ws-ds-prev-pii          pic 9(9)  comp.

      * Coded console alerts (ALERTS=YES), one per FAILON= breach.
       01  ws-alert-id                  pic x(07).
       01  ws-alert-program             pic x(08) value 'PIISWEEP'.
       01  ws-alert-pattern             pic x(08).
       01  ws-alert-counter             pic s9(9) comp.

       01  ws-run-id                    pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date           pic 9(08).
           05  ws-run-id-time           pic 9(08).

       01  ws-time-in                   pic x(08).
       01  ws-time-hh                   pic 9(02).
       01  ws-time-mm                   pic 9(02).
       01  ws-time-ss                   pic 9(02).
       01  ws-time-hth                  pic 9(02).
       01  ws-time-total                pic 9(09) comp.
       01  ws-now-time                  pic 9(8).
       01  ws-ds-start-total            pic 9(09) comp.
       01  ws-elapsed                   pic s9(09) comp.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'PIISWEEP  -  PII DIS'.
           05  filler                  pic x(20) value
                   'COVERY INVENTORY    '.
           05  filler                  pic x(08) value 'RUN-ID  '.
           05  rh-run-id               pic x(16).
           05  filler                  pic x(68) value spaces.

       01  ws-report-dataset.
           05  filler                  pic x(08) value 'DATASET '.
           05  rs-ds-name              pic x(08).
           05  filler                  pic x(10) value '  RECORDS '.
           05  rs-records              pic zzzzzzzz9.
           05  filler                  pic x(33) value
                   '  RECORDS HOLDING CONFIRMED PII '.
           05  rs-pii-records          pic zzzzzzzz9.
           05  filler                  pic x(55) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(09) value 'DETECTOR'.
           05  filler                  pic x(11) value ' CANDIDATES'.
           05  filler                  pic x(11) value '  CONFIRMED'.
           05  filler                  pic x(11) value '   REJECTED'.
           05  filler                  pic x(11) value '    RECORDS'.
           05  filler                  pic x(79) value
                   '  FIRST RECORDS WITH A CONFIRMED HIT'.

       01  ws-report-detail.
           05  rd-type                 pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-candidates           pic zzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-confirmed            pic zzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-rejected             pic zzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-records              pic zzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-sample-area.
               10  rd-sample-x         pic x(10) occurs 5 times.
           05  rd-sample-edit redefines rd-sample-area.
               10  rd-sample           pic zzzzzzzzz9 occurs 5 times.
           05  filler                  pic x(29) value spaces.

       01  ws-report-sum-heading.
           05  filler                  pic x(09) value 'DATASET'.
           05  filler                  pic x(11) value '    RECORDS'.
           05  filler                  pic x(11) value '   PII RECS'.
           05  filler                  pic x(11) value '       CARD'.
           05  filler                  pic x(11) value '       NINO'.
           05  filler                  pic x(11) value '        SSN'.
           05  filler                  pic x(11) value '       IBAN'.
           05  filler                  pic x(11) value '      EMAIL'.
           05  filler                  pic x(46) value
                   '  CARDHOLDER DATA'.

       01  ws-report-summary.
           05  rm-ds-name              pic x(08).
           05  filler                  pic x(01) value space.
           05  rm-records              pic zzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rm-pii-records          pic zzzzzzzzz9.
           05  rm-type-entry           occurs 5 times.
               10  filler              pic x(01).
               10  rm-confirmed-x      pic x(10).
               10  rm-confirmed redefines rm-confirmed-x
                                       pic zzzzzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  rm-verdict              pic x(11).
           05  filler                  pic x(34) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-process-dataset-list
               thru 2000-process-dataset-list-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - read PIICTL, compile the active detectors  *
      * and open the list and the report.                            *
      ***************************************************************
       1000-initialize.
           perform 1001-load-one-detector
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
           perform 1005-read-control-file
               thru 1005-read-control-file-exit
           if ws-run-id equal spaces
               accept ws-run-id-date from date yyyymmdd
               accept ws-run-id-time from time
           end-if
           perform 1010-compile-one-detector
               thru 1010-compile-one-detector-exit
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
           call 'pcre2_match_data_create_8' using
                                value ws-ovector-count
                                value 0
               returning ws-match-data
           open input dslist
           if not ws-dslist-ok
               display 'PIISWEEP: DSLIST open failed, status '
                        ws-dslist-status
               move 16 to return-code
               stop run
           end-if
           open output piirpt
           move ws-run-id to rh-run-id
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           .

       1001-load-one-detector.
           move ws-det-src-type(ws-det-idx) to ws-det-type(ws-det-idx)
           move 'Y' to ws-det-active-sw(ws-det-idx)
           move 'N' to ws-det-failon-sw(ws-det-idx)
           .

      ***************************************************************
      * 1005-READ-CONTROL-FILE - PIICTL is OPTIONAL.  The first      *
      * DETECT= card switches every detector off except the ones     *
      * named.                                                       *
      ***************************************************************
       1005-read-control-file.
           open input piictl
           if ws-piictl-status not equal '00'
              and ws-piictl-status not equal '05'
               go to 1005-read-control-file-exit
           end-if
           perform 1006-read-one-control-card
               thru 1006-read-one-control-card-exit
               with test before
               until ws-ctl-eof
           close piictl
           .
       1005-read-control-file-exit.
           exit.

       1006-read-one-control-card.
           read piictl into ws-ctl-record
               at end
                   move 'Y' to ws-ctl-eof-sw
                   go to 1006-read-one-control-card-exit
           end-read
           if ws-ctl-record equal spaces
               go to 1006-read-one-control-card-exit
           end-if
           if ws-ctl-record(1:1) equal '*'
               go to 1006-read-one-control-card-exit
           end-if
           perform 1007-parse-control-statement
           .
       1006-read-one-control-card-exit.
           exit.

       1007-parse-control-statement.
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
               when 'DETECT'
                   if not ws-detect-named
                       move 'Y' to ws-detect-sw
                       perform 1008-switch-detector-off
                           with test before
                           varying ws-det-idx from 1 by 1
                           until ws-det-idx greater than ws-det-count
                   end-if
                   perform 1009-find-detector
                   move 'Y' to ws-det-active-sw(ws-det-idx)
               when 'FAILON'
                   perform 1009-find-detector
                   move 'Y' to ws-det-failon-sw(ws-det-idx)
               when 'ALERTS'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-alerts-sw
                   end-if
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'PIISWEEP: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

       1008-switch-detector-off.
           move 'N' to ws-det-active-sw(ws-det-idx)
           .

       1009-find-detector.
           move zero to ws-det-found
           perform 1011-match-one-detector
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
                  or ws-det-found not equal zero
           if ws-det-found equal zero
               display 'PIISWEEP: unknown detector ' ws-ctl-value(1:8)
                        ' - CARD, NINO, SSN, IBAN or EMAIL'
               move 16 to return-code
               stop run
           end-if
           move ws-det-found to ws-det-idx
           .

      ***************************************************************
      * 1010-COMPILE-ONE-DETECTOR - compile and JIT each active      *
      * detector once for the whole sweep.                           *
      ***************************************************************
       1010-compile-one-detector.
           if not ws-det-active(ws-det-idx)
               go to 1010-compile-one-detector-exit
           end-if
           move ws-det-src-pattern(ws-det-idx) to ws-pattern
           move 120 to ws-pattern-len
           perform 1012-trim-pattern-len
               until ws-pattern(ws-pattern-len:1) not equal space
           call 'pcre2_compile_8' using
                                ws-pattern
                                value ws-pattern-len
                                value 0
                                ws-errorcode
                                ws-erroffset
                                value 0
                returning ws-det-code-ptr(ws-det-idx)
           if ws-det-code-ptr(ws-det-idx) equal null
               call 'PCRE2MSG' using ws-errorcode ws-error-text
               display 'PIISWEEP: detector ' ws-det-type(ws-det-idx)
                        ' does not compile: ' ws-error-text
               move 16 to return-code
               stop run
           end-if
           call 'pcre2_jit_compile_8' using
                                value ws-det-code-ptr(ws-det-idx)
                                value PCRE2-JIT-COMPLETE
               returning ws-jit-rc
           .
       1010-compile-one-detector-exit.
           exit.

       1011-match-one-detector.
           if ws-det-type(ws-det-idx) equal ws-ctl-value(1:8)
               move ws-det-idx to ws-det-found
           end-if
           .
       1012-trim-pattern-len.
           subtract 1 from ws-pattern-len
           .

      ***************************************************************
      * 2000-PROCESS-DATASET-LIST - one ddname per DSLIST record.    *
      * A dataset that will not open fails the sweep: an inventory   *
      * that silently skipped an extract would answer "no cardholder *
      * data" for a dataset nobody looked at.                        *
      ***************************************************************
       2000-process-dataset-list.
           read dslist into dslist-record
               at end
                   move 'Y' to ws-dslist-eof-sw
                   go to 2000-process-dataset-list-exit
           end-read
           if dslist-record equal spaces
               go to 2000-process-dataset-list
           end-if
           if dslist-record(1:1) equal '*'
               go to 2000-process-dataset-list
           end-if
           if ws-ds-count equal 16
               display 'PIISWEEP: more than 16 ddnames on DSLIST, '
                        'split the sweep'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-ds-count
           move dslist-record(1:8) to ws-ds-name(ws-ds-count)
           perform 2100-sweep-one-dataset
           go to 2000-process-dataset-list
           .
       2000-process-dataset-list-exit.
           exit.

      ***************************************************************
      * 2100-SWEEP-ONE-DATASET - clear the detector counters, read   *
      * the dataset through, then report it, apply FAILON= and       *
      * write its RUNSTAT record.                                    *
      ***************************************************************
       2100-sweep-one-dataset.
           perform 2101-clear-one-detector
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
           move ws-record-count to ws-ds-prev-records
           move ws-pii-records to ws-ds-prev-pii
           accept ws-now-time from time
           move ws-now-time to ws-time-in
           perform 2091-convert-time-to-hundredths
           move ws-time-total to ws-ds-start-total
           move ws-ds-name(ws-ds-count) to ws-ds-ddname
           open input dsinfile
           if not ws-dsinfile-ok
               display 'PIISWEEP: could not open ' ws-ds-ddname
                        ' status ' ws-dsinfile-status
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-eof-sw
           perform 2200-sweep-records
               thru 2200-sweep-records-exit
           close dsinfile
           compute ws-ds-records(ws-ds-count) =
               ws-record-count - ws-ds-prev-records
           compute ws-ds-pii-records(ws-ds-count) =
               ws-pii-records - ws-ds-prev-pii
           perform 2110-report-dataset
           perform 2120-apply-failon
               thru 2120-apply-failon-exit
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
           perform 2130-write-dataset-run-stat
               thru 2130-write-dataset-run-stat-exit
           .

       2101-clear-one-detector.
           move zero to ws-det-candidates(ws-det-idx)
                        ws-det-confirmed(ws-det-idx)
                        ws-det-rejected(ws-det-idx)
                        ws-det-records(ws-det-idx)
                        ws-det-sample-count(ws-det-idx)
           .

       2110-report-dataset.
           move ws-ds-name(ws-ds-count) to rs-ds-name
           move ws-ds-records(ws-ds-count) to rs-records
           move ws-ds-pii-records(ws-ds-count) to rs-pii-records
           move '0' to rpt-cc
           move ws-report-dataset to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           perform 2111-report-one-detector
               thru 2111-report-one-detector-exit
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
           .

       2111-report-one-detector.
           move ws-det-confirmed(ws-det-idx)
               to ws-ds-confirmed(ws-ds-count ws-det-idx)
           if not ws-det-active(ws-det-idx)
               go to 2111-report-one-detector-exit
           end-if
           move ws-det-type(ws-det-idx) to rd-type
           move ws-det-candidates(ws-det-idx) to rd-candidates
           move ws-det-confirmed(ws-det-idx) to rd-confirmed
           move ws-det-rejected(ws-det-idx) to rd-rejected
           move ws-det-records(ws-det-idx) to rd-records
           perform 2112-format-one-sample
               with test before
               varying ws-det-sample-idx from 1 by 1
               until ws-det-sample-idx greater than 5
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .
       2111-report-one-detector-exit.
           exit.

       2112-format-one-sample.
           if ws-det-sample-idx greater than
                  ws-det-sample-count(ws-det-idx)
               move spaces to rd-sample-x(ws-det-sample-idx)
           else
               move ws-det-sample(ws-det-idx ws-det-sample-idx)
                   to rd-sample(ws-det-sample-idx)
           end-if
           .

      ***************************************************************
      * 2120-APPLY-FAILON - a confirmed hit of a FAILON= type sets   *
      * RC 8 and, with ALERTS=YES, raises RGX001E naming the type.   *
      ***************************************************************
       2120-apply-failon.
           if not ws-det-active(ws-det-idx)
              or not ws-det-failon(ws-det-idx)
              or ws-det-confirmed(ws-det-idx) equal zero
               go to 2120-apply-failon-exit
           end-if
           display 'PIISWEEP: ' ws-ds-ddname ' holds '
                    ws-det-confirmed(ws-det-idx) ' confirmed '
                    ws-det-type(ws-det-idx) ' hit(s)'
           if return-code less than 8
               move 8 to return-code
           end-if
           if ws-alerts-mode
               move 'RGX001E' to ws-alert-id
               move ws-det-type(ws-det-idx) to ws-alert-pattern
               move ws-det-confirmed(ws-det-idx) to ws-alert-counter
               call 'RGXALERT' using ws-alert-id ws-alert-program
                                     ws-alert-pattern ws-alert-counter
           end-if
           .
       2120-apply-failon-exit.
           exit.

       2130-write-dataset-run-stat.
           open extend runstat
           if ws-runstat-status not equal '00'
              and ws-runstat-status not equal '05'
               display 'PIISWEEP: RUNSTAT open failed, status '
                        ws-runstat-status ' - no history written'
               go to 2130-write-dataset-run-stat-exit
           end-if
           accept rst-date from date yyyymmdd
           accept rst-time from time
           move 'PIISWEEP' to rst-program
           move 'PIISWEEP' to rst-pattern-id
           move ws-ds-name(ws-ds-count) to rst-dataset
           move ws-ds-records(ws-ds-count) to rst-records
           move ws-ds-pii-records(ws-ds-count) to rst-matches
           accept ws-now-time from time
           move ws-now-time to ws-time-in
           perform 2091-convert-time-to-hundredths
           compute ws-elapsed = ws-time-total - ws-ds-start-total
           if ws-elapsed less than zero
               add 8640000 to ws-elapsed
           end-if
           move ws-elapsed to rst-elapsed
           move return-code to rst-rc
           move ws-run-id to rst-run-id
           move zero to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           write run-stat-record
           close runstat
           .
       2130-write-dataset-run-stat-exit.
           exit.

       2091-convert-time-to-hundredths.
           move ws-time-in(1:2) to ws-time-hh
           move ws-time-in(3:2) to ws-time-mm
           move ws-time-in(5:2) to ws-time-ss
           move ws-time-in(7:2) to ws-time-hth
           compute ws-time-total =
               ws-time-hh * 360000 + ws-time-mm * 6000
                   + ws-time-ss * 100 + ws-time-hth
           .

      ***************************************************************
      * 2200-SWEEP-RECORDS - every active detector over every        *
      * record.                                                      *
      ***************************************************************
       2200-sweep-records.
           read dsinfile into ws-in-buffer
               at end
                   move 'Y' to ws-eof-sw
                   go to 2200-sweep-records-exit
           end-read
           add 1 to ws-record-count
           move 'N' to ws-rec-pii-sw
           move ws-in-reclen to ws-subject-len
           perform 2210-run-one-detector
               thru 2210-run-one-detector-exit
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
           if ws-rec-pii
               add 1 to ws-pii-records
           end-if
           go to 2200-sweep-records
           .
       2200-sweep-records-exit.
           exit.

      ***************************************************************
      * 2210-RUN-ONE-DETECTOR - walk the record from hit to hit,     *
      * re-driving pcre2_match_8 from the end of each candidate, the *
      * way REGEXSCN's ALLOCC=YES does.                              *
      ***************************************************************
       2210-run-one-detector.
           if not ws-det-active(ws-det-idx)
               go to 2210-run-one-detector-exit
           end-if
           move 'N' to ws-det-hit-sw(ws-det-idx)
           move zero to ws-match-offset
           perform 2220-find-next-candidate
               thru 2220-find-next-candidate-exit
           perform 2230-check-one-candidate
               with test before
               until ws-rc not greater than zero
           if ws-rc not equal PCRE2-ERROR-NOMATCH
               display 'PIISWEEP: ' ws-ds-ddname ' record '
                        ws-record-count ' detector '
                        ws-det-type(ws-det-idx)
                        ' ended early, PCRE2 error ' ws-rc
           end-if
           if ws-det-hit-in-record(ws-det-idx)
               move 'Y' to ws-rec-pii-sw
               add 1 to ws-det-records(ws-det-idx)
               if ws-det-sample-count(ws-det-idx) less than 5
                   add 1 to ws-det-sample-count(ws-det-idx)
                   move ws-record-count to
                       ws-det-sample(ws-det-idx
                                     ws-det-sample-count(ws-det-idx))
               end-if
           end-if
           .
       2210-run-one-detector-exit.
           exit.

       2220-find-next-candidate.
           if ws-match-offset greater than or equal to ws-subject-len
               move PCRE2-ERROR-NOMATCH to ws-rc
               go to 2220-find-next-candidate-exit
           end-if
           call 'pcre2_match_8' using
                                value ws-det-code-ptr(ws-det-idx)
                                by reference ws-in-buffer
                                value ws-subject-len
                                value ws-match-offset
                                value 0
                                value ws-match-data
                                value 0
               returning ws-rc
           if ws-rc greater than zero
               call 'pcre2_get_ovector_pointer_8' using
                                value ws-match-data
                   returning ws-ovector-ptr
               set address of ws-ovector to ws-ovector-ptr
           end-if
           .
       2220-find-next-candidate-exit.
           exit.

      ***************************************************************
      * 2230-CHECK-ONE-CANDIDATE - copy the candidate out, run the   *
      * check for its type, count it, and find the next one.         *
      ***************************************************************
       2230-check-one-candidate.
           add 1 to ws-det-candidates(ws-det-idx)
           compute ws-cand-len = ws-ovec-entry(2) - ws-ovec-entry(1)
           if ws-cand-len greater than 256
               move 256 to ws-cand-len
           end-if
           move spaces to ws-cand
           if ws-cand-len greater than zero
               move ws-in-buffer(ws-ovec-entry(1) + 1:ws-cand-len)
                   to ws-cand
           end-if
           move 'N' to ws-valid-sw
           evaluate ws-det-idx
               when ws-det-card
                   perform 3100-validate-card
                       thru 3100-validate-card-exit
               when ws-det-nino
                   perform 3200-validate-nino
               when ws-det-ssn
                   perform 3300-validate-ssn
                       thru 3300-validate-ssn-exit
               when ws-det-iban
                   perform 3400-validate-iban
                       thru 3400-validate-iban-exit
               when ws-det-email
                   perform 3500-validate-email
                       thru 3500-validate-email-exit
           end-evaluate
           if ws-candidate-valid
               add 1 to ws-det-confirmed(ws-det-idx)
               add 1 to ws-run-confirmed
               move 'Y' to ws-det-hit-sw(ws-det-idx)
           else
               add 1 to ws-det-rejected(ws-det-idx)
           end-if
           move ws-ovec-entry(2) to ws-match-offset
           if ws-ovec-entry(2) equal ws-ovec-entry(1)
               add 1 to ws-match-offset
           end-if
           perform 2220-find-next-candidate
               thru 2220-find-next-candidate-exit
           .

      ***************************************************************
      * 3000-VALIDATION - one paragraph per detector.  Each sets     *
      * WS-VALID-SW to 'Y' only when the candidate passes.           *
      ***************************************************************
      * 3100-VALIDATE-CARD - the digits alone, 13 to 19 of them,     *
      * leading digit 2-6, not one digit repeated, Luhn sum a        *
      * multiple of ten.                                             *
      ***************************************************************
       3100-validate-card.
           perform 3010-compact-digits
           if ws-compact-len less than 13
              or ws-compact-len greater than 19
               go to 3100-validate-card-exit
           end-if
           if ws-compact(1:1) less than '2'
              or ws-compact(1:1) greater than '6'
               go to 3100-validate-card-exit
           end-if
           move zero to ws-same-digit-count
           inspect ws-compact(1:ws-compact-len)
               tallying ws-same-digit-count
               for all ws-compact(1:1)
           if ws-same-digit-count equal ws-compact-len
               go to 3100-validate-card-exit
           end-if
           move zero to ws-luhn-sum
           move 'N' to ws-luhn-double-sw
           perform 3110-add-one-luhn-digit
               with test before
               varying ws-cand-idx from ws-compact-len by -1
               until ws-cand-idx less than 1
           if function mod(ws-luhn-sum, 10) equal zero
               move 'Y' to ws-valid-sw
           end-if
           .
       3100-validate-card-exit.
           exit.

       3110-add-one-luhn-digit.
           move ws-compact(ws-cand-idx:1) to ws-digit-x
           move ws-digit-n to ws-luhn-term
           if ws-luhn-double
               multiply 2 by ws-luhn-term
               if ws-luhn-term greater than 9
                   subtract 9 from ws-luhn-term
               end-if
               move 'N' to ws-luhn-double-sw
           else
               move 'Y' to ws-luhn-double-sw
           end-if
           add ws-luhn-term to ws-luhn-sum
           .

      ***************************************************************
      * 3200-VALIDATE-NINO - the pattern already holds the letters   *
      * HMRC never issues in either prefix position; these are the   *
      * pairs it never issues although both letters are allowed.     *
      ***************************************************************
       3200-validate-nino.
           evaluate ws-cand(1:2)
               when 'BG'
               when 'GB'
               when 'KN'
               when 'NK'
               when 'NT'
               when 'TN'
               when 'ZZ'
                   continue
               when other
                   move 'Y' to ws-valid-sw
           end-evaluate
           .

      ***************************************************************
      * 3300-VALIDATE-SSN - the number ranges the SSA never assigns. *
      ***************************************************************
       3300-validate-ssn.
           move ws-cand(1:3) to ws-ssn-area
           move ws-cand(5:2) to ws-ssn-group
           move ws-cand(8:4) to ws-ssn-serial
           if ws-ssn-area equal zero
              or ws-ssn-area equal 666
              or ws-ssn-area greater than 899
              or ws-ssn-group equal zero
              or ws-ssn-serial equal zero
               go to 3300-validate-ssn-exit
           end-if
           move 'Y' to ws-valid-sw
           .
       3300-validate-ssn-exit.
           exit.

      ***************************************************************
      * 3400-VALIDATE-IBAN - ISO 13616 / ISO 7064: drop the spaces,  *
      * move the country code and check digits to the end, turn      *
      * each letter into 10-35 and take the whole number mod 97      *
      * digit by digit; a genuine IBAN leaves 1.                     *
      ***************************************************************
       3400-validate-iban.
           perform 3020-compact-non-space
           if ws-compact-len less than 15
              or ws-compact-len greater than 34
               go to 3400-validate-iban-exit
           end-if
           move zero to ws-mod97
           perform 3410-add-one-iban-char
               with test before
               varying ws-cand-idx from 5 by 1
               until ws-cand-idx greater than ws-compact-len
                  or ws-char-value greater than 35
           perform 3410-add-one-iban-char
               with test before
               varying ws-cand-idx from 1 by 1
               until ws-cand-idx greater than 4
                  or ws-char-value greater than 35
           if ws-char-value not greater than 35
              and ws-mod97 equal 1
               move 'Y' to ws-valid-sw
           end-if
           .
       3400-validate-iban-exit.
           exit.

       3410-add-one-iban-char.
           move ws-compact(ws-cand-idx:1) to ws-digit-x
           if ws-digit-x is numeric
               compute ws-mod97 =
                   function mod(ws-mod97 * 10 + ws-digit-n, 97)
           else
               move zero to ws-alpha-found
               perform 3411-match-one-letter
                   with test before
                   varying ws-alpha-idx from 1 by 1
                   until ws-alpha-idx greater than 26
                      or ws-alpha-found not equal zero
               if ws-alpha-found not equal zero
                   compute ws-char-value = ws-alpha-found + 9
                   compute ws-mod97 =
                       function mod(ws-mod97 * 100 + ws-char-value, 97)
               end-if
           end-if
           .
       3411-match-one-letter.
           if ws-alphabet(ws-alpha-idx:1) equal ws-digit-x
               move ws-alpha-idx to ws-alpha-found
           end-if
           .

      ***************************************************************
      * 3500-VALIDATE-EMAIL - RFC 5321 limits the local part to 64   *
      * characters; a dot may not start or end the local part, no    *
      * label may be empty and no domain label may start or end      *
      * with a hyphen.                                               *
      ***************************************************************
       3500-validate-email.
           move zero to ws-at-pos
           inspect ws-cand(1:ws-cand-len)
               tallying ws-at-pos for characters before initial '@'
           if ws-at-pos equal zero
              or ws-at-pos greater than 64
              or ws-at-pos + 1 not less than ws-cand-len
               go to 3500-validate-email-exit
           end-if
           if ws-cand(1:1) equal '.'
              or ws-cand(ws-at-pos:1) equal '.'
              or ws-cand(ws-at-pos + 2:1) equal '.'
              or ws-cand(ws-at-pos + 2:1) equal '-'
               go to 3500-validate-email-exit
           end-if
           move zero to ws-bad-pairs
           inspect ws-cand(1:ws-cand-len)
               tallying ws-bad-pairs for all '..'
                                         all '.-'
                                         all '-.'
           if ws-bad-pairs not equal zero
               go to 3500-validate-email-exit
           end-if
           move 'Y' to ws-valid-sw
           .
       3500-validate-email-exit.
           exit.

      ***************************************************************
      * 3010/3020 - squeeze the candidate into WS-COMPACT: digits    *
      * only for a card number, everything but spaces for an IBAN.   *
      ***************************************************************
       3010-compact-digits.
           move spaces to ws-compact
           move zero to ws-compact-len
           perform 3011-keep-one-digit
               with test before
               varying ws-cand-idx from 1 by 1
               until ws-cand-idx greater than ws-cand-len
           .
       3011-keep-one-digit.
           if ws-cand(ws-cand-idx:1) is numeric
              and ws-compact-len less than 64
               add 1 to ws-compact-len
               move ws-cand(ws-cand-idx:1)
                   to ws-compact(ws-compact-len:1)
           end-if
           .

       3020-compact-non-space.
           move spaces to ws-compact
           move zero to ws-compact-len
           move zero to ws-char-value
           perform 3021-keep-one-non-space
               with test before
               varying ws-cand-idx from 1 by 1
               until ws-cand-idx greater than ws-cand-len
           .
       3021-keep-one-non-space.
           if ws-cand(ws-cand-idx:1) not equal space
              and ws-compact-len less than 64
               add 1 to ws-compact-len
               move ws-cand(ws-cand-idx:1)
                   to ws-compact(ws-compact-len:1)
           end-if
           .

      ***************************************************************
      * 8000-FINISH - the inventory summary: one line per dataset    *
      * with its confirmed hits by type and the cardholder-data      *
      * answer, then the run totals.                                 *
      ***************************************************************
       8000-finish.
           close dslist
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move '0' to rpt-cc
           move ws-report-sum-heading to rpt-text
           write rpt-line
           perform 8010-summarize-one-dataset
               with test before
               varying ws-ds-idx from 1 by 1
               until ws-ds-idx greater than ws-ds-count
           close piirpt
           perform 8020-free-one-detector
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
           call 'pcre2_match_data_free_8' using
                                value ws-match-data
           display 'PIISWEEP: run-id ' ws-run-id
                    ' datasets ' ws-ds-count
                    ' records ' ws-record-count
                    ' holding PII ' ws-pii-records
                    ' confirmed hits ' ws-run-confirmed
           .

       8010-summarize-one-dataset.
           move ws-ds-name(ws-ds-idx) to rm-ds-name
           move ws-ds-records(ws-ds-idx) to rm-records
           move ws-ds-pii-records(ws-ds-idx) to rm-pii-records
           perform 8011-summarize-one-type
               with test before
               varying ws-det-idx from 1 by 1
               until ws-det-idx greater than ws-det-count
           evaluate true
               when not ws-det-active(ws-det-card)
                   move 'NOT CHECKED' to rm-verdict
               when ws-ds-confirmed(ws-ds-idx ws-det-card)
                        greater than zero
                   move 'YES' to rm-verdict
               when other
                   move 'NO' to rm-verdict
           end-evaluate
           move ' ' to rpt-cc
           move ws-report-summary to rpt-text
           write rpt-line
           .

       8011-summarize-one-type.
           move space to rm-type-entry(ws-det-idx)
           if ws-det-active(ws-det-idx)
               move ws-ds-confirmed(ws-ds-idx ws-det-idx)
                   to rm-confirmed(ws-det-idx)
           else
               move '       N/A' to rm-confirmed-x(ws-det-idx)
           end-if
           .

       8020-free-one-detector.
           if ws-det-active(ws-det-idx)
               call 'pcre2_code_free_8' using
                                value ws-det-code-ptr(ws-det-idx)
           end-if
           .

       end program PIISWEEP.

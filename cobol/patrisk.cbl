      ***************************************************************
      *                                                             *
      *    PROGRAM:  PATRISK                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    PATRISK screens the whole of PATLIB and RULELIB for      *
      *    patterns that can backtrack catastrophically, before     *
      *    one of them does it in the overnight stream.             *
      *    MATCHLIMIT= and HEAPLIMIT= only stop a runaway pattern   *
      *    after it has burned the CPU, and PATBENCH only times the *
      *    sample data it is given; PATRISK goes looking for the    *
      *    data that hurts.                                         *
      *                                                             *
      *    Every entry is compiled with its own options, then its   *
      *    text is scanned for the three constructs that backtrack  *
      *    badly:                                                   *
      *                                                             *
      *      NESTED      an unbounded quantifier applied to a group *
      *                  that itself holds one - (a+)+, (\w+\s?)*   *
      *      ALTERNATION an unbounded quantifier applied to a group *
      *                  with alternatives - (a|ab)*                *
      *      ADJACENT    two unbounded quantifiers in a row whose   *
      *                  atoms can match the same character -       *
      *                  \d+\d+, .*\s*                              *
      *                                                             *
      *    A possessive quantifier or an atomic group cannot        *
      *    backtrack and is not flagged.  For each construct found  *
      *    (up to four per pattern) PATRISK builds adversarial      *
      *    subjects - the pattern's leading literal text, then      *
      *    PUMPLEN= copies of a character the quantified atom       *
      *    accepts, then nothing or a character that makes the      *
      *    match fail - and times pcre2_match_8 against each ITER=  *
      *    times under a match context capped at MATCHLIMIT=.       *
      *                                                             *
      *    Each pattern is then rated:                              *
      *                                                             *
      *      HIGH    an adversarial subject ran into the match,     *
      *              heap or depth limit                            *
      *      MEDIUM  a nested or alternation construct, or any      *
      *              construct whose subjects took SLOWTIME=        *
      *              hundredths or more, that still finished under  *
      *              the limit; or a pattern too deeply grouped to  *
      *              scan                                           *
      *      LOW     nothing flagged, or adjacent quantifiers only  *
      *              that ran quickly                               *
      *                                                             *
      *    RSKRPT lists every entry, HIGH first, ranked within a    *
      *    rating by limit trips and then elapsed time, with the    *
      *    owner who has to rewrite it - PAT-OWNER for PATLIB, and  *
      *    RUL-OWNER for RULELIB, or RULEOWNER= for a rule that     *
      *    still has none.  An entry that does not compile is       *
      *    listed FAILED just below the HIGH entries.  Any HIGH or  *
      *    FAILED entry ends the run RC 8, MEDIUM alone RC 4.       *
      *                                                             *
      *    RSKCTL is OPTIONAL: MATCHLIMIT= (default 100000),        *
      *    PUMPLEN= (1-200, default 30), ITER= (default 3),         *
      *    SLOWTIME= (default 50) and RULEOWNER=.                   *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   A rule's owner is now RUL-OWNER from the   *
      *                  rule itself; RULEOWNER= stands in only for *
      *                  a rule with none.                          *
      ***************************************************************
       identification division.
       program-id.    PATRISK.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional rskctl
               assign to RSKCTL
               organization is sequential
               file status is ws-rskctl-status.
           select rskrpt
               assign to RSKRPT
               organization is sequential.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is sequential
               record key is pat-id
               file status is ws-patlib-status.
           select rulelib
               assign to RULELIB
               organization is indexed
               access mode is sequential
               record key is rul-seq
               file status is ws-rulelib-status.
           select sortwork
               assign to SORTWK.

       data division.
       file section.
       fd  rskctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  rskrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  patlib.
           COPY patrec.

       fd  rulelib.
           COPY subrrec.

       sd  sortwork.
       01  sw-record.
           05  sw-rank                 pic 9(01).
           05  sw-limit-hits           pic 9(04).
           05  sw-elapsed              pic 9(07).
           05  sw-score                pic 9(01).
           05  sw-library              pic x(07).
           05  sw-id                   pic x(08).
           05  sw-owner                pic x(08).
           05  sw-rating               pic x(06).
           05  sw-subjects             pic 9(04).
           05  sw-construct            pic x(34).
           05  sw-pattern              pic x(38).

       working-storage section.
       COPY pcre2.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(60).
       01  ws-ctl-ptr                  pic 9(4) comp.
       01  ws-ctl-numeric              pic 9(9).

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-patlib-eof-sw        pic x(01) value 'N'.
               88  ws-patlib-eof                  value 'Y'.
           05  ws-rulelib-eof-sw       pic x(01) value 'N'.
               88  ws-rulelib-eof                 value 'Y'.
           05  ws-sort-eof-sw          pic x(01) value 'N'.
               88  ws-sort-eof                    value 'Y'.
           05  ws-limit-hit-sw         pic x(01).
               88  ws-limit-hit                   value 'Y'.
           05  ws-prefix-done-sw       pic x(01).
               88  ws-prefix-done                 value 'Y'.

       01  ws-rskctl-status            pic x(02).
       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
       01  ws-rulelib-status           pic x(02).
           88  ws-rulelib-ok                     value '00'.

      * Control deck values.
       01  ws-match-limit              pic 9(9)  comp value 100000.
       01  ws-pump-len                 pic 9(4)  comp value 30.
       01  ws-iterations               pic 9(9)  comp value 3.
       01  ws-slow-time                pic 9(9)  comp value 50.
       01  ws-rule-owner               pic x(08) value spaces.
       01  ws-iter-idx                 pic 9(9)  comp.

       01  ws-pattern                  pic x(256).
       01  ws-pattern-len              pic 9(9)  comp.
       01  ws-options                  pic 9(9)  comp value zero.
       01  ws-code-ptr                 usage pointer.
       01  ws-match-data               usage pointer.
       01  ws-match-context            usage pointer.
       01  ws-ovector-count            pic 9(9)  comp value 20.
       01  ws-errorcode                pic s9(9) comp.
       01  ws-erroffset                pic 9(9)  comp.
       01  ws-rc                       pic s9(9) comp.
       01  ws-limit-rc                 pic s9(9) comp.
       01  ws-error-text               pic x(60).

      * The entry being screened and what screening found.
       01  ws-result.
           05  ws-res-library          pic x(07).
           05  ws-res-id               pic x(08).
           05  ws-res-owner            pic x(08).
           05  ws-res-rating           pic x(06).
           05  ws-res-rank             pic 9(01).
           05  ws-res-construct        pic x(34).
           05  ws-res-subjects         pic 9(04) comp.
           05  ws-res-limit-hits       pic 9(04) comp.
           05  ws-res-elapsed          pic 9(09) comp.

       01  ws-counts.
           05  ws-screened-count       pic 9(9)  comp value zero.
           05  ws-high-count           pic 9(9)  comp value zero.
           05  ws-medium-count         pic 9(9)  comp value zero.
           05  ws-low-count            pic 9(9)  comp value zero.
           05  ws-failed-count         pic 9(9)  comp value zero.
           05  ws-rank-count           pic 9(9)  comp value zero.

      * Pattern-text scanner.  Positions are 1-based offsets into
      * WS-PATTERN.  Atom kinds: L literal, A any (.), C bracket
      * class, G group, and the shorthand letter itself for \d \D
      * \w \W \s \S, so the letter doubles as the test to apply.
       01  ws-scan-fields.
           05  ws-scan-pos             pic 9(4)  comp.
           05  ws-scan-len             pic 9(4)  comp.
           05  ws-scan-char            pic x(01).
           05  ws-scan-next            pic x(01).
           05  ws-scan-depth           pic 9(4)  comp.
           05  ws-scan-stop-sw         pic x(01).
               88  ws-scan-stopped                value 'Y'.
           05  ws-scan-deep-sw         pic x(01).
               88  ws-scan-too-deep               value 'Y'.

       01  ws-atom.
           05  ws-atom-sw              pic x(01).
               88  ws-atom-found                  value 'Y'.
           05  ws-atom-kind            pic x(01).
           05  ws-atom-char            pic x(01).
           05  ws-atom-cls-start       pic 9(4)  comp.
           05  ws-atom-cls-len         pic 9(4)  comp.
           05  ws-atom-pos             pic 9(4)  comp.
           05  ws-atom-grp-kind        pic x(01).
           05  ws-atom-grp-unb-sw      pic x(01).
           05  ws-atom-grp-alt-sw      pic x(01).

      * The atom before the current one at the same group level,
      * saved on the group stack across a nested group.
       01  ws-prev-atom.
           05  ws-prev-unb-sw          pic x(01).
               88  ws-prev-unbounded              value 'Y'.
           05  ws-prev-kind            pic x(01).
           05  ws-prev-char            pic x(01).
           05  ws-prev-cls-start       pic 9(4)  comp.
           05  ws-prev-cls-len         pic 9(4)  comp.

       01  ws-quant.
           05  ws-quant-sw             pic x(01).
               88  ws-quant-none                  value ' '.
               88  ws-quant-unbounded             value 'U'.
               88  ws-quant-bounded               value 'B'.
           05  ws-quant-poss-sw        pic x(01).
               88  ws-quant-possessive            value 'Y'.
           05  ws-quant-min-zero-sw    pic x(01).
               88  ws-quant-min-zero              value 'Y'.
           05  ws-quant-min            pic 9(4)  comp.
           05  ws-quant-max            pic 9(4)  comp.
           05  ws-quant-comma-sw       pic x(01).
           05  ws-quant-max-sw         pic x(01).
           05  ws-quant-digits         pic 9(4)  comp.
           05  ws-quant-scan           pic 9(4)  comp.
           05  ws-quant-digit          pic 9(01).

      * Group stack: kind C capturing/non-capturing, A atomic,
      * L lookaround.
       01  ws-group-stack.
           05  ws-grp-entry            occurs 32 times.
               10  ws-grp-kind         pic x(01).
               10  ws-grp-start        pic 9(4)  comp.
               10  ws-grp-unb-sw       pic x(01).
               10  ws-grp-alt-sw       pic x(01).
               10  ws-grp-inner-pump   pic x(01).
               10  ws-grp-first-pump   pic x(01).
               10  ws-grp-save-prev    pic x(07).

      * Character-acceptance test: does an atom of kind ACC-KIND
      * match character ACC-TEST?
       01  ws-acc-fields.
           05  ws-acc-kind             pic x(01).
           05  ws-acc-char             pic x(01).
           05  ws-acc-cls-start        pic 9(4)  comp.
           05  ws-acc-cls-len          pic 9(4)  comp.
           05  ws-acc-test             pic x(01).
           05  ws-acc-sw               pic x(01).
               88  ws-acc-yes                     value 'Y'.
           05  ws-acc-neg-sw           pic x(01).
           05  ws-acc-short-sw         pic x(01).
           05  ws-acc-esc              pic x(01).
           05  ws-acc-p                pic 9(4)  comp.
           05  ws-acc-end              pic 9(4)  comp.
           05  ws-acc-lo               pic x(01).
           05  ws-acc-hi               pic x(01).

      * Characters tried, in order, as the pump for a bracket class.
       01  ws-pump-cands               pic x(12) value 'a1 !A_-.@/Z9'.
       01  ws-pump-idx                 pic 9(4)  comp.

       01  ws-finding-table.
           05  ws-fnd-entry            occurs 4 times.
               10  ws-fnd-type         pic x(01).
               10  ws-fnd-pos          pic 9(4)  comp.
               10  ws-fnd-pump         pic x(01).
       01  ws-fnd-count                pic 9(4)  comp.
       01  ws-fnd-idx                  pic 9(4)  comp.
       01  ws-static-score             pic 9(01).
       01  ws-worst-type               pic x(01).
       01  ws-worst-pos                pic 9(4)  comp.
       01  ws-new-type                 pic x(01).
       01  ws-new-score                pic 9(01).
       01  ws-new-pump                 pic x(01).
       01  ws-pos-edit                 pic zzz9.

      * Adversarial subject: literal prefix, pump run, terminator.
       01  ws-subject                  pic x(300).
       01  ws-subject-len              pic 9(9)  comp.
       01  ws-prefix                   pic x(40).
       01  ws-prefix-len               pic 9(4)  comp.
       01  ws-prefix-pos               pic 9(4)  comp.
       01  ws-pump-char                pic x(01).
       01  ws-suffix-cands             pic x(05) value '!#0a '.
       01  ws-suffix-idx               pic 9(4)  comp.
       01  ws-suffix-used              pic 9(4)  comp.
       01  ws-suffix-sw                pic x(01).
           88  ws-suffix-wanted                  value 'Y'.
       01  ws-suffix-char              pic x(01).

      * ACCEPT FROM TIME is HHMMSSHH; converted to hundredths the
      * same way PATBENCH does before subtracting.
       01  ws-time-in                  pic x(08).
       01  ws-time-hh                  pic 9(02).
       01  ws-time-mm                  pic 9(02).
       01  ws-time-ss                  pic 9(02).
       01  ws-time-hth                 pic 9(02).
       01  ws-time-total               pic 9(09) comp.
       01  ws-start-time               pic 9(8).
       01  ws-end-time                 pic 9(8).
       01  ws-start-total              pic 9(09) comp.
       01  ws-end-total                pic 9(09) comp.
       01  ws-elapsed                  pic s9(09) comp.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'PATRISK  -  CATASTRO'.
           05  filler                  pic x(30) value
                   'PHIC BACKTRACKING RISK, LIMIT '.
           05  rh-limit                pic zzzzzzzz9.
           05  filler                  pic x(10) value
                   ', PUMPLEN '.
           05  rh-pump-len             pic zzz9.
           05  filler                  pic x(59) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(06) value ' RANK '.
           05  filler                  pic x(07) value 'RATING '.
           05  filler                  pic x(08) value 'LIBRARY '.
           05  filler                  pic x(09) value 'ID       '.
           05  filler                  pic x(09) value 'OWNER    '.
           05  filler                  pic x(05) value 'SUBJ '.
           05  filler                  pic x(05) value 'TRIP '.
           05  filler                  pic x(09) value ' SECONDS '.
           05  filler                  pic x(35) value 'CONSTRUCT'.
           05  filler                  pic x(39) value 'PATTERN'.

       01  ws-report-detail.
           05  rd-rank                 pic zzzz9.
           05  filler                  pic x(01) value space.
           05  rd-rating               pic x(06).
           05  filler                  pic x(01) value space.
           05  rd-library              pic x(07).
           05  filler                  pic x(01) value space.
           05  rd-id                   pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-owner                pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-subjects             pic zzz9.
           05  filler                  pic x(01) value space.
           05  rd-limit-hits           pic zzz9.
           05  filler                  pic x(01) value space.
           05  rd-seconds              pic zzzz9.99.
           05  filler                  pic x(01) value space.
           05  rd-construct            pic x(34).
           05  filler                  pic x(01) value space.
           05  rd-pattern              pic x(38).
           05  filler                  pic x(01) value space.

       01  ws-report-totals.
           05  filler                  pic x(18) value
                   'ENTRIES SCREENED: '.
           05  rt-screened             pic zzzzzzzz9.
           05  filler                  pic x(08) value '  HIGH: '.
           05  rt-high                 pic zzzzzzzz9.
           05  filler                  pic x(10) value '  MEDIUM: '.
           05  rt-medium               pic zzzzzzzz9.
           05  filler                  pic x(07) value '  LOW: '.
           05  rt-low                  pic zzzzzzzz9.
           05  filler                  pic x(10) value '  FAILED: '.
           05  rt-failed               pic zzzzzzzz9.
           05  filler                  pic x(34) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           sort sortwork
               on ascending key sw-rank
               on descending key sw-limit-hits sw-elapsed sw-score
               on ascending key sw-library sw-id
               input procedure is 2000-screen-libraries
                   thru 2000-screen-libraries-exit
               output procedure is 7000-print-ranked-report
                   thru 7000-print-ranked-report-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - read the optional control deck, set up    *
      * the capped match context and open the report.               *
      ***************************************************************
       1000-initialize.
           perform 1005-read-control-file
               thru 1005-read-control-file-exit
           if ws-match-limit equal zero
               move 100000 to ws-match-limit
           end-if
           if ws-pump-len equal zero
              or ws-pump-len greater than 200
               display 'PATRISK: PUMPLEN= must be 1-200'
               move 16 to return-code
               stop run
           end-if
           if ws-iterations equal zero
               move 1 to ws-iterations
           end-if
           call 'pcre2_match_data_create_8' using
                                value ws-ovector-count
                                value 0
               returning ws-match-data
           call 'pcre2_match_context_create_8' using
                                value 0
               returning ws-match-context
           call 'pcre2_set_match_limit_8' using
                                value ws-match-context
                                value ws-match-limit
               returning ws-limit-rc
           open output rskrpt
           move ws-match-limit to rh-limit
           move ws-pump-len to rh-pump-len
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

       1005-read-control-file.
           open input rskctl
           if ws-rskctl-status not equal '00'
              and ws-rskctl-status not equal '05'
               go to 1005-read-control-file-exit
           end-if
           perform 1006-read-one-control-card
               thru 1006-read-one-control-card-exit
               with test before
               until ws-ctl-eof
           close rskctl
           .
       1005-read-control-file-exit.
           exit.

       1006-read-one-control-card.
           read rskctl into ws-ctl-record
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
               when 'MATCHLIMIT'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-match-limit
               when 'PUMPLEN'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   if ws-ctl-numeric greater than 9999
                       move 9999 to ws-pump-len
                   else
                       move ws-ctl-numeric to ws-pump-len
                   end-if
               when 'ITER'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-iterations
               when 'SLOWTIME'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-slow-time
               when 'RULEOWNER'
                   move ws-ctl-value(1:8) to ws-rule-owner
               when other
                   display 'PATRISK: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 2000-SCREEN-LIBRARIES - sort input: every PATLIB entry, then *
      * every RULELIB rule, enabled or not - a disabled rule is one  *
      * RULEMNT statement away from running tonight.                 *
      ***************************************************************
       2000-screen-libraries.
           open input patlib
           if not ws-patlib-ok
               display 'PATRISK: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           perform 2100-screen-one-patlib-entry
               thru 2100-screen-one-patlib-entry-exit
               with test before
               until ws-patlib-eof
           close patlib
           open input rulelib
           if not ws-rulelib-ok
               display 'PATRISK: RULELIB open failed, status '
                        ws-rulelib-status
               move 16 to return-code
               stop run
           end-if
           perform 2200-screen-one-rule
               thru 2200-screen-one-rule-exit
               with test before
               until ws-rulelib-eof
           close rulelib
           .
       2000-screen-libraries-exit.
           exit.

       2100-screen-one-patlib-entry.
           read patlib next record
               at end
                   move 'Y' to ws-patlib-eof-sw
                   go to 2100-screen-one-patlib-entry-exit
           end-read
           move 'PATLIB' to ws-res-library
           move pat-id to ws-res-id
           move pat-owner to ws-res-owner
           move pat-text to ws-pattern
           move pat-text-len to ws-pattern-len
           move pat-options-word to ws-options
           perform 3000-screen-pattern
               thru 3000-screen-pattern-exit
           perform 2900-release-result
           .
       2100-screen-one-patlib-entry-exit.
           exit.

       2200-screen-one-rule.
           read rulelib next record
               at end
                   move 'Y' to ws-rulelib-eof-sw
                   go to 2200-screen-one-rule-exit
           end-read
           move 'RULELIB' to ws-res-library
           move rul-seq to ws-res-id
           if rul-owner equal spaces
               move ws-rule-owner to ws-res-owner
           else
               move rul-owner to ws-res-owner
           end-if
           move rul-pattern-text to ws-pattern
           move rul-pattern-len to ws-pattern-len
           move rul-options-word to ws-options
           perform 3000-screen-pattern
               thru 3000-screen-pattern-exit
           perform 2900-release-result
           .
       2200-screen-one-rule-exit.
           exit.

      ***************************************************************
      * 2900-RELEASE-RESULT - count the rating and hand the entry to *
      * the sort.                                                    *
      ***************************************************************
       2900-release-result.
           add 1 to ws-screened-count
           evaluate ws-res-rating
               when 'HIGH'
                   add 1 to ws-high-count
               when 'MEDIUM'
                   add 1 to ws-medium-count
               when 'LOW'
                   add 1 to ws-low-count
               when other
                   add 1 to ws-failed-count
           end-evaluate
           move spaces to sw-record
           move ws-res-rank to sw-rank
           move ws-res-limit-hits to sw-limit-hits
           if ws-res-elapsed greater than 9999999
               move 9999999 to sw-elapsed
           else
               move ws-res-elapsed to sw-elapsed
           end-if
           move ws-static-score to sw-score
           move ws-res-library to sw-library
           move ws-res-id to sw-id
           if ws-res-owner equal spaces
               move '(NONE)' to sw-owner
           else
               move ws-res-owner to sw-owner
           end-if
           move ws-res-rating to sw-rating
           move ws-res-subjects to sw-subjects
           move ws-res-construct to sw-construct
           move ws-pattern(1:38) to sw-pattern
           release sw-record
           .

      ***************************************************************
      * 3000-SCREEN-PATTERN - compile the entry with its own         *
      * options, scan its text, attack what the scan found, and rate *
      * it.  An entry that does not compile is rated FAILED.         *
      ***************************************************************
       3000-screen-pattern.
           move spaces to ws-res-construct ws-res-rating
           move zero to ws-res-subjects ws-res-limit-hits
                        ws-res-elapsed ws-static-score
           call 'pcre2_compile_8' using
                                ws-pattern
                                value ws-pattern-len
                                value ws-options
                                ws-errorcode
                                ws-erroffset
                                value 0
                returning ws-code-ptr
           if ws-code-ptr equal null
               call 'PCRE2MSG' using ws-errorcode ws-error-text
               display 'PATRISK: ' ws-res-library ' ' ws-res-id
                        ' does not compile: ' ws-error-text
               move 'FAILED' to ws-res-rating
               move 2 to ws-res-rank
               string 'NOT COMPILED: ' ws-error-text
                   delimited by size into ws-res-construct
               end-string
               go to 3000-screen-pattern-exit
           end-if
           perform 3100-scan-pattern-text
           perform 3400-attack-finding
               thru 3400-attack-finding-exit
               varying ws-fnd-idx from 1 by 1
               until ws-fnd-idx greater than ws-fnd-count
           call 'pcre2_code_free_8' using
                                value ws-code-ptr
           perform 3800-rate-pattern
           .
       3000-screen-pattern-exit.
           exit.

      ***************************************************************
      * 3100-SCAN-PATTERN-TEXT - one left-to-right pass over the     *
      * pattern, tracking the group stack and the previous atom at   *
      * each level, recording each risky construct as it is closed.  *
      ***************************************************************
       3100-scan-pattern-text.
           move zero to ws-fnd-count ws-scan-depth
                        ws-worst-pos
           move spaces to ws-worst-type ws-finding-table
           move 'N' to ws-scan-stop-sw ws-scan-deep-sw
           move 'N' to ws-prev-unb-sw
           move ws-pattern-len to ws-scan-len
           if ws-scan-len greater than 256
               move 256 to ws-scan-len
           end-if
           move 1 to ws-scan-pos
           perform 3110-scan-one-element
               thru 3110-scan-one-element-exit
               with test before
               until ws-scan-pos greater than ws-scan-len
                  or ws-scan-stopped
           .

       3110-scan-one-element.
           move 'N' to ws-atom-sw
           move ws-pattern(ws-scan-pos:1) to ws-scan-char
           move ws-scan-pos to ws-atom-pos
           evaluate ws-scan-char
               when '\'
                   perform 3120-scan-escape
                       thru 3120-scan-escape-exit
               when '['
                   perform 3130-scan-bracket-class
               when '('
                   perform 3140-open-group
                       thru 3140-open-group-exit
               when ')'
                   perform 3150-close-group
                       thru 3150-close-group-exit
               when '|'
                   if ws-scan-depth greater than zero
                       move 'Y' to ws-grp-alt-sw(ws-scan-depth)
                   end-if
                   move 'N' to ws-prev-unb-sw
                   add 1 to ws-scan-pos
               when '^'
               when '$'
                   move 'N' to ws-prev-unb-sw
                   add 1 to ws-scan-pos
               when '*'
               when '+'
               when '?'
               when '{'
                   add 1 to ws-scan-pos
               when '.'
                   move 'Y' to ws-atom-sw
                   move 'A' to ws-atom-kind
                   move 'a' to ws-atom-char
                   add 1 to ws-scan-pos
               when other
                   move 'Y' to ws-atom-sw
                   move 'L' to ws-atom-kind
                   move ws-scan-char to ws-atom-char
                   add 1 to ws-scan-pos
           end-evaluate
           if not ws-atom-found
               go to 3110-scan-one-element-exit
           end-if
           perform 3160-read-quantifier
               thru 3160-read-quantifier-exit
           perform 3170-apply-atom
               thru 3170-apply-atom-exit
           .
       3110-scan-one-element-exit.
           exit.

      ***************************************************************
      * 3120-SCAN-ESCAPE - a backslash sequence.  Shorthand classes  *
      * become atoms of their own kind; assertions are zero-width    *
      * and break adjacency; back-references, \p/\x/\x{..} and the  *
      * like are opaque single atoms that overlap nothing.           *
      ***************************************************************
       3120-scan-escape.
           if ws-scan-pos not less than ws-scan-len
               move 'Y' to ws-atom-sw
               move 'L' to ws-atom-kind
               move '\' to ws-atom-char
               add 1 to ws-scan-pos
               go to 3120-scan-escape-exit
           end-if
           move ws-pattern(ws-scan-pos + 1:1) to ws-scan-next
           add 2 to ws-scan-pos
           evaluate ws-scan-next
               when 'd'
                   move 'Y' to ws-atom-sw
                   move 'd' to ws-atom-kind
                   move '1' to ws-atom-char
               when 'D'
                   move 'Y' to ws-atom-sw
                   move 'D' to ws-atom-kind
                   move 'a' to ws-atom-char
               when 'w'
                   move 'Y' to ws-atom-sw
                   move 'w' to ws-atom-kind
                   move 'a' to ws-atom-char
               when 'W'
                   move 'Y' to ws-atom-sw
                   move 'W' to ws-atom-kind
                   move '!' to ws-atom-char
               when 's'
               when 'h'
               when 'v'
                   move 'Y' to ws-atom-sw
                   move 's' to ws-atom-kind
                   move ' ' to ws-atom-char
               when 'S'
               when 'H'
               when 'V'
                   move 'Y' to ws-atom-sw
                   move 'S' to ws-atom-kind
                   move 'a' to ws-atom-char
               when 'b'
               when 'B'
               when 'A'
               when 'z'
               when 'Z'
               when 'G'
               when 'K'
                   move 'N' to ws-prev-unb-sw
               when 'p'
               when 'P'
               when 'x'
               when 'o'
               when 'g'
               when 'k'
                   if ws-scan-pos not greater than ws-scan-len
                      and (ws-pattern(ws-scan-pos:1) equal '{'
                        or ws-pattern(ws-scan-pos:1) equal '<')
                       perform 3125-skip-escape-argument
                           with test before
                           until ws-scan-pos greater than ws-scan-len
                              or ws-pattern(ws-scan-pos:1) equal '}'
                              or ws-pattern(ws-scan-pos:1) equal '>'
                       add 1 to ws-scan-pos
                   end-if
                   move 'Y' to ws-atom-sw
                   move 'L' to ws-atom-kind
                   move high-value to ws-atom-char
               when '1' thru '9'
                   move 'Y' to ws-atom-sw
                   move 'L' to ws-atom-kind
                   move high-value to ws-atom-char
               when other
                   move 'Y' to ws-atom-sw
                   move 'L' to ws-atom-kind
                   move ws-scan-next to ws-atom-char
           end-evaluate
           .
       3120-scan-escape-exit.
           exit.
       3125-skip-escape-argument.
           add 1 to ws-scan-pos
           .

      ***************************************************************
      * 3130-SCAN-BRACKET-CLASS - find the closing bracket (a ] that *
      * opens the class, or follows its ^, is a literal) and pick    *
      * the first of WS-PUMP-CANDS the class accepts as its pump.    *
      ***************************************************************
       3130-scan-bracket-class.
           move 'Y' to ws-atom-sw
           move 'C' to ws-atom-kind
           add 1 to ws-scan-pos
           move ws-scan-pos to ws-atom-cls-start
           if ws-scan-pos not greater than ws-scan-len
              and ws-pattern(ws-scan-pos:1) equal '^'
               add 1 to ws-scan-pos
           end-if
           if ws-scan-pos not greater than ws-scan-len
              and ws-pattern(ws-scan-pos:1) equal ']'
               add 1 to ws-scan-pos
           end-if
           perform 3131-scan-class-character
               with test before
               until ws-scan-pos greater than ws-scan-len
                  or ws-pattern(ws-scan-pos:1) equal ']'
           compute ws-atom-cls-len = ws-scan-pos - ws-atom-cls-start
           add 1 to ws-scan-pos
           move 'C' to ws-acc-kind
           move ws-atom-cls-start to ws-acc-cls-start
           move ws-atom-cls-len to ws-acc-cls-len
           move 'N' to ws-acc-sw
           perform 3132-try-pump-candidate
               varying ws-pump-idx from 1 by 1
               until ws-pump-idx greater than 12
                  or ws-acc-yes
           if ws-acc-yes
               move ws-acc-test to ws-atom-char
           else
               move high-value to ws-atom-char
           end-if
           .
       3131-scan-class-character.
           evaluate true
               when ws-pattern(ws-scan-pos:1) equal '\'
                   add 2 to ws-scan-pos
               when ws-pattern(ws-scan-pos:2) equal '[:'
                   add 2 to ws-scan-pos
                   perform 3125-skip-escape-argument
                       with test before
                       until ws-scan-pos greater than ws-scan-len
                          or ws-pattern(ws-scan-pos:2) equal ':]'
                   add 2 to ws-scan-pos
               when other
                   add 1 to ws-scan-pos
           end-evaluate
           .
       3132-try-pump-candidate.
           move ws-pump-cands(ws-pump-idx:1) to ws-acc-test
           perform 3300-test-accepts
           .

      ***************************************************************
      * 3140-OPEN-GROUP - push a group.  (?: and named groups are    *
      * ordinary groups, (?> atomic, (?= (?! (?<= (?<! lookaround;   *
      * a comment, an inline option setting and a (* verb are       *
      * skipped whole and open nothing.                              *
      ***************************************************************
       3140-open-group.
           move ws-pattern(ws-scan-pos + 1:1) to ws-scan-next
           if ws-scan-next equal '*'
               perform 3145-skip-to-close-paren
               go to 3140-open-group-exit
           end-if
           if ws-scan-depth equal 32
               move 'Y' to ws-scan-stop-sw ws-scan-deep-sw
               go to 3140-open-group-exit
           end-if
           add 1 to ws-scan-depth
           move ws-scan-pos to ws-grp-start(ws-scan-depth)
           move 'C' to ws-grp-kind(ws-scan-depth)
           move 'N' to ws-grp-unb-sw(ws-scan-depth)
                       ws-grp-alt-sw(ws-scan-depth)
           move space to ws-grp-inner-pump(ws-scan-depth)
                         ws-grp-first-pump(ws-scan-depth)
           move ws-prev-atom to ws-grp-save-prev(ws-scan-depth)
           move 'N' to ws-prev-unb-sw
           add 1 to ws-scan-pos
           if ws-scan-next not equal '?'
               go to 3140-open-group-exit
           end-if
           add 1 to ws-scan-pos
           move ws-pattern(ws-scan-pos:1) to ws-scan-next
           evaluate true
               when ws-scan-next equal ':'
                   add 1 to ws-scan-pos
               when ws-scan-next equal '>'
                   move 'A' to ws-grp-kind(ws-scan-depth)
                   add 1 to ws-scan-pos
               when ws-scan-next equal '=' or '!'
                   move 'L' to ws-grp-kind(ws-scan-depth)
                   add 1 to ws-scan-pos
               when ws-pattern(ws-scan-pos:2) equal '<=' or '<!'
                   move 'L' to ws-grp-kind(ws-scan-depth)
                   add 2 to ws-scan-pos
               when ws-scan-next equal '<' or 'P' or ''''
                   perform 3125-skip-escape-argument
                       with test before
                       until ws-scan-pos greater than ws-scan-len
                          or ws-pattern(ws-scan-pos:1) equal '>'
                          or ws-pattern(ws-scan-pos:1) equal ''''
                   add 1 to ws-scan-pos
               when other
                   perform 3125-skip-escape-argument
                       with test before
                       until ws-scan-pos greater than ws-scan-len
                          or ws-pattern(ws-scan-pos:1) equal ':'
                          or ws-pattern(ws-scan-pos:1) equal ')'
                   if ws-scan-pos not greater than ws-scan-len
                      and ws-pattern(ws-scan-pos:1) equal ')'
                       move ws-grp-save-prev(ws-scan-depth)
                           to ws-prev-atom
                       subtract 1 from ws-scan-depth
                   end-if
                   add 1 to ws-scan-pos
           end-evaluate
           .
       3140-open-group-exit.
           exit.
       3145-skip-to-close-paren.
           perform 3125-skip-escape-argument
               with test before
               until ws-scan-pos greater than ws-scan-len
                  or ws-pattern(ws-scan-pos:1) equal ')'
           add 1 to ws-scan-pos
           .

      ***************************************************************
      * 3150-CLOSE-GROUP - pop a group; the group becomes the atom   *
      * its quantifier, if any, applies to.  A lookaround is         *
      * zero-width and is not an atom.                               *
      ***************************************************************
       3150-close-group.
           add 1 to ws-scan-pos
           if ws-scan-depth equal zero
               go to 3150-close-group-exit
           end-if
           move 'G' to ws-atom-kind
           move ws-grp-start(ws-scan-depth) to ws-atom-pos
           move ws-grp-kind(ws-scan-depth) to ws-atom-grp-kind
           move ws-grp-unb-sw(ws-scan-depth) to ws-atom-grp-unb-sw
           move ws-grp-alt-sw(ws-scan-depth) to ws-atom-grp-alt-sw
           if ws-grp-inner-pump(ws-scan-depth) not equal space
               move ws-grp-inner-pump(ws-scan-depth) to ws-atom-char
           else
               if ws-grp-first-pump(ws-scan-depth) not equal space
                   move ws-grp-first-pump(ws-scan-depth)
                       to ws-atom-char
               else
                   move high-value to ws-atom-char
               end-if
           end-if
           move ws-grp-save-prev(ws-scan-depth) to ws-prev-atom
           subtract 1 from ws-scan-depth
           if ws-atom-grp-kind not equal 'L'
               move 'Y' to ws-atom-sw
           end-if
           .
       3150-close-group-exit.
           exit.

      ***************************************************************
      * 3160-READ-QUANTIFIER - the quantifier after an atom, if any. *
      * * + and {N,} are unbounded; so is {N,M} with M over 16,      *
      * which backtracks the same way.  A trailing + makes it        *
      * possessive.  A { that does not open a well-formed            *
      * quantifier is a literal and is left for the next element.    *
      ***************************************************************
       3160-read-quantifier.
           move space to ws-quant-sw
           move 'N' to ws-quant-poss-sw ws-quant-min-zero-sw
           if ws-scan-pos greater than ws-scan-len
               go to 3160-read-quantifier-exit
           end-if
           move ws-pattern(ws-scan-pos:1) to ws-scan-next
           evaluate ws-scan-next
               when '*'
                   move 'U' to ws-quant-sw
                   move 'Y' to ws-quant-min-zero-sw
                   add 1 to ws-scan-pos
               when '+'
                   move 'U' to ws-quant-sw
                   add 1 to ws-scan-pos
               when '?'
                   move 'B' to ws-quant-sw
                   move 'Y' to ws-quant-min-zero-sw
                   add 1 to ws-scan-pos
               when '{'
                   perform 3165-read-brace-quantifier
                       thru 3165-read-brace-quantifier-exit
               when other
                   go to 3160-read-quantifier-exit
           end-evaluate
           if ws-quant-none
              or ws-scan-pos greater than ws-scan-len
               go to 3160-read-quantifier-exit
           end-if
           evaluate ws-pattern(ws-scan-pos:1)
               when '+'
                   move 'Y' to ws-quant-poss-sw
                   add 1 to ws-scan-pos
               when '?'
                   add 1 to ws-scan-pos
           end-evaluate
           .
       3160-read-quantifier-exit.
           exit.

       3165-read-brace-quantifier.
           move zero to ws-quant-min ws-quant-max ws-quant-digits
           move 'N' to ws-quant-comma-sw ws-quant-max-sw
           compute ws-quant-scan = ws-scan-pos + 1
           perform 3166-read-quantifier-digit
               with test before
               until ws-quant-scan greater than ws-scan-len
                  or ws-pattern(ws-quant-scan:1) is not numeric
           if ws-quant-digits equal zero
               go to 3165-read-brace-quantifier-exit
           end-if
           if ws-quant-scan not greater than ws-scan-len
              and ws-pattern(ws-quant-scan:1) equal ','
               move 'Y' to ws-quant-comma-sw
               add 1 to ws-quant-scan
               perform 3166-read-quantifier-digit
                   with test before
                   until ws-quant-scan greater than ws-scan-len
                      or ws-pattern(ws-quant-scan:1) is not numeric
           end-if
           if ws-quant-scan greater than ws-scan-len
              or ws-pattern(ws-quant-scan:1) not equal '}'
               go to 3165-read-brace-quantifier-exit
           end-if
           compute ws-scan-pos = ws-quant-scan + 1
           if ws-quant-min equal zero
               move 'Y' to ws-quant-min-zero-sw
           end-if
           evaluate true
               when ws-quant-comma-sw equal 'Y'
                and ws-quant-max-sw equal 'N'
                   move 'U' to ws-quant-sw
               when ws-quant-comma-sw equal 'Y'
                and ws-quant-max greater than 16
                   move 'U' to ws-quant-sw
               when other
                   move 'B' to ws-quant-sw
           end-evaluate
           .
       3165-read-brace-quantifier-exit.
           exit.
       3166-read-quantifier-digit.
           move ws-pattern(ws-quant-scan:1) to ws-quant-digit
           if ws-quant-comma-sw equal 'Y'
               move 'Y' to ws-quant-max-sw
               if ws-quant-max less than 1000
                   compute ws-quant-max =
                       ws-quant-max * 10 + ws-quant-digit
               end-if
           else
               add 1 to ws-quant-digits
               if ws-quant-min less than 1000
                   compute ws-quant-min =
                       ws-quant-min * 10 + ws-quant-digit
               end-if
           end-if
           add 1 to ws-quant-scan
           .

      ***************************************************************
      * 3170-APPLY-ATOM - judge an atom and its quantifier against   *
      * the group it closes and the atom before it, then mark the    *
      * enclosing group.  An optional atom (? or a zero minimum)     *
      * does not break adjacency: \d+-?\d+ is still two runs of      *
      * digits side by side.                                         *
      ***************************************************************
       3170-apply-atom.
           if ws-quant-unbounded and not ws-quant-possessive
               if ws-atom-kind equal 'G'
                  and ws-atom-grp-kind not equal 'A'
                   evaluate true
                       when ws-atom-grp-unb-sw equal 'Y'
                           move 'N' to ws-new-type
                           move 3 to ws-new-score
                           move ws-atom-char to ws-new-pump
                           perform 3180-record-finding
                       when ws-atom-grp-alt-sw equal 'Y'
                           move 'A' to ws-new-type
                           move 2 to ws-new-score
                           move ws-atom-char to ws-new-pump
                           perform 3180-record-finding
                   end-evaluate
               end-if
               if ws-prev-unbounded
                   perform 3175-test-adjacent-overlap
               end-if
           end-if
           if ws-scan-depth greater than zero
               if ws-grp-first-pump(ws-scan-depth) equal space
                   move ws-atom-char
                       to ws-grp-first-pump(ws-scan-depth)
               end-if
               if (ws-quant-unbounded and not ws-quant-possessive)
                  or (ws-atom-kind equal 'G'
                      and ws-atom-grp-unb-sw equal 'Y'
                      and ws-atom-grp-kind not equal 'A')
                   move 'Y' to ws-grp-unb-sw(ws-scan-depth)
                   if ws-grp-inner-pump(ws-scan-depth) equal space
                       move ws-atom-char
                           to ws-grp-inner-pump(ws-scan-depth)
                   end-if
               end-if
           end-if
           if ws-quant-bounded and ws-quant-min-zero
               go to 3170-apply-atom-exit
           end-if
           if ws-quant-unbounded and not ws-quant-possessive
               move 'Y' to ws-prev-unb-sw
           else
               move 'N' to ws-prev-unb-sw
           end-if
           move ws-atom-kind to ws-prev-kind
           move ws-atom-char to ws-prev-char
           move ws-atom-cls-start to ws-prev-cls-start
           move ws-atom-cls-len to ws-prev-cls-len
           .
       3170-apply-atom-exit.
           exit.

      * Two unbounded runs overlap when either atom accepts the
      * other's pump character; that character is the one to pump.
       3175-test-adjacent-overlap.
           move ws-prev-kind to ws-acc-kind
           move ws-prev-char to ws-acc-char
           move ws-prev-cls-start to ws-acc-cls-start
           move ws-prev-cls-len to ws-acc-cls-len
           move ws-atom-char to ws-acc-test
           perform 3300-test-accepts
           if ws-acc-yes
               move ws-atom-char to ws-new-pump
           else
               move ws-atom-kind to ws-acc-kind
               move ws-atom-char to ws-acc-char
               move ws-atom-cls-start to ws-acc-cls-start
               move ws-atom-cls-len to ws-acc-cls-len
               move ws-prev-char to ws-acc-test
               perform 3300-test-accepts
               move ws-prev-char to ws-new-pump
           end-if
           if ws-acc-yes
               move 'J' to ws-new-type
               move 1 to ws-new-score
               perform 3180-record-finding
           end-if
           .

      * Keep the first four constructs for attack; the worst one
      * (earliest of the highest score) names the pattern's risk.
       3180-record-finding.
           if ws-fnd-count less than 4
               add 1 to ws-fnd-count
               move ws-new-type to ws-fnd-type(ws-fnd-count)
               move ws-atom-pos to ws-fnd-pos(ws-fnd-count)
               move ws-new-pump to ws-fnd-pump(ws-fnd-count)
           end-if
           if ws-new-score greater than ws-static-score
               move ws-new-score to ws-static-score
               move ws-new-type to ws-worst-type
               move ws-atom-pos to ws-worst-pos
           end-if
           .

      ***************************************************************
      * 3300-TEST-ACCEPTS - set WS-ACC-SW to Y when an atom of       *
      * WS-ACC-KIND accepts WS-ACC-TEST.  A group is represented by  *
      * its pump character alone.                                    *
      ***************************************************************
       3300-test-accepts.
           move 'N' to ws-acc-sw
           evaluate ws-acc-kind
               when 'L'
               when 'G'
                   if ws-acc-test equal ws-acc-char
                       move 'Y' to ws-acc-sw
                   end-if
               when 'A'
                   move 'Y' to ws-acc-sw
               when 'C'
                   perform 3310-test-class-membership
               when other
                   move ws-acc-kind to ws-acc-esc
                   perform 3330-test-shorthand
                   move ws-acc-short-sw to ws-acc-sw
           end-evaluate
           .

      * Bracket-class membership: single characters, ranges (in the
      * native collating order, as PCRE2 applies them), shorthand
      * escapes and the commoner POSIX names; a leading ^ negates.
       3310-test-class-membership.
           move 'N' to ws-acc-neg-sw
           move ws-acc-cls-start to ws-acc-p
           compute ws-acc-end = ws-acc-cls-start + ws-acc-cls-len - 1
           if ws-acc-cls-len greater than zero
              and ws-pattern(ws-acc-p:1) equal '^'
               move 'Y' to ws-acc-neg-sw
               add 1 to ws-acc-p
           end-if
           perform 3311-test-class-item
               with test before
               until ws-acc-p greater than ws-acc-end
                  or ws-acc-yes
           if ws-acc-neg-sw equal 'Y'
               if ws-acc-yes
                   move 'N' to ws-acc-sw
               else
                   move 'Y' to ws-acc-sw
               end-if
           end-if
           .
       3311-test-class-item.
           evaluate true
               when ws-pattern(ws-acc-p:1) equal '\'
                and ws-acc-p less than ws-acc-end
                   move ws-pattern(ws-acc-p + 1:1) to ws-acc-esc
                   perform 3330-test-shorthand
                   if ws-acc-esc equal 'd' or 'D' or 'w' or 'W'
                                    or 's' or 'S'
                       move ws-acc-short-sw to ws-acc-sw
                   else
                       if ws-acc-test equal ws-acc-esc
                           move 'Y' to ws-acc-sw
                       end-if
                   end-if
                   add 2 to ws-acc-p
               when ws-pattern(ws-acc-p:2) equal '[:'
                   perform 3320-test-posix-class
               when ws-acc-p + 2 not greater than ws-acc-end
                and ws-pattern(ws-acc-p + 1:1) equal '-'
                   move ws-pattern(ws-acc-p:1) to ws-acc-lo
                   move ws-pattern(ws-acc-p + 2:1) to ws-acc-hi
                   if ws-acc-test not less than ws-acc-lo
                      and ws-acc-test not greater than ws-acc-hi
                       move 'Y' to ws-acc-sw
                   end-if
                   add 3 to ws-acc-p
               when other
                   if ws-acc-test equal ws-pattern(ws-acc-p:1)
                       move 'Y' to ws-acc-sw
                   end-if
                   add 1 to ws-acc-p
           end-evaluate
           .

       3320-test-posix-class.
           evaluate ws-pattern(ws-acc-p + 2:5)
               when 'digit'
                   move 'd' to ws-acc-esc
                   perform 3330-test-shorthand
                   move ws-acc-short-sw to ws-acc-sw
               when 'space'
                   move 's' to ws-acc-esc
                   perform 3330-test-shorthand
                   move ws-acc-short-sw to ws-acc-sw
               when 'alnum'
               when 'word:'
                   move 'w' to ws-acc-esc
                   perform 3330-test-shorthand
                   move ws-acc-short-sw to ws-acc-sw
               when 'alpha'
                   if ws-acc-test is alphabetic
                      and ws-acc-test not equal space
                       move 'Y' to ws-acc-sw
                   end-if
               when 'upper'
                   if ws-acc-test is alphabetic-upper
                      and ws-acc-test not equal space
                       move 'Y' to ws-acc-sw
                   end-if
               when 'lower'
                   if ws-acc-test is alphabetic-lower
                      and ws-acc-test not equal space
                       move 'Y' to ws-acc-sw
                   end-if
           end-evaluate
           add 2 to ws-acc-p
           perform 3321-skip-posix-name
               with test before
               until ws-acc-p greater than ws-acc-end
                  or ws-pattern(ws-acc-p:2) equal ':]'
           add 2 to ws-acc-p
           .
       3321-skip-posix-name.
           add 1 to ws-acc-p
           .

      * \d \w \s and their negations; the upper-case letter inverts.
       3330-test-shorthand.
           move 'N' to ws-acc-short-sw
           evaluate ws-acc-esc
               when 'd'
               when 'D'
                   if ws-acc-test is numeric
                       move 'Y' to ws-acc-short-sw
                   end-if
               when 'w'
               when 'W'
                   if (ws-acc-test is alphabetic
                       and ws-acc-test not equal space)
                      or ws-acc-test is numeric
                      or ws-acc-test equal '_'
                       move 'Y' to ws-acc-short-sw
                   end-if
               when 's'
               when 'S'
                   if ws-acc-test equal space or x'05' or x'09'
                       move 'Y' to ws-acc-short-sw
                   end-if
               when other
                   continue
           end-evaluate
           if ws-acc-esc equal 'D' or 'W' or 'S'
               if ws-acc-short-sw equal 'Y'
                   move 'N' to ws-acc-short-sw
               else
                   move 'Y' to ws-acc-short-sw
               end-if
           end-if
           .

      ***************************************************************
      * 3400-ATTACK-FINDING - the adversarial subjects for one       *
      * construct: the pump run on its own, then with each of the    *
      * first two terminators that differ from the pump character.   *
      ***************************************************************
       3400-attack-finding.
           move ws-fnd-pump(ws-fnd-idx) to ws-pump-char
           perform 3410-build-prefix
           move 'N' to ws-suffix-sw
           perform 3420-build-and-time-subject
           move zero to ws-suffix-used
           perform 3405-try-suffix
               varying ws-suffix-idx from 1 by 1
               until ws-suffix-idx greater than 5
                  or ws-suffix-used equal 2
           .
       3400-attack-finding-exit.
           exit.
       3405-try-suffix.
           move ws-suffix-cands(ws-suffix-idx:1) to ws-suffix-char
           if ws-suffix-char not equal ws-pump-char
               add 1 to ws-suffix-used
               move 'Y' to ws-suffix-sw
               perform 3420-build-and-time-subject
           end-if
           .

      * The plain literal text the pattern opens with (after any ^),
      * up to the construct, so an anchored pattern reaches it.  A
      * literal that is itself quantified ends the prefix.
       3410-build-prefix.
           move spaces to ws-prefix
           move zero to ws-prefix-len
           move 1 to ws-prefix-pos
           if ws-pattern(1:1) equal '^'
               move 2 to ws-prefix-pos
           end-if
           move 'N' to ws-prefix-done-sw
           perform 3411-take-prefix-character
               thru 3411-take-prefix-character-exit
               with test before
               until ws-prefix-done
           .
       3411-take-prefix-character.
           if ws-prefix-pos not less than ws-fnd-pos(ws-fnd-idx)
              or ws-prefix-pos greater than ws-scan-len
              or ws-prefix-len equal 40
               move 'Y' to ws-prefix-done-sw
               go to 3411-take-prefix-character-exit
           end-if
           evaluate ws-pattern(ws-prefix-pos:1)
               when '\'
               when '^'
               when '$'
               when '.'
               when '|'
               when '?'
               when '*'
               when '+'
               when '('
               when ')'
               when '['
               when ']'
               when '{'
               when '}'
                   move 'Y' to ws-prefix-done-sw
                   go to 3411-take-prefix-character-exit
           end-evaluate
           evaluate ws-pattern(ws-prefix-pos + 1:1)
               when '?'
               when '*'
               when '+'
               when '{'
                   move 'Y' to ws-prefix-done-sw
                   go to 3411-take-prefix-character-exit
           end-evaluate
           add 1 to ws-prefix-len
           move ws-pattern(ws-prefix-pos:1)
               to ws-prefix(ws-prefix-len:1)
           add 1 to ws-prefix-pos
           .
       3411-take-prefix-character-exit.
           exit.

       3420-build-and-time-subject.
           move spaces to ws-subject
           move zero to ws-subject-len
           if ws-prefix-len greater than zero
               move ws-prefix(1:ws-prefix-len)
                   to ws-subject(1:ws-prefix-len)
               move ws-prefix-len to ws-subject-len
           end-if
           inspect ws-subject(ws-subject-len + 1:ws-pump-len)
               replacing all space by ws-pump-char
           add ws-pump-len to ws-subject-len
           if ws-suffix-wanted
               add 1 to ws-subject-len
               move ws-suffix-char to ws-subject(ws-subject-len:1)
           end-if
           perform 3500-time-subject
           .

      ***************************************************************
      * 3500-TIME-SUBJECT - ITER= matches of one subject under the   *
      * capped context.  Once a subject trips a limit it has made    *
      * its point and is not run again.                              *
      ***************************************************************
       3500-time-subject.
           add 1 to ws-res-subjects
           move 'N' to ws-limit-hit-sw
           accept ws-start-time from time
           perform 3510-match-subject
               varying ws-iter-idx from 1 by 1
               until ws-iter-idx greater than ws-iterations
                  or ws-limit-hit
           accept ws-end-time from time
           perform 3900-compute-elapsed
           add ws-elapsed to ws-res-elapsed
           if ws-limit-hit
               add 1 to ws-res-limit-hits
           end-if
           .
       3510-match-subject.
           call 'pcre2_match_8' using
                                value ws-code-ptr
                                by reference ws-subject
                                value ws-subject-len
                                value 0
                                value 0
                                value ws-match-data
                                value ws-match-context
               returning ws-rc
           if ws-rc equal PCRE2-ERROR-MATCHLIMIT
              or ws-rc equal PCRE2-ERROR-HEAPLIMIT
              or ws-rc equal PCRE2-ERROR-DEPTHLIMIT
               move 'Y' to ws-limit-hit-sw
           end-if
           .

      ***************************************************************
      * 3800-RATE-PATTERN - HIGH on any limit trip; MEDIUM for an    *
      * exponential-shaped construct, a slow one, or a pattern too   *
      * deeply grouped to scan; otherwise LOW.                       *
      ***************************************************************
       3800-rate-pattern.
           evaluate true
               when ws-res-limit-hits greater than zero
                   move 'HIGH' to ws-res-rating
                   move 1 to ws-res-rank
               when ws-static-score not less than 2
               when ws-fnd-count greater than zero
                and ws-res-elapsed not less than ws-slow-time
               when ws-scan-too-deep
                   move 'MEDIUM' to ws-res-rating
                   move 3 to ws-res-rank
               when other
                   move 'LOW' to ws-res-rating
                   move 4 to ws-res-rank
           end-evaluate
           move ws-worst-pos to ws-pos-edit
           evaluate true
               when ws-worst-type equal 'N'
                   string 'NESTED QUANTIFIER AT ' ws-pos-edit
                       delimited by size into ws-res-construct
                   end-string
               when ws-worst-type equal 'A'
                   string 'QUANTIFIED ALTERNATION AT ' ws-pos-edit
                       delimited by size into ws-res-construct
                   end-string
               when ws-worst-type equal 'J'
                   string 'ADJACENT OVERLAP QUANT AT ' ws-pos-edit
                       delimited by size into ws-res-construct
                   end-string
               when ws-scan-too-deep
                   move 'GROUPS NESTED TOO DEEP TO SCAN'
                       to ws-res-construct
               when other
                   move 'NO RISKY CONSTRUCT' to ws-res-construct
           end-evaluate
           .

      ***************************************************************
      * 3900-COMPUTE-ELAPSED - hundredths of a second between the    *
      * start and end times, allowing for midnight.                  *
      ***************************************************************
       3900-compute-elapsed.
           move ws-start-time to ws-time-in
           perform 3910-convert-time-to-hundredths
           move ws-time-total to ws-start-total
           move ws-end-time to ws-time-in
           perform 3910-convert-time-to-hundredths
           move ws-time-total to ws-end-total
           compute ws-elapsed = ws-end-total - ws-start-total
           if ws-elapsed less than zero
               add 8640000 to ws-elapsed
           end-if
           .
       3910-convert-time-to-hundredths.
           move ws-time-in(1:2) to ws-time-hh
           move ws-time-in(3:2) to ws-time-mm
           move ws-time-in(5:2) to ws-time-ss
           move ws-time-in(7:2) to ws-time-hth
           compute ws-time-total =
               ws-time-hh * 360000 + ws-time-mm * 6000
                   + ws-time-ss * 100 + ws-time-hth
           .

      ***************************************************************
      * 7000-PRINT-RANKED-REPORT - sort output: one numbered line    *
      * per entry, riskiest first, then the totals.                  *
      ***************************************************************
       7000-print-ranked-report.
           perform 7010-print-one-entry
               thru 7010-print-one-entry-exit
               with test before
               until ws-sort-eof
           move ws-screened-count to rt-screened
           move ws-high-count to rt-high
           move ws-medium-count to rt-medium
           move ws-low-count to rt-low
           move ws-failed-count to rt-failed
           move spaces to rpt-text
           move ' ' to rpt-cc
           write rpt-line
           move ws-report-totals to rpt-text
           write rpt-line
           .
       7000-print-ranked-report-exit.
           exit.
       7010-print-one-entry.
           return sortwork
               at end
                   move 'Y' to ws-sort-eof-sw
                   go to 7010-print-one-entry-exit
           end-return
           add 1 to ws-rank-count
           move ws-rank-count to rd-rank
           move sw-rating to rd-rating
           move sw-library to rd-library
           move sw-id to rd-id
           move sw-owner to rd-owner
           move sw-subjects to rd-subjects
           move sw-limit-hits to rd-limit-hits
           divide sw-elapsed by 100 giving rd-seconds
           move sw-construct to rd-construct
           move sw-pattern to rd-pattern
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .
       7010-print-one-entry-exit.
           exit.

      ***************************************************************
      * 8000-FINISH - close up and set the return code: RC 8 for any *
      * HIGH or FAILED entry, RC 4 for MEDIUM alone.                 *
      ***************************************************************
       8000-finish.
           call 'pcre2_match_context_free_8' using
                                value ws-match-context
           call 'pcre2_match_data_free_8' using
                                value ws-match-data
           close rskrpt
           display 'PATRISK: ' ws-screened-count ' entries, '
                    ws-high-count ' HIGH, ' ws-medium-count
                    ' MEDIUM, ' ws-failed-count ' FAILED'
           evaluate true
               when ws-high-count greater than zero
               when ws-failed-count greater than zero
                   move 8 to return-code
               when ws-medium-count greater than zero
                   move 4 to return-code
           end-evaluate
           .

       end program PATRISK.

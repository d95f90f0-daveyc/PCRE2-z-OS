      *    starts with an ACTION= card (ADD, REPLACE, DELETE,        *
      *    ENABLE or DISABLE) and carries the rule sequence number,  *
      *    pattern text, replacement text and options word for that  *
      *    entry - and validates each transaction in turn.  A       *
      *    validated transaction is staged on PNDLIB under the      *
      *    USERID= requester for PNDAPPR to apply on a second       *
      *    user-id's approval, exactly as PATMAINT stages PATLIB.   *
      *                                                             *
      *    Every ADD or REPLACE runs the effective pattern text      *
      *    through pcre2_compile_8, the same load-time validation    *
      *    extract mask at RC 16.                                    *
      *                                                             *
      *    One activity report is printed to MNTRPT showing, for     *
      *    every entry touched, the action staged, the old values    *
      *    and the new values, matching PATMAINT's MNTRPT            *
      *    conventions.  The run ends RC 8 when any transaction      *
      *    was rejected.                                             *
      *                  against LAYLIB at start-up, so a rule      *
      *                  pointing at a field the library does not   *
      *                  carry is caught before the first record.   *
      * 2026-10-15  DC   Four-eyes staging, matching PATMAINT.  A   *
      *                  validated ADD, REPLACE, DELETE, ENABLE or  *
      *                  DISABLE is written to the PNDLIB pending-  *
      *                  change file with the base and after images *
      *                  and the requester from the new USER= card, *
      *                  instead of to RULELIB; PNDAPPR applies it  *
      *                  on a second user-id's approval.  RULELIB   *
      *                  opens INPUT.                               *
      * 2026-10-15  DC   Added MASKSTYLE= (REPLACE or FORMAT),      *
      *                  KEEP= (YES or NO) and CHECKDIGIT= (LUHN or *
      *                  NONE) for the masking-style fields now on  *
      *                  SUBRREC.  An ADD defaults to REPLACE, NO,  *
      *                  NONE; a REPLACE carries forward whatever   *
      *                  the transaction does not give.  KEEP=YES   *
      *                  and CHECKDIGIT=LUHN are refused on a       *
      *                  REPLACE-style rule.  The value lines show  *
      *                  the three codes as MASK=.                  *
      * 2026-10-15  DC   Added OWNER= for the RUL-OWNER field now   *
      *                  on SUBRREC - the owner who attests the     *
      *                  rule at each RECERT cycle.  A REPLACE with *
      *                  no OWNER= carries the stored owner         *
      *                  forward; ENABLE and DISABLE leave it       *
      *                  alone.  The value lines show it as OWN=,   *
      *                  with the pattern text shortened to fit.    *
      * 2026-10-15  DC   The staged request date and time are now   *
      *                  taken from the request id as finally       *
      *                  written, after any duplicate-key bump.     *
      * 2026-10-15  DC   The user-id card is now USERID=, as on     *
      *                  TOKQUERY's deck; USER= is no longer        *
      *                  recognized.                                *
      ***************************************************************
       identification division.
       program-id.    RULEMNT.
               access mode is random
               record key is rul-seq
               file status is ws-rulelib-status.
           select pndlib
               assign to PNDLIB
               organization is indexed
               access mode is random
               record key is pnd-request-id
               file status is ws-pndlib-status.

       data division.
       file section.
       fd  rulelib.
           COPY subrrec.

       fd  pndlib.
           COPY pndrec.

       working-storage section.
       COPY pcre2.

      * MNTCTL carries one or more KEYWORD=VALUE control statements.
      * ACTION= (ADD, REPLACE, DELETE, ENABLE or DISABLE) opens a
      * transaction; the RULE=, PATTERNTEXT=, REPLACEMENT=, OPTIONS=,
      * ENABLED=, SAMPLE=, LAYOUT=, FIELD=, MASKSTYLE=, KEEP= and
      * CHECKDIGIT= cards that follow it fill the
      * transaction in, and the next ACTION= card (or end of file)
      * stages it.  USERID= is not part of a transaction; it names the
      * requester for every transaction after it.
       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  mntcc-sample                pic x(72).
       01  mntcc-layout                pic x(08).
       01  mntcc-field                 pic x(08).
       01  mntcc-user                  pic x(08).
       01  mntcc-mask-style            pic x(08).
       01  mntcc-keep                  pic x(03).
       01  mntcc-check-digit           pic x(04).
       01  mntcc-owner                 pic x(08).
       01  ws-ctl-numeric              pic 9(9).

       01  ws-switches.
           88  ws-rulelib-ok                     value '00'.
           88  ws-rulelib-notfnd                 value '23'.

       01  ws-pndlib-status            pic x(02).
           88  ws-pndlib-ok                      value '00'.
           88  ws-pndlib-dupkey                  value '22'.

      * Pending-change request id, YYYYMMDDHHMMSSHH, kept strictly
      * ascending within the run.
       01  ws-request-id.
           05  ws-request-date         pic 9(08).
           05  ws-request-time         pic 9(08).
       01  ws-request-num redefines ws-request-id
                                       pic 9(16).
       01  ws-last-request-num         pic 9(16) value zero.

       01  ws-pattern                  pic x(256).
       01  ws-pattern-len              pic 9(9)  comp.
       01  ws-options                  pic 9(9)  comp value zero.
       01  ws-dryrun-buf               pic x(512).
       01  ws-dryrun-buf-len           pic 9(9)  comp.

      * The effective masking style, keep flag and check-digit code
      * for the rule being built, as RUL-MASK-STYLE/-KEEP/-CHECK.
       01  ws-mask-codes.
           05  ws-mask-style           pic x(01).
           05  ws-mask-keep            pic x(01).
           05  ws-mask-check           pic x(01).

      * The RULELIB record as it stood before this transaction,
      * saved so the activity report can print old and new side by
      * side and so REPLACE/ENABLE/DISABLE can carry forward
           05  ws-old-enabled          pic x(01).
           05  ws-old-layout           pic x(08).
           05  ws-old-field            pic x(08).
           05  ws-old-owner            pic x(08).
           05  ws-old-mask-codes.
               10  ws-old-mask-style   pic x(01).
               10  ws-old-mask-keep    pic x(01).
               10  ws-old-mask-check   pic x(01).
       01  ws-old-image                pic x(320).

       01  ws-counters.
           05  ws-trans-count          pic 9(9)  comp value zero.
           05  ws-staged-count         pic 9(9)  comp value zero.
           05  ws-rejected-count       pic 9(9)  comp value zero.

       01  ws-report-heading-1.
           05  rv-enabled              pic x(01).
           05  filler                  pic x(01) value space.
           05  rv-repl-label           pic x(05) value 'REPL='.
           05  rv-replacement          pic x(21).
           05  filler                  pic x(01) value space.
           05  rv-mask-label           pic x(05) value 'MASK='.
           05  rv-mask                 pic x(03).
           05  filler                  pic x(01) value space.
           05  rv-own-label            pic x(04) value 'OWN='.
           05  rv-owner                pic x(08).
           05  filler                  pic x(01) value space.
           05  rv-text                 pic x(39).

       01  ws-report-total.
           05  filler                  pic x(20) value
                   'TRANSACTIONS READ:  '.
           05  rt-trans                pic zzzzzzzz9.
           05  filler                  pic x(12) value
                   '   STAGED:  '.
           05  rt-staged               pic zzzzzzzz9.
           05  filler                  pic x(13) value
                   '   REJECTED: '.
           05  rt-rejected             pic zzzzzzzz9.

      ***************************************************************
      * 1000-INITIALIZE - open the files and print the report        *
      * headings.  RULELIB is only read; every change is staged on   *
      * PNDLIB for PNDAPPR to apply.                                 *
      ***************************************************************
       1000-initialize.
           perform 1010-clear-transaction
           move spaces to mntcc-action mntcc-user
           open input mntctl
           open output mntrpt
           open input rulelib
           if not ws-rulelib-ok
               display 'RULEMNT: RULELIB open failed, status '
                        ws-rulelib-status
               move 16 to return-code
               stop run
           end-if
           open i-o pndlib
           if not ws-pndlib-ok
               display 'RULEMNT: PNDLIB open failed, status '
                        ws-pndlib-status
               move 16 to return-code
               stop run
           end-if
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move spaces to mntcc-rule-seq mntcc-pattern-text
                          mntcc-replacement mntcc-enabled
                          mntcc-sample mntcc-layout mntcc-field
                          mntcc-mask-style mntcc-keep
                          mntcc-check-digit mntcc-owner
           move zero to mntcc-options
           .

                   move ws-ctl-value(1:8) to mntcc-layout
               when 'FIELD'
                   move ws-ctl-value(1:8) to mntcc-field
               when 'USERID'
                   move ws-ctl-value(1:8) to mntcc-user
               when 'MASKSTYLE'
                   move ws-ctl-value(1:8) to mntcc-mask-style
               when 'KEEP'
                   move ws-ctl-value(1:3) to mntcc-keep
               when 'CHECKDIGIT'
                   move ws-ctl-value(1:4) to mntcc-check-digit
               when 'OWNER'
                   move ws-ctl-value(1:8) to mntcc-owner
               when other
                   display 'RULEMNT: ignoring unrecognized control '
                            'statement ' ws-ctl-record

      ***************************************************************
      * 3000-APPLY-TRANSACTION - validate the transaction built up   *
      * from the control cards and stage it on PNDLIB.  An ADD or    *
      * REPLACE is only allowed through once the effective pattern   *
      * has compiled cleanly AND the pattern/replacement pair has    *
      * dry-run cleanly against the SAMPLE= record - validation at   *
               perform 3900-report-rejection
               go to 3000-apply-transaction-exit
           end-if
           if mntcc-user equal spaces
               move 'REJECTED - no USERID= given for the requester'
                   to rd-result
               perform 3900-report-rejection
               go to 3000-apply-transaction-exit
           end-if
           perform 3010-read-old-record
           evaluate true
               when mntcc-action-add
      ***************************************************************
       3010-read-old-record.
           move 'N' to ws-old-found-sw
           move spaces to ws-old-image
           move mntcc-rule-seq to rul-seq
           read rulelib
           if ws-rulelib-ok
               move 'Y' to ws-old-found-sw
               move sub-rule-record to ws-old-image
               move rul-pattern-text to ws-old-pattern-text
               move rul-pattern-len to ws-old-pattern-len
               move rul-options-word to ws-old-options
               move rul-enabled to ws-old-enabled
               move rul-layout to ws-old-layout
               move rul-field to ws-old-field
               move rul-mask-style to ws-old-mask-style
               move rul-mask-keep to ws-old-mask-keep
               move rul-mask-check to ws-old-mask-check
               move rul-owner to ws-old-owner
           end-if
           .

               perform 3900-report-rejection
               go to 3100-apply-add-exit
           end-if
           move 'R' to ws-mask-style
           move 'N' to ws-mask-keep ws-mask-check
           perform 3430-resolve-mask-style
               thru 3430-resolve-mask-style-exit
           if ws-mask-style equal spaces
               go to 3100-apply-add-exit
           end-if
           perform 3500-build-rule-record
           perform 3700-stage-transaction
               thru 3700-stage-transaction-exit
           if not ws-pndlib-ok
               go to 3100-apply-add-exit
           end-if
           perform 3800-report-transaction
           perform 3820-report-new-values
           .
           exit.

      ***************************************************************
      * 3200-APPLY-REPLACE - change an existing rule.  A             *
      * transaction with no PATTERNTEXT= carries the stored pattern  *
      * forward; one with no REPLACEMENT= carries the stored         *
      * replacement forward.  The effective pair is always dry-run   *
               perform 3900-report-rejection
               go to 3200-apply-replace-exit
           end-if
           if mntcc-owner equal spaces
               move ws-old-owner to mntcc-owner
           end-if
           move ws-old-mask-codes to ws-mask-codes
           if ws-mask-style equal spaces
               move 'R' to ws-mask-style
           end-if
           if ws-mask-keep equal spaces
               move 'N' to ws-mask-keep
           end-if
           if ws-mask-check equal spaces
               move 'N' to ws-mask-check
           end-if
           perform 3430-resolve-mask-style
               thru 3430-resolve-mask-style-exit
           if ws-mask-style equal spaces
               go to 3200-apply-replace-exit
           end-if
           perform 3500-build-rule-record
           perform 3700-stage-transaction
               thru 3700-stage-transaction-exit
           if not ws-pndlib-ok
               go to 3200-apply-replace-exit
           end-if
           perform 3800-report-transaction
           perform 3810-report-old-values
           perform 3820-report-new-values
           exit.

      ***************************************************************
      * 3300-APPLY-DELETE - stage the removal of a rule, reporting   *
      * the values it carries so the report is a complete record of  *
      * what is asked to leave the library.                          *
      ***************************************************************
       3300-apply-delete.
           if not ws-old-found
               perform 3900-report-rejection
               go to 3300-apply-delete-exit
           end-if
           move spaces to sub-rule-record
           perform 3700-stage-transaction
               thru 3700-stage-transaction-exit
           if not ws-pndlib-ok
               go to 3300-apply-delete-exit
           end-if
           perform 3800-report-transaction
           perform 3810-report-old-values
           .
           else
               move 'N' to rul-enabled
           end-if
           perform 3700-stage-transaction
               thru 3700-stage-transaction-exit
           if not ws-pndlib-ok
               go to 3350-apply-flag-change-exit
           end-if
           perform 3800-report-transaction
           perform 3810-report-old-values
           perform 3820-report-new-values
           subtract 1 from ws-replacement-len
           .

      ***************************************************************
      * 3430-RESOLVE-MASK-STYLE - lay MASKSTYLE=, KEEP= and          *
      * CHECKDIGIT= over the starting codes in WS-MASK-CODES (the    *
      * defaults for an ADD, the stored codes for a REPLACE).  A     *
      * value it does not know, or a keep or check-digit request on  *
      * a replacement-style rule, rejects the transaction and leaves *
      * WS-MASK-STYLE as spaces for the caller to test.              *
      ***************************************************************
       3430-resolve-mask-style.
           evaluate mntcc-mask-style
               when spaces
                   continue
               when 'REPLACE'
                   move 'R' to ws-mask-style
               when 'FORMAT'
                   move 'F' to ws-mask-style
               when other
                   move 'REJECTED - MASKSTYLE must be REPLACE or FORMAT'
                       to rd-result
                   go to 3430-reject-mask-style
           end-evaluate
           evaluate mntcc-keep
               when spaces
                   continue
               when 'YES'
                   move 'Y' to ws-mask-keep
               when 'NO'
                   move 'N' to ws-mask-keep
               when other
                   move 'REJECTED - KEEP must be YES or NO' to rd-result
                   go to 3430-reject-mask-style
           end-evaluate
           evaluate mntcc-check-digit
               when spaces
                   continue
               when 'LUHN'
                   move 'L' to ws-mask-check
               when 'NONE'
                   move 'N' to ws-mask-check
               when other
                   move 'REJECTED - CHECKDIGIT must be LUHN or NONE'
                       to rd-result
                   go to 3430-reject-mask-style
           end-evaluate
           if ws-mask-style not equal 'F'
              and (ws-mask-keep equal 'Y' or ws-mask-check equal 'L')
               move spaces to rd-result
               string 'REJECTED - KEEP=YES and CHECKDIGIT=LUHN need '
                       'MASKSTYLE=FORMAT'
                   delimited by size into rd-result
               end-string
               go to 3430-reject-mask-style
           end-if
           go to 3430-resolve-mask-style-exit
           .
       3430-reject-mask-style.
           perform 3900-report-rejection
           move spaces to ws-mask-style
           .
       3430-resolve-mask-style-exit.
           exit.

      ***************************************************************
      * 3600-DRY-RUN-SUBSTITUTE - run the compiled pattern and the   *
      * effective replacement through pcre2_substitute_8 against     *
           move mntcc-enabled to rul-enabled
           move mntcc-layout to rul-layout
           move mntcc-field to rul-field
           move ws-mask-style to rul-mask-style
           move ws-mask-keep to rul-mask-keep
           move ws-mask-check to rul-mask-check
           move mntcc-owner to rul-owner
           .

      ***************************************************************
      * 3700-STAGE-TRANSACTION - write the validated transaction to  *
      * PNDLIB as a PENDING request: the rule as it stands now (the  *
      * base image PNDAPPR will insist is still live), the record    *
      * as it will be written (SUB-RULE-RECORD, spaces for a         *
      * DELETE), and who asked - the same staging PATMAINT does.     *
      ***************************************************************
       3700-stage-transaction.
           move spaces to pnd-record
           accept ws-request-date from date yyyymmdd
           accept ws-request-time from time
           if ws-request-num not greater than ws-last-request-num
               compute ws-request-num = ws-last-request-num + 1
           end-if
           move 'RULELIB' to pnd-library
           move mntcc-action to pnd-action
           move mntcc-rule-seq to pnd-entry-key
           move 'PENDING' to pnd-state
           move mntcc-user to pnd-requester
           move zero to pnd-decided-date pnd-decided-time
           if ws-old-found
               move 'Y' to pnd-base-found
               move ws-old-image to pnd-base-image
           else
               move 'N' to pnd-base-found
           end-if
           move sub-rule-record to pnd-after-image
           .
       3701-write-pending.
           move ws-request-id to pnd-request-id
           move ws-request-date to pnd-request-date
           move ws-request-time to pnd-request-time
           write pnd-record
           if ws-pndlib-dupkey
               add 1 to ws-request-num
               go to 3701-write-pending
           end-if
           if not ws-pndlib-ok
               move spaces to rd-result
               string 'REJECTED - PNDLIB write failed, status '
                       ws-pndlib-status
                   delimited by size into rd-result
               end-string
               perform 3900-report-rejection
               go to 3700-stage-transaction-exit
           end-if
           move ws-request-num to ws-last-request-num
           add 1 to ws-staged-count
           move spaces to rd-result
           string 'STAGED ' pnd-request-id ' - ' delimited by size
                  mntcc-action delimited by space
                  ' awaits approval' delimited by size
               into rd-result
           end-string
           .
       3700-stage-transaction-exit.
           exit.

      ***************************************************************
      * 3800-REPORT-TRANSACTION - the one-line summary of a staged   *
      * transaction, followed where appropriate by the old and new   *
      * value lines.                                                 *
      ***************************************************************
           move ws-old-pattern-len to rv-len
           move ws-old-options to rv-options
           move ws-old-enabled to rv-enabled
           move ws-old-replacement(1:21) to rv-replacement
           move ws-old-mask-codes to rv-mask
           move ws-old-owner to rv-owner
           move ws-old-pattern-text(1:39) to rv-text
           move ' ' to rpt-cc
           move ws-report-values to rpt-text
           write rpt-line
           move rul-pattern-len to rv-len
           move rul-options-word to rv-options
           move rul-enabled to rv-enabled
           move rul-replacement(1:21) to rv-replacement
           move rul-mask-style to rv-mask(1:1)
           move rul-mask-keep to rv-mask(2:1)
           move rul-mask-check to rv-mask(3:1)
           move rul-owner to rv-owner
           move rul-pattern-text(1:39) to rv-text
           move ' ' to rpt-cc
           move ws-report-values to rpt-text
           write rpt-line
      ***************************************************************
       8000-finish.
           move ws-trans-count to rt-trans
           move ws-staged-count to rt-staged
           move ws-rejected-count to rt-rejected
           move ' ' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           close mntctl mntrpt rulelib pndlib
           display 'RULEMNT: ' ws-trans-count ' transaction(s), '
                    ws-staged-count ' staged, '
                    ws-rejected-count ' rejected'
           if ws-rejected-count greater than zero
               move 8 to return-code

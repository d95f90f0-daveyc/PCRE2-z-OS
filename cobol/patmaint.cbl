      *    transactions - each transaction starts with an ACTION=    *
      *    card (ADD, REPLACE or DELETE) and carries the pattern-id, *
      *    pattern text and options word for that entry - and        *
      *    validates each transaction in turn.  A USERID= card names *
      *    the requester for the whole deck.                         *
      *                                                             *
      *    A transaction that passes validation is NOT written to    *
      *    PATLIB.  It is staged on PNDLIB, the pending-change file  *
      *    (see the PNDREC copybook), stamped with the requester's   *
      *    user-id, and PNDAPPR applies it once a different user-id  *
      *    approves it - no one person can put a pattern in front   *
      *    of the overnight jobs.                                    *
      *                                                             *
      *    Every ADD or REPLACE runs the new pattern text through    *
      *    pcre2_compile_8 before the record is written, so a        *
      *    from the trimmed text, never keyed by hand.               *
      *                                                             *
      *    One activity report is printed to MNTRPT showing, for     *
      *    every entry touched, the action staged, the old values    *
      *    and the new values.  The run ends RC 8 when any           *
      *    transaction was rejected, so a promotion job can be       *
      *    conditioned on a clean maintenance pass.                  *
      *                  EXCPOUT: a job whose JCL has no PATHIST DD  *
      *                  keeps running with a warning that no        *
      *                  history will be kept.                       *
      * 2026-10-15  DC   Four-eyes staging.  A validated ADD,       *
      *                  REPLACE or DELETE is now written to the    *
      *                  PNDLIB pending-change file with the base   *
      *                  and after images and the requester from    *
      *                  the new USER= card, instead of to PATLIB;  *
      *                  PNDAPPR applies it on a second user-id's   *
      *                  approval.  PATLIB opens INPUT.  The        *
      *                  PATHIST before-image is now journalled by  *
      *                  PNDAPPR when the change actually applies,  *
      *                  so the PATHIST DD moves to that step.      *
      * 2026-10-15  DC   The staged request date and time are now   *
      *                  taken from the request id as finally       *
      *                  written, after any duplicate-key bump.     *
      * 2026-10-15  DC   The user-id card is now USERID=, as on     *
      *                  TOKQUERY's deck; USER= is no longer        *
      *                  recognized.                                *
      ***************************************************************
       identification division.
       program-id.    PATMAINT.
               access mode is random
               record key is pat-id
               file status is ws-patlib-status.
           select pndlib
               assign to PNDLIB
               organization is indexed
               access mode is random
               record key is pnd-request-id
               file status is ws-pndlib-status.

       data division.
       file section.
       fd  patlib.
           COPY patrec.

       fd  pndlib.
           COPY pndrec.

       working-storage section.
       COPY pcre2.
      * ACTION= (ADD, REPLACE or DELETE) opens a transaction; the
      * PATTERN=, PATTERNTEXT= and OPTIONS= cards that follow it fill
      * the transaction in, and the next ACTION= card (or end of
      * file) stages it.  USERID= is not part of a transaction; it
      * names the requester for every transaction after it.
       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  mntcc-owner                 pic x(08).
       01  mntcc-description           pic x(40).
       01  mntcc-status                pic x(04).
       01  mntcc-user                  pic x(08).
       01  ws-ctl-numeric              pic 9(9).

       01  ws-switches.
           88  ws-patlib-ok                      value '00'.
           88  ws-patlib-notfnd                  value '23'.

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
           05  ws-old-created-time     pic 9(08).
           05  ws-old-changed-date     pic 9(08).
           05  ws-old-changed-time     pic 9(08).
       01  ws-old-image                pic x(320).

       01  ws-stamp-date               pic 9(08).
       01  ws-stamp-time               pic 9(08).

       01  ws-counters.
           05  ws-trans-count          pic 9(9)  comp value zero.
           05  ws-staged-count         pic 9(9)  comp value zero.
           05  ws-rejected-count       pic 9(9)  comp value zero.

       01  ws-report-heading-1.
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
      * headings.  PATLIB is only read; every change is staged on    *
      * PNDLIB for PNDAPPR to apply.                                 *
      ***************************************************************
       1000-initialize.
           move spaces to mntcc-action mntcc-pattern-id
                          mntcc-pattern-text mntcc-owner
                          mntcc-description mntcc-status
                          mntcc-user
           move zero to mntcc-options
           open input mntctl
           open output mntrpt
           open input patlib
           if not ws-patlib-ok
               display 'PATMAINT: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           open i-o pndlib
           if not ws-pndlib-ok
               display 'PATMAINT: PNDLIB open failed, status '
                        ws-pndlib-status
               move 16 to return-code
               stop run
           end-if
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
                   move ws-ctl-value(1:40) to mntcc-description
               when 'STATUS'
                   move ws-ctl-value(1:4) to mntcc-status
               when 'USERID'
                   move ws-ctl-value(1:8) to mntcc-user
               when other
                   display 'PATMAINT: ignoring unrecognized control '
                            'statement ' ws-ctl-record

      ***************************************************************
      * 3000-APPLY-TRANSACTION - validate the transaction built up   *
      * from the control cards and stage it on PNDLIB.  An ADD or    *
      * REPLACE is only allowed through once the new pattern text    *
      * has been compiled cleanly by pcre2_compile_8 - validation at *
      * load time is the whole point of this program.  A deck with   *
      * no USERID= stages nothing: an unattributed change is exactly *
      * what the approval step exists to prevent.                    *
      ***************************************************************
       3000-apply-transaction.
           add 1 to ws-trans-count
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
           move mntcc-pattern-id to pat-id
           read patlib
           if ws-patlib-ok
               move 'Y' to ws-old-found-sw
               move pat-record to ws-old-image
               move pat-text to ws-old-text
               move pat-text-len to ws-old-text-len
               move pat-options-word to ws-old-options
           perform 3500-build-pattern-record
           move ws-stamp-date to pat-created-date
           move ws-stamp-time to pat-created-time
           perform 3600-stage-transaction
               thru 3600-stage-transaction-exit
           if not ws-pndlib-ok
               go to 3100-apply-add-exit
           end-if
           move spaces to rd-result
           string 'STAGED ' pnd-request-id ' - ADD awaits approval'
               delimited by size into rd-result
           end-string
           perform 3800-report-transaction
           perform 3820-report-new-values
           .
           exit.

      ***************************************************************
      * 3200-APPLY-REPLACE - change an existing entry.  New          *
      * pattern text goes through the compile check first; a         *
      * transaction with no PATTERNTEXT= is a metadata change        *
      * (promotion, owner, description) and carries the stored       *
           perform 3500-build-pattern-record
           move ws-old-created-date to pat-created-date
           move ws-old-created-time to pat-created-time
           perform 3600-stage-transaction
               thru 3600-stage-transaction-exit
           if not ws-pndlib-ok
               go to 3200-apply-replace-exit
           end-if
           move spaces to rd-result
           string 'STAGED ' pnd-request-id
                  ' - REPLACE awaits approval'
               delimited by size into rd-result
           end-string
           perform 3800-report-transaction
           perform 3810-report-old-values
           perform 3820-report-new-values
           exit.

      ***************************************************************
      * 3300-APPLY-DELETE - stage the removal of an entry, reporting *
      * the values it carries so the report is a complete record of  *
      * what is asked to leave the library.                          *
      ***************************************************************
       3300-apply-delete.
           if not ws-old-found
               perform 3900-report-rejection
               go to 3300-apply-delete-exit
           end-if
           move spaces to pat-record
           perform 3600-stage-transaction
               thru 3600-stage-transaction-exit
           if not ws-pndlib-ok
               go to 3300-apply-delete-exit
           end-if
           move spaces to rd-result
           string 'STAGED ' pnd-request-id
                  ' - DELETE awaits approval'
               delimited by size into rd-result
           end-string
           perform 3800-report-transaction
           perform 3810-report-old-values
           .
           .

      ***************************************************************
      * 3600-STAGE-TRANSACTION - write the validated transaction to  *
      * PNDLIB as a PENDING request: the entry as it stands now      *
      * (the base image PNDAPPR will insist is still live), the      *
      * record as it will be written (PAT-RECORD, spaces for a       *
      * DELETE), and who asked.  The request id is the staging date  *
      * and time, moved on by one if it would not be unique.         *
      ***************************************************************
       3600-stage-transaction.
           move spaces to pnd-record
           accept ws-request-date from date yyyymmdd
           accept ws-request-time from time
           if ws-request-num not greater than ws-last-request-num
               compute ws-request-num = ws-last-request-num + 1
           end-if
           move 'PATLIB' to pnd-library
           move mntcc-action to pnd-action
           move mntcc-pattern-id to pnd-entry-key
           move 'PENDING' to pnd-state
           move mntcc-user to pnd-requester
           move zero to pnd-decided-date pnd-decided-time
           if ws-old-found
               move 'Y' to pnd-base-found
               move ws-old-image to pnd-base-image
           else
               move 'N' to pnd-base-found
           end-if
           move pat-record to pnd-after-image
           .
       3601-write-pending.
           move ws-request-id to pnd-request-id
           move ws-request-date to pnd-request-date
           move ws-request-time to pnd-request-time
           write pnd-record
           if ws-pndlib-dupkey
               add 1 to ws-request-num
               go to 3601-write-pending
           end-if
           if not ws-pndlib-ok
               move spaces to rd-result
               string 'REJECTED - PNDLIB write failed, status '
                       ws-pndlib-status
                   delimited by size into rd-result
               end-string
               perform 3900-report-rejection
               go to 3600-stage-transaction-exit
           end-if
           move ws-request-num to ws-last-request-num
           add 1 to ws-staged-count
           .
       3600-stage-transaction-exit.
           exit.

      ***************************************************************
           .

      ***************************************************************
      * 3800-REPORT-TRANSACTION - the one-line summary of a staged   *
      * transaction, followed where appropriate by the old and new   *
      * value lines.                                                 *
      ***************************************************************
      ***************************************************************
       8000-finish.
           move ws-trans-count to rt-trans
           move ws-staged-count to rt-staged
           move ws-rejected-count to rt-rejected
           move ' ' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           close mntctl mntrpt patlib pndlib
           display 'PATMAINT: ' ws-trans-count ' transaction(s), '
                    ws-staged-count ' staged, '
                    ws-rejected-count ' rejected'
           if ws-rejected-count greater than zero
               move 8 to return-code

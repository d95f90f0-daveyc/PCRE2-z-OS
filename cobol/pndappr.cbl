      ***************************************************************
      *                                                             *
      *    PROGRAM:  PNDAPPR                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    PNDAPPR is the second pair of eyes.  PATMAINT and        *
      *    RULEMNT no longer write PATLIB and RULELIB; they stage   *
      *    each validated change on PNDLIB, the pending-change file *
      *    (see the PNDREC copybook), under the requester's         *
      *    user-id.  This run reads APRCTL, a deck of KEYWORD=VALUE *
      *    statements naming the approver and the decisions:        *
      *                                                             *
      *      USERID=userid     the approver, for every decision     *
      *                        after it                             *
      *      APPROVE=reqid     apply one pending request            *
      *      REJECT=reqid      turn one pending request down        *
      *      REASON=text       why, on the decision it follows      *
      *      DIFFMAX=n         PATDIFF disagreement limit - before  *
      *                        the first decision it is the run's   *
      *                        default (zero if never given),       *
      *                        after one it is that decision's      *
      *      EXPIREDAYS=n      a request still PENDING after n      *
      *                        days is EXPIRED (default 14) - give  *
      *                        it before the first decision         *
      *                                                             *
      *    A decision on a request that has already been PENDING    *
      *    too long expires it instead, and an APPROVE of one       *
      *    counts as not applied.                                   *
      *    An APPROVE is applied only when all of these hold:       *
      *      - the approver is not the requester;                   *
      *      - the live entry is still exactly the base image the   *
      *        change was staged against (absent, for an ADD);      *
      *      - for a PATLIB ADD or REPLACE, every PATTEST case on   *
      *        TESTIN for the pattern-id passes against the new     *
      *        pattern, and a PROD entry has at least one case;     *
      *      - for a PATLIB REPLACE that changes the pattern text   *
      *        or options, a PATDIFF pass over the DIFFIN extract   *
      *        disagrees on no more records than DIFFMAX.           *
      *    An approval by the requester is refused and the request  *
      *    stays PENDING for someone else; any other failed check   *
      *    turns the request REJECTED with the reason.  Nothing is  *
      *    ever removed from PNDLIB - rejected and expired requests *
      *    stay with their reasons.  An applied PATLIB REPLACE or   *
      *    DELETE journals the before-image to PATHIST, so PATBACK  *
      *    can still roll it back.                                  *
      *                                                             *
      *    APRRPT lists this run's decisions, then every request on *
      *    PNDLIB with its state, for the change board.  The run    *
      *    ends RC 8 when any APPROVE could not be applied.         *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   Expire a request decided after EXPIREDAYS= *
      *                  instead of applying it; cutoff now set     *
      *                  before the decisions.  3410 performed THRU *
      *                  its exit.                                  *
      * 2026-10-15  DC   The user-id card is now USERID=, as on     *
      *                  TOKQUERY's deck; USER= is no longer        *
      *                  recognized.                                *
      ***************************************************************
       identification division.
       program-id.    PNDAPPR.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select aprctl
               assign to APRCTL
               organization is sequential.
           select aprrpt
               assign to APRRPT
               organization is sequential.
           select pndlib
               assign to PNDLIB
               organization is indexed
               access mode is dynamic
               record key is pnd-request-id
               file status is ws-pndlib-status.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is random
               record key is pat-id
               file status is ws-patlib-status.
           select rulelib
               assign to RULELIB
               organization is indexed
               access mode is random
               record key is rul-seq
               file status is ws-rulelib-status.
           select optional pathist
               assign to PATHIST
               organization is sequential
               file status is ws-pathist-status.
           select optional testin
               assign to TESTIN
               organization is sequential
               file status is ws-testin-status.
           select optional diffin
               assign to DIFFIN
               organization is sequential
               file status is ws-diffin-status.

       data division.
       file section.
       fd  aprctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  aprrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  pndlib.
           COPY pndrec.

       fd  patlib.
           COPY patrec.

       fd  rulelib.
           COPY subrrec.

       fd  pathist
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY pathrec.

      * TESTIN is PATTEST's case file, in PATTEST's layout.
       fd  testin
           recording mode is f
           label records are standard
           block contains 0 records.
       01  test-record.
           05  tst-pattern-id          pic x(08).
           05  filler                  pic x(01).
           05  tst-expect              pic x(08).
               88  tst-expect-match              value 'MATCH'.
               88  tst-expect-nomatch            value 'NOMATCH'.
               88  tst-expect-group              value 'GROUP'.
           05  filler                  pic x(01).
           05  tst-group-name          pic x(32).
           05  filler                  pic x(01).
           05  tst-expect-value        pic x(60).
           05  filler                  pic x(01).
           05  tst-subject             pic x(144).

      * DIFFIN is the representative extract PATDIFF reads as INFILE.
       fd  diffin
           recording mode is f
           label records are standard
           block contains 0 records.
       01  diffin-record               pic x(256).

       working-storage section.
       COPY pcre2.

      * APRCTL carries KEYWORD=VALUE statements.  APPROVE= or REJECT=
      * opens a decision; REASON= and DIFFMAX= after it fill it in,
      * and the next APPROVE=/REJECT= (or end of file) applies it.
       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4) comp.
       01  ws-ctl-numeric              pic 9(9).

       01  aprcc-user                  pic x(08).
       01  aprcc-diffmax               pic 9(9)  comp value zero.
       01  aprcc-expire-days           pic 9(9)  comp value 14.
       01  aprcc-decision              pic x(08).
           88  aprcc-approve                     value 'APPROVE'.
           88  aprcc-reject                      value 'REJECT'.
       01  aprcc-request-id            pic x(16).
       01  aprcc-reason                pic x(60).
       01  aprcc-dec-diffmax           pic 9(9)  comp.

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-dec-open-sw          pic x(01) value 'N'.
               88  ws-dec-open                    value 'Y'.
           05  ws-pnd-eof-sw           pic x(01) value 'N'.
               88  ws-pnd-eof                     value 'Y'.
           05  ws-check-ok-sw          pic x(01).
               88  ws-check-ok                    value 'Y'.
           05  ws-test-eof-sw          pic x(01).
               88  ws-test-eof                    value 'Y'.
           05  ws-diff-eof-sw          pic x(01).
               88  ws-diff-eof                    value 'Y'.
           05  ws-case-pass-sw         pic x(01).
               88  ws-case-passed                 value 'Y'.
           05  ws-old-matched-sw       pic x(01).
               88  ws-old-matched                 value 'Y'.
           05  ws-new-matched-sw       pic x(01).
               88  ws-new-matched                 value 'Y'.

       01  ws-pndlib-status            pic x(02).
           88  ws-pndlib-ok                      value '00'.
       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
           88  ws-patlib-notfnd                  value '23'.
       01  ws-rulelib-status           pic x(02).
           88  ws-rulelib-ok                     value '00'.
           88  ws-rulelib-notfnd                 value '23'.
       01  ws-pathist-status           pic x(02).
       01  ws-pathist-open-sw          pic x(01) value 'N'.
           88  ws-pathist-open                   value 'Y'.
       01  ws-testin-status            pic x(02).
       01  ws-diffin-status            pic x(02).

      * The live entry as read at approval time - compared with the
      * staged base image, compiled as the "old" side of the diff,
      * and journalled to PATHIST once the change has applied.
       01  ws-live-image               pic x(320).
       01  ws-live-found-sw            pic x(01).
           88  ws-live-found                     value 'Y'.
       01  ws-old-text                 pic x(200).
       01  ws-old-text-len             pic 9(4)  comp.
       01  ws-old-options              pic 9(9)  comp.

       01  ws-pattern                  pic x(256).
       01  ws-pattern-len              pic 9(9)  comp.
       01  ws-options                  pic 9(9)  comp.
       01  ws-new-code-ptr             usage pointer.
       01  ws-old-code-ptr             usage pointer.
       01  ws-work-code-ptr            usage pointer.
       01  ws-match-data               usage pointer.
       01  ws-ovector-count            pic 9(9)  comp value 20.
       01  ws-errorcode                pic s9(9) comp.
       01  ws-erroffset                pic 9(9)  comp.
       01  ws-rc                       pic s9(9) comp.
       01  ws-error-text               pic x(60).
       01  ws-subject-len              pic 9(9)  comp.

      * Named-group comparison, the same machinery PATTEST uses.
       01  ws-group-name-cstr          pic x(33).
       01  ws-group-name-len           pic 9(9)  comp.
       01  ws-null-pos                 pic 9(9)  comp.
       01  ws-substring-ptr            usage pointer.
       01  ws-substring-len            pic 9(9)  comp.
       01  ws-substring-rc             pic s9(9) comp.
       01  ws-substring-area           pic x(60) based.
       01  ws-captured-value           pic x(60).
       01  ws-case-detail              pic x(100).

       01  ws-case-count               pic 9(9)  comp.
       01  ws-case-fail-count          pic 9(9)  comp.
       01  ws-diff-records             pic 9(9)  comp.
       01  ws-diff-disagree            pic 9(9)  comp.
       01  ws-edit-count               pic zzzzzzzz9.
       01  ws-edit-limit               pic zzzzzzzz9.

       01  ws-stamp-date               pic 9(08).
       01  ws-stamp-time               pic 9(08).
       01  ws-cutoff-date              pic 9(08).

       01  ws-counters.
           05  ws-decision-count       pic 9(9)  comp value zero.
           05  ws-applied-count        pic 9(9)  comp value zero.
           05  ws-refused-count        pic 9(9)  comp value zero.
           05  ws-pending-total        pic 9(9)  comp value zero.
           05  ws-approved-total       pic 9(9)  comp value zero.
           05  ws-rejected-total       pic 9(9)  comp value zero.
           05  ws-expired-total        pic 9(9)  comp value zero.
           05  ws-expired-now          pic 9(9)  comp value zero.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'PNDAPPR  -  PENDING '.
           05  filler                  pic x(20) value
                   'CHANGE APPROVAL     '.
           05  filler                  pic x(92) value spaces.

       01  ws-report-section.
           05  rs-title                pic x(132).

       01  ws-report-heading-2.
           05  filler                  pic x(17) value
                   'REQUEST ID'.
           05  filler                  pic x(09) value 'LIBRARY'.
           05  filler                  pic x(09) value 'ACTION'.
           05  filler                  pic x(09) value 'ENTRY'.
           05  filler                  pic x(09) value 'STATE'.
           05  filler                  pic x(09) value 'REQUESTR'.
           05  filler                  pic x(09) value 'APPROVER'.
           05  filler                  pic x(61) value
                   'RESULT / REASON'.

       01  ws-report-detail.
           05  rd-request-id           pic x(16).
           05  filler                  pic x(01) value space.
           05  rd-library              pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-action               pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-entry                pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-state                pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-requester            pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-approver             pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-result               pic x(61).

       01  ws-report-note.
           05  filler                  pic x(17) value spaces.
           05  rn-text                 pic x(115).

       01  ws-report-total.
           05  filler                  pic x(10) value 'PENDING:  '.
           05  rt-pending              pic zzzzzzzz9.
           05  filler                  pic x(13) value
                   '   APPROVED: '.
           05  rt-approved             pic zzzzzzzz9.
           05  filler                  pic x(13) value
                   '   REJECTED: '.
           05  rt-rejected             pic zzzzzzzz9.
           05  filler                  pic x(12) value
                   '   EXPIRED: '.
           05  rt-expired              pic zzzzzzzz9.
           05  filler                  pic x(48) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-process-control-file
               thru 2000-process-control-file-exit
           perform 4000-list-pending-file
               thru 4000-list-pending-file-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - open the files, build the match data and   *
      * print the headings.  Both libraries open I-O: this is now    *
      * the only batch program that changes them.                    *
      ***************************************************************
       1000-initialize.
           move spaces to aprcc-user aprcc-decision aprcc-request-id
                          aprcc-reason
           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           perform 1010-set-cutoff-date
           open input aprctl
           open output aprrpt
           open i-o pndlib
           if not ws-pndlib-ok
               display 'PNDAPPR: PNDLIB open failed, status '
                        ws-pndlib-status
               move 16 to return-code
               stop run
           end-if
           open i-o patlib
           if not ws-patlib-ok
               display 'PNDAPPR: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           open i-o rulelib
           if not ws-rulelib-ok
               display 'PNDAPPR: RULELIB open failed, status '
                        ws-rulelib-status
               move 16 to return-code
               stop run
           end-if
           open extend pathist
           if ws-pathist-status equal '00'
              or ws-pathist-status equal '05'
               move 'Y' to ws-pathist-open-sw
           else
               display 'PNDAPPR: PATHIST open failed, status '
                        ws-pathist-status ' - no change history '
                        'will be kept'
           end-if
           call 'pcre2_match_data_create_8' using
                                value ws-ovector-count
                                value 0
               returning ws-match-data
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move 'DECISIONS THIS RUN' to rs-title
           perform 3950-write-section
           .

      ***************************************************************
      * 1010-SET-CUTOFF-DATE - a PENDING request staged before this  *
      * date has expired.  Set at start-up from the default and      *
      * again when EXPIREDAYS= is read.                              *
      ***************************************************************
       1010-set-cutoff-date.
           compute ws-cutoff-date = function date-of-integer
                   (function integer-of-date(ws-stamp-date)
                    - aprcc-expire-days)
           .

      ***************************************************************
      * 2000-PROCESS-CONTROL-FILE - read APRCTL one card at a time.  *
      * The decision built up from the cards is applied when the     *
      * next APPROVE=/REJECT= card arrives or the deck runs out.     *
      ***************************************************************
       2000-process-control-file.
           read aprctl into ws-ctl-record
               at end
                   move 'Y' to ws-ctl-eof-sw
                   if ws-dec-open
                       perform 3000-apply-decision
                           thru 3000-apply-decision-exit
                   end-if
                   go to 2000-process-control-file-exit
           end-read
           if ws-ctl-record equal spaces
               go to 2000-process-control-file
           end-if
           if ws-ctl-record(1:1) equal '*'
               go to 2000-process-control-file
           end-if
           perform 2005-parse-control-statement
           go to 2000-process-control-file
           .
       2000-process-control-file-exit.
           exit.

       2005-parse-control-statement.
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
               when 'APPROVE'
               when 'REJECT'
                   if ws-dec-open
                       perform 3000-apply-decision
                           thru 3000-apply-decision-exit
                   end-if
                   move ws-ctl-keyword(1:8) to aprcc-decision
                   move ws-ctl-value(1:16) to aprcc-request-id
                   move spaces to aprcc-reason
                   move aprcc-diffmax to aprcc-dec-diffmax
                   move 'Y' to ws-dec-open-sw
               when 'REASON'
                   move ws-ctl-value(1:60) to aprcc-reason
               when 'DIFFMAX'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   if ws-dec-open
                       move ws-ctl-numeric to aprcc-dec-diffmax
                   else
                       move ws-ctl-numeric to aprcc-diffmax
                   end-if
               when 'USERID'
                   move ws-ctl-value(1:8) to aprcc-user
               when 'EXPIREDAYS'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to aprcc-expire-days
                   perform 1010-set-cutoff-date
               when other
                   display 'PNDAPPR: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 3000-APPLY-DECISION - find the request and carry out the     *
      * decision.  A decision that cannot be acted on at all (no     *
      * approver, no such request, already decided, approver is the  *
      * requester) is refused and the request is left as it was.     *
      ***************************************************************
       3000-apply-decision.
           add 1 to ws-decision-count
           move 'N' to ws-dec-open-sw
           move aprcc-request-id to pnd-request-id
           read pndlib
               key is pnd-request-id
           end-read
           if not ws-pndlib-ok
               move spaces to pnd-record
               move aprcc-request-id to pnd-request-id
               move 'REFUSED - request not on PNDLIB' to rd-result
               perform 3910-report-refusal
               go to 3000-apply-decision-exit
           end-if
           if aprcc-user equal spaces
               move 'REFUSED - no USERID= given for the approver'
                   to rd-result
               perform 3910-report-refusal
               go to 3000-apply-decision-exit
           end-if
           if not pnd-state-pending
               move spaces to rd-result
               string 'REFUSED - request is already ' pnd-state
                   delimited by size into rd-result
               end-string
               perform 3910-report-refusal
               go to 3000-apply-decision-exit
           end-if
           if pnd-request-date less than ws-cutoff-date
               if aprcc-approve
                   add 1 to ws-refused-count
               end-if
               perform 3850-expire-request
               move pnd-reason to rd-result
               perform 3900-report-request
               go to 3000-apply-decision-exit
           end-if
           if aprcc-reject
               move 'REJECTED' to pnd-state
               if aprcc-reason equal spaces
                   move 'rejected by approver' to pnd-reason
               else
                   move aprcc-reason to pnd-reason
               end-if
               perform 3800-record-decision
               go to 3000-apply-decision-exit
           end-if
           if not aprcc-approve
               move spaces to rd-result
               string 'REFUSED - unknown decision ' aprcc-decision
                   delimited by size into rd-result
               end-string
               perform 3910-report-refusal
               go to 3000-apply-decision-exit
           end-if
           if aprcc-user equal pnd-requester
               move 'REFUSED - approver is the requester' to rd-result
               perform 3910-report-refusal
               go to 3000-apply-decision-exit
           end-if
           move 'Y' to ws-check-ok-sw
           move spaces to pnd-reason
           if pnd-library-patlib
               perform 3100-approve-patlib-change
                   thru 3100-approve-patlib-change-exit
           else
               perform 3500-approve-rulelib-change
                   thru 3500-approve-rulelib-change-exit
           end-if
           if ws-check-ok
               add 1 to ws-applied-count
               move 'APPROVED' to pnd-state
               move 'applied' to pnd-reason
           else
               add 1 to ws-refused-count
               move 'REJECTED' to pnd-state
           end-if
           perform 3800-record-decision
           .
       3000-apply-decision-exit.
           exit.

      ***************************************************************
      * 3100-APPROVE-PATLIB-CHANGE - the base-image check, the       *
      * PATTEST cases, the PATDIFF limit, then the write and the     *
      * PATHIST before-image.  Any failed check sets PND-REASON and  *
      * leaves the library untouched.                                *
      ***************************************************************
       3100-approve-patlib-change.
           perform 3110-read-live-pattern
           if pnd-base-was-found
               if not ws-live-found
                   move 'entry deleted from PATLIB since staged'
                       to pnd-reason
                   move 'N' to ws-check-ok-sw
                   go to 3100-approve-patlib-change-exit
               end-if
               if ws-live-image not equal pnd-base-image
                   move 'entry changed on PATLIB since staged'
                       to pnd-reason
                   move 'N' to ws-check-ok-sw
                   go to 3100-approve-patlib-change-exit
               end-if
           else
               if ws-live-found
                   move 'entry added to PATLIB since staged'
                       to pnd-reason
                   move 'N' to ws-check-ok-sw
                   go to 3100-approve-patlib-change-exit
               end-if
           end-if
           if pnd-action not equal 'DELETE'
               perform 3200-run-pattest-cases
                   thru 3200-run-pattest-cases-exit
               if not ws-check-ok
                   go to 3100-approve-patlib-change-exit
               end-if
           end-if
           if pnd-action equal 'REPLACE'
               perform 3300-run-patdiff-pass
                   thru 3300-run-patdiff-pass-exit
               if not ws-check-ok
                   go to 3100-approve-patlib-change-exit
               end-if
           end-if
           perform 3400-write-patlib-change
               thru 3400-write-patlib-change-exit
           .
       3100-approve-patlib-change-exit.
           exit.

       3110-read-live-pattern.
           move 'N' to ws-live-found-sw
           move spaces to ws-live-image
           move pnd-entry-key to pat-id
           read patlib
           if ws-patlib-ok
               move 'Y' to ws-live-found-sw
               move pat-record to ws-live-image
               move pat-text to ws-old-text
               move pat-text-len to ws-old-text-len
               move pat-options-word to ws-old-options
           end-if
           .

      ***************************************************************
      * 3200-RUN-PATTEST-CASES - compile the staged pattern and run  *
      * every TESTIN case naming its pattern-id, scored exactly as   *
      * PATTEST scores them.  Each failing case prints under the     *
      * decision.  A PROD entry with no cases at all has proved      *
      * nothing and is not applied.                                  *
      ***************************************************************
       3200-run-pattest-cases.
           move zero to ws-case-count ws-case-fail-count
           move pnd-after-image to pat-record
           move pat-text to ws-pattern
           move pat-text-len to ws-pattern-len
           move pat-options-word to ws-options
           perform 3700-compile-work-pattern
           if ws-work-code-ptr equal null
               move spaces to pnd-reason
               string 'staged pattern no longer compiles: '
                      ws-error-text
                   delimited by size into pnd-reason
               end-string
               move 'N' to ws-check-ok-sw
               go to 3200-run-pattest-cases-exit
           end-if
           set ws-new-code-ptr to ws-work-code-ptr
           open input testin
           if ws-testin-status equal '00'
               move 'N' to ws-test-eof-sw
               perform 3210-run-one-case
                   thru 3210-run-one-case-exit
                   with test before
                   until ws-test-eof
               close testin
           end-if
           call 'pcre2_code_free_8' using
                                value ws-new-code-ptr
           move pnd-after-image to pat-record
           evaluate true
               when ws-case-fail-count greater than zero
                   move ws-case-fail-count to ws-edit-count
                   move spaces to pnd-reason
                   string 'PATTEST: ' ws-edit-count
                          ' case(s) failed'
                       delimited by size into pnd-reason
                   end-string
                   move 'N' to ws-check-ok-sw
               when ws-case-count equal zero and pat-status-prod
                   move 'PATTEST: no TESTIN cases for a PROD entry'
                       to pnd-reason
                   move 'N' to ws-check-ok-sw
               when other
                   continue
           end-evaluate
           .
       3200-run-pattest-cases-exit.
           exit.

       3210-run-one-case.
           read testin
               at end
                   move 'Y' to ws-test-eof-sw
                   go to 3210-run-one-case-exit
           end-read
           if test-record equal spaces
               go to 3210-run-one-case-exit
           end-if
           if test-record(1:1) equal '*'
               go to 3210-run-one-case-exit
           end-if
           if tst-pattern-id not equal pnd-entry-key
               go to 3210-run-one-case-exit
           end-if
           add 1 to ws-case-count
           move 'N' to ws-case-pass-sw
           move spaces to ws-case-detail
           move 144 to ws-subject-len
           perform 3211-trim-subject-len
               until ws-subject-len equal zero
                  or tst-subject(ws-subject-len:1) not equal space
           call 'pcre2_match_8' using
                                value ws-new-code-ptr
                                by reference tst-subject
                                value ws-subject-len
                                value 0
                                value 0
                                value ws-match-data
                                value 0
               returning ws-rc
           evaluate true
               when tst-expect-match
                   perform 3220-score-match-case
               when tst-expect-nomatch
                   perform 3230-score-nomatch-case
               when tst-expect-group
                   perform 3240-score-group-case
                       thru 3240-score-group-case-exit
               when other
                   string 'unknown expected result ' tst-expect
                       delimited by size into ws-case-detail
                   end-string
           end-evaluate
           if not ws-case-passed
               add 1 to ws-case-fail-count
               move ws-case-count to ws-edit-count
               move spaces to rn-text
               string 'case ' ws-edit-count ' ' tst-expect
                      ' FAIL ' ws-case-detail
                   delimited by size into rn-text
               end-string
               perform 3920-report-note
           end-if
           .
       3210-run-one-case-exit.
           exit.
       3211-trim-subject-len.
           subtract 1 from ws-subject-len
           .

       3220-score-match-case.
           evaluate true
               when ws-rc greater than zero
                   move 'Y' to ws-case-pass-sw
               when ws-rc equal PCRE2-ERROR-NOMATCH
                   move 'expected MATCH, got no match'
                       to ws-case-detail
               when other
                   perform 3250-format-match-error
           end-evaluate
           .

       3230-score-nomatch-case.
           evaluate true
               when ws-rc equal PCRE2-ERROR-NOMATCH
                   move 'Y' to ws-case-pass-sw
               when ws-rc greater than zero
                   move 'expected NOMATCH, pattern matched'
                       to ws-case-detail
               when other
                   perform 3250-format-match-error
           end-evaluate
           .

       3240-score-group-case.
           if ws-rc equal PCRE2-ERROR-NOMATCH
               move 'expected GROUP value, got no match'
                   to ws-case-detail
               go to 3240-score-group-case-exit
           end-if
           if ws-rc not greater than zero
               perform 3250-format-match-error
               go to 3240-score-group-case-exit
           end-if
           move spaces to ws-group-name-cstr
           move tst-group-name to ws-group-name-cstr(1:32)
           move 32 to ws-group-name-len
           perform 3241-trim-group-name-len
               until ws-group-name-len equal zero
                  or ws-group-name-cstr(ws-group-name-len:1)
                      not equal space
           compute ws-null-pos = ws-group-name-len + 1
           move low-value to ws-group-name-cstr(ws-null-pos:1)
           call 'pcre2_substring_get_byname_8' using
                                value ws-match-data
                                by reference ws-group-name-cstr
                                ws-substring-ptr
                                ws-substring-len
               returning ws-substring-rc
           if ws-substring-rc not equal zero
               call 'PCRE2MSG' using ws-substring-rc ws-error-text
               string 'group not captured: ' ws-error-text
                   delimited by size into ws-case-detail
               end-string
               go to 3240-score-group-case-exit
           end-if
           move spaces to ws-captured-value
           if ws-substring-len greater than 60
               move 60 to ws-substring-len
           end-if
           set address of ws-substring-area to ws-substring-ptr
           if ws-substring-len greater than zero
               move ws-substring-area(1:ws-substring-len)
                   to ws-captured-value
           end-if
           call 'pcre2_substring_free_8' using
                                value ws-substring-ptr
           if ws-captured-value equal tst-expect-value
               move 'Y' to ws-case-pass-sw
           else
               string 'expected "' tst-expect-value '" got "'
                       ws-captured-value '"'
                   delimited by size into ws-case-detail
               end-string
           end-if
           .
       3240-score-group-case-exit.
           exit.
       3241-trim-group-name-len.
           subtract 1 from ws-group-name-len
           .

       3250-format-match-error.
           call 'PCRE2MSG' using ws-rc ws-error-text
           string 'match error: ' ws-error-text
               delimited by size into ws-case-detail
           end-string
           .

      ***************************************************************
      * 3300-RUN-PATDIFF-PASS - a REPLACE that changes the pattern   *
      * text or options must not change the verdict on more DIFFIN   *
      * records than the decision's DIFFMAX.  A metadata-only        *
      * REPLACE (promotion, owner, description) matches identically  *
      * and skips the pass.  Records either pattern errors on prove  *
      * nothing and are not counted, as in PATDIFF.                  *
      ***************************************************************
       3300-run-patdiff-pass.
           move pnd-after-image to pat-record
           if pat-text equal ws-old-text
              and pat-text-len equal ws-old-text-len
              and pat-options-word equal ws-old-options
               go to 3300-run-patdiff-pass-exit
           end-if
           move zero to ws-diff-records ws-diff-disagree
           open input diffin
           if ws-diffin-status not equal '00'
               move 'PATDIFF: pattern changed and no DIFFIN extract'
                   to pnd-reason
               move 'N' to ws-check-ok-sw
               go to 3300-run-patdiff-pass-exit
           end-if
           move pat-text to ws-pattern
           move pat-text-len to ws-pattern-len
           move pat-options-word to ws-options
           perform 3700-compile-work-pattern
           set ws-new-code-ptr to ws-work-code-ptr
           move ws-old-text to ws-pattern
           move ws-old-text-len to ws-pattern-len
           move ws-old-options to ws-options
           perform 3700-compile-work-pattern
           set ws-old-code-ptr to ws-work-code-ptr
           if ws-new-code-ptr equal null
              or ws-old-code-ptr equal null
               close diffin
               move 'PATDIFF: a pattern would not compile'
                   to pnd-reason
               move 'N' to ws-check-ok-sw
               go to 3300-free-and-exit
           end-if
           move 'N' to ws-diff-eof-sw
           perform 3310-diff-one-record
               thru 3310-diff-one-record-exit
               with test before
               until ws-diff-eof
           close diffin
           move ws-diff-disagree to ws-edit-count
           move aprcc-dec-diffmax to ws-edit-limit
           move spaces to rn-text
           string 'PATDIFF: ' ws-edit-count ' disagreement(s), '
                  'DIFFMAX ' ws-edit-limit
               delimited by size into rn-text
           end-string
           perform 3920-report-note
           if ws-diff-disagree greater than aprcc-dec-diffmax
               move spaces to pnd-reason
               string 'PATDIFF: ' ws-edit-count
                      ' disagreement(s) exceed DIFFMAX ' ws-edit-limit
                   delimited by size into pnd-reason
               end-string
               move 'N' to ws-check-ok-sw
           end-if
           .
       3300-free-and-exit.
           if ws-new-code-ptr not equal null
               call 'pcre2_code_free_8' using
                                    value ws-new-code-ptr
           end-if
           if ws-old-code-ptr not equal null
               call 'pcre2_code_free_8' using
                                    value ws-old-code-ptr
           end-if
           move pnd-after-image to pat-record
           .
       3300-run-patdiff-pass-exit.
           exit.

       3310-diff-one-record.
           read diffin
               at end
                   move 'Y' to ws-diff-eof-sw
                   go to 3310-diff-one-record-exit
           end-read
           add 1 to ws-diff-records
           move 'N' to ws-old-matched-sw
           move 'N' to ws-new-matched-sw
           call 'pcre2_match_8' using
                                value ws-old-code-ptr
                                by reference diffin-record
                                value 256
                                value 0
                                value 0
                                value ws-match-data
                                value 0
               returning ws-rc
           if ws-rc less than zero
              and ws-rc not equal PCRE2-ERROR-NOMATCH
               go to 3310-diff-one-record-exit
           end-if
           if ws-rc greater than zero
               move 'Y' to ws-old-matched-sw
           end-if
           call 'pcre2_match_8' using
                                value ws-new-code-ptr
                                by reference diffin-record
                                value 256
                                value 0
                                value 0
                                value ws-match-data
                                value 0
               returning ws-rc
           if ws-rc less than zero
              and ws-rc not equal PCRE2-ERROR-NOMATCH
               go to 3310-diff-one-record-exit
           end-if
           if ws-rc greater than zero
               move 'Y' to ws-new-matched-sw
           end-if
           if ws-old-matched-sw not equal ws-new-matched-sw
               add 1 to ws-diff-disagree
           end-if
           .
       3310-diff-one-record-exit.
           exit.

      ***************************************************************
      * 3400-WRITE-PATLIB-CHANGE - apply the after image.  The       *
      * last-changed stamp is the approval time, not the staging     *
      * time - the entry changed on PATLIB now, and LIBCHK's SERLIB  *
      * staleness test depends on that.  A REPLACE or DELETE then    *
      * journals the live before-image to PATHIST for PATBACK.       *
      ***************************************************************
       3400-write-patlib-change.
           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           evaluate pnd-action
               when 'ADD'
                   move pnd-after-image to pat-record
                   move ws-stamp-date to pat-created-date
                                         pat-changed-date
                   move ws-stamp-time to pat-created-time
                                         pat-changed-time
                   write pat-record
               when 'REPLACE'
                   move pnd-after-image to pat-record
                   move ws-stamp-date to pat-changed-date
                   move ws-stamp-time to pat-changed-time
                   rewrite pat-record
               when 'DELETE'
                   move pnd-entry-key to pat-id
                   delete patlib record
               when other
                   move '99' to ws-patlib-status
           end-evaluate
           if not ws-patlib-ok
               move spaces to pnd-reason
               string 'PATLIB update failed, status '
                      ws-patlib-status
                   delimited by size into pnd-reason
               end-string
               move 'N' to ws-check-ok-sw
               go to 3400-write-patlib-change-exit
           end-if
           if pnd-action not equal 'ADD'
               perform 3410-journal-before-image
                   thru 3410-journal-before-image-exit
           end-if
           .
       3400-write-patlib-change-exit.
           exit.

       3410-journal-before-image.
           if not ws-pathist-open
               go to 3410-journal-before-image-exit
           end-if
           move ws-live-image to pat-record
           move spaces to pat-hist-record
           move ws-stamp-date to ph-date
           move ws-stamp-time to ph-time
           move 'PNDAPPR' to ph-program
           move pnd-action to ph-action
           move pat-id to ph-pat-id
           move pat-text to ph-pat-text
           move pat-text-len to ph-pat-text-len
           move pat-options-word to ph-pat-options-word
           move pat-owner to ph-pat-owner
           move pat-description to ph-pat-description
           move pat-status to ph-pat-status
           move pat-created-date to ph-pat-created-date
           move pat-created-time to ph-pat-created-time
           move pat-changed-date to ph-pat-changed-date
           move pat-changed-time to ph-pat-changed-time
           write pat-hist-record
           .
       3410-journal-before-image-exit.
           exit.

      ***************************************************************
      * 3500-APPROVE-RULELIB-CHANGE - the base-image check, then the *
      * write.  RULEMNT has already compiled the pattern and dry-    *
      * run the replacement against its SAMPLE= record; PATTEST and  *
      * PATDIFF are keyed by PATLIB pattern-id and have no rule      *
      * cases to run.                                                *
      ***************************************************************
       3500-approve-rulelib-change.
           move 'N' to ws-live-found-sw
           move spaces to ws-live-image
           move pnd-entry-key to rul-seq
           read rulelib
           if ws-rulelib-ok
               move 'Y' to ws-live-found-sw
               move sub-rule-record to ws-live-image
           end-if
           if pnd-base-was-found
               if not ws-live-found
                   move 'rule deleted from RULELIB since staged'
                       to pnd-reason
                   move 'N' to ws-check-ok-sw
                   go to 3500-approve-rulelib-change-exit
               end-if
               if ws-live-image not equal pnd-base-image
                   move 'rule changed on RULELIB since staged'
                       to pnd-reason
                   move 'N' to ws-check-ok-sw
                   go to 3500-approve-rulelib-change-exit
               end-if
           else
               if ws-live-found
                   move 'rule added to RULELIB since staged'
                       to pnd-reason
                   move 'N' to ws-check-ok-sw
                   go to 3500-approve-rulelib-change-exit
               end-if
           end-if
           evaluate pnd-action
               when 'ADD'
                   move pnd-after-image to sub-rule-record
                   write sub-rule-record
               when 'DELETE'
                   move pnd-entry-key to rul-seq
                   delete rulelib record
               when 'REPLACE'
               when 'ENABLE'
               when 'DISABLE'
                   move pnd-after-image to sub-rule-record
                   rewrite sub-rule-record
               when other
                   move '99' to ws-rulelib-status
           end-evaluate
           if not ws-rulelib-ok
               move spaces to pnd-reason
               string 'RULELIB update failed, status '
                      ws-rulelib-status
                   delimited by size into pnd-reason
               end-string
               move 'N' to ws-check-ok-sw
           end-if
           .
       3500-approve-rulelib-change-exit.
           exit.

      ***************************************************************
      * 3700-COMPILE-WORK-PATTERN - compile WS-PATTERN into          *
      * WS-WORK-CODE-PTR; null with WS-ERROR-TEXT set on failure.    *
      ***************************************************************
       3700-compile-work-pattern.
           call 'pcre2_compile_8' using
                                ws-pattern
                                value ws-pattern-len
                                value ws-options
                                ws-errorcode
                                ws-erroffset
                                value 0
                returning ws-work-code-ptr
           if ws-work-code-ptr equal null
               call 'PCRE2MSG' using ws-errorcode ws-error-text
           end-if
           .

      ***************************************************************
      * 3800-RECORD-DECISION - stamp the approver and the time on    *
      * the request, rewrite it, and report it.                      *
      ***************************************************************
       3800-record-decision.
           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           move aprcc-user to pnd-approver
           move ws-stamp-date to pnd-decided-date
           move ws-stamp-time to pnd-decided-time
           rewrite pnd-record
           if not ws-pndlib-ok
               display 'PNDAPPR: PNDLIB rewrite failed for '
                        pnd-request-id ', status ' ws-pndlib-status
               move 16 to return-code
               stop run
           end-if
           move pnd-reason to rd-result
           perform 3900-report-request
           .

      ***************************************************************
      * 3850-EXPIRE-REQUEST - a PENDING request past the cutoff is   *
      * EXPIRED, with no approver, whatever the deck says about it.  *
      ***************************************************************
       3850-expire-request.
           move 'EXPIRED' to pnd-state
           move aprcc-expire-days to ws-edit-count
           move spaces to pnd-reason
           string 'not decided within' ws-edit-count ' days'
               delimited by size into pnd-reason
           end-string
           move spaces to pnd-approver
           move ws-stamp-date to pnd-decided-date
           move ws-stamp-time to pnd-decided-time
           rewrite pnd-record
           if not ws-pndlib-ok
               display 'PNDAPPR: PNDLIB rewrite failed for '
                        pnd-request-id ', status ' ws-pndlib-status
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-expired-now
           .

      ***************************************************************
      * 3900-REPORT-REQUEST - one line per request.                  *
      ***************************************************************
       3900-report-request.
           move pnd-request-id to rd-request-id
           move pnd-library to rd-library
           move pnd-action to rd-action
           move pnd-entry-key to rd-entry
           move pnd-state to rd-state
           move pnd-requester to rd-requester
           move pnd-approver to rd-approver
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

       3910-report-refusal.
           add 1 to ws-refused-count
           move aprcc-user to pnd-approver
           perform 3900-report-request
           .

       3920-report-note.
           move ' ' to rpt-cc
           move ws-report-note to rpt-text
           write rpt-line
           .

       3950-write-section.
           move '0' to rpt-cc
           move ws-report-section to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 4000-LIST-PENDING-FILE - one pass over PNDLIB in request     *
      * order for the change board.  A request still PENDING past    *
      * EXPIREDAYS is marked EXPIRED here, with the reason, before   *
      * it is listed.                                                *
      ***************************************************************
       4000-list-pending-file.
           move 'PENDING-CHANGE FILE AT END OF RUN' to rs-title
           perform 3950-write-section
           move low-values to pnd-request-id
           start pndlib key is not less than pnd-request-id
               invalid key
                   go to 4000-list-pending-file-exit
           end-start
           move 'N' to ws-pnd-eof-sw
           perform 4010-list-one-request
               thru 4010-list-one-request-exit
               with test before
               until ws-pnd-eof
           .
       4000-list-pending-file-exit.
           exit.

       4010-list-one-request.
           read pndlib next record
               at end
                   move 'Y' to ws-pnd-eof-sw
                   go to 4010-list-one-request-exit
           end-read
           if pnd-state-pending
              and pnd-request-date less than ws-cutoff-date
               perform 3850-expire-request
           end-if
           evaluate true
               when pnd-state-pending
                   add 1 to ws-pending-total
                   move spaces to rd-result
                   string 'staged ' pnd-request-date
                       delimited by size into rd-result
                   end-string
               when pnd-state-approved
                   add 1 to ws-approved-total
                   move pnd-reason to rd-result
               when pnd-state-rejected
                   add 1 to ws-rejected-total
                   move pnd-reason to rd-result
               when other
                   add 1 to ws-expired-total
                   move pnd-reason to rd-result
           end-evaluate
           perform 3900-report-request
           .
       4010-list-one-request-exit.
           exit.

      ***************************************************************
      * 8000-FINISH - totals by state, close up, and the return      *
      * code: any APPROVE that could not be applied ends RC 8.       *
      ***************************************************************
       8000-finish.
           move ws-pending-total to rt-pending
           move ws-approved-total to rt-approved
           move ws-rejected-total to rt-rejected
           move ws-expired-total to rt-expired
           move '0' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           call 'pcre2_match_data_free_8' using
                                value ws-match-data
           close aprctl aprrpt pndlib patlib rulelib
           if ws-pathist-open
               close pathist
           end-if
           display 'PNDAPPR: ' ws-decision-count ' decision(s), '
                    ws-applied-count ' applied, '
                    ws-refused-count ' not applied, '
                    ws-expired-now ' expired'
           if ws-refused-count greater than zero
               move 8 to return-code
           end-if
           .

       end program PNDAPPR.

      ***************************************************************
      *                                                             *
      *    PROGRAM:  CASEMNT                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    CASEMNT is the analysts' batch maintenance utility for   *
      *    HITCASE, the hit-case file REGEXSCN fills under          *
      *    CASES=YES (see the HCSREC copybook).  It reads CASECTL,  *
      *    a deck of KEYWORD=VALUE control statements grouped into  *
      *    transactions the way PATMAINT's MNTCTL is - each one     *
      *    starts with an ACTION= card - and applies each in turn:  *
      *                                                             *
      *      CLOSE   RESOLUTION=FALSE-POSITIVE or REMEDIATED closes *
      *              the open cases selected.  FALSE-POSITIVE also  *
      *              puts the value on SUPPLIB, the suppression     *
      *              list REGEXSCN consults under SUPPRESS=YES, so  *
      *              it stops counting toward the RC policy.        *
      *      REOPEN  reopens closed cases; a value reopened from    *
      *              FALSE-POSITIVE comes off SUPPLIB again.        *
      *      ASSIGN  OWNER= hands the open cases selected to a new  *
      *              owner.                                         *
      *                                                             *
      *    A transaction selects by PATTERN= and HASH= (the value   *
      *    hash CASEAGE prints), narrowed by DATASET= and RECKEY=   *
      *    when given - so one CLOSE can dispose of every record a  *
      *    test card number turned up in.  NOTE= is kept on the     *
      *    case and the suppression entry.  A USERID= card names    *
      *    the analyst for every transaction after it, and is       *
      *    required.                                                *
      *                                                             *
      *    One activity report goes to CASERPT with a line for      *
      *    every case changed.  A transaction that is invalid or    *
      *    selects nothing is rejected and ends the run RC 8.       *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   3500 and 3600 performed THRU their exits.  *
      * 2026-10-15  DC   The user-id card is now USERID=, as on     *
      *                  TOKQUERY's deck; USER= is no longer        *
      *                  recognized.                                *
      ***************************************************************
       identification division.
       program-id.    CASEMNT.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select casectl
               assign to CASECTL
               organization is sequential.
           select caserpt
               assign to CASERPT
               organization is sequential.
           select hitcase
               assign to HITCASE
               organization is indexed
               access mode is dynamic
               record key is hcs-key
               file status is ws-hitcase-status.
           select optional supplib
               assign to SUPPLIB
               organization is indexed
               access mode is random
               record key is sup-key
               file status is ws-supplib-status.

       data division.
       file section.
       fd  casectl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  caserpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  hitcase.
           COPY hcsrec.

       fd  supplib.
           COPY suprec.

       working-storage section.

      * CASECTL carries one or more KEYWORD=VALUE control statements.
      * ACTION= (CLOSE, REOPEN or ASSIGN) opens a transaction; the
      * PATTERN=, HASH=, DATASET=, RECKEY=, RESOLUTION=, OWNER= and
      * NOTE= cards that follow it fill the transaction in, and the
      * next ACTION= card (or end of file) applies it.  USERID= is not
      * part of a transaction; it names the analyst for every
      * transaction after it.
       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4) comp.

       01  casecc-action               pic x(08).
           88  casecc-action-close               value 'CLOSE'.
           88  casecc-action-reopen              value 'REOPEN'.
           88  casecc-action-assign              value 'ASSIGN'.
       01  casecc-pattern-id           pic x(08).
       01  casecc-hash-x               pic x(09).
       01  casecc-hash redefines casecc-hash-x
                                       pic 9(09).
       01  casecc-dataset              pic x(44).
       01  casecc-record-key           pic x(16).
       01  casecc-resolution           pic x(14).
           88  casecc-false-positive             value
                                                 'FALSE-POSITIVE'.
           88  casecc-remediated                 value 'REMEDIATED'.
       01  casecc-owner                pic x(08).
       01  casecc-note                 pic x(40).
       01  casecc-user                 pic x(08).

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-trans-open-sw        pic x(01) value 'N'.
               88  ws-trans-open                  value 'Y'.
           05  ws-browse-end-sw        pic x(01) value 'N'.
               88  ws-browse-end                  value 'Y'.
           05  ws-was-fp-sw            pic x(01) value 'N'.
               88  ws-was-fp                      value 'Y'.

       01  ws-hitcase-status           pic x(02).
           88  ws-hitcase-ok                     value '00'.
       01  ws-supplib-status           pic x(02).
           88  ws-supplib-ok                     value '00'.
           88  ws-supplib-dupkey                 value '22'.
           88  ws-supplib-notfnd                 value '23'.

       01  ws-stamp-date               pic 9(08).
       01  ws-first-dataset            pic x(44).
       01  ws-first-record-key         pic x(16).
       01  ws-old-status               pic x(14).
       01  ws-old-owner                pic x(08).

       01  ws-counters.
           05  ws-trans-count          pic 9(9)  comp value zero.
           05  ws-changed-count        pic 9(9)  comp value zero.
           05  ws-rejected-count       pic 9(9)  comp value zero.
           05  ws-trans-changed        pic 9(9)  comp value zero.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'CASEMNT  -  HITCASE '.
           05  filler                  pic x(20) value
                   'MAINTENANCE ACTIVITY'.
           05  filler                  pic x(92) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(08) value 'ACTION  '.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(08) value 'PATTERN '.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(09) value 'HASH     '.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(44) value 'DATASET'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(16) value 'RECORD KEY'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(42) value 'RESULT'.

       01  ws-report-detail.
           05  rd-action               pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-pattern-id           pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-hash                 pic x(09).
           05  filler                  pic x(01) value space.
           05  rd-dataset              pic x(44).
           05  filler                  pic x(01) value space.
           05  rd-record-key           pic x(16).
           05  filler                  pic x(01) value space.
           05  rd-result               pic x(42).

       01  ws-report-total.
           05  filler                  pic x(20) value
                   'TRANSACTIONS READ:  '.
           05  rt-trans                pic zzzzzzzz9.
           05  filler                  pic x(19) value
                   '   CASES CHANGED:  '.
           05  rt-changed              pic zzzzzzzz9.
           05  filler                  pic x(13) value
                   '   REJECTED: '.
           05  rt-rejected             pic zzzzzzzz9.
           05  filler                  pic x(53) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-process-control-file
               thru 2000-process-control-file-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - open the files and print the report        *
      * headings.  SUPPLIB is OPTIONAL: the first FALSE-POSITIVE     *
      * closure writes the first entry of a new list.                *
      ***************************************************************
       1000-initialize.
           perform 2010-clear-transaction
           move spaces to casecc-user
           accept ws-stamp-date from date yyyymmdd
           open input casectl
           open output caserpt
           open i-o hitcase
           if not ws-hitcase-ok
               display 'CASEMNT: HITCASE open failed, status '
                        ws-hitcase-status
               move 16 to return-code
               stop run
           end-if
           open i-o supplib
           if ws-supplib-status not equal '00'
              and ws-supplib-status not equal '05'
               display 'CASEMNT: SUPPLIB open failed, status '
                        ws-supplib-status
               move 16 to return-code
               stop run
           end-if
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 2000-PROCESS-CONTROL-FILE - read the CASECTL deck one card   *
      * at a time.  The transaction built up from the cards is       *
      * applied when the next ACTION= card arrives or the deck runs  *
      * out.                                                         *
      ***************************************************************
       2000-process-control-file.
           read casectl into ws-ctl-record
               at end
                   move 'Y' to ws-ctl-eof-sw
                   if ws-trans-open
                       perform 3000-apply-transaction
                           thru 3000-apply-transaction-exit
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

      ***************************************************************
      * 2005-PARSE-CONTROL-STATEMENT - split KEYWORD=VALUE and file  *
      * the value under the keyword it belongs to.  An ACTION= card  *
      * first applies whatever transaction is already open.          *
      ***************************************************************
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
               when 'ACTION'
                   if ws-trans-open
                       perform 3000-apply-transaction
                           thru 3000-apply-transaction-exit
                   end-if
                   perform 2010-clear-transaction
                   move ws-ctl-value(1:8) to casecc-action
                   move 'Y' to ws-trans-open-sw
               when 'PATTERN'
                   move ws-ctl-value(1:8) to casecc-pattern-id
               when 'HASH'
                   move ws-ctl-value(1:9) to casecc-hash-x
               when 'DATASET'
                   move ws-ctl-value(1:44) to casecc-dataset
               when 'RECKEY'
                   move ws-ctl-value(1:16) to casecc-record-key
               when 'RESOLUTION'
                   move ws-ctl-value(1:14) to casecc-resolution
               when 'OWNER'
                   move ws-ctl-value(1:8) to casecc-owner
               when 'NOTE'
                   move ws-ctl-value(1:40) to casecc-note
               when 'USERID'
                   move ws-ctl-value(1:8) to casecc-user
               when other
                   display 'CASEMNT: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

       2010-clear-transaction.
           move spaces to casecc-action casecc-pattern-id
                          casecc-hash-x casecc-dataset
                          casecc-record-key casecc-resolution
                          casecc-owner casecc-note
           .

      ***************************************************************
      * 3000-APPLY-TRANSACTION - validate the transaction, then      *
      * browse HITCASE from the first case of the pattern-id and     *
      * value hash for as long as the key still carries them,        *
      * changing each case the transaction selects.  Only after the  *
      * browse does a FALSE-POSITIVE closure go onto SUPPLIB, or a   *
      * reopened false positive come off it, so the list never       *
      * names a value no case was closed for.                        *
      ***************************************************************
       3000-apply-transaction.
           add 1 to ws-trans-count
           move 'N' to ws-trans-open-sw
           move zero to ws-trans-changed
           move 'N' to ws-was-fp-sw
           move spaces to ws-first-dataset ws-first-record-key
           if casecc-user equal spaces
               move 'REJECTED - no USERID= given' to rd-result
               perform 3900-report-rejection
               go to 3000-apply-transaction-exit
           end-if
           if casecc-pattern-id equal spaces
               move 'REJECTED - no PATTERN= given' to rd-result
               perform 3900-report-rejection
               go to 3000-apply-transaction-exit
           end-if
           if casecc-hash-x not numeric
               move 'REJECTED - HASH= is not 9 digits' to rd-result
               perform 3900-report-rejection
               go to 3000-apply-transaction-exit
           end-if
           evaluate true
               when casecc-action-close
                   if not casecc-false-positive
                      and not casecc-remediated
                       move 'REJECTED - RESOLUTION= not recognized'
                           to rd-result
                       perform 3900-report-rejection
                       go to 3000-apply-transaction-exit
                   end-if
               when casecc-action-assign
                   if casecc-owner equal spaces
                       move 'REJECTED - ASSIGN needs OWNER='
                           to rd-result
                       perform 3900-report-rejection
                       go to 3000-apply-transaction-exit
                   end-if
               when casecc-action-reopen
                   continue
               when other
                   move spaces to rd-result
                   string 'REJECTED - unknown ACTION ' casecc-action
                       delimited by size into rd-result
                   end-string
                   perform 3900-report-rejection
                   go to 3000-apply-transaction-exit
           end-evaluate
           move low-values to hcs-key
           move casecc-pattern-id to hcs-pattern-id
           move casecc-hash to hcs-value-hash
           move 'N' to ws-browse-end-sw
           start hitcase key is not less than hcs-key
               invalid key
                   move 'Y' to ws-browse-end-sw
           end-start
           perform 3100-next-case
               thru 3100-next-case-exit
               with test before
               until ws-browse-end
           if ws-trans-changed equal zero
               move 'REJECTED - no case the action applies to'
                   to rd-result
               perform 3900-report-rejection
               go to 3000-apply-transaction-exit
           end-if
           if casecc-action-close and casecc-false-positive
               perform 3500-add-suppression
                   thru 3500-add-suppression-exit
           end-if
           if casecc-action-reopen and ws-was-fp
               perform 3600-remove-suppression
                   thru 3600-remove-suppression-exit
           end-if
           .
       3000-apply-transaction-exit.
           exit.

      ***************************************************************
      * 3100-NEXT-CASE - one case of the browse.  The browse ends at *
      * the first key with another pattern-id or hash; DATASET= and  *
      * RECKEY= narrow it further, and each action only touches the  *
      * cases in the state it applies to.                            *
      ***************************************************************
       3100-next-case.
           read hitcase next record
               at end
                   move 'Y' to ws-browse-end-sw
                   go to 3100-next-case-exit
           end-read
           if hcs-pattern-id not equal casecc-pattern-id
              or hcs-value-hash not equal casecc-hash
               move 'Y' to ws-browse-end-sw
               go to 3100-next-case-exit
           end-if
           if casecc-dataset not equal spaces
              and hcs-dataset not equal casecc-dataset
               go to 3100-next-case-exit
           end-if
           if casecc-record-key not equal spaces
              and hcs-record-key not equal casecc-record-key
               go to 3100-next-case-exit
           end-if
           move hcs-status to ws-old-status
           move hcs-owner to ws-old-owner
           evaluate true
               when casecc-action-close
                   if not hcs-open
                       go to 3100-next-case-exit
                   end-if
                   move casecc-resolution to hcs-status
                   move ws-stamp-date to hcs-closed-date
                   move casecc-user to hcs-closed-by
               when casecc-action-reopen
                   if hcs-open
                       go to 3100-next-case-exit
                   end-if
                   if hcs-false-positive
                       move 'Y' to ws-was-fp-sw
                   end-if
                   move 'OPEN' to hcs-status
                   move ws-stamp-date to hcs-opened-date
                   move zero to hcs-closed-date
                   move spaces to hcs-closed-by
               when casecc-action-assign
                   if not hcs-open
                       go to 3100-next-case-exit
                   end-if
                   move casecc-owner to hcs-owner
           end-evaluate
           if casecc-note not equal spaces
               move casecc-note to hcs-note
           end-if
           rewrite hit-case-record
           if not ws-hitcase-ok
               move spaces to rd-result
               string 'REJECTED - HITCASE rewrite status '
                       ws-hitcase-status
                   delimited by size into rd-result
               end-string
               perform 3900-report-rejection
               go to 3100-next-case-exit
           end-if
           if ws-trans-changed equal zero
               move hcs-dataset to ws-first-dataset
               move hcs-record-key to ws-first-record-key
           end-if
           add 1 to ws-trans-changed
           add 1 to ws-changed-count
           move spaces to rd-result
           if casecc-action-assign
               string ws-old-owner ' -> ' hcs-owner
                   delimited by size into rd-result
               end-string
           else
               string ws-old-status ' -> ' hcs-status
                   delimited by size into rd-result
               end-string
           end-if
           perform 3800-report-case
           .
       3100-next-case-exit.
           exit.

      ***************************************************************
      * 3500-ADD-SUPPRESSION - put the value on SUPPLIB.  A value    *
      * already there (another dataset's case closed it first) is    *
      * left as it is and noted on the report.                       *
      ***************************************************************
       3500-add-suppression.
           move spaces to suppression-record
           move casecc-pattern-id to sup-pattern-id
           move casecc-hash to sup-value-hash
           move ws-stamp-date to sup-added-date
           move casecc-user to sup-added-by
           move ws-first-dataset to sup-case-dataset
           move ws-first-record-key to sup-case-record-key
           move casecc-note to sup-note
           write suppression-record
           evaluate true
               when ws-supplib-ok
                   move 'VALUE ADDED TO SUPPLIB' to rd-result
               when ws-supplib-dupkey
                   move 'VALUE ALREADY ON SUPPLIB' to rd-result
               when other
                   move spaces to rd-result
                   string 'REJECTED - SUPPLIB write failed, status '
                           ws-supplib-status
                       delimited by size into rd-result
                   end-string
                   perform 3900-report-rejection
                   go to 3500-add-suppression-exit
           end-evaluate
           perform 3810-report-suppression
           .
       3500-add-suppression-exit.
           exit.

      ***************************************************************
      * 3600-REMOVE-SUPPRESSION - a false positive that was not one  *
      * after all: take the value off SUPPLIB so the next scan        *
      * counts it again.                                             *
      ***************************************************************
       3600-remove-suppression.
           move casecc-pattern-id to sup-pattern-id
           move casecc-hash to sup-value-hash
           delete supplib record
           evaluate true
               when ws-supplib-ok
                   move 'VALUE REMOVED FROM SUPPLIB' to rd-result
               when ws-supplib-notfnd
                   move 'VALUE WAS NOT ON SUPPLIB' to rd-result
               when other
                   move spaces to rd-result
                   string 'REJECTED - SUPPLIB delete status '
                           ws-supplib-status
                       delimited by size into rd-result
                   end-string
                   perform 3900-report-rejection
                   go to 3600-remove-suppression-exit
           end-evaluate
           perform 3810-report-suppression
           .
       3600-remove-suppression-exit.
           exit.

      ***************************************************************
      * 3800-REPORT-CASE - one line per case changed.                *
      ***************************************************************
       3800-report-case.
           move casecc-action to rd-action
           move hcs-pattern-id to rd-pattern-id
           move casecc-hash-x to rd-hash
           move hcs-dataset to rd-dataset
           move hcs-record-key to rd-record-key
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

       3810-report-suppression.
           move casecc-action to rd-action
           move casecc-pattern-id to rd-pattern-id
           move casecc-hash-x to rd-hash
           move spaces to rd-dataset rd-record-key
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 3900-REPORT-REJECTION - a transaction that was not applied   *
      * still gets its line on the activity report, with the reason. *
      ***************************************************************
       3900-report-rejection.
           add 1 to ws-rejected-count
           move casecc-action to rd-action
           move casecc-pattern-id to rd-pattern-id
           move casecc-hash-x to rd-hash
           move casecc-dataset to rd-dataset
           move casecc-record-key to rd-record-key
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 8000-FINISH - print the totals line and close up.  Any       *
      * rejected transaction leaves the run RC 8.                    *
      ***************************************************************
       8000-finish.
           move ws-trans-count to rt-trans
           move ws-changed-count to rt-changed
           move ws-rejected-count to rt-rejected
           move ' ' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           close casectl caserpt hitcase supplib
           display 'CASEMNT: ' ws-trans-count ' transaction(s), '
                    ws-changed-count ' case(s) changed, '
                    ws-rejected-count ' rejected'
           if ws-rejected-count greater than zero
               move 8 to return-code
           end-if
           .

       end program CASEMNT.

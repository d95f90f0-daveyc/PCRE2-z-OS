      ***************************************************************
      *                                                             *
      *    PROGRAM:  SRVRPLY                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    SRVRPLY replays a slice of REGEXSRV's request journal    *
      *    (SRVJRNL, layout SRJREC) against the pattern library as  *
      *    it now stands or as it is proposed to stand, and reports *
      *    every request whose answer would change.  It is PATDIFF  *
      *    for the online traffic: PATDIFF shows what a change does *
      *    to an extract, SRVRPLY shows what it does to what the    *
      *    fraud tools actually asked.                              *
      *                                                             *
      *    Each journaled request is re-run through the same        *
      *    compile, match and reply build REGEXSRV uses, and the    *
      *    rebuilt reply is compared with the reply the journal     *
      *    says was sent.  A request whose verdict differs is       *
      *    reported VERDICT; one whose verdict stands but whose     *
      *    ovector offsets or named-group values differ is reported *
      *    GROUPS; one where only the return code or error text     *
      *    differs is reported DETAIL.  Each goes to RPLRPT as one  *
      *    line, and to RPLOUT with the old and new replies and the *
      *    head of the subject, for the owner to look at.           *
      *                                                             *
      *    By default each request is replayed against its own      *
      *    pattern-id in PATLIB - point PATLIB at a candidate copy  *
      *    of the library to replay the whole journal against it.   *
      *    PATTERN= restricts the replay to one pattern-id; with    *
      *    it, NEWPATTERN= names a candidate PATLIB entry, or       *
      *    PATTERNTEXT= carries candidate text, to stand in for     *
      *    that pattern-id.  A TEST-status entry is refused with    *
      *    REGEXSRV's own error text unless TESTOK=YES is given, as *
      *    on REGEXSRV's CTLCARD, so a request REGEXSRV refused as  *
      *    TEST replays unchanged.  The candidate is exempt, since  *
      *    a candidate entry is normally TEST.                      *
      *                                                             *
      *    The slice: RUNID= one REGEXSRV run, FROMDATE= and        *
      *    TODATE= (YYYYMMDD) the journal dates.  Requests that     *
      *    were backed out are not replayed - the queue served them *
      *    again and the journal has that later record - nor are    *
      *    those whose subject was too long to journal whole, nor   *
      *    those too short to carry a subject; each is counted.     *
      *    CHANGEMAX=n ends the step RC 8 when more than n requests *
      *    change, the way DIFFMAX= does in PATDIFF; a slice with   *
      *    nothing to replay ends RC 4.                             *
      *                                                             *
      *    RPLCTL: PATTERN=, NEWPATTERN=, PATTERNTEXT=, TESTOK=YES, *
      *    RUNID=, FROMDATE=, TODATE=, CHANGEMAX=.                  *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   1005 performed THRU its exit.              *
      * 2026-10-15  DC   Column headings laid out field by field    *
      *                  over the detail line; PATTERN through      *
      *                  CHANGE were out by two or three columns.   *
      * 2026-10-15  DC   TEST-status entries are refused as         *
      *                  REGEXSRV refuses them, unless TESTOK=YES;  *
      *                  the candidate is exempt.                   *
      ***************************************************************
       identification division.
       program-id.    SRVRPLY.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select rplctl
               assign to RPLCTL
               organization is sequential.
           select srvjrnl
               assign to SRVJRNL
               organization is sequential
               file status is ws-srvjrnl-status.
           select rplout
               assign to RPLOUT
               organization is sequential.
           select rplrpt
               assign to RPLRPT
               organization is sequential.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is random
               record key is pat-id
               file status is ws-patlib-status.

       data division.
       file section.
       fd  rplctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  srvjrnl
           recording mode is v
           label records are standard
           block contains 0 records
           record is varying in size from 2242 to 32242 characters
               depending on ws-jrnl-reclen.
           COPY srjrec.

       fd  rplout
           recording mode is f
           label records are standard
           block contains 0 records.
       01  replay-record.
           05  rpo-tag                 pic x(08).
           05  filler                  pic x(01).
           05  rpo-date                pic 9(08).
           05  rpo-time                pic 9(08).
           05  rpo-run-id              pic x(16).
           05  rpo-seq                 pic 9(09).
           05  rpo-msgid               pic x(24).
           05  rpo-correlid            pic x(24).
           05  rpo-user                pic x(12).
           05  rpo-pattern-id          pic x(08).
           05  filler                  pic x(01).
           05  rpo-old-len             pic 9(04).
           05  rpo-old-reply           pic x(2048).
           05  rpo-new-len             pic 9(04).
           05  rpo-new-reply           pic x(2048).
           05  rpo-subject-len         pic 9(05).
           05  rpo-subject             pic x(256).

       fd  rplrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  patlib.
           COPY patrec.

       working-storage section.
       COPY pcre2.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4) comp.
       01  ws-ctl-numeric              pic 9(9).

       01  rplcc-pattern-id            pic x(08).
       01  rplcc-new-pattern-id        pic x(08).
       01  rplcc-pattern-text          pic x(72).
       01  rplcc-run-id                pic x(16).
       01  rplcc-from-date             pic 9(08).
       01  rplcc-to-date               pic 9(08).

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-eof-sw               pic x(01) value 'N'.
               88  ws-eof                         value 'Y'.
           05  ws-changemax-sw         pic x(01) value 'N'.
               88  ws-changemax-set               value 'Y'.
           05  ws-candidate-sw         pic x(01) value 'N'.
               88  ws-candidate-mode              value 'Y'.
           05  ws-testok-sw            pic x(01) value 'N'.
               88  ws-testok-mode                 value 'Y'.

       01  ws-changemax                pic 9(9)  comp value zero.

       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
       01  ws-srvjrnl-status           pic x(02).
           88  ws-srvjrnl-ok                     value '00'.
           88  ws-srvjrnl-eof                    value '10'.
       01  ws-jrnl-reclen              pic 9(5)  comp.

       01  ws-pattern                  pic x(256).
       01  ws-pattern-len              pic 9(9)  comp.
       01  ws-options                  pic 9(9)  comp value zero.
       01  ws-code-ptr                 usage pointer.
       01  ws-match-data               usage pointer.
       01  ws-ovector-count            pic 9(9)  comp value 20.
       01  ws-errorcode                pic s9(9) comp.
       01  ws-erroffset                pic 9(9)  comp.
       01  ws-rc                       pic s9(9) comp.
       01  ws-jit-rc                   pic s9(9) comp.
       01  ws-error-text               pic x(60).

      * The patterns compiled so far, one entry per pattern-id met
      * in the journal.  An id that does not resolve is kept too,
      * with a null code pointer and the error REGEXSRV would have
      * answered, so it is looked up once.  Past a hundred ids the
      * last entry is a scratch slot, compiled and freed per request.
       01  ws-pattern-table.
           05  ws-pat-entry             occurs 101 times.
               10  ws-pte-pattern-id    pic x(08).
               10  ws-pte-code-ptr      usage pointer.
               10  ws-pte-rc            pic s9(9) comp.
               10  ws-pte-error-text    pic x(60).
       01  ws-pat-count                 pic 9(3)  comp value zero.
       01  ws-pat-idx                   pic 9(3)  comp.
       01  ws-pat-found                 pic 9(3)  comp.

       01  ws-req-pattern-id            pic x(08).

      * The reply being rebuilt, exactly as REGEXSRV builds it.
       01  ws-ovector-ptr               usage pointer.
       01  ws-ovector                   based.
           05  ws-ovec-entry            pic 9(9)  comp
                                          occurs 40 times.
       01  ws-pair-count                pic 9(2)  comp.
       01  ws-pair-idx                  pic 9(2)  comp.
       01  ws-reply-buffer              pic x(2048).
       01  ws-reply-pos                 pic 9(9)  comp.
       01  ws-reply-length              pic s9(9) comp.
       01  ws-edit-9                    pic 9(9).
       01  ws-edit-2                    pic 9(2).
       01  ws-edit-signed               pic -9(9).

       01  ws-name-count                pic 9(9)  comp.
       01  ws-name-entry-size           pic 9(9)  comp.
       01  ws-nametable-ptr             usage pointer.
       01  ws-nametable                 pic x(10240) based.
       01  ws-name-idx                  pic 9(9)  comp.
       01  ws-name-offset               pic 9(9)  comp.
       01  ws-info-rc                   pic s9(9) comp.
       01  ws-group-name-cstr           pic x(33).
       01  ws-group-name-len            pic 9(9)  comp.
       01  ws-group-reply-count         pic 9(2)  comp.
       01  ws-group-count-pos           pic 9(9)  comp.
       01  ws-substring-ptr             usage pointer.
       01  ws-substring-len             pic 9(9)  comp.
       01  ws-substring-rc              pic s9(9) comp.
       01  ws-substring-area            pic x(60) based.
       01  ws-group-value               pic x(60).

      * Comparison of the journaled reply with the rebuilt one.
       01  ws-change-type               pic x(08).
       01  ws-old-reply-len             pic 9(4)  comp.
       01  ws-tail-len                  pic 9(4)  comp.

      * The message id shown in hex on the report line.
       01  ws-hex-digits                pic x(16)
                                          value '0123456789ABCDEF'.
       01  ws-msgid-hex                 pic x(48).
       01  ws-hex-idx                   pic 9(2)  comp.
       01  ws-hex-byte                  pic 9(3)  comp.
       01  ws-hex-high                  pic 9(2)  comp.
       01  ws-hex-low                   pic 9(2)  comp.

       01  ws-counters.
           05  ws-read-count            pic 9(9)  comp value zero.
           05  ws-outside-count         pic 9(9)  comp value zero.
           05  ws-backed-out-count      pic 9(9)  comp value zero.
           05  ws-truncated-count       pic 9(9)  comp value zero.
           05  ws-short-count           pic 9(9)  comp value zero.
           05  ws-replay-count          pic 9(9)  comp value zero.
           05  ws-unchanged-count       pic 9(9)  comp value zero.
           05  ws-verdict-count         pic 9(9)  comp value zero.
           05  ws-groups-count          pic 9(9)  comp value zero.
           05  ws-detail-count          pic 9(9)  comp value zero.
           05  ws-change-count          pic 9(9)  comp value zero.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'SRVRPLY  -  REGEXSRV'.
           05  filler                  pic x(20) value
                   ' JOURNAL REPLAY     '.
           05  filler                  pic x(92) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(09) value 'DATE'.
           05  filler                  pic x(09) value 'TIME'.
           05  filler                  pic x(17) value 'RUN-ID'.
           05  filler                  pic x(10) value 'SEQ'.
           05  filler                  pic x(09) value 'PATTERN'.
           05  filler                  pic x(49) value 'MESSAGE ID'.
           05  filler                  pic x(09) value 'WAS'.
           05  filler                  pic x(09) value 'NOW'.
           05  filler                  pic x(11) value 'CHANGE'.

       01  ws-report-detail-line.
           05  rd-date                 pic 9(08).
           05  filler                  pic x(01) value spaces.
           05  rd-time                 pic 9(08).
           05  filler                  pic x(01) value spaces.
           05  rd-run-id               pic x(16).
           05  filler                  pic x(01) value spaces.
           05  rd-seq                  pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  rd-pattern-id           pic x(08).
           05  filler                  pic x(01) value spaces.
           05  rd-msgid                pic x(48).
           05  filler                  pic x(01) value spaces.
           05  rd-was                  pic x(08).
           05  filler                  pic x(01) value spaces.
           05  rd-now                  pic x(08).
           05  filler                  pic x(01) value spaces.
           05  rd-change               pic x(08).
           05  filler                  pic x(03) value spaces.

       01  ws-report-count-line.
           05  rc-label                pic x(30).
           05  rc-value                pic zzzzzzzz9.
           05  filler                  pic x(93) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-replay-journal
               thru 2000-replay-journal-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - read the control statements, compile any   *
      * candidate, and open the files.                               *
      ***************************************************************
       1000-initialize.
           move spaces to rplcc-pattern-id rplcc-new-pattern-id
                          rplcc-pattern-text rplcc-run-id
           move zero to rplcc-from-date
           move 99999999 to rplcc-to-date
           open input rplctl
           perform 1005-read-control-card
               thru 1005-read-control-card-exit
               with test before
               until ws-ctl-eof
           close rplctl
           if rplcc-new-pattern-id not equal spaces
              and rplcc-pattern-text not equal spaces
               display 'SRVRPLY: give NEWPATTERN= or PATTERNTEXT=, '
                        'not both'
               move 16 to return-code
               stop run
           end-if
           if rplcc-new-pattern-id not equal spaces
              or rplcc-pattern-text not equal spaces
               if rplcc-pattern-id equal spaces
                   display 'SRVRPLY: a candidate needs PATTERN= to '
                            'name the pattern-id it stands in for'
                   move 16 to return-code
                   stop run
               end-if
               move 'Y' to ws-candidate-sw
           end-if
           if rplcc-from-date greater than rplcc-to-date
               display 'SRVRPLY: FROMDATE= is after TODATE='
               move 16 to return-code
               stop run
           end-if
           open input patlib
           if not ws-patlib-ok
               display 'SRVRPLY: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           if ws-candidate-mode
               move rplcc-pattern-id to ws-req-pattern-id
               perform 2110-resolve-pattern
                   thru 2110-resolve-pattern-exit
               if ws-pte-code-ptr(ws-pat-found) equal null
                   display 'SRVRPLY: candidate for ' rplcc-pattern-id
                            ' does not resolve: '
                            ws-pte-error-text(ws-pat-found)
                   move 16 to return-code
                   stop run
               end-if
           end-if
           call 'pcre2_match_data_create_8' using
                                value ws-ovector-count
                                value 0
               returning ws-match-data
           open input srvjrnl
           if not ws-srvjrnl-ok
               display 'SRVRPLY: SRVJRNL open failed, status '
                        ws-srvjrnl-status
               move 16 to return-code
               stop run
           end-if
           open output rplout
           open output rplrpt
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move '0' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move spaces to rpt-text
           write rpt-line
           .

       1005-read-control-card.
           read rplctl into ws-ctl-record
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
                   move ws-ctl-value(1:8) to rplcc-pattern-id
               when 'NEWPATTERN'
                   move ws-ctl-value(1:8) to rplcc-new-pattern-id
               when 'PATTERNTEXT'
                   move ws-ctl-value(1:72) to rplcc-pattern-text
               when 'TESTOK'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-testok-sw
                   end-if
               when 'RUNID'
                   move ws-ctl-value(1:16) to rplcc-run-id
               when 'FROMDATE'
                   move ws-ctl-value(1:8) to rplcc-from-date
               when 'TODATE'
                   move ws-ctl-value(1:8) to rplcc-to-date
               when 'CHANGEMAX'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-changemax
                   move 'Y' to ws-changemax-sw
               when other
                   display 'SRVRPLY: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 2000-REPLAY-JOURNAL - one journal record per pass.  Records  *
      * outside the slice, backed out, truncated or too short are    *
      * counted and passed over; the rest are replayed and compared. *
      ***************************************************************
       2000-replay-journal.
           read srvjrnl
               at end
                   move 'Y' to ws-eof-sw
                   go to 2000-replay-journal-exit
           end-read
           if not ws-srvjrnl-ok
               display 'SRVRPLY: SRVJRNL read failed, status '
                        ws-srvjrnl-status
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-read-count
           if srj-date less than rplcc-from-date
              or srj-date greater than rplcc-to-date
               add 1 to ws-outside-count
               go to 2000-replay-journal
           end-if
           if rplcc-run-id not equal spaces
              and srj-run-id not equal rplcc-run-id
               add 1 to ws-outside-count
               go to 2000-replay-journal
           end-if
           if rplcc-pattern-id not equal spaces
              and srj-pattern-id not equal rplcc-pattern-id
               add 1 to ws-outside-count
               go to 2000-replay-journal
           end-if
           if srj-put-backed-out or srj-commit-backed-out
               add 1 to ws-backed-out-count
               go to 2000-replay-journal
           end-if
           if srj-subject-truncated
               add 1 to ws-truncated-count
               go to 2000-replay-journal
           end-if
           if srj-subject-len equal zero
               add 1 to ws-short-count
               go to 2000-replay-journal
           end-if
           add 1 to ws-replay-count
           perform 2100-replay-one-request
               thru 2100-replay-one-request-exit
           perform 2200-compare-replies
               thru 2200-compare-replies-exit
           go to 2000-replay-journal
           .
       2000-replay-journal-exit.
           exit.

      ***************************************************************
      * 2100-REPLAY-ONE-REQUEST - the journaled subject through the  *
      * pattern it asked for, building the reply REGEXSRV would send *
      * today.                                                       *
      ***************************************************************
       2100-replay-one-request.
           move srj-pattern-id to ws-req-pattern-id
           perform 2110-resolve-pattern
               thru 2110-resolve-pattern-exit
           if ws-pte-code-ptr(ws-pat-found) equal null
               move ws-pte-rc(ws-pat-found) to ws-rc
               move ws-pte-error-text(ws-pat-found) to ws-error-text
               perform 2130-build-error-reply
               go to 2100-replay-one-request-exit
           end-if
           set ws-code-ptr to ws-pte-code-ptr(ws-pat-found)
           call 'pcre2_match_8' using
                                value ws-code-ptr
                                by reference srj-subject
                                value srj-subject-len
                                value 0
                                value 0
                                value ws-match-data
                                value 0
               returning ws-rc
           evaluate true
               when ws-rc greater than zero
                   perform 2120-build-match-reply
               when ws-rc equal PCRE2-ERROR-NOMATCH
                   perform 2125-build-nomatch-reply
               when other
                   call 'PCRE2MSG' using ws-rc ws-error-text
                   perform 2130-build-error-reply
           end-evaluate
           if ws-pat-found equal 101
               call 'pcre2_code_free_8' using
                                value ws-pte-code-ptr(101)
           end-if
           .
       2100-replay-one-request-exit.
           exit.

      ***************************************************************
      * 2110-RESOLVE-PATTERN - find or compile the pattern for       *
      * WS-REQ-PATTERN-ID, leaving its table entry in WS-PAT-FOUND.  *
      * The candidate, when there is one, stands in for PATTERN=.    *
      * The error texts are REGEXSRV's, so an unchanged failure      *
      * replays as an unchanged reply; that includes the TEST-status *
      * refusal, which the candidate is exempt from.                 *
      ***************************************************************
       2110-resolve-pattern.
           move zero to ws-pat-found
           perform 2111-probe-one-pattern-entry
               with test before
               varying ws-pat-idx from 1 by 1
               until ws-pat-idx greater than ws-pat-count
                  or ws-pat-found not equal zero
           if ws-pat-found not equal zero
               go to 2110-resolve-pattern-exit
           end-if
           if ws-pat-count less than 100
               add 1 to ws-pat-count
               move ws-pat-count to ws-pat-found
           else
               move 101 to ws-pat-found
           end-if
           move ws-req-pattern-id to ws-pte-pattern-id(ws-pat-found)
           set ws-pte-code-ptr(ws-pat-found) to null
           move zero to ws-pte-rc(ws-pat-found)
           move spaces to ws-pte-error-text(ws-pat-found)
           if ws-candidate-mode
              and ws-req-pattern-id equal rplcc-pattern-id
              and rplcc-pattern-text not equal spaces
               move rplcc-pattern-text to ws-pattern
               move zero to ws-options
               move 72 to ws-pattern-len
               perform 2112-trim-pattern-len
                   until ws-pattern-len equal zero
                      or ws-pattern(ws-pattern-len:1) not equal space
               go to 2110-compile-pattern
           end-if
           if ws-candidate-mode
              and ws-req-pattern-id equal rplcc-pattern-id
               move rplcc-new-pattern-id to pat-id
           else
               move ws-req-pattern-id to pat-id
           end-if
           read patlib
           if not ws-patlib-ok
               move 'pattern-id not found in PATLIB'
                   to ws-pte-error-text(ws-pat-found)
               go to 2110-resolve-pattern-exit
           end-if
           if pat-status-test and not ws-testok-mode
               if not ws-candidate-mode
                  or ws-req-pattern-id not equal rplcc-pattern-id
                   move 'pattern-id is TEST status, not served'
                       to ws-pte-error-text(ws-pat-found)
                   go to 2110-resolve-pattern-exit
               end-if
           end-if
           move pat-text to ws-pattern
           move pat-text-len to ws-pattern-len
           move pat-options-word to ws-options
           .
       2110-compile-pattern.
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
               move ws-errorcode to ws-pte-rc(ws-pat-found)
               move ws-error-text to ws-pte-error-text(ws-pat-found)
               go to 2110-resolve-pattern-exit
           end-if
           call 'pcre2_jit_compile_8' using
                                value ws-code-ptr
                                value PCRE2-JIT-COMPLETE
               returning ws-jit-rc
           set ws-pte-code-ptr(ws-pat-found) to ws-code-ptr
           .
       2110-resolve-pattern-exit.
           exit.

       2111-probe-one-pattern-entry.
           if ws-pte-pattern-id(ws-pat-idx) equal ws-req-pattern-id
               move ws-pat-idx to ws-pat-found
           end-if
           .
       2112-trim-pattern-len.
           subtract 1 from ws-pattern-len
           .

      ***************************************************************
      * 2120-BUILD-MATCH-REPLY through 2130-BUILD-ERROR-REPLY - the  *
      * reply built byte for byte the way REGEXSRV builds it; any    *
      * change to REGEXSRV's reply layout must be made here too.     *
      ***************************************************************
       2120-build-match-reply.
           perform 2121-start-reply
           move 'MATCH   ' to ws-reply-buffer(1:8)
           call 'pcre2_get_ovector_pointer_8' using
                                value ws-match-data
               returning ws-ovector-ptr
           set address of ws-ovector to ws-ovector-ptr
           move ws-rc to ws-pair-count
           if ws-pair-count greater than 10
               move 10 to ws-pair-count
           end-if
           move ws-pair-count to ws-edit-2
           move ws-edit-2 to ws-reply-buffer(91:2)
           move 93 to ws-reply-pos
           perform 2122-add-one-pair
               with test before
               varying ws-pair-idx from 1 by 1
               until ws-pair-idx greater than ws-pair-count
           perform 2123-add-named-groups
               thru 2123-add-named-groups-exit
           compute ws-reply-length = ws-reply-pos - 1
           .

       2121-start-reply.
           move spaces to ws-reply-buffer
           move ws-req-pattern-id to ws-reply-buffer(10:8)
           move ws-rc to ws-edit-signed
           move ws-edit-signed to ws-reply-buffer(19:10)
           move '00' to ws-reply-buffer(91:2)
           move 93 to ws-reply-pos
           compute ws-reply-length = ws-reply-pos - 1
           .

       2122-add-one-pair.
           move ws-ovec-entry(ws-pair-idx * 2 - 1) to ws-edit-9
           move ws-edit-9 to ws-reply-buffer(ws-reply-pos:9)
           add 9 to ws-reply-pos
           move '-' to ws-reply-buffer(ws-reply-pos:1)
           add 1 to ws-reply-pos
           move ws-ovec-entry(ws-pair-idx * 2) to ws-edit-9
           move ws-edit-9 to ws-reply-buffer(ws-reply-pos:9)
           add 10 to ws-reply-pos
           .

       2123-add-named-groups.
           move zero to ws-group-reply-count
           move ws-reply-pos to ws-group-count-pos
           move '00' to ws-reply-buffer(ws-reply-pos:2)
           add 3 to ws-reply-pos
           call 'pcre2_pattern_info_8' using
                                value ws-code-ptr
                                value PCRE2-INFO-NAMECOUNT
                                by reference ws-name-count
               returning ws-info-rc
           if ws-info-rc not equal zero
              or ws-name-count equal zero
               go to 2123-add-named-groups-exit
           end-if
           call 'pcre2_pattern_info_8' using
                                value ws-code-ptr
                                value PCRE2-INFO-NAMEENTRYSIZE
                                by reference ws-name-entry-size
               returning ws-info-rc
           if ws-info-rc not equal zero
               go to 2123-add-named-groups-exit
           end-if
           call 'pcre2_pattern_info_8' using
                                value ws-code-ptr
                                value PCRE2-INFO-NAMETABLE
                                by reference ws-nametable-ptr
               returning ws-info-rc
           if ws-info-rc not equal zero
               go to 2123-add-named-groups-exit
           end-if
           set address of ws-nametable to ws-nametable-ptr
           if ws-name-count greater than 10
               move 10 to ws-name-count
           end-if
           perform 2124-add-one-named-group
               thru 2124-add-one-named-group-exit
               with test before
               varying ws-name-idx from 1 by 1
               until ws-name-idx greater than ws-name-count
           move ws-group-reply-count to ws-edit-2
           move ws-edit-2 to ws-reply-buffer(ws-group-count-pos:2)
           .
       2123-add-named-groups-exit.
           exit.

       2124-add-one-named-group.
           compute ws-name-offset =
               (ws-name-idx - 1) * ws-name-entry-size + 3
           move spaces to ws-group-name-cstr
           move ws-nametable(ws-name-offset:32)
               to ws-group-name-cstr(1:32)
           move zero to ws-group-name-len
           perform 2126-count-one-name-byte
               with test before
               until ws-group-name-len greater than 31
                  or ws-group-name-cstr(ws-group-name-len + 1:1)
                      equal low-value
           if ws-group-name-len equal zero
               go to 2124-add-one-named-group-exit
           end-if
           call 'pcre2_substring_get_byname_8' using
                                value ws-match-data
                                by reference ws-group-name-cstr
                                ws-substring-ptr
                                ws-substring-len
               returning ws-substring-rc
           if ws-substring-rc not equal zero
               go to 2124-add-one-named-group-exit
           end-if
           if ws-substring-len greater than 60
               move 60 to ws-substring-len
           end-if
           move spaces to ws-group-value
           set address of ws-substring-area to ws-substring-ptr
           if ws-substring-len greater than zero
               move ws-substring-area(1:ws-substring-len)
                   to ws-group-value
           end-if
           call 'pcre2_substring_free_8' using
                                value ws-substring-ptr
           add 1 to ws-group-reply-count
           move ws-group-name-cstr(1:32)
               to ws-reply-buffer(ws-reply-pos:32)
           add 32 to ws-reply-pos
           move '=' to ws-reply-buffer(ws-reply-pos:1)
           add 1 to ws-reply-pos
           move ws-group-value to ws-reply-buffer(ws-reply-pos:60)
           add 61 to ws-reply-pos
           .
       2124-add-one-named-group-exit.
           exit.
       2126-count-one-name-byte.
           add 1 to ws-group-name-len
           .

       2125-build-nomatch-reply.
           perform 2121-start-reply
           move 'NOMATCH ' to ws-reply-buffer(1:8)
           .

       2130-build-error-reply.
           perform 2121-start-reply
           move 'ERROR   ' to ws-reply-buffer(1:8)
           move ws-error-text to ws-reply-buffer(30:60)
           .

      ***************************************************************
      * 2200-COMPARE-REPLIES - the journaled reply against the one   *
      * just rebuilt.  The verdict first; then, from byte 91, the    *
      * ovector pairs and named groups; then anything else - the     *
      * return code or the error text.  A change is reported on      *
      * RPLRPT and written to RPLOUT.                                *
      ***************************************************************
       2200-compare-replies.
           move srj-reply-len to ws-old-reply-len
           evaluate true
               when srj-reply(1:8) not equal ws-reply-buffer(1:8)
                   move 'VERDICT ' to ws-change-type
                   add 1 to ws-verdict-count
               when ws-old-reply-len not equal ws-reply-length
                   move 'GROUPS  ' to ws-change-type
                   add 1 to ws-groups-count
               when other
                   move 'DETAIL  ' to ws-change-type
                   if ws-old-reply-len greater than 90
                       compute ws-tail-len = ws-old-reply-len - 90
                       if srj-reply(91:ws-tail-len) not equal
                               ws-reply-buffer(91:ws-tail-len)
                           move 'GROUPS  ' to ws-change-type
                       end-if
                   end-if
                   if ws-change-type equal 'GROUPS  '
                       add 1 to ws-groups-count
                   else
                       if srj-reply(1:ws-old-reply-len) equal
                               ws-reply-buffer(1:ws-old-reply-len)
                           add 1 to ws-unchanged-count
                           go to 2200-compare-replies-exit
                       end-if
                       add 1 to ws-detail-count
                   end-if
           end-evaluate
           add 1 to ws-change-count
           perform 2210-format-msgid
           move srj-date to rd-date
           move srj-time to rd-time
           move srj-run-id to rd-run-id
           move srj-seq to rd-seq
           move srj-pattern-id to rd-pattern-id
           move ws-msgid-hex to rd-msgid
           move srj-reply(1:8) to rd-was
           move ws-reply-buffer(1:8) to rd-now
           move ws-change-type to rd-change
           move ' ' to rpt-cc
           move ws-report-detail-line to rpt-text
           write rpt-line
           move spaces to replay-record
           move ws-change-type to rpo-tag
           move srj-date to rpo-date
           move srj-time to rpo-time
           move srj-run-id to rpo-run-id
           move srj-seq to rpo-seq
           move srj-msgid to rpo-msgid
           move srj-correlid to rpo-correlid
           move srj-user to rpo-user
           move srj-pattern-id to rpo-pattern-id
           move srj-reply-len to rpo-old-len
           move srj-reply to rpo-old-reply
           move ws-reply-length to rpo-new-len
           move ws-reply-buffer to rpo-new-reply
           move srj-subject-len to rpo-subject-len
           if srj-subject-len less than 256
               move srj-subject(1:srj-subject-len) to rpo-subject
           else
               move srj-subject(1:256) to rpo-subject
           end-if
           write replay-record
           .
       2200-compare-replies-exit.
           exit.

      ***************************************************************
      * 2210-FORMAT-MSGID - the 24-byte binary message id as 48 hex  *
      * digits, the form MQ tools show it in.                        *
      ***************************************************************
       2210-format-msgid.
           move spaces to ws-msgid-hex
           perform 2211-format-one-msgid-byte
               with test before
               varying ws-hex-idx from 1 by 1
               until ws-hex-idx greater than 24
           .
       2211-format-one-msgid-byte.
           compute ws-hex-byte = function ord(srj-msgid(ws-hex-idx:1))
                                     - 1
           divide ws-hex-byte by 16
               giving ws-hex-high
               remainder ws-hex-low
           move ws-hex-digits(ws-hex-high + 1:1)
               to ws-msgid-hex(ws-hex-idx * 2 - 1:1)
           move ws-hex-digits(ws-hex-low + 1:1)
               to ws-msgid-hex(ws-hex-idx * 2:1)
           .

      ***************************************************************
      * 8000-FINISH - the summary counts, then the CHANGEMAX= check. *
      ***************************************************************
       8000-finish.
           move ' ' to rpt-cc
           move spaces to rpt-text
           write rpt-line
           move 'JOURNAL RECORDS READ:         ' to rc-label
           move ws-read-count to rc-value
           perform 8010-write-count-line
           move 'OUTSIDE THE SLICE:            ' to rc-label
           move ws-outside-count to rc-value
           perform 8010-write-count-line
           move 'BACKED OUT (NOT REPLAYED):    ' to rc-label
           move ws-backed-out-count to rc-value
           perform 8010-write-count-line
           move 'SUBJECT TRUNCATED (NOT REPL.):' to rc-label
           move ws-truncated-count to rc-value
           perform 8010-write-count-line
           move 'NO SUBJECT (NOT REPLAYED):    ' to rc-label
           move ws-short-count to rc-value
           perform 8010-write-count-line
           move 'REQUESTS REPLAYED:            ' to rc-label
           move ws-replay-count to rc-value
           perform 8010-write-count-line
           move 'UNCHANGED:                    ' to rc-label
           move ws-unchanged-count to rc-value
           perform 8010-write-count-line
           move 'VERDICT CHANGED:              ' to rc-label
           move ws-verdict-count to rc-value
           perform 8010-write-count-line
           move 'GROUPS CHANGED:               ' to rc-label
           move ws-groups-count to rc-value
           perform 8010-write-count-line
           move 'DETAIL CHANGED:               ' to rc-label
           move ws-detail-count to rc-value
           perform 8010-write-count-line
           move 'TOTAL CHANGED:                ' to rc-label
           move ws-change-count to rc-value
           perform 8010-write-count-line
           close srvjrnl rplout rplrpt patlib
           perform 8020-free-one-pattern
               with test before
               varying ws-pat-idx from 1 by 1
               until ws-pat-idx greater than ws-pat-count
           call 'pcre2_match_data_free_8' using
                                value ws-match-data
           display 'SRVRPLY: ' ws-replay-count ' request(s) replayed, '
                    ws-change-count ' changed'
           if ws-replay-count equal zero
               display 'SRVRPLY: no journaled request in the slice '
                        'to replay'
               move 4 to return-code
           end-if
           if ws-changemax-set
              and ws-change-count greater than ws-changemax
               display 'SRVRPLY: change count ' ws-change-count
                        ' exceeds CHANGEMAX ' ws-changemax
               move 8 to return-code
           end-if
           .

       8010-write-count-line.
           move ' ' to rpt-cc
           move ws-report-count-line to rpt-text
           write rpt-line
           .

       8020-free-one-pattern.
           if ws-pte-code-ptr(ws-pat-idx) not equal null
               call 'pcre2_code_free_8' using
                                value ws-pte-code-ptr(ws-pat-idx)
           end-if
           .

       end program SRVRPLY.

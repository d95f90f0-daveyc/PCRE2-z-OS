      *                  which REGEXMQS now writes like the batch   *
      *                  programs, carrying the new run             *
      *                  correlation id (RUNID= or generated).      *
      * 2026-10-15  DC   Added SIEM=CEF or SIEM=JSON, the same      *
      *                  security-event feed as REGEXSCN.  Every    *
      *                  hit message is handed to RGXSIEM, once its *
      *                  unit of work has committed, as one event   *
      *                  carrying the run id, program, pattern-id   *
      *                  (the winning chain entry in chain mode),   *
      *                  INQUEUE as the dataset, the message count  *
      *                  as the record number and a masked excerpt  *
      *                  from the start of the match.               *
      *                  SIEMOUT=FILE|MQ, SIEMQMGR= (default        *
      *                  QMGR=), SIEMQUEUE=, SIEMEXCERPT=,          *
      *                  SIEMMASK= and SIEMSEV= as in REGEXSCN.     *
      *                  Undelivered events end the run RC 4 at     *
      *                  least.                                     *
      ***************************************************************
       identification division.
       program-id.    REGEXMQS.
       01  ws-alert-program            pic x(08) value 'REGEXMQS'.
       01  ws-alert-pattern            pic x(08).

      * Security-event feed (SIEM=CEF|JSON) - one RGXSIEM event per
      * committed hit, to SIEMOUT or an MQ queue.  The excerpt
      * starts at the match, read off the ovector.
       01  ws-siem-sw                  pic x(01) value 'N'.
           88  ws-siem-mode                      value 'Y'.
       01  ws-siem-excerpt-max         pic 9(9)  comp value 40.
       01  ws-siem-hit-sev             pic 9(9)  comp value 5.
       01  ws-siem-sent                pic 9(9)  comp value zero.
       01  ws-siem-failed              pic 9(9)  comp value zero.
       01  ws-siem-offset              pic 9(9)  comp.
       01  ws-siem-subject-len         pic 9(9)  comp.
       01  ws-ovector-ptr              usage pointer.
       01  ws-ovector                  based.
           05  ws-ovec-entry           pic 9(9)  comp
                                         occurs 40 times.
       COPY siemevt.

       01  ws-stopreq-status           pic x(02).
       01  ws-stopreq-record           pic x(80).

           move spaces to mqscc-qmgr mqscc-inqueue mqscc-hitqueue
                          mqscc-bypqueue mqscc-pattern-id
                          mqscc-pattern-text mqscc-parkq
           initialize siem-event-request
           move 'FILE' to sev-target
           move 'DIGITS' to sev-mask
           open input ctlcard
           perform 1005-read-control-card
               with test before
                   returning ws-jit-rc
           end-if
           perform 1100-connect-and-open-queues
           if ws-siem-mode
               perform 1200-open-siem-feed
           end-if
           .

       1005-read-control-card.
                   move ws-ctl-value(1:48) to mqscc-parkq
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when 'SIEM'
                   move ws-ctl-value(1:4) to sev-format
                   move 'Y' to ws-siem-sw
               when 'SIEMOUT'
                   move ws-ctl-value(1:4) to sev-target
               when 'SIEMQMGR'
                   move ws-ctl-value(1:48) to sev-qmgr
               when 'SIEMQUEUE'
                   move ws-ctl-value(1:48) to sev-queue
               when 'SIEMEXCERPT'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-siem-excerpt-max
               when 'SIEMMASK'
                   move ws-ctl-value(1:6) to sev-mask
               when 'SIEMSEV'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-siem-hit-sev
               when 'CHAIN1'
                   move ws-ctl-value(1:8) to ws-chain-id(1)
                   move 1 to ws-chain-count
           end-if
           .

      ***************************************************************
      * 1200-OPEN-SIEM-FEED - check the SIEM= statements and open    *
      * the security-event feed through RGXSIEM.  A feed the deck    *
      * asked for and cannot have stops the run before the first     *
      * get.  SIEMQMGR= defaults to QMGR=, and then RGXSIEM shares   *
      * this program's connection rather than making its own.        *
      ***************************************************************
       1200-open-siem-feed.
           if sev-qmgr equal spaces
               move mqscc-qmgr to sev-qmgr
           end-if
           if not sev-format-cef and not sev-format-json
               display 'REGEXMQS: SIEM= must be CEF or JSON'
               move 16 to return-code
               stop run
           end-if
           if not sev-target-file and not sev-target-mq
               display 'REGEXMQS: SIEMOUT= must be FILE or MQ'
               move 16 to return-code
               stop run
           end-if
           if sev-target-mq and sev-queue equal spaces
               display 'REGEXMQS: SIEMOUT=MQ needs SIEMQUEUE= to '
                        'name the event queue'
               move 16 to return-code
               stop run
           end-if
           if not sev-mask-digits and not sev-mask-all
               display 'REGEXMQS: SIEMMASK= must be DIGITS or ALL'
               move 16 to return-code
               stop run
           end-if
           if ws-siem-excerpt-max greater than length of sev-excerpt
               display 'REGEXMQS: SIEMEXCERPT= cannot exceed '
                        length of sev-excerpt ' bytes'
               move 16 to return-code
               stop run
           end-if
           if ws-siem-hit-sev greater than 10
               display 'REGEXMQS: SIEMSEV= must be 0 through 10'
               move 16 to return-code
               stop run
           end-if
           move 'O' to sev-function
           call 'RGXSIEM' using siem-event-request
           if not sev-ok
               display 'REGEXMQS: SIEM feed open failed, status '
                        sev-status ' MQ reason ' sev-mq-reason
               move 16 to return-code
               stop run
           end-if
           move ws-run-id to sev-run-id
           move 'REGEXMQS' to sev-program
           .

      ***************************************************************
      * 2000-PROCESS-QUEUE - the MQGET/match/MQPUT loop.  The get   *
      * waits WAITINT= seconds; no message inside the wait means    *
           add 1 to ws-msg-count
           if ws-rc is greater than zero
               add 1 to ws-hit-count
               if ws-siem-mode
                   perform 2045-send-siem-hit
               end-if
           else
               add 1 to ws-bypass-count
           end-if
           end-if
           .

      ***************************************************************
      * 2045-SEND-SIEM-HIT - one HIT event per hit message, sent     *
      * only once the message's unit of work has committed, so a     *
      * put failure that backs the message out does not report a     *
      * hit that will be seen again on the next get.  The record     *
      * number is the message count; the excerpt goes to RGXSIEM     *
      * raw and is masked there.                                     *
      ***************************************************************
       2045-send-siem-hit.
           move 'HIT   ' to sev-event-type
           move ws-siem-hit-sev to sev-severity
           move spaces to sev-policy
           move zero to sev-counter
           evaluate true
               when ws-chain-mode
                   move ws-chain-id(ws-chain-match-idx)
                       to sev-pattern-id
               when mqscc-pattern-id not equal spaces
                   move mqscc-pattern-id to sev-pattern-id
               when other
                   move 'LITERAL ' to sev-pattern-id
           end-evaluate
           move 'INQUEUE ' to sev-dataset
           move ws-msg-count to sev-record-number
           call 'pcre2_get_ovector_pointer_8' using
                                value ws-match-data
               returning ws-ovector-ptr
           set address of ws-ovector to ws-ovector-ptr
           move ws-ovec-entry(1) to ws-siem-offset
           if ws-siem-offset not less than ws-msg-length
               move zero to ws-siem-offset
           end-if
           compute ws-siem-subject-len =
               ws-msg-length - ws-siem-offset
           move ws-siem-excerpt-max to sev-excerpt-len
           if sev-excerpt-len greater than ws-siem-subject-len
               move ws-siem-subject-len to sev-excerpt-len
           end-if
           move spaces to sev-excerpt
           if sev-excerpt-len greater than zero
               move ws-msg-buffer(ws-siem-offset + 1:sev-excerpt-len)
                   to sev-excerpt
           end-if
           move 'E' to sev-function
           call 'RGXSIEM' using siem-event-request
           if sev-ok
               add 1 to ws-siem-sent
           else
               add 1 to ws-siem-failed
               if ws-siem-failed equal 1
                   display 'REGEXMQS: SIEM event not delivered, '
                            'status ' sev-status ' MQ reason '
                            sev-mq-reason ' - further failures '
                            'are counted only'
               end-if
           end-if
           .

      ***************************************************************
      * 2075-ISSUE-PUT-ALERT - one coded RGX003E console alert per   *
      * failed put, through the suite's RGXALERT routine, only when  *
      * compiled patterns, and report.                              *
      ***************************************************************
       8000-finish.
           if ws-siem-mode
               perform 8040-close-siem-feed
           end-if
           move zero to ws-mq-options
           if ws-mq-hobj-in not equal zero
               call 'MQCLOSE' using ws-mq-hconn
           move return-code to rst-rc
           move ws-run-id to rst-run-id
           move ws-parked-count to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           write run-stat-record
           close runstat
           .
       8020-write-run-stat-exit.
           exit.

      ***************************************************************
      * 8040-CLOSE-SIEM-FEED - close the feed while the connection   *
      * it may have borrowed is still up, and report what it         *
      * carried.  Events that could not be delivered end the run     *
      * RC 4 at least.                                               *
      ***************************************************************
       8040-close-siem-feed.
           move 'C' to sev-function
           call 'RGXSIEM' using siem-event-request
           display 'REGEXMQS: SIEM feed ' ws-siem-sent
                    ' event(s) sent, ' ws-siem-failed ' failed'
           if ws-siem-failed greater than zero
               if return-code less than 4
                   move 4 to return-code
               end-if
           end-if
           .

       8030-convert-time-to-hundredths.
           move ws-time-in(1:2) to ws-time-hh
           move ws-time-in(3:2) to ws-time-mm

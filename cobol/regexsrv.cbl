      *    failed reply backs the request out instead of losing     *
      *    it.                                                      *
      *                                                             *
      *    Every request taken off the queue is journaled to        *
      *    SRVJRNL (layout SRJREC) - date and time, run-id, message *
      *    and correlation ids, the caller's user id and reply-to   *
      *    queue, pattern-id, subject, verdict, return code, the    *
      *    reply as sent and what became of the request - so        *
      *    SRVRPLY can replay the traffic against a changed         *
      *    pattern.  The journal is written for every request       *
      *    whatever its outcome; a journal that cannot be written   *
      *    stops the server, RC 12.  At shutdown one RUNSTAT record *
      *    goes out per pattern-id served, its requests, matches    *
      *    and a share of the run's elapsed time in proportion to   *
      *    its requests, so RUNTREND and CHGBACK see the online     *
      *    traffic beside the batch.                                *
      *                                                             *
      *    CTLCARD: QMGR=, REQQUEUE=, TESTOK=YES, WAITINT=,         *
      *    MSGLIMIT=, CHKPTINT=, RUNID=.                            *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-09-02  DC   Original program.                          *
      * 2026-10-15  DC   Added the SRVJRNL request journal, one     *
      *                  record per request and reply, for replay   *
      *                  by SRVRPLY; RUNSTAT records at shutdown,   *
      *                  one per pattern-id served; and RUNID=, the *
      *                  run correlation id carried on both         *
      *                  (generated when not given).                *
      * 2026-10-15  DC   2123-add-named-groups and                  *
      *                  2124-add-one-named-group are now performed *
      *                  THRU their exits; a pattern with no named  *
      *                  groups ran on past the paragraph.          *
      * 2026-10-15  DC   2140 performed THRU its exit, so a request *
      *                  with no reply-to queue is journalled and   *
      *                  counted once.                              *
      * 2026-10-15  DC   Requests past the 100-pattern table are    *
      *                  counted in a slot of their own, written    *
      *                  only when there were any; the 100th        *
      *                  pattern-id was being blanked.              *
      ***************************************************************
       identification division.
       program-id.    REGEXSRV.
               access mode is random
               record key is pat-id
               file status is ws-patlib-status.
           select srvjrnl
               assign to SRVJRNL
               organization is sequential
               file status is ws-srvjrnl-status.
           select optional runstat
               assign to RUNSTAT
               organization is sequential
               file status is ws-runstat-status.

       data division.
       file section.
       fd  patlib.
           COPY patrec.

       fd  srvjrnl
           recording mode is v
           label records are standard
           block contains 0 records
           record is varying in size from 2242 to 32242 characters
               depending on ws-jrnl-reclen.
           COPY srjrec.

       fd  runstat
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY runstat.

       working-storage section.
       COPY pcre2.


       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
       01  ws-srvjrnl-status           pic x(02).
           88  ws-srvjrnl-ok                     value '00'.
       01  ws-runstat-status           pic x(02).

       01  ws-run-id                    pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date           pic 9(08).
           05  ws-run-id-time           pic 9(08).

      * Journal working fields.  WS-DISPOSITION is what became of
      * the request in hand (SRJ-DISPOSITION); the service time runs
      * from the MQGET completing to the reply being settled.
       01  ws-jrnl-reclen               pic 9(5)  comp.
       01  ws-jrnl-fixed-len            pic 9(5)  comp value 2242.
       01  ws-jrnl-subject-max          pic 9(5)  comp value 30000.
       01  ws-disposition               pic x(01).
       01  ws-time-in                   pic x(08).
       01  ws-time-hh                   pic 9(02).
       01  ws-time-mm                   pic 9(02).
       01  ws-time-ss                   pic 9(02).
       01  ws-time-hth                  pic 9(02).
       01  ws-time-total                pic 9(09) comp.
       01  ws-now-time                  pic 9(08).
       01  ws-req-start-total           pic 9(09) comp.
       01  ws-service-time              pic s9(09) comp.

      * Run elapsed time for RUNSTAT.  A server can stay up for days,
      * so the start and end are kept as day numbers and hundredths.
       01  ws-start-date                pic 9(08).
       01  ws-start-time                pic 9(08).
       01  ws-start-day                 pic 9(09) comp.
       01  ws-start-total               pic 9(09) comp.
       01  ws-end-date                  pic 9(08).
       01  ws-end-day                   pic 9(09) comp.
       01  ws-run-elapsed               pic 9(18) comp.
       01  ws-elapsed-left              pic 9(18) comp.
       01  ws-requests-left             pic 9(09) comp.
       01  ws-share-elapsed             pic 9(18) comp.

      * Requests per pattern-id for the shutdown RUNSTAT records.
      * A hundred ids is far past what the fraud tools ask about in
      * a run; past that, requests are counted in the last entry,
      * kept for them under a blank id.
       01  ws-stat-table.
           05  ws-stat-entry            occurs 101 times.
               10  ws-stt-pattern-id    pic x(08).
               10  ws-stt-requests      pic 9(9)  comp.
               10  ws-stt-matches       pic 9(9)  comp.
       01  ws-stat-count                pic 9(3)  comp value zero.
       01  ws-stat-idx                  pic 9(3)  comp.
       01  ws-stat-found                pic 9(3)  comp.
       01  ws-stat-overflow             pic 9(9)  comp value zero.
       01  ws-stat-total                pic 9(9)  comp value zero.

       01  ws-pattern                  pic x(256).
       01  ws-pattern-len              pic 9(9)  comp.
               move 16 to return-code
               stop run
           end-if
           if ws-run-id equal spaces
               accept ws-run-id-date from date yyyymmdd
               accept ws-run-id-time from time
           end-if
           accept ws-start-date from date yyyymmdd
           accept ws-start-time from time
           compute ws-start-day =
               function integer-of-date(ws-start-date)
           move ws-start-time to ws-time-in
           perform 8030-convert-time-to-hundredths
           move ws-time-total to ws-start-total
           move spaces to ws-stt-pattern-id(101)
           move zero to ws-stt-requests(101) ws-stt-matches(101)
           open extend srvjrnl
           if not ws-srvjrnl-ok
               display 'REGEXSRV: SRVJRNL open failed, status '
                        ws-srvjrnl-status
               move 16 to return-code
               stop run
           end-if
           open input patlib
           if not ws-patlib-ok
               display 'REGEXSRV: PATLIB open failed, status '
               when 'CHKPTINT'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-chkpt-interval
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'REGEXSRV: ignoring unrecognized control '
                            'statement ' ws-ctl-record
      ***************************************************************
      * 2000-PROCESS-QUEUE - the MQGET/match/reply loop, the same    *
      * shape as REGEXMQS's: get under syncpoint, answer, commit.    *
      * Every request taken is journaled once its fate is settled -  *
      * replied, backed out on a failed put, or backed out on a      *
      * failed commit.                                               *
      ***************************************************************
       2000-process-queue.
           perform 2010-get-one-message
           if ws-queue-done
               go to 2000-process-queue-exit
           end-if
           accept ws-now-time from time
           move ws-now-time to ws-time-in
           perform 8030-convert-time-to-hundredths
           move ws-time-total to ws-req-start-total
           perform 2100-serve-one-request
               thru 2100-serve-one-request-exit
           if ws-queue-done
               move 'B' to ws-disposition
               perform 2150-write-journal
               go to 2000-process-queue-exit
           end-if
           perform 2060-commit-message
           if ws-queue-done
               move 'C' to ws-disposition
               perform 2150-write-journal
               go to 2000-process-queue-exit
           end-if
           perform 2150-write-journal
           perform 2160-count-pattern-request
           add 1 to ws-msg-count
           if ws-queue-done
               go to 2000-process-queue-exit
           end-if
           if ws-msg-limit greater than zero
              and ws-msg-count greater than or equal to ws-msg-limit
               display 'REGEXSRV: MSGLIMIT reached at '
                   to ws-error-text
               perform 2130-build-error-reply
               perform 2140-put-reply
                   thru 2140-put-reply-exit
               go to 2100-serve-one-request-exit
           end-if
           move ws-msg-buffer(1:8) to ws-req-pattern-id
               thru 2110-resolve-pattern-exit
           if ws-reply-error
               perform 2140-put-reply
                   thru 2140-put-reply-exit
               go to 2100-serve-one-request-exit
           end-if
           call 'pcre2_match_8' using
                   perform 2130-build-error-reply
           end-evaluate
           perform 2140-put-reply
               thru 2140-put-reply-exit
           .
       2100-serve-one-request-exit.
           exit.
               varying ws-pair-idx from 1 by 1
               until ws-pair-idx greater than ws-pair-count
           perform 2123-add-named-groups
               thru 2123-add-named-groups-exit
           compute ws-reply-length = ws-reply-pos - 1
           .

               move 10 to ws-name-count
           end-if
           perform 2124-add-one-named-group
               thru 2124-add-one-named-group-exit
               with test before
               varying ws-name-idx from 1 by 1
               until ws-name-idx greater than ws-name-count
      * way a put failure does in REGEXMQS.                          *
      ***************************************************************
       2140-put-reply.
           move md-msgid to srj-msgid
           move md-correlid to srj-correlid
           move md-useridentifier to srj-user
           move md-replytoq to srj-reply-to-q
           move 'R' to ws-disposition
           if md-replytoq equal spaces
               move 'N' to ws-disposition
               add 1 to ws-noreply-count
               display 'REGEXSRV: request with no reply-to queue '
                        'discarded'
       2140-put-reply-exit.
           exit.

      ***************************************************************
      * 2150-WRITE-JOURNAL - the SRVJRNL record for the request just *
      * settled.  2140-PUT-REPLY has already saved the MQMD ids and  *
      * the caller's reply-to queue, before the reply put reused the *
      * descriptor.  A journal that cannot be written ends the run   *
      * RC 12 - the server is not to answer requests it cannot       *
      * account for.                                                 *
      ***************************************************************
       2150-write-journal.
           accept srj-date from date yyyymmdd
           accept ws-now-time from time
           move ws-now-time to srj-time
           move ws-now-time to ws-time-in
           perform 8030-convert-time-to-hundredths
           compute ws-service-time =
               ws-time-total - ws-req-start-total
           if ws-service-time less than zero
               add 8640000 to ws-service-time
           end-if
           move ws-service-time to srj-service-time
           move ws-run-id to srj-run-id
           compute srj-seq = ws-msg-count + 1
           move ws-req-pattern-id to srj-pattern-id
           move ws-reply-buffer(1:8) to srj-verdict
           move ws-rc to srj-rc
           move ws-disposition to srj-disposition
           move ws-reply-length to srj-reply-len
           move ws-reply-buffer to srj-reply
           move 'N' to srj-subject-trunc
           move zero to srj-subject-len
           if ws-msg-length greater than 8
               compute srj-subject-len = ws-msg-length - 8
               if srj-subject-len greater than ws-jrnl-subject-max
                   move ws-jrnl-subject-max to srj-subject-len
                   move 'Y' to srj-subject-trunc
               end-if
               move ws-msg-buffer(9:srj-subject-len)
                   to srj-subject(1:srj-subject-len)
           end-if
           compute ws-jrnl-reclen =
               ws-jrnl-fixed-len + srj-subject-len
           write srv-journal-record
           if not ws-srvjrnl-ok
               display 'REGEXSRV: SRVJRNL write failed, status '
                        ws-srvjrnl-status ' - stopping'
               if return-code less than 12
                   move 12 to return-code
               end-if
               move 'Y' to ws-queue-done-sw
           end-if
           .

      ***************************************************************
      * 2160-COUNT-PATTERN-REQUEST - a committed request, counted    *
      * under its pattern-id for the shutdown RUNSTAT records.       *
      ***************************************************************
       2160-count-pattern-request.
           add 1 to ws-stat-total
           move zero to ws-stat-found
           perform 2161-match-one-stat-entry
               with test before
               varying ws-stat-idx from 1 by 1
               until ws-stat-idx greater than ws-stat-count
                  or ws-stat-found not equal zero
           if ws-stat-found equal zero
               if ws-stat-count equal 100
                   add 1 to ws-stat-overflow
                   move 101 to ws-stat-found
               else
                   add 1 to ws-stat-count
                   move ws-stat-count to ws-stat-found
                   move ws-req-pattern-id
                       to ws-stt-pattern-id(ws-stat-found)
                   move zero to ws-stt-requests(ws-stat-found)
                   move zero to ws-stt-matches(ws-stat-found)
               end-if
           end-if
           add 1 to ws-stt-requests(ws-stat-found)
           if ws-reply-buffer(1:8) equal 'MATCH   '
               add 1 to ws-stt-matches(ws-stat-found)
           end-if
           .
       2161-match-one-stat-entry.
           if ws-stt-pattern-id(ws-stat-idx) equal ws-req-pattern-id
               move ws-stat-idx to ws-stat-found
           end-if
           .

       2060-commit-message.
           call 'MQCMIT' using ws-mq-hconn
                               ws-mq-compcode
                   move 2 to return-code
               end-if
           end-if
           close srvjrnl
           display 'REGEXSRV: run-id ' ws-run-id ' journaled to '
                    'SRVJRNL'
           perform 8020-write-run-stat
               thru 8020-write-run-stat-exit
           .

       8010-free-one-cache-entry.
                                value ws-cch-code-ptr(ws-cache-idx)
           .

      ***************************************************************
      * 8020-WRITE-RUN-STAT - one RUNSTAT record per pattern-id      *
      * served, matching the batch programs.  A server is not busy   *
      * for all of its run, and a request is too quick to time       *
      * singly in hundredths, so the run's elapsed time is shared    *
      * out across the pattern-ids in proportion to their requests,  *
      * the last taking the remainder so the records add up to the   *
      * run.  Requests past the 100-pattern table go on one more     *
      * record with a blank pattern-id, written only when there      *
      * were any.  A run that served nothing writes one record with  *
      * a blank pattern-id so the run still shows.  The file is      *
      * OPTIONAL.                                                    *
      ***************************************************************
       8020-write-run-stat.
           open extend runstat
           if ws-runstat-status not equal '00'
              and ws-runstat-status not equal '05'
               display 'REGEXSRV: RUNSTAT open failed, status '
                        ws-runstat-status ' - no history written'
               go to 8020-write-run-stat-exit
           end-if
           if ws-stat-overflow greater than zero
               display 'REGEXSRV: ' ws-stat-overflow ' request(s) '
                        'past the 100-pattern table counted under a '
                        'blank pattern-id'
               move 101 to ws-stat-count
           end-if
           accept ws-end-date from date yyyymmdd
           accept ws-now-time from time
           compute ws-end-day = function integer-of-date(ws-end-date)
           move ws-now-time to ws-time-in
           perform 8030-convert-time-to-hundredths
           compute ws-run-elapsed =
               (ws-end-day - ws-start-day) * 8640000
                   + ws-time-total - ws-start-total
           if ws-stat-count equal zero
               move 1 to ws-stat-count
               move spaces to ws-stt-pattern-id(1)
               move zero to ws-stt-requests(1) ws-stt-matches(1)
           end-if
           move ws-run-elapsed to ws-elapsed-left
           move ws-stat-total to ws-requests-left
           perform 8021-write-one-run-stat
               with test before
               varying ws-stat-idx from 1 by 1
               until ws-stat-idx greater than ws-stat-count
           close runstat
           .
       8020-write-run-stat-exit.
           exit.

       8021-write-one-run-stat.
           if ws-stat-idx equal ws-stat-count
              or ws-requests-left equal zero
               move ws-elapsed-left to ws-share-elapsed
           else
               compute ws-share-elapsed =
                   ws-elapsed-left * ws-stt-requests(ws-stat-idx)
                       / ws-requests-left
           end-if
           subtract ws-share-elapsed from ws-elapsed-left
           subtract ws-stt-requests(ws-stat-idx) from ws-requests-left
           accept rst-date from date yyyymmdd
           accept rst-time from time
           move 'REGEXSRV' to rst-program
           move ws-stt-pattern-id(ws-stat-idx) to rst-pattern-id
           move 'REQQUEUE' to rst-dataset
           move ws-stt-requests(ws-stat-idx) to rst-records
           move ws-stt-matches(ws-stat-idx) to rst-matches
           if ws-share-elapsed greater than 99999999
               move 99999999 to rst-elapsed
           else
               move ws-share-elapsed to rst-elapsed
           end-if
           move return-code to rst-rc
           move ws-run-id to rst-run-id
           move zero to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           write run-stat-record
           .

       8030-convert-time-to-hundredths.
           move ws-time-in(1:2) to ws-time-hh
           move ws-time-in(3:2) to ws-time-mm
           move ws-time-in(5:2) to ws-time-ss
           move ws-time-in(7:2) to ws-time-hth
           compute ws-time-total =
               ws-time-hh * 360000 + ws-time-mm * 6000
                   + ws-time-ss * 100 + ws-time-hth
           .

       end program REGEXSRV.

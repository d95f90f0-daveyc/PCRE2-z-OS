      ***************************************************************
      *                                                             *
      *    COPYBOOK:  SRJREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for SRVJRNL, the journal REGEXSRV appends  *
      *    one record to for every request it takes off the queue - *
      *    who asked, what they asked and what they were told - and *
      *    which SRVRPLY replays.  Variable length: the fixed part, *
      *    then the subject, SRJ-SUBJECT-LEN bytes of it.           *
      *                                                             *
      *    SRJ-MSGID is the request's MQ message id, the id the     *
      *    reply is correlated on; SRJ-CORRELID is the correlation  *
      *    id the caller set on the request itself.  Both are       *
      *    binary, as MQ keeps them.  SRJ-REPLY is the reply        *
      *    exactly as built, verdict through named groups,          *
      *    SRJ-REPLY-LEN bytes of it.  SRJ-SERVICE-TIME is the      *
      *    hundredths of a second from the request arriving to the  *
      *    reply going out - time spent waiting for a request is    *
      *    not in it.                                               *
      *                                                             *
      *    SRJ-DISPOSITION says what became of the request: R       *
      *    replied and committed; N committed with no reply, the    *
      *    request named no reply-to queue; B the reply put failed  *
      *    and the request was backed out; C the commit failed and  *
      *    the request backed out.  A backed-out request goes back  *
      *    on the queue and is journaled again when it is next      *
      *    served.                                                  *
      *                                                             *
      *    A subject longer than 30000 bytes is journaled to that   *
      *    length with SRJ-SUBJECT-TRUNC Y; SRVRPLY does not replay *
      *    it.                                                      *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  srv-journal-record.
           05  srj-date                pic 9(08).
           05  srj-time                pic 9(08).
           05  srj-run-id              pic x(16).
           05  srj-seq                 pic 9(09).
           05  srj-msgid               pic x(24).
           05  srj-correlid            pic x(24).
           05  srj-user                pic x(12).
           05  srj-reply-to-q          pic x(48).
           05  srj-pattern-id          pic x(08).
           05  srj-verdict             pic x(08).
           05  srj-rc                  pic s9(09)
                                       sign leading separate.
           05  srj-disposition         pic x(01).
               88  srj-replied                   value 'R'.
               88  srj-no-reply-queue            value 'N'.
               88  srj-put-backed-out            value 'B'.
               88  srj-commit-backed-out         value 'C'.
           05  srj-service-time        pic 9(08).
           05  srj-reply-len           pic 9(04).
           05  srj-reply               pic x(2048).
           05  srj-subject-trunc       pic x(01).
               88  srj-subject-truncated         value 'Y'.
           05  srj-subject-len         pic 9(05).
           05  srj-subject             pic x(30000).

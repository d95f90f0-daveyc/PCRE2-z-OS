      ***************************************************************
      *                                                             *
      *    COPYBOOK:  SIEMEVT                                       *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Parameter block for RGXSIEM, the security-event feed     *
      *    subroutine.  The caller fills in the feed settings once  *
      *    and calls with SEV-FUNCTION 'O' to open the feed, then   *
      *    once per event with 'E' and the event fields set, and    *
      *    finally once with 'C' to close it.  RGXSIEM formats the  *
      *    event as a CEF or JSON line, masks the excerpt, and      *
      *    writes it to the SIEMOUT dataset or puts it to an MQ     *
      *    queue.  SEV-STATUS comes back '00' when the call         *
      *    worked; on an MQ failure SEV-MQ-REASON carries the MQ    *
      *    reason code.                                             *
      *                                                             *
      *    The excerpt is passed raw, at most 200 bytes of the      *
      *    subject; RGXSIEM masks it before it leaves the program - *
      *    every digit becomes '*', and with SEV-MASK 'ALL' every   *
      *    letter becomes 'X' or 'x' as well, so the SOC sees the   *
      *    shape of what matched without the value itself.         *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  siem-event-request.
           05  sev-function            pic x(01).
               88  sev-open                        value 'O'.
               88  sev-send                        value 'E'.
               88  sev-close                       value 'C'.
      *    Feed settings - set before the open call, left alone after.
           05  sev-format              pic x(04).
               88  sev-format-cef                  value 'CEF '.
               88  sev-format-json                 value 'JSON'.
           05  sev-target              pic x(04).
               88  sev-target-file                 value 'FILE'.
               88  sev-target-mq                   value 'MQ  '.
           05  sev-qmgr                pic x(48).
           05  sev-queue               pic x(48).
           05  sev-mask                pic x(06).
               88  sev-mask-digits                 value 'DIGITS'.
               88  sev-mask-all                    value 'ALL   '.
      *    Event fields - set before each send call.
           05  sev-event-type          pic x(06).
               88  sev-event-hit                   value 'HIT   '.
               88  sev-event-breach                value 'BREACH'.
           05  sev-severity            pic 9(02).
           05  sev-run-id              pic x(16).
           05  sev-program             pic x(08).
           05  sev-pattern-id          pic x(08).
           05  sev-dataset             pic x(08).
           05  sev-record-number       pic 9(09).
           05  sev-policy              pic x(12).
           05  sev-counter             pic 9(09).
           05  sev-excerpt-len         pic 9(04).
           05  sev-excerpt             pic x(200).
      *    Returned.
           05  sev-status              pic x(02).
               88  sev-ok                          value '00'.
           05  sev-mq-reason           pic s9(09) comp.

      ***************************************************************
      *                                                             *
      *    COPYBOOK:  TSTLOG                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for the online test log.  RGXBRWS writes   *
      *    one record per subject string tested at the terminal,    *
      *    to the extrapartition transient-data queue RGXT, before  *
      *    the result is shown: who asked (the signed-on CICS user  *
      *    id and terminal), which pattern, what it said, and the   *
      *    subject itself.  Zoned and character throughout, like    *
      *    RUNSTAT, so the log can be sorted and read without       *
      *    unpacking.                                               *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  tst-log-record.
           05  tlg-date                pic x(08).
           05  filler                  pic x(01).
           05  tlg-time                pic x(06).
           05  filler                  pic x(01).
           05  tlg-userid              pic x(08).
           05  filler                  pic x(01).
           05  tlg-termid              pic x(04).
           05  filler                  pic x(01).
           05  tlg-tranid              pic x(04).
           05  filler                  pic x(01).
           05  tlg-pattern-id          pic x(08).
           05  filler                  pic x(01).
           05  tlg-pat-status          pic x(04).
           05  filler                  pic x(01).
           05  tlg-verdict             pic x(08).
           05  filler                  pic x(01).
           05  tlg-rc                  pic -9(09).
           05  filler                  pic x(01).
           05  tlg-subject-len         pic 9(04).
           05  filler                  pic x(01).
           05  tlg-subject             pic x(152).
           05  filler                  pic x(14).

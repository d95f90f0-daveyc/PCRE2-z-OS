      ***************************************************************
      *                                                             *
      *    COPYBOOK:  BSLREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for BASELIB, the VSAM KSDS of captured     *
      *    values NEWVAL keeps - one record for every value a       *
      *    named group of a pattern has ever captured, keyed on the *
      *    pattern-id, the group name and the value together.  A   *
      *    value with no record here has never been seen, and that  *
      *    is what NEWVAL reports.                                  *
      *                                                             *
      *    BSL-FIRST-SEEN-DATE and -RUN are set once, when NEWVAL   *
      *    first adds the value; BSL-LAST-SEEN-DATE and -RUN and    *
      *    BSL-SEEN-COUNT are brought up to date by every run that  *
      *    sees it again.  The count stops at 999,999,999.          *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  baseline-record.
           05  bsl-key.
               10  bsl-pattern-id      pic x(08).
               10  bsl-group-name      pic x(32).
               10  bsl-value           pic x(60).
           05  bsl-first-seen-date     pic 9(08).
           05  bsl-first-seen-run      pic x(16).
           05  bsl-last-seen-date      pic 9(08).
           05  bsl-last-seen-run       pic x(16).
           05  bsl-seen-count          pic 9(09).
           05  filler                  pic x(43).

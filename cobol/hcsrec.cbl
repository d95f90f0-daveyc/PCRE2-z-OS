      ***************************************************************
      *                                                             *
      *    COPYBOOK:  HCSREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for HITCASE, the VSAM KSDS of hit cases.   *
      *    REGEXSCN opens a case (CASES=YES) for every matched      *
      *    record it has not seen before, keyed on the pattern-id,  *
      *    a hash of the matched value, the dataset and the record  *
      *    key - the KSDS key, or the zero-padded record number of  *
      *    a sequential input.  The value itself is never kept:     *
      *    the hash is enough to recognise it again and to put it   *
      *    on SUPPLIB, and it is not the PII the scan was run to    *
      *    find.  The pattern-id and hash lead the key so CASEMNT   *
      *    can reach every case of one value with a single START.   *
      *                                                             *
      *    A case stays OPEN until an analyst closes it through     *
      *    CASEMNT as FALSE-POSITIVE (the value goes onto SUPPLIB   *
      *    and stops counting toward the RC policy) or REMEDIATED.  *
      *    A REMEDIATED hit that turns up again is reopened by the  *
      *    scan.  HCS-OPENED-DATE is the date the case last went    *
      *    OPEN, which is what CASEAGE ages it from; HCS-FIRST-SEEN *
      *    is the first time the hit was ever seen.                 *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  hit-case-record.
           05  hcs-key.
               10  hcs-pattern-id      pic x(08).
               10  hcs-value-hash      pic 9(09).
               10  hcs-dataset         pic x(44).
               10  hcs-record-key      pic x(16).
           05  hcs-status              pic x(14).
               88  hcs-open                       value 'OPEN'.
               88  hcs-false-positive             value
                                                  'FALSE-POSITIVE'.
               88  hcs-remediated                 value 'REMEDIATED'.
           05  hcs-owner               pic x(08).
           05  hcs-first-seen-date     pic 9(08).
           05  hcs-first-seen-run      pic x(16).
           05  hcs-last-seen-date      pic 9(08).
           05  hcs-last-seen-run       pic x(16).
           05  hcs-hit-count           pic 9(09).
           05  hcs-opened-date         pic 9(08).
           05  hcs-closed-date         pic 9(08).
           05  hcs-closed-by           pic x(08).
           05  hcs-note                pic x(40).
           05  filler                  pic x(36).

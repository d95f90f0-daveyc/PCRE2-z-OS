      ***************************************************************
      *                                                             *
      *    COPYBOOK:  SUPREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for SUPPLIB, the false-positive            *
      *    suppression list.  One record per pattern-id and matched *
      *    value hash (see HCSREC for the hash), written by CASEMNT *
      *    when an analyst closes a case FALSE-POSITIVE and deleted *
      *    again if the case is reopened.  REGEXSCN (SUPPRESS=YES)  *
      *    looks every hit up here: a suppressed hit is still       *
      *    written to MATCHOUT and counted as matched, so the       *
      *    outputs still balance, but it no longer counts toward    *
      *    MATCHEDMAX=/MATCHEDMIN= and opens no case.               *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  suppression-record.
           05  sup-key.
               10  sup-pattern-id      pic x(08).
               10  sup-value-hash      pic 9(09).
           05  sup-added-date          pic 9(08).
           05  sup-added-by            pic x(08).
           05  sup-case-dataset        pic x(44).
           05  sup-case-record-key     pic x(16).
           05  sup-note                pic x(40).
           05  filler                  pic x(27).

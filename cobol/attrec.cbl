      ***************************************************************
      *                                                             *
      *    COPYBOOK:  ATTREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for ATTLIB, the VSAM KSDS of owner         *
      *    attestations RECERT keeps - one record for every PROD    *
      *    PATLIB entry and every enabled RULELIB rule that has     *
      *    ever come under the quarterly recertification, keyed on  *
      *    the library and the entry key together.                  *
      *                                                             *
      *    ATT-DUE-DATE is the last day of the quarter by which the *
      *    owner must next attest: the end of the quarter the entry *
      *    was first seen in, then, after each attestation, the end *
      *    of the quarter following the one attested in.            *
      *    ATT-STATE is where the entry stood at the last cycle;    *
      *    ATT-CYCLE-DATE is the as-at date of the last cycle that  *
      *    found it PROD (or enabled).  A DEMOTED entry carries the *
      *    date and the run that demoted it.  Records are never     *
      *    deleted - an entry that leaves PROD, or the library, is  *
      *    kept as RETIRED with its attestation history.            *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  attest-record.
           05  att-key.
               10  att-library         pic x(08).
                   88  att-library-patlib          value 'PATLIB'.
                   88  att-library-rulelib         value 'RULELIB'.
               10  att-entry-key       pic x(08).
           05  att-owner               pic x(08).
           05  att-first-seen-date     pic 9(08).
           05  att-due-date            pic 9(08).
           05  att-state               pic x(08).
               88  att-state-attested              value 'ATTESTED'.
               88  att-state-due                   value 'DUE'.
               88  att-state-overdue               value 'OVERDUE'.
               88  att-state-escalated             value 'ESCALATE'.
               88  att-state-final                 value 'FINAL'.
               88  att-state-demoted               value 'DEMOTED'.
               88  att-state-retired               value 'RETIRED'.
           05  att-cycle-date          pic 9(08).
           05  att-last-period         pic x(06).
           05  att-attested-date       pic 9(08).
           05  att-attested-by         pic x(08).
           05  att-recorded-date       pic 9(08).
           05  att-recorded-time       pic 9(08).
           05  att-comment             pic x(40).
           05  att-demoted-date        pic 9(08).
           05  att-demoted-run         pic x(16).
           05  filler                  pic x(36).

      ***************************************************************
      *                                                             *
      *    COPYBOOK:  CHGREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for CHGEXT, the machine-readable extract   *
      *    CHGBACK writes for the billing system - the month's      *
      *    regex processing from RUNSTAT, charged to the PATLIB     *
      *    owner of each pattern.  Fixed 150-byte records, zoned    *
      *    throughout:                                              *
      *                                                             *
      *      HDR  one, first - the month, the run id and the date   *
      *           the extract was made                              *
      *      DTL  one per owner and pattern-id, with the runs,      *
      *           records, matches and elapsed time charged to it   *
      *           and its share of the month's elapsed time         *
      *      OWN  one per owner, after that owner's DTL records:    *
      *           the owner's totals, CHG-COUNT its pattern count   *
      *      TRL  one, last - the month's totals as read from       *
      *           RUNSTAT, CHG-COUNT the number of DTL records      *
      *                                                             *
      *    Work with no PATLIB owner to charge - a literal          *
      *    PATTERNTEXT= run, a chain run, a pattern-id PATLIB does  *
      *    not carry or one with no owner - is charged to owner     *
      *    UNASSIGNED.  CHG-ELAPSED is in hundredths of a second,   *
      *    as on RUNSTAT.  CHG-SHARE is a percentage to four        *
      *    places, rounded, so the DTL shares need not add to       *
      *    exactly 100; bill on CHG-ELAPSED.  The DTL records       *
      *    cross-foot to the OWN records and both to the TRL        *
      *    record.                                                  *
      *                                                             *
      *    A REGEXSCN DSLIST=YES rollup record (dataset DSLIST) is  *
      *    not charged and is not in the TRL totals.  A REGEXRPT    *
      *    MULTI pass's elapsed time is shared across its pattern   *
      *    records rather than charged in full to each, so the TRL  *
      *    elapsed time counts each pass once.                      *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      * 2026-10-15  DC   Noted that DSLIST rollups are left out and *
      *                  MULTI elapsed time is shared.              *
      ***************************************************************
       01  chargeback-record.
           05  chg-rec-type            pic x(03).
               88  chg-type-header               value 'HDR'.
               88  chg-type-detail               value 'DTL'.
               88  chg-type-owner                value 'OWN'.
               88  chg-type-trailer              value 'TRL'.
           05  filler                  pic x(01).
           05  chg-month               pic 9(06).
           05  filler                  pic x(01).
           05  chg-owner               pic x(10).
           05  filler                  pic x(01).
           05  chg-pattern-id          pic x(08).
           05  filler                  pic x(01).
           05  chg-runs                pic 9(09).
           05  filler                  pic x(01).
           05  chg-records             pic 9(15).
           05  filler                  pic x(01).
           05  chg-matches             pic 9(15).
           05  filler                  pic x(01).
           05  chg-elapsed             pic 9(15).
           05  filler                  pic x(01).
           05  chg-share               pic 9(03)v9(04).
           05  filler                  pic x(01).
           05  chg-count               pic 9(09).
           05  filler                  pic x(01).
           05  chg-run-id              pic x(16).
           05  filler                  pic x(01).
           05  chg-date                pic 9(08).
           05  filler                  pic x(18).

      ***************************************************************
      *                                                             *
      *    COPYBOOK:  XPTREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for the library export file LIBEXPRT      *
      *    writes and LIBIMPRT reads: the portable, sequential      *
      *    form of PATLIB, RULELIB and LAYLIB entries that carries  *
      *    a promotion from one LPAR's libraries to the next.       *
      *    Fixed 400-byte records:                                  *
      *                                                             *
      *      HDR  one, first - the source environment named on     *
      *           the export deck, the export date and time, and   *
      *           the run id                                        *
      *      PAT  one per PATLIB entry, the PATREC image           *
      *      RUL  one per RULELIB entry, the SUBRREC image         *
      *      LAY  one per LAYLIB field, the LAYREC image           *
      *      TRL  one, last - the entry counts by library, the     *
      *           total, and the content checksum of the entry     *
      *           records                                          *
      *                                                             *
      *    XPT-KEY is the entry's library key (PAT-ID, RUL-SEQ, or  *
      *    the LAYLIB layout-id and field name), repeated outside   *
      *    the image so the file can be read without knowing each  *
      *    library's layout.  The checksum is the suite's usual     *
      *    one - each entry record's bytes up to its last non-space *
      *    summed with their ordinal values, plus that length -     *
      *    taken modulo 1,000,000,000, so LIBIMPRT refuses a file   *
      *    that was truncated or damaged on its way across.         *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  xpt-record.
           05  xpt-rec-type            pic x(03).
               88  xpt-type-header               value 'HDR'.
               88  xpt-type-patlib               value 'PAT'.
               88  xpt-type-rulelib              value 'RUL'.
               88  xpt-type-laylib               value 'LAY'.
               88  xpt-type-trailer              value 'TRL'.
           05  filler                  pic x(01).
           05  xpt-key                 pic x(16).
           05  filler                  pic x(01).
           05  xpt-image               pic x(320).
           05  filler                  pic x(59).
       01  xpt-header-record redefines xpt-record.
           05  filler                  pic x(04).
           05  xph-source              pic x(08).
           05  filler                  pic x(01).
           05  xph-date                pic 9(08).
           05  filler                  pic x(01).
           05  xph-time                pic 9(08).
           05  filler                  pic x(01).
           05  xph-program             pic x(08).
           05  filler                  pic x(01).
           05  xph-run-id              pic x(16).
           05  filler                  pic x(344).
       01  xpt-trailer-record redefines xpt-record.
           05  filler                  pic x(04).
           05  xpt-pat-count           pic 9(09).
           05  filler                  pic x(01).
           05  xpt-rul-count           pic 9(09).
           05  filler                  pic x(01).
           05  xpt-lay-count           pic 9(09).
           05  filler                  pic x(01).
           05  xpt-entry-count         pic 9(09).
           05  filler                  pic x(01).
           05  xpt-cksum               pic 9(09).
           05  filler                  pic x(347).

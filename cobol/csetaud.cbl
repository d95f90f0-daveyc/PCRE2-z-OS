      *                                                             *
      *    Record layout for CSETAUD, the codeset-init error audit  *
      *    log written by every program that hands a CODESET= name  *
      *    to PCRZ-CODESET-INIT (REGEXSCN, REGEXSUB, REGEXMSK).     *
      *    One record is written for each PCRZ-CODESET-INIT call    *
      *    that comes back with a negative return code, so a        *
      *    reviewer can see which run, on which program, tried to   *
      *    set up which code page, and exactly what PCRZ error it   *
      *    got back, without having to go dig the same three lines  *
      *    out of a SYSOUT listing.                                 *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      *                  filler, so an audit entry ties to the run  *
      *                  that wrote it even when two steps run in   *
      *                  the same minute.  Record length unchanged. *
      * 2026-10-15  DC   REGEXMSK now writes it too, for a CODESET= *
      *                  on its MSKCTL deck.                        *
      ***************************************************************
       01  cset-audit-record.
           05  cset-aud-date             pic 9(08).

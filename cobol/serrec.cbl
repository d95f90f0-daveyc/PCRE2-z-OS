      * 2026-08-22  DC   Carries its own 01 level now, like every   *
      *                  other record copybook in the suite, so a   *
      *                  COPY site no longer supplies the wrapper.  *
      * 2026-10-15  DC   Added the date and time PATCOMP serialized *
      *                  the entry, in the old 4-byte filler and    *
      *                  the top of SER-DATA, so LIBCHK can tell a  *
      *                  SERLIB record older than its PATLIB        *
      *                  entry's last change.  Record length is     *
      *                  unchanged.                                 *
      ***************************************************************
       01  ser-record.
           05  ser-pat-id              pic x(08).
               88  ser-status-test               value 'TEST'.
               88  ser-status-prod               value 'PROD'.
           05  ser-data-len            pic 9(9)  comp.
           05  ser-compiled-date       pic 9(08).
           05  ser-compiled-time       pic 9(08).
           05  ser-data                pic x(8160).

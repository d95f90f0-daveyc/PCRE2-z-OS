      ***************************************************************
      *                                                             *
      *    COPYBOOK:  HWMREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for HWMLIB, the VSAM KSDS that holds the   *
      *    high-water mark of each incremental REGEXSCN scan - one  *
      *    record per pattern-id/dataset pair, keyed on the two     *
      *    together.  The pattern-id is the PATTERN= id, or LITERAL *
      *    or CHAIN the way RUNSTAT names them; the dataset is the  *
      *    HWMDSN= name the job gives, normally the DSN itself.     *
      *                                                             *
      *    HWM-MODE says which half of the mark means anything:     *
      *    KSDS and DB2 table scans resume past HWM-LAST-KEY,       *
      *    sequential and ESDS scans past record number             *
      *    HWM-LAST-POSITION.  The mark is only ever advanced by a  *
      *    run that read to the end of its input and finished       *
      *    cleanly; the run that set it, when, and how many         *
      *    records it scanned ride along so an operator can see     *
      *    where a mark came from.                                  *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      * 2026-10-15  DC   Added HWM-MODE 'DB2 ' for DB2TABLE= scans. *
      ***************************************************************
       01  hwm-record.
           05  hwm-key.
               10  hwm-pattern-id      pic x(08).
               10  hwm-dataset         pic x(44).
           05  hwm-mode                pic x(04).
               88  hwm-mode-ksds                  value 'KSDS'.
               88  hwm-mode-esds                  value 'ESDS'.
               88  hwm-mode-seq                   value 'SEQ '.
               88  hwm-mode-db2                   value 'DB2 '.
           05  hwm-last-key            pic x(16).
           05  hwm-last-position       pic 9(09).
           05  hwm-run-id              pic x(16).
           05  hwm-date                pic 9(08).
           05  hwm-time                pic 9(08).
           05  hwm-records-scanned     pic 9(09).
           05  filler                  pic x(06).

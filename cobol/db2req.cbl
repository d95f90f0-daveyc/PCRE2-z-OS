      ***************************************************************
      *                                                             *
      *    COPYBOOK:  DB2REQ                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Parameter block for RGXDB2, the DB2 table reader         *
      *    REGEXSCN uses under DB2TABLE=.  The caller fills in the  *
      *    cursor definition once and calls with DB2-FUNCTION 'O'   *
      *    to open the cursor, then 'F' for each row, 'K' to commit *
      *    at a checkpoint, and 'C' to close the cursor at the end. *
      *                                                             *
      *    Each fetched row comes back as one flat record: the key  *
      *    column in bytes 1-16, then each scanned column in its    *
      *    own fixed-width slot, DB2-COL-WIDTH bytes wide, in the   *
      *    order the columns were named.  A NULL or short value is  *
      *    padded with spaces, so a column always starts at the     *
      *    same offset and COLSTART=/COLLEN= can pick one out.      *
      *                                                             *
      *    DB2-RESUME-KEY, when not spaces, starts the cursor after *
      *    that key - a restart or an incremental scan resumes the  *
      *    way a KSDS scan does.                                    *
      *                                                             *
      *    DB2-STATUS on return: '00' worked; '10' no more rows;    *
      *    'SQ' an SQL call failed, with DB2-SQLCODE and the first  *
      *    line of the DSNTIAR text in DB2-MESSAGE; '90' unknown    *
      *    function; '91' fetch, commit or close with no cursor     *
      *    open; '92' the row would not fit in DB2-ROW.             *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  db2-request.
           05  db2-function            pic x(01).
               88  db2-open                        value 'O'.
               88  db2-fetch                       value 'F'.
               88  db2-commit                      value 'K'.
               88  db2-close                       value 'C'.
      *    Cursor definition - set before the open call, left alone.
           05  db2-table               pic x(60).
           05  db2-key-column          pic x(30).
           05  db2-col-count           pic 9(02).
           05  db2-col-entry           occurs 10 times.
               10  db2-col-name        pic x(30).
               10  db2-col-width       pic 9(04).
           05  db2-where               pic x(240).
           05  db2-resume-key          pic x(16).
      *    Returned.
           05  db2-status              pic x(02).
               88  db2-ok                          value '00'.
               88  db2-end-of-data                 value '10'.
           05  db2-sqlcode             pic s9(09) comp.
           05  db2-message             pic x(72).
           05  db2-row-len             pic 9(05) comp.
           05  db2-row.
               10  db2-row-key         pic x(16).
               10  db2-row-columns     pic x(32740).

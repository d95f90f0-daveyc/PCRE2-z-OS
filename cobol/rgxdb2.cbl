      ***************************************************************
      *                                                             *
      *    PROGRAM:  RGXDB2                                         *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    RGXDB2 is the DB2 table reader behind REGEXSCN's         *
      *    DB2TABLE= input mode.  It is the only program in the     *
      *    suite with SQL in it, so a REGEXSCN job that never       *
      *    names a table needs no DB2 plan and no DB2 attach.       *
      *                                                             *
      *    CALL 'RGXDB2' USING DB2-REQUEST (see the DB2REQ          *
      *    copybook): function 'O' prepares and opens the cursor,   *
      *    'F' fetches the next row, 'K' commits, 'C' closes the    *
      *    cursor and commits.  The cursor state stays in working   *
      *    storage between calls, the way RGXSIEM keeps its feed.   *
      *                                                             *
      *    The cursor is built at open time from the request:       *
      *      SELECT CAST(key AS VARCHAR(16)),                       *
      *             CAST(col AS VARCHAR(width)), ...                *
      *        FROM table                                           *
      *       WHERE (predicate) AND key > ?                         *
      *       ORDER BY key FOR FETCH ONLY                           *
      *    with the WHERE parts present only when a predicate or a  *
      *    resume key was given.  Every column is cast to VARCHAR   *
      *    so a numeric, date or character column is scanned as    *
      *    the text DB2 would show for it.  The key must be unique  *
      *    and no wider than 16 bytes as text - it is what a        *
      *    restart or an incremental scan resumes past.             *
      *                                                             *
      *    The cursor is declared WITH HOLD: a commit between       *
      *    fetches releases the locks and claims the scan has taken *
      *    so far but leaves the cursor where it was, so the caller *
      *    commits at each checkpoint and carries on.               *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      ***************************************************************
       identification division.
       program-id.    RGXDB2.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.

       data division.
       working-storage section.
       01  ws-switches.
           05  ws-cursor-open-sw       pic x(01) value 'N'.
               88  ws-cursor-open                 value 'Y'.

           exec sql include sqlca end-exec.

      * The SELECT, built once per open, and the append cursor into
      * it.
       01  ws-stmt.
           49  ws-stmt-len             pic s9(4) comp.
           49  ws-stmt-text            pic x(2048).
       01  ws-stmt-ptr                 pic 9(5)  comp.
       01  ws-where-len                pic 9(4)  comp.
       01  ws-col-idx                  pic 9(4)  comp.
       01  ws-row-pos                  pic 9(5)  comp.
       01  ws-row-width                pic 9(5)  comp.
       01  ws-row-max                  pic 9(5)  comp value 32740.
       01  ws-copy-len                 pic 9(5)  comp.
       01  ws-width-max                pic 9(4)  comp value 4000.
       01  ws-resume-key               pic x(16).

      * Host variables for one fetched row: the key, then ten column
      * slots - the SELECT always returns ten, unused ones NULL.
       01  ws-key-var.
           49  ws-key-len              pic s9(4) comp.
           49  ws-key-text             pic x(16).
       01  ws-key-ind                  pic s9(4) comp.
       01  ws-col-vars.
           05  ws-col-var-01.
               49  ws-col-len-01       pic s9(4) comp.
               49  ws-col-text-01      pic x(4000).
           05  ws-col-var-02.
               49  ws-col-len-02       pic s9(4) comp.
               49  ws-col-text-02      pic x(4000).
           05  ws-col-var-03.
               49  ws-col-len-03       pic s9(4) comp.
               49  ws-col-text-03      pic x(4000).
           05  ws-col-var-04.
               49  ws-col-len-04       pic s9(4) comp.
               49  ws-col-text-04      pic x(4000).
           05  ws-col-var-05.
               49  ws-col-len-05       pic s9(4) comp.
               49  ws-col-text-05      pic x(4000).
           05  ws-col-var-06.
               49  ws-col-len-06       pic s9(4) comp.
               49  ws-col-text-06      pic x(4000).
           05  ws-col-var-07.
               49  ws-col-len-07       pic s9(4) comp.
               49  ws-col-text-07      pic x(4000).
           05  ws-col-var-08.
               49  ws-col-len-08       pic s9(4) comp.
               49  ws-col-text-08      pic x(4000).
           05  ws-col-var-09.
               49  ws-col-len-09       pic s9(4) comp.
               49  ws-col-text-09      pic x(4000).
           05  ws-col-var-10.
               49  ws-col-len-10       pic s9(4) comp.
               49  ws-col-text-10      pic x(4000).
       01  ws-col-var-table redefines ws-col-vars.
           05  ws-col-var              occurs 10 times.
               10  ws-col-len          pic s9(4) comp.
               10  ws-col-text         pic x(4000).
       01  ws-col-inds.
           05  ws-col-ind-01           pic s9(4) comp.
           05  ws-col-ind-02           pic s9(4) comp.
           05  ws-col-ind-03           pic s9(4) comp.
           05  ws-col-ind-04           pic s9(4) comp.
           05  ws-col-ind-05           pic s9(4) comp.
           05  ws-col-ind-06           pic s9(4) comp.
           05  ws-col-ind-07           pic s9(4) comp.
           05  ws-col-ind-08           pic s9(4) comp.
           05  ws-col-ind-09           pic s9(4) comp.
           05  ws-col-ind-10           pic s9(4) comp.
       01  ws-col-ind-table redefines ws-col-inds.
           05  ws-col-ind              pic s9(4) comp occurs 10 times.

      * DSNTIAR message area - ten 72-byte lines; the first carries
      * the SQLCODE and is what goes back to the caller.
       01  ws-tiar-message.
           05  ws-tiar-len             pic s9(4) comp value 720.
           05  ws-tiar-line            pic x(72) occurs 10 times.
       01  ws-tiar-lrecl               pic s9(9) comp value 72.

           exec sql declare rgxcsr cursor with hold
                    for rgxstmt
           end-exec.

       linkage section.
       COPY db2req.

       procedure division using db2-request.
       0000-mainline.
           move '00' to db2-status
           move zero to db2-sqlcode
           move spaces to db2-message
           evaluate true
               when db2-open
                   perform 1000-open-cursor
                       thru 1000-open-cursor-exit
               when db2-fetch
                   perform 2000-fetch-row
                       thru 2000-fetch-row-exit
               when db2-commit
                   perform 3000-commit-work
                       thru 3000-commit-work-exit
               when db2-close
                   perform 8000-close-cursor
                       thru 8000-close-cursor-exit
               when other
                   move '90' to db2-status
           end-evaluate
           goback.

      ***************************************************************
      * 1000-OPEN-CURSOR - check the row fits, build the SELECT,     *
      * prepare it and open the cursor, past the resume key when     *
      * there is one.  A cursor still open from an earlier call is   *
      * closed first.                                                *
      ***************************************************************
       1000-open-cursor.
           if ws-cursor-open
               perform 8000-close-cursor
                   thru 8000-close-cursor-exit
               move '00' to db2-status
           end-if
           if db2-col-count equal zero
              or db2-col-count greater than 10
               move '92' to db2-status
               go to 1000-open-cursor-exit
           end-if
           move zero to ws-row-width
           perform 1010-add-column-width
               with test before
               varying ws-col-idx from 1 by 1
               until ws-col-idx greater than db2-col-count
           if ws-row-width greater than ws-row-max
               move '92' to db2-status
               go to 1000-open-cursor-exit
           end-if
           perform 1100-build-select
           exec sql prepare rgxstmt from :ws-stmt end-exec
           if sqlcode less than zero
               perform 9000-sql-error
               go to 1000-open-cursor-exit
           end-if
           if db2-resume-key equal spaces
               exec sql open rgxcsr end-exec
           else
               move db2-resume-key to ws-resume-key
               exec sql open rgxcsr using :ws-resume-key end-exec
           end-if
           if sqlcode less than zero
               perform 9000-sql-error
               go to 1000-open-cursor-exit
           end-if
           move 'Y' to ws-cursor-open-sw
           .
       1000-open-cursor-exit.
           exit.
       1010-add-column-width.
           if db2-col-width(ws-col-idx) equal zero
              or db2-col-width(ws-col-idx) greater than ws-width-max
               move ws-row-max to ws-row-width
               add 1 to ws-row-width
           else
               add db2-col-width(ws-col-idx) to ws-row-width
           end-if
           .

      ***************************************************************
      * 1100-BUILD-SELECT - the statement text, one piece at a time. *
      * Column slots past DB2-COL-COUNT select a NULL so the FETCH   *
      * always names the same ten host variables.                    *
      ***************************************************************
       1100-build-select.
           move spaces to ws-stmt-text
           move 1 to ws-stmt-ptr
           string 'SELECT CAST(' delimited by size
                  db2-key-column delimited by space
                  ' AS VARCHAR(16))' delimited by size
                  into ws-stmt-text with pointer ws-stmt-ptr
           end-string
           perform 1110-add-column
               with test before
               varying ws-col-idx from 1 by 1
               until ws-col-idx greater than 10
           string ' FROM ' delimited by size
                  db2-table delimited by space
                  into ws-stmt-text with pointer ws-stmt-ptr
           end-string
           perform 1120-find-where-len
               with test before
               varying ws-where-len from length of db2-where by -1
               until ws-where-len equal zero
                  or db2-where(ws-where-len:1) not equal space
           if ws-where-len greater than zero
               string ' WHERE (' delimited by size
                      db2-where(1:ws-where-len) delimited by size
                      ')' delimited by size
                      into ws-stmt-text with pointer ws-stmt-ptr
               end-string
               if db2-resume-key not equal spaces
                   string ' AND ' delimited by size
                          into ws-stmt-text with pointer ws-stmt-ptr
                   end-string
               end-if
           else
               if db2-resume-key not equal spaces
                   string ' WHERE ' delimited by size
                          into ws-stmt-text with pointer ws-stmt-ptr
                   end-string
               end-if
           end-if
           if db2-resume-key not equal spaces
               string db2-key-column delimited by space
                      ' > ?' delimited by size
                      into ws-stmt-text with pointer ws-stmt-ptr
               end-string
           end-if
           string ' ORDER BY ' delimited by size
                  db2-key-column delimited by space
                  ' FOR FETCH ONLY' delimited by size
                  into ws-stmt-text with pointer ws-stmt-ptr
           end-string
           compute ws-stmt-len = ws-stmt-ptr - 1
           .
       1110-add-column.
           if ws-col-idx greater than db2-col-count
               string ', CAST(NULL AS VARCHAR(1))' delimited by size
                      into ws-stmt-text with pointer ws-stmt-ptr
               end-string
           else
               string ', CAST(' delimited by size
                      db2-col-name(ws-col-idx) delimited by space
                      ' AS VARCHAR(' delimited by size
                      db2-col-width(ws-col-idx) delimited by size
                      '))' delimited by size
                      into ws-stmt-text with pointer ws-stmt-ptr
               end-string
           end-if
           .
       1120-find-where-len.
           continue
           .

      ***************************************************************
      * 2000-FETCH-ROW - fetch the next row and lay it out in        *
      * DB2-ROW: the key in bytes 1-16, then each column in its      *
      * fixed-width slot.  A NULL or short value is space-filled.    *
      ***************************************************************
       2000-fetch-row.
           if not ws-cursor-open
               move '91' to db2-status
               go to 2000-fetch-row-exit
           end-if
           exec sql fetch rgxcsr
                    into :ws-key-var :ws-key-ind,
                         :ws-col-var-01 :ws-col-ind-01,
                         :ws-col-var-02 :ws-col-ind-02,
                         :ws-col-var-03 :ws-col-ind-03,
                         :ws-col-var-04 :ws-col-ind-04,
                         :ws-col-var-05 :ws-col-ind-05,
                         :ws-col-var-06 :ws-col-ind-06,
                         :ws-col-var-07 :ws-col-ind-07,
                         :ws-col-var-08 :ws-col-ind-08,
                         :ws-col-var-09 :ws-col-ind-09,
                         :ws-col-var-10 :ws-col-ind-10
           end-exec
           if sqlcode equal 100
               move '10' to db2-status
               go to 2000-fetch-row-exit
           end-if
           if sqlcode less than zero
               perform 9000-sql-error
               go to 2000-fetch-row-exit
           end-if
           move spaces to db2-row-key
           if ws-key-ind not less than zero
              and ws-key-len greater than zero
               move ws-key-len to ws-copy-len
               if ws-copy-len greater than 16
                   move 16 to ws-copy-len
               end-if
               move ws-key-text(1:ws-copy-len) to db2-row-key
           end-if
           move 17 to ws-row-pos
           perform 2010-place-column
               with test before
               varying ws-col-idx from 1 by 1
               until ws-col-idx greater than db2-col-count
           compute db2-row-len = ws-row-pos - 1
           .
       2000-fetch-row-exit.
           exit.
       2010-place-column.
           move spaces
               to db2-row(ws-row-pos:db2-col-width(ws-col-idx))
           if ws-col-ind(ws-col-idx) not less than zero
              and ws-col-len(ws-col-idx) greater than zero
               move ws-col-len(ws-col-idx) to ws-copy-len
               if ws-copy-len greater than db2-col-width(ws-col-idx)
                   move db2-col-width(ws-col-idx) to ws-copy-len
               end-if
               move ws-col-text(ws-col-idx)(1:ws-copy-len)
                   to db2-row(ws-row-pos:ws-copy-len)
           end-if
           add db2-col-width(ws-col-idx) to ws-row-pos
           .

      ***************************************************************
      * 3000-COMMIT-WORK - commit; the held cursor stays positioned. *
      ***************************************************************
       3000-commit-work.
           if not ws-cursor-open
               move '91' to db2-status
               go to 3000-commit-work-exit
           end-if
           exec sql commit end-exec
           if sqlcode less than zero
               perform 9000-sql-error
           end-if
           .
       3000-commit-work-exit.
           exit.

      ***************************************************************
      * 8000-CLOSE-CURSOR - close the cursor and commit, so the      *
      * caller ends holding nothing.                                 *
      ***************************************************************
       8000-close-cursor.
           if not ws-cursor-open
               move '91' to db2-status
               go to 8000-close-cursor-exit
           end-if
           move 'N' to ws-cursor-open-sw
           exec sql close rgxcsr end-exec
           if sqlcode less than zero
               perform 9000-sql-error
               go to 8000-close-cursor-exit
           end-if
           exec sql commit end-exec
           if sqlcode less than zero
               perform 9000-sql-error
           end-if
           .
       8000-close-cursor-exit.
           exit.

      ***************************************************************
      * 9000-SQL-ERROR - hand back the SQLCODE and the first line of *
      * the DSNTIAR text.                                            *
      ***************************************************************
       9000-sql-error.
           move 'SQ' to db2-status
           move sqlcode to db2-sqlcode
           move spaces to ws-tiar-message(3:)
           call 'DSNTIAR' using sqlca
                                ws-tiar-message
                                ws-tiar-lrecl
           move ws-tiar-line(1) to db2-message
           .

       end program RGXDB2.

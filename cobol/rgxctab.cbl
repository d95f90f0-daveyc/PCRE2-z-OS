      ***************************************************************
      *                                                             *
      *    PROGRAM:  RGXCTAB                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    RGXCTAB hands a caller the PCRE2 character tables TBLLIB *
      *    holds for a code page, ready to compile with.  REGEXSCN, *
      *    REGEXSUB, REGEXMSK and PATTEST all call it, so the       *
      *    TBLLIB file handling lives in one place instead of four. *
      *                                                             *
      *    CALL 'RGXCTAB' USING CTAB-REQUEST (see the CTBREQ        *
      *    copybook): function 'L' reads the CTQ-CODESET entry from *
      *    TBLLIB (see CTBREC), checks the stored tables are the    *
      *    length this PCRE2 expects, copies them into working      *
      *    storage and returns a compile context set to use them;   *
      *    'F' frees that compile context.  TBLLIB is opened and    *
      *    closed inside the 'L' call, so a caller never holds it   *
      *    open, and it is OPTIONAL - a job with no TBLLIB DD gets  *
      *    '23' for every code page and compiles with PCRE2's       *
      *    default tables, exactly as before the library existed.   *
      *                                                             *
      *    The tables themselves stay in this program's working     *
      *    storage, not in the compile context, because             *
      *    pcre2_compile_8 does not copy them - every pattern       *
      *    compiled under the context points at them for as long as *
      *    it is used.                                              *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      ***************************************************************
       identification division.
       program-id.    RGXCTAB.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional tbllib
               assign to TBLLIB
               organization is indexed
               access mode is random
               record key is ctb-codeset
               file status is ws-tbllib-status.

       data division.
       file section.
       fd  tbllib.
           COPY ctbrec.

       working-storage section.
       COPY pcre2.

       01  ws-tbllib-status            pic x(02).
           88  ws-tbllib-ok                      value '00'.

      * The table set last loaded, and the compile context pointing
      * at it.  Both live here between calls.
       01  ws-tables                   pic x(1088).
       01  ws-compile-context          usage pointer value null.
       01  ws-tables-length            pic 9(9)  comp.
       01  ws-pcre2-rc                 pic s9(9) comp.

       linkage section.
       COPY ctbreq.

       procedure division using ctab-request.
       0000-mainline.
           move '00' to ctq-status
           move spaces to ctq-file-status
           evaluate true
               when ctq-load
                   perform 1000-load-tables
                       thru 1000-load-tables-exit
               when ctq-free
                   perform 2000-free-context
               when other
                   move '90' to ctq-status
           end-evaluate
           goback.

      ***************************************************************
      * 1000-LOAD-TABLES - read the code page's entry from TBLLIB    *
      * and build a compile context over a copy of its tables.  Any  *
      * context from an earlier call is freed first.                 *
      ***************************************************************
       1000-load-tables.
           perform 2000-free-context
           move spaces to ctq-locale
           move zero to ctq-build-date
           open input tbllib
           if ws-tbllib-status not equal '00'
              and ws-tbllib-status not equal '05'
               move 'FS' to ctq-status
               move ws-tbllib-status to ctq-file-status
               go to 1000-load-tables-exit
           end-if
           move ctq-codeset to ctb-codeset
           read tbllib
           move ws-tbllib-status to ctq-file-status
           close tbllib
           evaluate ctq-file-status
               when '00'
                   continue
               when '23'
               when '10'
                   move '23' to ctq-status
                   go to 1000-load-tables-exit
               when other
                   move 'FS' to ctq-status
                   go to 1000-load-tables-exit
           end-evaluate
           call 'pcre2_config_8' using
                                value PCRE2-CONFIG-TABLES-LENGTH
                                by reference ws-tables-length
               returning ws-pcre2-rc
           if ctb-tables-len not equal ws-tables-length
              or ws-tables-length not equal length of ws-tables
               move 'TL' to ctq-status
               go to 1000-load-tables-exit
           end-if
           move ctb-tables to ws-tables
           call 'pcre2_compile_context_create_8' using
                                value 0
               returning ws-compile-context
           if ws-compile-context equal null
               move 'CX' to ctq-status
               go to 1000-load-tables-exit
           end-if
           call 'pcre2_set_character_tables_8' using
                                value ws-compile-context
                                by reference ws-tables
               returning ws-pcre2-rc
           set ctq-compile-context to ws-compile-context
           move ctb-locale to ctq-locale
           move ctb-build-date to ctq-build-date
           .
       1000-load-tables-exit.
           exit.

      ***************************************************************
      * 2000-FREE-CONTEXT - release the compile context, if there is *
      * one.  The tables stay put for the patterns already compiled. *
      ***************************************************************
       2000-free-context.
           if ws-compile-context not equal null
               call 'pcre2_compile_context_free_8' using
                                    value ws-compile-context
               set ws-compile-context to null
           end-if
           set ctq-compile-context to null
           .

       end program RGXCTAB.

      *                  record and shown on the close-out summary, so     *
      *                  RECONCIL and the auditors can select one          *
      *                  run's records out of the shared append files.     *
      * 2026-10-15  DC   A CODESET= run now compiles its pattern with the  *
      *                  PCRE2 character tables TBLLIB holds for that code *
      *                  page (built by CTABGEN, handed over by RGXCTAB),  *
      *                  matching REGEXSCN, so \w, [[:alpha:]] and         *
      *                  caseless matching treat the code page's national  *
      *                  letters as letters.  A code page with no table    *
      *                  set on TBLLIB, or a job with no TBLLIB DD,        *
      *                  compiles with the default tables as before and    *
      *                  says so on the log.                               *
      ***************************************************************
       identification division.
       program-id.    REGEXSUB.
       01  ws-subject-view             pic x(256) based.
       01  ws-substitute-view          pic x(512) based.

      * The code page's character tables from TBLLIB, as a compile
      * context for the pattern compile (null - the PCRE2 default
      * tables - when CODESET= is not given or TBLLIB has no set).
       COPY ctbreq.

       01  ws-outbuf                   pic x(512).
       01  ws-outbuf-len               pic 9(9)  comp.

                   stop run
               end-if
           end-if
           set ctq-compile-context to null
           if subcc-codeset not equal spaces
               open output csetaud
               perform 1040-init-codeset
               close csetaud
               perform 1043-load-character-tables
           end-if
           if ws-precomp-mode
               move subcc-pattern-id to ws-ser-want-id
                                    value ws-options
                                    ws-errorcode
                                    ws-erroffset
                                    value ctq-compile-context
                    returning ws-code-ptr
               if ws-code-ptr equal null
                   display 'REGEXSUB: could not compile pattern, '
                   move 16 to return-code
                   stop run
               end-if
               if ctq-compile-context not equal null
                   move 'F' to ctq-function
                   call 'RGXCTAB' using ctab-request
               end-if
           end-if
           if subcc-auditlog equal 'YES'
               set ws-auditlog-mode to true
           write cset-audit-record
           .

      ***************************************************************
      * 1043-LOAD-CHARACTER-TABLES - have RGXCTAB fetch the PCRE2    *
      * character tables TBLLIB holds for the CODESET= code page, as *
      * REGEXSCN does.  No table set for the code page means the     *
      * PCRE2 defaults; a set that cannot be used stops the run.     *
      ***************************************************************
       1043-load-character-tables.
           move 'L' to ctq-function
           move subcc-codeset to ctq-codeset
           call 'RGXCTAB' using ctab-request
           evaluate true
               when ctq-ok
                   display 'REGEXSUB: character tables for '
                            subcc-codeset ' locale ' ctq-locale
                            ' built ' ctq-build-date
               when ctq-not-found
                   display 'REGEXSUB: no character tables for '
                            subcc-codeset ' on TBLLIB, compiling '
                            'with the PCRE2 default tables'
               when other
                   display 'REGEXSUB: character tables for '
                            subcc-codeset ' could not be loaded, '
                            'RGXCTAB status ' ctq-status
                            ' TBLLIB status ' ctq-file-status
                   move 16 to return-code
                   stop run
           end-evaluate
           .

      ***************************************************************
      * 2000-PROCESS-FILE - the main read/substitute/write loop.    *
      ***************************************************************
           move return-code to rst-rc
           move ws-run-id to rst-run-id
           move zero to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           write run-stat-record
           close runstat
           .

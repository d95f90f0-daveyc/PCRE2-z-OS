      ***************************************************************
      *                                                             *
      *    COPYBOOK:  CTBREQ                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Parameter block for RGXCTAB, the TBLLIB character-table  *
      *    loader.  The caller puts the run's CODESET= value in     *
      *    CTQ-CODESET and calls with CTQ-FUNCTION 'L'; on '00'     *
      *    CTQ-COMPILE-CONTEXT is a PCRE2 compile context carrying  *
      *    that code page's tables, to be passed as the last        *
      *    argument of pcre2_compile_8.  'F' frees the compile      *
      *    context.  Compiled patterns keep pointing at the tables, *
      *    which stay in RGXCTAB's storage until the next 'L', so   *
      *    free every pattern compiled under one table set before   *
      *    loading another.                                         *
      *                                                             *
      *    CTQ-STATUS on return: '00' loaded, with CTQ-LOCALE and   *
      *    CTQ-BUILD-DATE describing the set; '23' TBLLIB has no    *
      *    table set for the code page (or there is no TBLLIB) and  *
      *    CTQ-COMPILE-CONTEXT is null, so the compile falls back   *
      *    to PCRE2's default tables; 'FS' TBLLIB could not be      *
      *    opened or read, file status in CTQ-FILE-STATUS; 'TL' the *
      *    stored tables are not the length this PCRE2 expects;     *
      *    'CX' no compile context could be created; '90' unknown   *
      *    function.                                                *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  ctab-request.
           05  ctq-function            pic x(01).
               88  ctq-load                        value 'L'.
               88  ctq-free                        value 'F'.
           05  ctq-codeset             pic x(20).
      *    Returned.
           05  ctq-status              pic x(02).
               88  ctq-ok                          value '00'.
               88  ctq-not-found                   value '23'.
           05  ctq-file-status         pic x(02).
           05  ctq-locale              pic x(32).
           05  ctq-build-date          pic 9(08).
           05  ctq-compile-context     usage pointer.

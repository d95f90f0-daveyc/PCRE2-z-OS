      *                  stamped on every EXCPOUT record and shown  *
      *                  on the close-out summary, matching         *
      *                  REGEXSCN and REGEXSUB.                     *
      * 2026-10-15  DC   Format-preserving masking.  A rule with    *
      *                  RUL-MASK-STYLE 'F' (see SUBRREC) rewrites  *
      *                  each match in place instead of calling     *
      *                  pcre2_substitute_8: digits become digits,  *
      *                  letters become letters of the same case,   *
      *                  and spaces and separators stay where they  *
      *                  are, so the field keeps its length and     *
      *                  shape and the vendor's edits still load    *
      *                  it.  The masked characters are derived     *
      *                  from the whole original value, so a value  *
      *                  masks the same way every time it appears.  *
      *                  RUL-MASK-KEEP 'Y' keeps the first six and  *
      *                  last four digits of a match with more than *
      *                  ten; RUL-MASK-CHECK 'L' then sets the      *
      *                  rightmost masked digit so the result       *
      *                  passes the Luhn check.  MSKSUM's rule lines *
      *                  and each QASAMPLE entry now name the style *
      *                  of the rule (QASAMPLE gains QAS-RULE-STYLE *
      *                  at the end of the record).  A rule with a  *
      *                  style code this program does not know      *
      *                  stops the run RC 16 at load.               *
      * 2026-10-15  DC   Added CODESET= on MSKCTL, with REGEXSUB's  *
      *                  meaning: every rule's pattern and          *
      *                  replacement, and every record, are run     *
      *                  through pcrz_codeset_convert before PCRE2  *
      *                  sees them, and the masked record is        *
      *                  converted back before OUTFILE gets it.     *
      *                  The rules compile with the PCRE2 character *
      *                  tables TBLLIB holds for that code page     *
      *                  (see CTABGEN and RGXCTAB), so \w,          *
      *                  [[:alpha:]] and caseless rules treat its   *
      *                  national letters as letters.  A CODESET=   *
      *                  that PCRZ-CODESET-INIT rejects writes a    *
      *                  CSETAUD record and stops the run RC 16.  A *
      *                  record whose conversion fails either way   *
      *                  is withheld to EXCPOUT with reason         *
      *                  CSETCONV, like a substitution error.       *
      * 2026-10-15  DC   The QASAMPLE style lookup compares in 2021 *
      *                  instead of in the loop condition.          *
      ***************************************************************
       identification division.
       program-id.    REGEXMSK.
               assign to EXCPOUT
               organization is sequential
               file status is ws-excpout-status.
           select csetaud
               assign to CSETAUD
               organization is sequential.
           select rulelib
               assign to RULELIB
               organization is indexed
           05  qas-before              pic x(256).
           05  filler                  pic x(01).
           05  qas-after               pic x(256).
           05  filler                  pic x(01).
           05  qas-rule-style          pic x(12).

       fd  outfile
           recording mode is f
           block contains 0 records.
           COPY excprec.

       fd  csetaud
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY csetaud.

       fd  rulelib.
           COPY subrrec.


       working-storage section.
       COPY pcre2.
       COPY pcrzconh REPLACING ==:PREFIX:== BY ==cs==.

      * MSKCTL carries zero or more KEYWORD=VALUE control
      * statements, the same deck shape as REGEXSUB's CTLCARD.  The
       01  ws-ctl-numeric              pic 9(9).
       01  ws-mskctl-status            pic x(02).

      * CODESET= conversion, as in REGEXSUB: each rule's pattern and
      * replacement once at load, and every record on the way in
      * and the way back out.  The rules compile under the code
      * page's character tables from TBLLIB when it has a set.
       01  mskcc-codeset               pic x(20) value spaces.
       01  ws-codeset-len              pic 9(4)  comp.
       01  ws-codeset-rc               pic s9(9) comp.
       01  ws-cs-rc                    pic s9(9) comp.
       01  ws-pattern-view             pic x(256) based.
       01  ws-replacement-view         pic x(40)  based.
       01  ws-subject-view             pic x(256) based.
       01  ws-substitute-view          pic x(512) based.
       COPY ctbreq.

      * QA sampling (SAMPLE=n) - every n-th changed record writes a
      * paired before/after entry to QASAMPLE, carrying the first
      * rule that fired on it.
       01  ws-excpout-open-sw          pic x(01) value 'N'.
           88  ws-excpout-open                   value 'Y'.
       01  ws-exc-rc                   pic s9(9) comp.
       01  ws-exc-reason               pic x(08).

      * Every enabled RULELIB rule, compiled once at initialize
      * time and held for the whole pass.  Fifty rules is several
               10  ws-rule-field        pic x(08).
               10  ws-rule-start        pic 9(5)  comp.
               10  ws-rule-flen         pic 9(5)  comp.
               10  ws-rule-style        pic x(01).
                   88  ws-rule-format             value 'F'.
               10  ws-rule-keep         pic x(01).
                   88  ws-rule-keep-six-four      value 'Y'.
               10  ws-rule-check        pic x(01).
                   88  ws-rule-check-luhn         value 'L'.
       01  ws-rule-count                pic 9(4)  comp value zero.
       01  ws-rule-idx                  pic 9(4)  comp.

      * Format-preserving masking (style F).  The rule's matches are
      * found with pcre2_match_8 and rewritten in place, so the
      * subject never changes length.  The hash of the whole
      * original match seeds each replacement character; KEEP and
      * the Luhn fix-up work on the digits' ordinal positions
      * within the match, counted from the left and the right.
       01  ws-format-needed-sw         pic x(01) value 'N'.
           88  ws-format-needed                  value 'Y'.
       01  ws-fp-match-data            usage pointer.
       01  ws-ovector-count            pic 9(9)  comp value 20.
       01  ws-ovector-ptr              usage pointer.
       01  ws-ovector                  based.
           05  ws-ovec-entry           pic 9(9)  comp
                                         occurs 40 times.
       01  ws-fp-buf                   pic x(512).
       01  ws-fp-len                   pic 9(9)  comp.
       01  ws-fp-offset                pic 9(9)  comp.
       01  ws-fp-rc                    pic s9(9) comp.
       01  ws-fp-subs                  pic 9(9)  comp.
       01  ws-fp-start                 pic 9(9)  comp.
       01  ws-fp-end                   pic 9(9)  comp.
       01  ws-fp-idx                   pic 9(9)  comp.
       01  ws-fp-char                  pic x(01).
       01  ws-fp-digit-x               pic x(01).
       01  ws-fp-digit redefines ws-fp-digit-x
                                       pic 9(01).
       01  ws-fp-hash                  pic 9(9)  comp.
       01  ws-fp-pick                  pic 9(4)  comp.
       01  ws-fp-digits                pic 9(4)  comp.
       01  ws-fp-digit-pos             pic 9(4)  comp.
       01  ws-fp-from-right            pic 9(4)  comp.
       01  ws-fp-keep-sw               pic x(01).
           88  ws-fp-keeping                     value 'Y'.
       01  ws-fp-adjust-idx            pic 9(9)  comp.
       01  ws-fp-adjust-pos            pic 9(4)  comp.
       01  ws-fp-luhn-sum              pic 9(5)  comp.
       01  ws-fp-luhn-term             pic 9(2)  comp.
       01  ws-fp-target                pic 9(2)  comp.
       01  ws-fp-upper                 pic x(26) value
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  ws-fp-lower                 pic x(26) value
               'abcdefghijklmnopqrstuvwxyz'.
       01  ws-style-idx                pic 9(4)  comp.
       01  ws-style-found              pic 9(4)  comp.
       01  ws-style-text               pic x(12).

       01  ws-pattern                  pic x(256).
       01  ws-pattern-len              pic 9(9)  comp.
       01  ws-options                  pic 9(9)  comp value zero.
           05  filler                  pic x(16) value
                   ' SUBSTITUTIONS  '.
           05  rs-subs                 pic zzzzzzzz9.
           05  filler                  pic x(07) value ' STYLE '.
           05  rs-style                pic x(12).
           05  filler                  pic x(01) value spaces.

       01  ws-summary-record.
           05  ws-sum-records-label    pic x(16) value
                   move 256 to ws-cachemax
               end-if
           end-if
           set ctq-compile-context to null
           if mskcc-codeset not equal spaces
               open output csetaud
               perform 1040-init-codeset
               close csetaud
               perform 1043-load-character-tables
           end-if
           open input rulelib
           if not ws-rulelib-ok
               display 'REGEXMSK: RULELIB open failed, status '
               with test before
               until ws-rule-eof
           close rulelib
           if ctq-compile-context not equal null
               move 'F' to ctq-function
               call 'RGXCTAB' using ctab-request
           end-if
           if ws-rule-count equal zero
               display 'REGEXMSK: no enabled rules on RULELIB'
               move 16 to return-code
           if ws-layout-needed
               perform 1020-resolve-rule-layouts
           end-if
           if ws-format-needed
               call 'pcre2_match_data_create_8' using
                                    value ws-ovector-count
                                    value 0
                   returning ws-fp-match-data
           end-if
           open input infile
           open output outfile
           open output msksum
               when 'CACHEMAX'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-cachemax
               when 'CODESET'
                   move ws-ctl-value(1:20) to mskcc-codeset
               when other
                   display 'REGEXMSK: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           move rul-field to ws-rule-field(ws-rule-count)
           move zero to ws-rule-start(ws-rule-count)
           move zero to ws-rule-flen(ws-rule-count)
           if not rul-style-replace and not rul-style-format
               display 'REGEXMSK: rule ' rul-seq
                        ' has unknown masking style ' rul-mask-style
               move 16 to return-code
               stop run
           end-if
           move rul-mask-style to ws-rule-style(ws-rule-count)
           move rul-mask-keep to ws-rule-keep(ws-rule-count)
           move rul-mask-check to ws-rule-check(ws-rule-count)
           if rul-style-format
               move 'Y' to ws-format-needed-sw
           end-if
           if rul-layout not equal spaces
              or rul-field not equal spaces
               if rul-layout equal spaces
           move rul-pattern-text to ws-pattern
           move rul-pattern-len to ws-pattern-len
           move rul-options-word to ws-options
           if mskcc-codeset not equal spaces
               perform 1012-convert-pattern-codeset
               if ws-rule-repl-len(ws-rule-count) greater than zero
                   perform 1013-convert-replacement-codeset
               end-if
           end-if
           call 'pcre2_compile_8' using
                                ws-pattern
                                value ws-pattern-len
                                value ws-options
                                ws-errorcode
                                ws-erroffset
                                value ctq-compile-context
                returning ws-rule-code-ptr(ws-rule-count)
           if ws-rule-code-ptr(ws-rule-count) equal null
               call 'PCRE2MSG' using ws-errorcode ws-error-text
       1010-load-one-rule-exit.
           exit.

      ***************************************************************
      * 1012-CONVERT-PATTERN-CODESET - run the rule's pattern text   *
      * through pcrz_codeset_convert before pcre2_compile_8 sees it, *
      * as REGEXSUB does.                                            *
      ***************************************************************
       1012-convert-pattern-codeset.
           call 'pcrz_codeset_convert' using
                                by reference cs-pcrz-zcsstrct
                                value PCRZ-CONVERT-FORWARD
                                value PCRZ-CONVERT-PATTERN
                                by reference ws-pattern
                                value ws-pattern-len
               returning ws-cs-rc
           if ws-cs-rc less than zero
               display 'REGEXMSK: rule ' rul-seq
                        ' pattern codeset conversion failed, PCRZ '
                        'error ' ws-cs-rc
               move 16 to return-code
               stop run
           end-if
           set address of ws-pattern-view to cs-pattern-1047
           move ws-pattern-view(1:ws-pattern-len) to ws-pattern
           .

      ***************************************************************
      * 1013-CONVERT-REPLACEMENT-CODESET - the same for the rule's   *
      * replacement text, held converted in the rule table.          *
      ***************************************************************
       1013-convert-replacement-codeset.
           call 'pcrz_codeset_convert' using
                                by reference cs-pcrz-zcsstrct
                                value PCRZ-CONVERT-FORWARD
                                value PCRZ-CONVERT-REPLACEMENT
                                by reference
                                    ws-rule-repl(ws-rule-count)
                                value ws-rule-repl-len(ws-rule-count)
               returning ws-cs-rc
           if ws-cs-rc less than zero
               display 'REGEXMSK: rule ' rul-seq
                        ' replacement codeset conversion failed, '
                        'PCRZ error ' ws-cs-rc
               move 16 to return-code
               stop run
           end-if
           set address of ws-replacement-view to cs-replacement-1047
           move ws-replacement-view
                   (1:ws-rule-repl-len(ws-rule-count))
               to ws-rule-repl(ws-rule-count)
           .

      ***************************************************************
      * 1020-RESOLVE-RULE-LAYOUTS - look up every rule's layout and *
      * field in LAYLIB, once, before the first record.  A rule     *
       1021-resolve-one-rule-layout-exit.
           exit.

      ***************************************************************
      * 1040-INIT-CODESET - validate the CODESET= name and hand it   *
      * to PCRZ-CODESET-INIT, as REGEXSUB does.                      *
      ***************************************************************
       1040-init-codeset.
           move 20 to ws-codeset-len
           perform 1041-trim-codeset-len
               until ws-codeset-len equal zero
                  or mskcc-codeset(ws-codeset-len:1) not equal space
           if ws-codeset-len greater than PCRZ-MAX-CODESET-SIZE
               display 'REGEXMSK: CODESET value ' mskcc-codeset
                        ' is longer than ' PCRZ-MAX-CODESET-SIZE
                        ' characters'
               move 16 to ws-codeset-rc
               perform 1042-write-codeset-audit
               move 16 to return-code
               stop run
           end-if
           move mskcc-codeset to cs-charset-locale
           call 'pcrz_codeset_init' using
                                by reference cs-pcrz-zcsstrct
               returning ws-codeset-rc
           if ws-codeset-rc less than zero
               display 'REGEXMSK: codeset init failed for '
                        mskcc-codeset ' PCRZ error ' ws-codeset-rc
               perform 1042-write-codeset-audit
               move 16 to return-code
               stop run
           end-if
           .
       1041-trim-codeset-len.
           subtract 1 from ws-codeset-len
           .

      ***************************************************************
      * 1042-WRITE-CODESET-AUDIT - one CSETAUD record for every      *
      * PCRZ-CODESET-INIT failure, matching REGEXSCN and REGEXSUB.   *
      ***************************************************************
       1042-write-codeset-audit.
           accept cset-aud-date from date yyyymmdd
           accept cset-aud-time from time
           move 'REGEXMSK' to cset-aud-program
           move mskcc-codeset to cset-aud-codeset
           move ws-codeset-rc to cset-aud-rc
           move ws-run-id to cset-aud-run-id
           write cset-audit-record
           .

      ***************************************************************
      * 1043-LOAD-CHARACTER-TABLES - have RGXCTAB fetch the PCRE2    *
      * character tables TBLLIB holds for the CODESET= code page,    *
      * for every rule's compile, as REGEXSCN does.  No table set    *
      * means the PCRE2 defaults; a set that cannot be used stops    *
      * the run.                                                     *
      ***************************************************************
       1043-load-character-tables.
           move 'L' to ctq-function
           move mskcc-codeset to ctq-codeset
           call 'RGXCTAB' using ctab-request
           evaluate true
               when ctq-ok
                   display 'REGEXMSK: character tables for '
                            mskcc-codeset ' locale ' ctq-locale
                            ' built ' ctq-build-date
               when ctq-not-found
                   display 'REGEXMSK: no character tables for '
                            mskcc-codeset ' on TBLLIB, compiling '
                            'with the PCRE2 default tables'
               when other
                   display 'REGEXMSK: character tables for '
                            mskcc-codeset ' could not be loaded, '
                            'RGXCTAB status ' ctq-status
                            ' TBLLIB status ' ctq-file-status
                   move 16 to return-code
                   stop run
           end-evaluate
           .

      ***************************************************************
      * 2000-PROCESS-FILE - the single read/mask/write pass.  Each  *
      * record runs through every rule in order; whatever the rules *
           move 'N' to ws-rec-changed-sw
           move 'N' to ws-rec-error-sw
           move spaces to ws-first-rule-seq
           move 'SUBSTERR' to ws-exc-reason
           move 'N' to ws-cache-hit-sw
           if ws-cache-mode
               perform 2040-probe-record-cache
               move spaces to ws-cur-buf
               move in-record to ws-cur-buf(1:256)
               move 256 to ws-cur-len
               if mskcc-codeset not equal spaces
                   perform 2005-convert-record-codeset
               end-if
               perform 2042-clear-rule-results
                   with test before
                   varying ws-rule-idx2 from 1 by 1
                   varying ws-rule-idx from 1 by 1
                   until ws-rule-idx greater than ws-rule-count
                      or ws-rec-error
               if mskcc-codeset not equal spaces
                  and not ws-rec-error
                   perform 2006-convert-record-back
                       thru 2006-convert-record-back-exit
               end-if
               if ws-cache-mode and not ws-rec-error
                   perform 2047-store-cached-result
               end-if
           exit
           .

      ***************************************************************
      * 2005-CONVERT-RECORD-CODESET - CODESET=: run the record       *
      * through pcrz_codeset_convert before the first rule sees it.  *
      * A record that will not convert is withheld to EXCPOUT with   *
      * reason CSETCONV - no rule has run on it.                     *
      ***************************************************************
       2005-convert-record-codeset.
           call 'pcrz_codeset_convert' using
                                by reference cs-pcrz-zcsstrct
                                value PCRZ-CONVERT-FORWARD
                                value PCRZ-CONVERT-SUBJECT
                                by reference ws-cur-buf
                                value 256
               returning ws-cs-rc
           if ws-cs-rc less than zero
               display 'REGEXMSK: record ' ws-record-count
                        ' codeset conversion failed, PCRZ error '
                        ws-cs-rc
               move 'CSETCONV' to ws-exc-reason
               move ws-cs-rc to ws-exc-rc
               move 'pcrz_codeset_convert failed' to ws-error-text
               add 1 to ws-error-count
               move 'Y' to ws-rec-error-sw
           else
               set address of ws-subject-view to cs-subject-1047
               move ws-subject-view to ws-cur-buf(1:256)
           end-if
           .

      ***************************************************************
      * 2006-CONVERT-RECORD-BACK - convert the masked record back to *
      * the job's own code page before it is written or cached.  A   *
      * record that will not convert back is withheld the same way.  *
      ***************************************************************
       2006-convert-record-back.
           if ws-cur-len equal zero
               go to 2006-convert-record-back-exit
           end-if
           call 'pcrz_codeset_convert' using
                                by reference cs-pcrz-zcsstrct
                                value PCRZ-CONVERT-REVERSE
                                value PCRZ-CONVERT-SUBSTITUTE
                                by reference ws-cur-buf
                                value ws-cur-len
               returning ws-cs-rc
           if ws-cs-rc less than zero
               display 'REGEXMSK: record ' ws-record-count
                        ' output codeset conversion failed, PCRZ '
                        'error ' ws-cs-rc
               move 'CSETCONV' to ws-exc-reason
               move ws-cs-rc to ws-exc-rc
               move 'pcrz_codeset_convert failed' to ws-error-text
               add 1 to ws-error-count
               move 'Y' to ws-rec-error-sw
           else
               set address of ws-substitute-view to cs-substitute-1047
               move ws-substitute-view(1:ws-cur-len)
                   to ws-cur-buf(1:ws-cur-len)
           end-if
           .
       2006-convert-record-back-exit.
           exit.

      ***************************************************************
      * 2010-APPLY-ONE-RULE - run one rule's substitution over the  *
      * current form of the record.  A rule that changed something  *
      * layout field runs against that field's columns only.        *
      ***************************************************************
       2010-apply-one-rule.
           evaluate true
               when ws-rule-format(ws-rule-idx)
                   perform 2030-apply-format-rule
                       thru 2030-apply-format-rule-exit
               when ws-rule-flen(ws-rule-idx) equal zero
                   perform 2011-apply-whole-record-rule
               when other
                   perform 2015-apply-field-rule
                       thru 2015-apply-field-rule-exit
           end-evaluate
           .

       2011-apply-whole-record-rule.
       2015-apply-field-rule-exit.
           exit.

      ***************************************************************
      * 2030-APPLY-FORMAT-RULE - style F: run the rule's pattern     *
      * over the current record, or over the named field's columns,  *
      * and rewrite every match in place.  The record keeps its      *
      * length, so the field form needs no truncation or padding.    *
      * A match error withholds the record exactly as a substitute   *
      * error does in the other styles.                              *
      ***************************************************************
       2030-apply-format-rule.
           if ws-rule-flen(ws-rule-idx) equal zero
               move ws-cur-buf to ws-fp-buf
               move ws-cur-len to ws-fp-len
           else
               if ws-rule-start(ws-rule-idx) greater than ws-cur-len
                   go to 2030-apply-format-rule-exit
               end-if
               compute ws-fp-len =
                   ws-cur-len - ws-rule-start(ws-rule-idx) + 1
               if ws-fp-len greater than ws-rule-flen(ws-rule-idx)
                   move ws-rule-flen(ws-rule-idx) to ws-fp-len
               end-if
               move spaces to ws-fp-buf
               move ws-cur-buf(ws-rule-start(ws-rule-idx):ws-fp-len)
                   to ws-fp-buf(1:ws-fp-len)
           end-if
           move zero to ws-fp-subs
           move zero to ws-fp-offset
           perform 2031-find-next-format-match
               thru 2031-find-next-format-match-exit
           perform 2032-mask-one-match
               with test before
               until ws-fp-rc not greater than zero
           if ws-fp-rc not equal PCRE2-ERROR-NOMATCH
               add 1 to ws-error-count
               call 'PCRE2MSG' using ws-fp-rc ws-error-text
               display 'REGEXMSK: record ' ws-record-count
                        ' rule ' ws-rule-seq(ws-rule-idx)
                        ' match error: ' ws-error-text
               move ws-fp-rc to ws-exc-rc
               move 'Y' to ws-rec-error-sw
               go to 2030-apply-format-rule-exit
           end-if
           if ws-fp-subs equal zero
               go to 2030-apply-format-rule-exit
           end-if
           add 1 to ws-rule-changed(ws-rule-idx)
           add ws-fp-subs to ws-rule-subs(ws-rule-idx)
           add ws-fp-subs to ws-substitution-total
           move 'Y' to ws-rec-rule-changed(ws-rule-idx)
           add ws-fp-subs to ws-rec-rule-subs(ws-rule-idx)
           if ws-first-rule-seq equal spaces
               move ws-rule-seq(ws-rule-idx) to ws-first-rule-seq
           end-if
           move 'Y' to ws-rec-changed-sw
           if ws-rule-flen(ws-rule-idx) equal zero
               move ws-fp-buf(1:ws-fp-len) to ws-cur-buf(1:ws-fp-len)
           else
               move ws-fp-buf(1:ws-fp-len) to
                   ws-cur-buf(ws-rule-start(ws-rule-idx):ws-fp-len)
           end-if
           .
       2030-apply-format-rule-exit.
           exit.

       2031-find-next-format-match.
           if ws-fp-offset greater than or equal to ws-fp-len
               move PCRE2-ERROR-NOMATCH to ws-fp-rc
               go to 2031-find-next-format-match-exit
           end-if
           call 'pcre2_match_8' using
                                value ws-rule-code-ptr(ws-rule-idx)
                                by reference ws-fp-buf
                                value ws-fp-len
                                value ws-fp-offset
                                value 0
                                value ws-fp-match-data
                                value 0
               returning ws-fp-rc
           if ws-fp-rc greater than zero
               call 'pcre2_get_ovector_pointer_8' using
                                value ws-fp-match-data
                   returning ws-ovector-ptr
               set address of ws-ovector to ws-ovector-ptr
           end-if
           .
       2031-find-next-format-match-exit.
           exit.

      ***************************************************************
      * 2032-MASK-ONE-MATCH - rewrite one match and re-drive from    *
      * its end; an empty match advances one byte so the loop        *
      * cannot stall.                                                *
      ***************************************************************
       2032-mask-one-match.
           compute ws-fp-start = ws-ovec-entry(1) + 1
           move ws-ovec-entry(2) to ws-fp-end
           if ws-fp-end not less than ws-fp-start
               add 1 to ws-fp-subs
               perform 2033-mask-match-text
           end-if
           move ws-ovec-entry(2) to ws-fp-offset
           if ws-ovec-entry(2) equal ws-ovec-entry(1)
               add 1 to ws-fp-offset
           end-if
           perform 2031-find-next-format-match
               thru 2031-find-next-format-match-exit
           .

      ***************************************************************
      * 2033-MASK-MATCH-TEXT - count the digits, hash the original   *
      * value, replace character by character, then apply the Luhn  *
      * fix-up when the rule asks for it.                            *
      ***************************************************************
       2033-mask-match-text.
           move zero to ws-fp-digits
           perform 2034-count-one-digit
               with test before
               varying ws-fp-idx from ws-fp-start by 1
               until ws-fp-idx greater than ws-fp-end
           move 'N' to ws-fp-keep-sw
           if ws-rule-keep-six-four(ws-rule-idx)
              and ws-fp-digits greater than 10
               move 'Y' to ws-fp-keep-sw
           end-if
           move zero to ws-fp-hash
           perform 2035-hash-one-byte
               with test before
               varying ws-fp-idx from ws-fp-start by 1
               until ws-fp-idx greater than ws-fp-end
           move zero to ws-fp-digit-pos
           move zero to ws-fp-adjust-idx
           perform 2036-mask-one-byte
               with test before
               varying ws-fp-idx from ws-fp-start by 1
               until ws-fp-idx greater than ws-fp-end
           if ws-rule-check-luhn(ws-rule-idx)
              and ws-fp-adjust-idx greater than zero
              and ws-fp-digits greater than 1
               perform 2037-fix-luhn-digit
           end-if
           .

       2034-count-one-digit.
           if ws-fp-buf(ws-fp-idx:1) is numeric
               add 1 to ws-fp-digits
           end-if
           .

       2035-hash-one-byte.
           compute ws-fp-hash = function mod
               (ws-fp-hash * 31 + function ord(ws-fp-buf(ws-fp-idx:1)),
                999983)
           .

      ***************************************************************
      * 2036-MASK-ONE-BYTE - a digit outside the kept six and four   *
      * becomes another digit, a letter another letter of the same   *
      * case; a space or any other character stays as it is.  Each   *
      * replaced character steps the hash on by its position within  *
      * the match, so one value always masks to the same result     *
      * wherever it sits in the record.                              *
      ***************************************************************
       2036-mask-one-byte.
           move ws-fp-buf(ws-fp-idx:1) to ws-fp-char
           evaluate true
               when ws-fp-char is numeric
                   add 1 to ws-fp-digit-pos
                   compute ws-fp-from-right =
                       ws-fp-digits - ws-fp-digit-pos + 1
                   if ws-fp-keeping
                      and (ws-fp-digit-pos less than 7
                           or ws-fp-from-right less than 5)
                       continue
                   else
                       perform 2039-step-hash
                       compute ws-fp-digit =
                           function mod(ws-fp-hash, 10)
                       move ws-fp-digit-x to ws-fp-buf(ws-fp-idx:1)
                       move ws-fp-idx to ws-fp-adjust-idx
                       move ws-fp-digit-pos to ws-fp-adjust-pos
                   end-if
               when ws-fp-char equal space
                   continue
               when ws-fp-char is alphabetic-upper
                   perform 2039-step-hash
                   compute ws-fp-pick = function mod(ws-fp-hash, 26) + 1
                   move ws-fp-upper(ws-fp-pick:1)
                       to ws-fp-buf(ws-fp-idx:1)
               when ws-fp-char is alphabetic-lower
                   perform 2039-step-hash
                   compute ws-fp-pick = function mod(ws-fp-hash, 26) + 1
                   move ws-fp-lower(ws-fp-pick:1)
                       to ws-fp-buf(ws-fp-idx:1)
               when other
                   continue
           end-evaluate
           .

      ***************************************************************
      * 2037-FIX-LUHN-DIGIT - the rightmost masked digit is the one  *
      * free to change (with KEEP it sits just left of the kept      *
      * four).  Sum the rest of the digits the Luhn way, then set    *
      * that digit to whatever brings the total to a multiple of     *
      * ten - halved, or with nine added and halved, when its        *
      * position doubles.                                            *
      ***************************************************************
       2037-fix-luhn-digit.
           move '0' to ws-fp-buf(ws-fp-adjust-idx:1)
           move zero to ws-fp-luhn-sum
           move zero to ws-fp-digit-pos
           perform 2038-add-one-luhn-byte
               with test before
               varying ws-fp-idx from ws-fp-start by 1
               until ws-fp-idx greater than ws-fp-end
           compute ws-fp-target =
               function mod(10 - function mod(ws-fp-luhn-sum, 10), 10)
           compute ws-fp-from-right =
               ws-fp-digits - ws-fp-adjust-pos + 1
           if function mod(ws-fp-from-right, 2) equal zero
               if function mod(ws-fp-target, 2) equal zero
                   compute ws-fp-digit = ws-fp-target / 2
               else
                   compute ws-fp-digit = (ws-fp-target + 9) / 2
               end-if
           else
               move ws-fp-target to ws-fp-digit
           end-if
           move ws-fp-digit-x to ws-fp-buf(ws-fp-adjust-idx:1)
           .

       2038-add-one-luhn-byte.
           if ws-fp-buf(ws-fp-idx:1) is numeric
               add 1 to ws-fp-digit-pos
               compute ws-fp-from-right =
                   ws-fp-digits - ws-fp-digit-pos + 1
               move ws-fp-buf(ws-fp-idx:1) to ws-fp-digit-x
               move ws-fp-digit to ws-fp-luhn-term
               if function mod(ws-fp-from-right, 2) equal zero
                   multiply 2 by ws-fp-luhn-term
                   if ws-fp-luhn-term greater than 9
                       subtract 9 from ws-fp-luhn-term
                   end-if
               end-if
               add ws-fp-luhn-term to ws-fp-luhn-sum
           end-if
           .

       2039-step-hash.
           compute ws-fp-hash = function mod
               (ws-fp-hash * 31 + ws-fp-idx - ws-fp-start + 7, 999983)
           .

      ***************************************************************
      * 2020-WRITE-QA-SAMPLE - SAMPLE=n: every n-th changed record   *
      * writes one paired before/after entry carrying the first      *
           move ws-first-rule-seq to qas-rule-seq
           move in-record to qas-before
           move ws-cur-buf(1:256) to qas-after
           move zero to ws-style-found
           perform 2021-match-one-style-rule
               with test before
               varying ws-style-idx from 1 by 1
               until ws-style-idx greater than ws-rule-count
                  or ws-style-found not equal zero
           if ws-style-found not equal zero
               move ws-style-found to ws-style-idx
           end-if
           perform 8015-set-style-text
               thru 8015-set-style-text-exit
           move ws-style-text to qas-rule-style
           write qasample-record
           .
       2020-write-qa-sample-exit.
           exit.
       2021-match-one-style-rule.
           if ws-rule-seq(ws-style-idx) equal ws-first-rule-seq
               move ws-style-idx to ws-style-found
           end-if
           .

      ***************************************************************
      * 2070-WRITE-EXCEPTION - one EXCPOUT record per withheld      *
           accept exc-time from time
           move 'REGEXMSK' to exc-program
           move ws-record-count to exc-record-number
           move ws-exc-reason to exc-reason
           move ws-exc-rc to exc-error-code
           move ws-error-text to exc-message
           move ws-run-id to exc-run-id
               with test before
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx greater than ws-rule-count
           if ws-format-needed
               call 'pcre2_match_data_free_8' using
                                    value ws-fp-match-data
           end-if
           close infile outfile msksum
           if ws-excpout-open
               close excpout
           move ws-rule-seq(ws-rule-idx) to rs-seq
           move ws-rule-changed(ws-rule-idx) to rs-changed
           move ws-rule-subs(ws-rule-idx) to rs-subs
           move ws-rule-idx to ws-style-idx
           perform 8015-set-style-text
               thru 8015-set-style-text-exit
           move ws-style-text to rs-style
           write sum-record from ws-rule-sum-line
           .

      ***************************************************************
      * 8015-SET-STYLE-TEXT - the printable masking style of rule    *
      * WS-STYLE-IDX, for MSKSUM and QASAMPLE.                       *
      ***************************************************************
       8015-set-style-text.
           move spaces to ws-style-text
           if ws-style-idx greater than ws-rule-count
               go to 8015-set-style-text-exit
           end-if
           if not ws-rule-format(ws-style-idx)
               move 'REPLACE' to ws-style-text
               go to 8015-set-style-text-exit
           end-if
           evaluate true
               when ws-rule-keep-six-four(ws-style-idx)
                and ws-rule-check-luhn(ws-style-idx)
                   move 'FMT 6/4+LUHN' to ws-style-text
               when ws-rule-keep-six-four(ws-style-idx)
                   move 'FMT 6/4' to ws-style-text
               when ws-rule-check-luhn(ws-style-idx)
                   move 'FORMAT+LUHN' to ws-style-text
               when other
                   move 'FORMAT' to ws-style-text
           end-evaluate
           .
       8015-set-style-text-exit.
           exit.

       8020-free-one-rule.
           call 'pcre2_code_free_8' using
                                value ws-rule-code-ptr(ws-rule-idx)

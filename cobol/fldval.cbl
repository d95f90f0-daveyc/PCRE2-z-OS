      ***************************************************************
      *                                                             *
      *    PROGRAM:  FLDVAL                                         *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    FLDVAL is the field-level data-quality check for the     *
      *    fixed-layout extracts LAYLIB describes.  REGEXSCN's      *
      *    COLSTART=/COLLEN= applies one pattern per run; FLDVAL    *
      *    takes a rule set for one layout - every field paired     *
      *    with its format pattern - and checks every field of      *
      *    every record in a single pass.                           *
      *                                                             *
      *    VALCTL is a deck of KEYWORD=VALUE statements:            *
      *                                                             *
      *      LAYOUT=layoutid   the LAYLIB layout the extract uses   *
      *      FIELD=name        opens a rule for that LAYLIB field   *
      *      PATTERN=patid     the rule's PATLIB pattern, or        *
      *      PATTERNTEXT=text  the pattern itself                   *
      *      BLANKOK=YES       an all-space field passes the rule   *
      *      MAXFAIL=n         RC 8 when more than n records fail   *
      *      MAXPCT=nnn.nn     RC 8 when more than this percentage  *
      *                        of records fail                      *
      *      TESTOK=YES        allow TEST-status PATLIB patterns    *
      *      ALERTS=YES        RGX001E console alert per breach     *
      *      RUNID=id          run correlation id                   *
      *                                                             *
      *    MAXFAIL= and MAXPCT= ahead of the first FIELD= are the   *
      *    defaults for every rule; after a FIELD= they apply to    *
      *    that rule alone.  A field may carry more than one rule.  *
      *                                                             *
      *    The field value is the LAYLIB columns with trailing      *
      *    spaces dropped, and it must match the pattern from its   *
      *    first byte to its last - a format check, not a search.   *
      *    Every failure writes the record to VALREJ tagged with    *
      *    the field, the rule (the pattern-id, or TEXTnnnn for an  *
      *    inline pattern) and the reason: NOMATCH, SHORT (record   *
      *    ends before the field) or MATCHERR.  VALRPT shows the    *
      *    checked and failed counts and failure rate per rule and  *
      *    flags each breach, so a bad feed is stopped before it is *
      *    loaded.  One RUNSTAT record per run, as the scanners do. *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      ***************************************************************
       identification division.
       program-id.    FLDVAL.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select valctl
               assign to VALCTL
               organization is sequential.
           select infile
               assign to INFILE
               organization is sequential.
           select valrej
               assign to VALREJ
               organization is sequential.
           select valrpt
               assign to VALRPT
               organization is sequential.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is random
               record key is pat-id
               file status is ws-patlib-status.
           select laylib
               assign to LAYLIB
               organization is indexed
               access mode is random
               record key is lay-key
               file status is ws-laylib-status.
           select optional runstat
               assign to RUNSTAT
               organization is sequential
               file status is ws-runstat-status.

       data division.
       file section.
       fd  valctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  infile
           recording mode is v
           label records are standard
           block contains 0 records
           record is varying in size from 1 to 32756 characters
               depending on ws-in-reclen.
       01  in-record                   pic x(32756).

       fd  valrej
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rej-record.
           05  rej-record-number       pic 9(09).
           05  filler                  pic x(01).
           05  rej-field               pic x(08).
           05  filler                  pic x(01).
           05  rej-rule                pic x(08).
           05  filler                  pic x(01).
           05  rej-reason              pic x(08).
           05  filler                  pic x(01).
           05  rej-run-id              pic x(16).
           05  filler                  pic x(01).
           05  rej-data                pic x(32756).

       fd  valrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  patlib.
           COPY patrec.

       fd  laylib.
           COPY layrec.

       fd  runstat
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY runstat.

       working-storage section.
       COPY pcre2.

      * VALCTL carries KEYWORD=VALUE statements.  FIELD= opens the
      * next rule; the PATTERN=, PATTERNTEXT=, BLANKOK=, MAXFAIL=
      * and MAXPCT= statements after it fill that rule in.
       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4) comp.
       01  ws-ctl-numeric              pic 9(9).

       01  valcc-layout-id             pic x(08).
       01  valcc-maxfail               pic 9(9)  comp value zero.
       01  valcc-maxfail-sw            pic x(01) value 'N'.
           88  valcc-maxfail-set                 value 'Y'.
       01  valcc-maxpct                pic 9(3)v99 value zero.
       01  valcc-maxpct-sw             pic x(01) value 'N'.
           88  valcc-maxpct-set                  value 'Y'.

       01  ws-switches.
           05  ws-eof-sw               pic x(01) value 'N'.
               88  ws-eof                        value 'Y'.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                    value 'Y'.
           05  ws-testok-sw            pic x(01) value 'N'.
               88  ws-testok-mode                value 'Y'.
           05  ws-alerts-sw            pic x(01) value 'N'.
               88  ws-alerts-mode                value 'Y'.
           05  ws-rec-failed-sw        pic x(01).
               88  ws-rec-failed                 value 'Y'.

       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
       01  ws-laylib-status            pic x(02).
           88  ws-laylib-ok                      value '00'.
       01  ws-runstat-status           pic x(02).

      * The rule set, one entry per FIELD=.  Fifty rules covers the
      * widest layout on LAYLIB today several times over.
       01  ws-rule-table.
           05  ws-rule-entry            occurs 50 times.
               10  ws-fr-field          pic x(08).
               10  ws-fr-pattern-id     pic x(08).
               10  ws-fr-pattern-text   pic x(72).
               10  ws-fr-rule-tag       pic x(08).
               10  ws-fr-blank-ok       pic x(01).
                   88  ws-fr-blank-allowed       value 'Y'.
               10  ws-fr-maxfail        pic 9(9)  comp.
               10  ws-fr-maxfail-sw     pic x(01).
                   88  ws-fr-maxfail-set         value 'Y'.
               10  ws-fr-maxpct         pic 9(3)v99.
               10  ws-fr-maxpct-sw      pic x(01).
                   88  ws-fr-maxpct-set          value 'Y'.
               10  ws-fr-start          pic 9(5)  comp.
               10  ws-fr-len            pic 9(5)  comp.
               10  ws-fr-code-ptr       usage pointer.
               10  ws-fr-checked        pic 9(9)  comp.
               10  ws-fr-failed         pic 9(9)  comp.
               10  ws-fr-rate           pic 9(3)v99.
       01  ws-rule-count                pic 9(4)  comp value zero.
       01  ws-rule-idx                  pic 9(4)  comp.
       01  ws-rule-tag-num.
           05  filler                   pic x(04) value 'TEXT'.
           05  ws-rule-tag-seq          pic 9(04).

       01  ws-in-reclen                pic 9(5)  comp value 256.
       01  ws-in-buffer                pic x(32756).

       01  ws-pattern                  pic x(256).
       01  ws-pattern-len              pic 9(9)  comp.
       01  ws-options                  pic 9(9)  comp.
       01  ws-match-options            pic 9(9)  comp.
       01  ws-match-data               usage pointer.
       01  ws-ovector-count            pic 9(9)  comp value 20.
       01  ws-errorcode                pic s9(9) comp.
       01  ws-erroffset                pic 9(9)  comp.
       01  ws-rc                       pic s9(9) comp.
       01  ws-jit-rc                   pic s9(9) comp.
       01  ws-error-text               pic x(60).
       01  ws-fld-len                  pic 9(9)  comp.
      * The field is matched in place: the subject ends where the
      * trimmed value ends and the match starts at the field's first
      * byte, so ANCHORED and ENDANCHORED bound it to the field.
       01  ws-subject-len              pic 9(9)  comp.
       01  ws-subject-offset           pic 9(9)  comp.
       01  ws-reject-reason            pic x(08).

       01  ws-counters.
           05  ws-record-count         pic 9(9)  comp value zero.
           05  ws-failed-records       pic 9(9)  comp value zero.
           05  ws-reject-count         pic 9(9)  comp value zero.
           05  ws-breach-count         pic 9(9)  comp value zero.

      * Coded console alerts (ALERTS=YES), one per rule breach.
       01  ws-alert-id                  pic x(07).
       01  ws-alert-program             pic x(08) value 'FLDVAL'.
       01  ws-alert-pattern             pic x(08).
       01  ws-alert-counter             pic s9(9) comp.

      * The run correlation id: RUNID= when VALCTL gives one,
      * otherwise the date and time of initialization.
       01  ws-run-id                    pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date           pic 9(08).
           05  ws-run-id-time           pic 9(08).

      * Elapsed time for the RUNSTAT record, in hundredths.
       01  ws-time-in                   pic x(08).
       01  ws-time-hh                   pic 9(02).
       01  ws-time-mm                   pic 9(02).
       01  ws-time-ss                   pic 9(02).
       01  ws-time-hth                  pic 9(02).
       01  ws-time-total                pic 9(09) comp.
       01  ws-start-time                pic 9(8).
       01  ws-now-time                  pic 9(8).
       01  ws-start-total               pic 9(09) comp.
       01  ws-elapsed                   pic s9(09) comp.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'FLDVAL  -  FIELD VAL'.
           05  filler                  pic x(20) value
                   'IDATION REPORT      '.
           05  filler                  pic x(08) value 'LAYOUT  '.
           05  rh-layout-id            pic x(08).
           05  filler                  pic x(09) value '  RUN-ID '.
           05  rh-run-id               pic x(16).
           05  filler                  pic x(51) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(09) value 'FIELD'.
           05  filler                  pic x(09) value 'RULE'.
           05  filler                  pic x(07) value ' START'.
           05  filler                  pic x(07) value ' LENGTH'.
           05  filler                  pic x(11) value '    CHECKED'.
           05  filler                  pic x(11) value '     FAILED'.
           05  filler                  pic x(08) value '  RATE%'.
           05  filler                  pic x(11) value '    MAXFAIL'.
           05  filler                  pic x(08) value ' MAXPCT'.
           05  filler                  pic x(51) value '  VERDICT'.

       01  ws-report-detail.
           05  rd-field                pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-rule                 pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-start                pic zzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-length               pic zzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-checked              pic zzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-failed               pic zzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-rate                 pic zz9.99.
           05  filler                  pic x(01) value space.
           05  rd-maxfail-x            pic x(10).
           05  rd-maxfail redefines rd-maxfail-x
                                       pic zzzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-maxpct-x             pic x(07).
           05  rd-maxpct redefines rd-maxpct-x
                                       pic zzz9.99.
           05  filler                  pic x(02) value spaces.
           05  rd-verdict              pic x(50).

       01  ws-report-total.
           05  filler                  pic x(14) value
                   'RECORDS READ: '.
           05  rt-records              pic zzzzzzzz9.
           05  filler                  pic x(21) value
                   '   RECORDS FAILING: '.
           05  rt-failed               pic zzzzzzzz9.
           05  filler                  pic x(19) value
                   '   REJECTS WRITTEN:'.
           05  rt-rejects              pic zzzzzzzz9.
           05  filler                  pic x(16) value
                   '   BREACHES:    '.
           05  rt-breaches             pic zzzzzzzz9.
           05  filler                  pic x(26) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-process-file
               thru 2000-process-file-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - read the rule set, resolve every field's   *
      * columns on LAYLIB and compile every rule's pattern before    *
      * the first record, so a rule set that cannot run stops RC 16  *
      * instead of half-validating a feed.                           *
      ***************************************************************
       1000-initialize.
           move spaces to valcc-layout-id
           open input valctl
           perform 1005-read-control-card
               thru 1005-read-control-card-exit
               with test before
               until ws-ctl-eof
           close valctl
           if ws-run-id equal spaces
               accept ws-run-id-date from date yyyymmdd
               accept ws-run-id-time from time
           end-if
           if valcc-layout-id equal spaces
               display 'FLDVAL: VALCTL gave no LAYOUT='
               move 16 to return-code
               stop run
           end-if
           if ws-rule-count equal zero
               display 'FLDVAL: VALCTL gave no FIELD= rules'
               move 16 to return-code
               stop run
           end-if
           open input laylib
           if not ws-laylib-ok
               display 'FLDVAL: LAYLIB open failed, status '
                        ws-laylib-status
               move 16 to return-code
               stop run
           end-if
           open input patlib
           if not ws-patlib-ok
               display 'FLDVAL: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           perform 1010-prepare-one-rule
               with test before
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx greater than ws-rule-count
           close laylib patlib
           display 'FLDVAL: ' ws-rule-count ' rule(s) loaded for '
                    'layout ' valcc-layout-id
           compute ws-match-options =
               PCRE2-ANCHORED + PCRE2-ENDANCHORED
           call 'pcre2_match_data_create_8' using
                                value ws-ovector-count
                                value 0
               returning ws-match-data
           open input infile
           open output valrej
           open output valrpt
           move valcc-layout-id to rh-layout-id
           move ws-run-id to rh-run-id
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move '0' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           accept ws-start-time from time
           move ws-start-time to ws-time-in
           perform 2091-convert-time-to-hundredths
           move ws-time-total to ws-start-total
           .

      ***************************************************************
      * 1005-READ-CONTROL-CARD - one VALCTL card; blank cards and    *
      * '*' comments are skipped.                                    *
      ***************************************************************
       1005-read-control-card.
           read valctl into ws-ctl-record
               at end
                   move 'Y' to ws-ctl-eof-sw
                   go to 1005-read-control-card-exit
           end-read
           if ws-ctl-record equal spaces
               go to 1005-read-control-card-exit
           end-if
           if ws-ctl-record(1:1) equal '*'
               go to 1005-read-control-card-exit
           end-if
           perform 1006-parse-control-statement
           .
       1005-read-control-card-exit.
           exit.

       1006-parse-control-statement.
           move spaces to ws-ctl-keyword ws-ctl-value
           move 1 to ws-ctl-ptr
           unstring ws-ctl-record delimited by '='
               into ws-ctl-keyword
               with pointer ws-ctl-ptr
           end-unstring
           if ws-ctl-ptr less than or equal to length of ws-ctl-record
               move ws-ctl-record(ws-ctl-ptr:) to ws-ctl-value
           end-if
           evaluate ws-ctl-keyword
               when 'LAYOUT'
                   move ws-ctl-value(1:8) to valcc-layout-id
               when 'FIELD'
                   perform 1007-open-field-rule
               when 'PATTERN'
                   if ws-rule-count equal zero
                       perform 1008-rule-card-out-of-place
                   else
                       move ws-ctl-value(1:8)
                           to ws-fr-pattern-id(ws-rule-count)
                   end-if
               when 'PATTERNTEXT'
                   if ws-rule-count equal zero
                       perform 1008-rule-card-out-of-place
                   else
                       move ws-ctl-value(1:72)
                           to ws-fr-pattern-text(ws-rule-count)
                   end-if
               when 'BLANKOK'
                   if ws-rule-count equal zero
                       perform 1008-rule-card-out-of-place
                   else
                       if ws-ctl-value(1:3) equal 'YES'
                           move 'Y' to ws-fr-blank-ok(ws-rule-count)
                       end-if
                   end-if
               when 'MAXFAIL'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   if ws-rule-count equal zero
                       move ws-ctl-numeric to valcc-maxfail
                       move 'Y' to valcc-maxfail-sw
                   else
                       move ws-ctl-numeric
                           to ws-fr-maxfail(ws-rule-count)
                       move 'Y' to ws-fr-maxfail-sw(ws-rule-count)
                   end-if
               when 'MAXPCT'
                   if ws-rule-count equal zero
                       compute valcc-maxpct =
                           function numval(ws-ctl-value(1:10))
                       move 'Y' to valcc-maxpct-sw
                   else
                       compute ws-fr-maxpct(ws-rule-count) =
                           function numval(ws-ctl-value(1:10))
                       move 'Y' to ws-fr-maxpct-sw(ws-rule-count)
                   end-if
               when 'TESTOK'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-testok-sw
                   end-if
               when 'ALERTS'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-alerts-sw
                   end-if
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'FLDVAL: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 1007-OPEN-FIELD-RULE - a new rule starts with the deck-level *
      * thresholds; statements after it may override them.          *
      ***************************************************************
       1007-open-field-rule.
           if ws-rule-count equal 50
               display 'FLDVAL: more than 50 FIELD= rules, split the '
                        'rule set'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-rule-count
           move ws-ctl-value(1:8) to ws-fr-field(ws-rule-count)
           move spaces to ws-fr-pattern-id(ws-rule-count)
                          ws-fr-pattern-text(ws-rule-count)
                          ws-fr-rule-tag(ws-rule-count)
           move 'N' to ws-fr-blank-ok(ws-rule-count)
           move valcc-maxfail to ws-fr-maxfail(ws-rule-count)
           move valcc-maxfail-sw to ws-fr-maxfail-sw(ws-rule-count)
           move valcc-maxpct to ws-fr-maxpct(ws-rule-count)
           move valcc-maxpct-sw to ws-fr-maxpct-sw(ws-rule-count)
           move zero to ws-fr-checked(ws-rule-count)
                        ws-fr-failed(ws-rule-count)
                        ws-fr-rate(ws-rule-count)
           .

       1008-rule-card-out-of-place.
           display 'FLDVAL: ' ws-ctl-keyword
                    ' before any FIELD= statement'
           move 16 to return-code
           stop run
           .

      ***************************************************************
      * 1010-PREPARE-ONE-RULE - find the field on LAYLIB, take the   *
      * pattern from PATLIB (refusing a TEST pattern without         *
      * TESTOK=YES, as REGEXSCN does) or from PATTERNTEXT=, and      *
      * compile and JIT it once for the whole pass.                  *
      ***************************************************************
       1010-prepare-one-rule.
           move valcc-layout-id to lay-layout-id
           move ws-fr-field(ws-rule-idx) to lay-field-name
           read laylib
           if not ws-laylib-ok
               display 'FLDVAL: field ' ws-fr-field(ws-rule-idx)
                        ' of layout ' valcc-layout-id
                        ' is not on LAYLIB, status ' ws-laylib-status
               move 16 to return-code
               stop run
           end-if
           if lay-start equal zero or lay-length equal zero
               display 'FLDVAL: LAYLIB field ' ws-fr-field(ws-rule-idx)
                        ' of layout ' valcc-layout-id
                        ' has a zero start or length'
               move 16 to return-code
               stop run
           end-if
           move lay-start to ws-fr-start(ws-rule-idx)
           move lay-length to ws-fr-len(ws-rule-idx)
           evaluate true
               when ws-fr-pattern-id(ws-rule-idx) not equal spaces
                   perform 1011-use-patlib-pattern
               when ws-fr-pattern-text(ws-rule-idx) not equal spaces
                   move ws-fr-pattern-text(ws-rule-idx) to ws-pattern
                   move zero to ws-options
                   move 72 to ws-pattern-len
                   perform 1012-trim-pattern-len
                       until ws-pattern-len equal zero
                          or ws-pattern(ws-pattern-len:1)
                              not equal space
                   move ws-rule-idx to ws-rule-tag-seq
                   move ws-rule-tag-num to ws-fr-rule-tag(ws-rule-idx)
               when other
                   display 'FLDVAL: field ' ws-fr-field(ws-rule-idx)
                            ' has no PATTERN= or PATTERNTEXT='
                   move 16 to return-code
                   stop run
           end-evaluate
           call 'pcre2_compile_8' using
                                ws-pattern
                                value ws-pattern-len
                                value ws-options
                                ws-errorcode
                                ws-erroffset
                                value 0
                returning ws-fr-code-ptr(ws-rule-idx)
           if ws-fr-code-ptr(ws-rule-idx) equal null
               call 'PCRE2MSG' using ws-errorcode ws-error-text
               display 'FLDVAL: rule ' ws-fr-rule-tag(ws-rule-idx)
                        ' for field ' ws-fr-field(ws-rule-idx)
                        ' does not compile: ' ws-error-text
               move 16 to return-code
               stop run
           end-if
           call 'pcre2_jit_compile_8' using
                                value ws-fr-code-ptr(ws-rule-idx)
                                value PCRE2-JIT-COMPLETE
               returning ws-jit-rc
           .

       1011-use-patlib-pattern.
           move ws-fr-pattern-id(ws-rule-idx) to pat-id
           read patlib
           if not ws-patlib-ok
               display 'FLDVAL: pattern-id '
                        ws-fr-pattern-id(ws-rule-idx)
                        ' not found in PATLIB, status ' ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           if pat-status-test and not ws-testok-mode
               display 'FLDVAL: pattern-id '
                        ws-fr-pattern-id(ws-rule-idx)
                        ' is TEST status, give TESTOK=YES to run it'
               move 16 to return-code
               stop run
           end-if
           move pat-text to ws-pattern
           move pat-text-len to ws-pattern-len
           move pat-options-word to ws-options
           move ws-fr-pattern-id(ws-rule-idx)
               to ws-fr-rule-tag(ws-rule-idx)
           .
       1012-trim-pattern-len.
           subtract 1 from ws-pattern-len
           .

      ***************************************************************
      * 2000-PROCESS-FILE - every rule against every record.         *
      ***************************************************************
       2000-process-file.
           read infile into ws-in-buffer
               at end
                   move 'Y' to ws-eof-sw
                   go to 2000-process-file-exit
           end-read
           add 1 to ws-record-count
           move 'N' to ws-rec-failed-sw
           perform 2010-check-one-field
               thru 2010-check-one-field-exit
               with test before
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx greater than ws-rule-count
           if ws-rec-failed
               add 1 to ws-failed-records
           end-if
           go to 2000-process-file
           .
       2000-process-file-exit.
           exit.

      ***************************************************************
      * 2010-CHECK-ONE-FIELD - cut the field out of the record, drop *
      * its trailing spaces and match it end to end.  A blank field  *
      * is matched like any other value (an empty string) unless     *
      * the rule says BLANKOK=YES.                                   *
      ***************************************************************
       2010-check-one-field.
           add 1 to ws-fr-checked(ws-rule-idx)
           if ws-fr-start(ws-rule-idx) greater than ws-in-reclen
               move 'SHORT' to ws-reject-reason
               perform 2020-reject-field
               go to 2010-check-one-field-exit
           end-if
           compute ws-fld-len =
               ws-in-reclen - ws-fr-start(ws-rule-idx) + 1
           if ws-fld-len greater than ws-fr-len(ws-rule-idx)
               move ws-fr-len(ws-rule-idx) to ws-fld-len
           end-if
           perform 2011-trim-field-len
               with test before
               until ws-fld-len equal zero
                  or ws-in-buffer(ws-fr-start(ws-rule-idx)
                                   + ws-fld-len - 1:1) not equal space
           if ws-fld-len equal zero and ws-fr-blank-allowed(ws-rule-idx)
               go to 2010-check-one-field-exit
           end-if
           compute ws-subject-offset = ws-fr-start(ws-rule-idx) - 1
           compute ws-subject-len = ws-subject-offset + ws-fld-len
           call 'pcre2_match_8' using
                                value ws-fr-code-ptr(ws-rule-idx)
                                by reference ws-in-buffer
                                value ws-subject-len
                                value ws-subject-offset
                                value ws-match-options
                                value ws-match-data
                                value 0
               returning ws-rc
           evaluate true
               when ws-rc greater than zero
                   continue
               when ws-rc equal PCRE2-ERROR-NOMATCH
                   move 'NOMATCH' to ws-reject-reason
                   perform 2020-reject-field
               when other
                   move 'MATCHERR' to ws-reject-reason
                   perform 2020-reject-field
           end-evaluate
           .
       2010-check-one-field-exit.
           exit.
       2011-trim-field-len.
           subtract 1 from ws-fld-len
           .

      ***************************************************************
      * 2020-REJECT-FIELD - count the failure and write the record   *
      * to VALREJ tagged with the field, rule and reason.  A record  *
      * failing three fields appears three times, once per tag.      *
      ***************************************************************
       2020-reject-field.
           add 1 to ws-fr-failed(ws-rule-idx)
           move 'Y' to ws-rec-failed-sw
           move spaces to rej-record
           move ws-record-count to rej-record-number
           move ws-fr-field(ws-rule-idx) to rej-field
           move ws-fr-rule-tag(ws-rule-idx) to rej-rule
           move ws-reject-reason to rej-reason
           move ws-run-id to rej-run-id
           move ws-in-buffer(1:ws-in-reclen) to rej-data
           write rej-record
           add 1 to ws-reject-count
           .

       2091-convert-time-to-hundredths.
           move ws-time-in(1:2) to ws-time-hh
           move ws-time-in(3:2) to ws-time-mm
           move ws-time-in(5:2) to ws-time-ss
           move ws-time-in(7:2) to ws-time-hth
           compute ws-time-total =
               ws-time-hh * 360000 + ws-time-mm * 6000
                   + ws-time-ss * 100 + ws-time-hth
           .

      ***************************************************************
      * 8000-FINISH - one report line per rule with its verdict,     *
      * the totals, and the return code: any rule past its MAXFAIL=  *
      * or MAXPCT= ends the run RC 8 so the load step does not run.  *
      ***************************************************************
       8000-finish.
           perform 8010-report-one-rule
               with test before
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx greater than ws-rule-count
           move ws-record-count to rt-records
           move ws-failed-records to rt-failed
           move ws-reject-count to rt-rejects
           move ws-breach-count to rt-breaches
           move '0' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           close infile valrej valrpt
           perform 8020-free-one-rule
               with test before
               varying ws-rule-idx from 1 by 1
               until ws-rule-idx greater than ws-rule-count
           call 'pcre2_match_data_free_8' using
                                value ws-match-data
           display 'FLDVAL: run-id ' ws-run-id
                    ' records ' ws-record-count
                    ' failing ' ws-failed-records
                    ' breaches ' ws-breach-count
           if ws-breach-count greater than zero
               if return-code less than 8
                   move 8 to return-code
               end-if
           end-if
           perform 8040-write-run-stat
               thru 8040-write-run-stat-exit
           .

       8010-report-one-rule.
           if ws-fr-checked(ws-rule-idx) greater than zero
               compute ws-fr-rate(ws-rule-idx) rounded =
                   ws-fr-failed(ws-rule-idx) * 100
                       / ws-fr-checked(ws-rule-idx)
           end-if
           move ws-fr-field(ws-rule-idx) to rd-field
           move ws-fr-rule-tag(ws-rule-idx) to rd-rule
           move ws-fr-start(ws-rule-idx) to rd-start
           move ws-fr-len(ws-rule-idx) to rd-length
           move ws-fr-checked(ws-rule-idx) to rd-checked
           move ws-fr-failed(ws-rule-idx) to rd-failed
           move ws-fr-rate(ws-rule-idx) to rd-rate
           move spaces to rd-maxfail-x rd-maxpct-x
           if ws-fr-maxfail-set(ws-rule-idx)
               move ws-fr-maxfail(ws-rule-idx) to rd-maxfail
           end-if
           if ws-fr-maxpct-set(ws-rule-idx)
               move ws-fr-maxpct(ws-rule-idx) to rd-maxpct
           end-if
           move 'OK' to rd-verdict
           if (ws-fr-maxfail-set(ws-rule-idx)
                and ws-fr-failed(ws-rule-idx) greater than
                        ws-fr-maxfail(ws-rule-idx))
              or (ws-fr-maxpct-set(ws-rule-idx)
                and ws-fr-rate(ws-rule-idx) greater than
                        ws-fr-maxpct(ws-rule-idx))
               move '*** THRESHOLD BREACHED' to rd-verdict
               add 1 to ws-breach-count
               display 'FLDVAL: field ' ws-fr-field(ws-rule-idx)
                        ' rule ' ws-fr-rule-tag(ws-rule-idx)
                        ' failed ' ws-fr-failed(ws-rule-idx)
                        ' of ' ws-fr-checked(ws-rule-idx)
                        ', over its threshold'
               move ws-fr-failed(ws-rule-idx) to ws-alert-counter
               perform 8050-issue-policy-alert
                   thru 8050-issue-policy-alert-exit
           end-if
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

       8020-free-one-rule.
           call 'pcre2_code_free_8' using
                                value ws-fr-code-ptr(ws-rule-idx)
           .

      ***************************************************************
      * 8040-WRITE-RUN-STAT - one RUNSTAT history record, the layout *
      * id in the pattern-id slot and the failing-record count as    *
      * the "matches", so RUNTREND can watch a feed's quality drift. *
      ***************************************************************
       8040-write-run-stat.
           open extend runstat
           if ws-runstat-status not equal '00'
              and ws-runstat-status not equal '05'
               display 'FLDVAL: RUNSTAT open failed, status '
                        ws-runstat-status ' - no history written'
               go to 8040-write-run-stat-exit
           end-if
           accept rst-date from date yyyymmdd
           accept rst-time from time
           move 'FLDVAL' to rst-program
           move valcc-layout-id to rst-pattern-id
           move 'INFILE  ' to rst-dataset
           move ws-record-count to rst-records
           move ws-failed-records to rst-matches
           accept ws-now-time from time
           move ws-now-time to ws-time-in
           perform 2091-convert-time-to-hundredths
           compute ws-elapsed = ws-time-total - ws-start-total
           if ws-elapsed less than zero
               add 8640000 to ws-elapsed
           end-if
           move ws-elapsed to rst-elapsed
           move return-code to rst-rc
           move ws-run-id to rst-run-id
           move zero to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           write run-stat-record
           close runstat
           .
       8040-write-run-stat-exit.
           exit.

      ***************************************************************
      * 8050-ISSUE-POLICY-ALERT - one coded RGX001E console alert    *
      * per breached rule, only when VALCTL asked for ALERTS=YES.    *
      ***************************************************************
       8050-issue-policy-alert.
           if not ws-alerts-mode
               go to 8050-issue-policy-alert-exit
           end-if
           move 'RGX001E' to ws-alert-id
           move ws-fr-field(ws-rule-idx) to ws-alert-pattern
           call 'RGXALERT' using ws-alert-id ws-alert-program
                                 ws-alert-pattern ws-alert-counter
           .
       8050-issue-policy-alert-exit.
           exit.

       end program FLDVAL.

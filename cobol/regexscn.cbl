      *                  Two slice steps in the same minute are no      *
      *                  longer indistinguishable to RECONCIL or the    *
      *                  auditors.                                      *
      * 2026-10-15  DC   Added EVENTSTART= and EVENTMAX= for logs that   *
      *                  write one event across several records - a     *
      *                  Java stack trace, a multi-line SQL error       *
      *                  block.  EVENTSTART= is a pattern that marks    *
      *                  the first record of each event; every record   *
      *                  up to the next start record is joined onto     *
      *                  it, trailing spaces trimmed and separated by   *
      *                  the PCRE2 newline, into one logical subject    *
      *                  of at most EVENTMAX= bytes (default and        *
      *                  ceiling 32756; the excess is dropped and       *
      *                  counted).  The scan pattern is compiled with   *
      *                  PCRE2-MULTILINE so ^ and $ work per line, and  *
      *                  MATCHOUT/NOMATOUT get whole events.  The       *
      *                  trailers still count events in 19-27 and now   *
      *                  also carry the physical records in those       *
      *                  events (39-47) and in skipped events (49-57)   *
      *                  so RECONCIL can still balance to INFILE, and   *
      *                  the RUNSTAT record counts physical records.    *
      *                  EVENTSTART= cannot be combined with CHAINn=,   *
      *                  COLSTART=, CONTEXT=, SLICE=/SLICES=,           *
      *                  CHKPTINT=/RESTART=YES, DSLIST=YES, PRECOMP=YES *
      *                  or CODESET=.                                   *
      * 2026-10-15  DC   Added SIEM=CEF or SIEM=JSON, a security-event  *
      *                  feed for the SOC's collectors.  Every matched  *
      *                  (or chain-classified) record and every return- *
      *                  code policy breach is handed to the new        *
      *                  RGXSIEM routine as one event carrying the run  *
      *                  id, program, pattern-id, dataset (the DSLIST   *
      *                  ddname where there is one), record number and  *
      *                  a masked excerpt of the subject from the start *
      *                  of the match - SIEMEXCERPT= bytes, default 40, *
      *                  digits always masked, letters too under        *
      *                  SIEMMASK=ALL.  SIEMOUT=FILE (the default)      *
      *                  writes the SIEMOUT dataset; SIEMOUT=MQ puts to *
      *                  SIEMQUEUE= on SIEMQMGR=.  SIEMSEV= sets the    *
      *                  hit severity (default 5); breaches go out at 8 *
      *                  (5 for SKIPMAX=), independent of ALERTS=.  A   *
      *                  feed that will not open stops the run RC 16;   *
      *                  events that fail mid-run are counted and end   *
      *                  the run RC 4 at least.                         *
      * 2026-10-15  DC   Added INCREMENTAL=YES for append-only inputs.   *
      *                  HWMLIB, a KSDS keyed on pattern-id and HWMDSN=, *
      *                  holds the high-water mark of each scan: the     *
      *                  last record number of a sequential or ESDS      *
      *                  INFILE, the last key of a KSDS.  The run starts *
      *                  past the mark and, having read to the end and   *
      *                  finished RC 8 or better, moves the mark to the  *
      *                  last record it read; a STOPREQ stop or a        *
      *                  failure leaves it alone so nothing is skipped.  *
      *                  HWMRESET=YES ignores the mark for a full        *
      *                  rescan.  An INFILE shorter than its mark scans  *
      *                  nothing and ends RC 4.  The final trailers      *
      *                  carry the range covered (record numbers in      *
      *                  59-67 and 69-77, keys in 79-94 and 96-111) for  *
      *                  RECONCIL, and RUNSTAT records it.  Not with     *
      *                  DSLIST=YES, SLICE=, CHKPTINT=, RESTART=YES or   *
      *                  EVENTSTART=.                                    *
      * 2026-10-15  DC   Added CASES=YES and SUPPRESS=YES.  Every        *
      *                  matched value is reduced to a hash (never kept  *
      *                  itself).  CASES=YES opens a case on the HITCASE *
      *                  KSDS for each hit not seen before - pattern-id, *
      *                  hash, dataset (CASEDSN=, else HWMDSN=, or the   *
      *                  DSLIST ddname), record key or number,           *
      *                  first-seen date, and the pattern's PATLIB owner *
      *                  or CASEOWNER= - and keeps seen counts on the    *
      *                  rest, reopening a REMEDIATED case whose value   *
      *                  is back.  SUPPRESS=YES looks each hit up on     *
      *                  SUPPLIB, the list CASEMNT keeps of values       *
      *                  closed FALSE-POSITIVE: a suppressed hit still   *
      *                  goes to MATCHOUT but opens no case and does not *
      *                  count toward MATCHEDMAX=/MATCHEDMIN=.  Not with *
      *                  CHAINn=.                                        *
      * 2026-10-15  DC   Added DB2TABLE= input.  The table is read       *
      *                  through a cursor in RGXDB2 (so jobs that do not *
      *                  use it need no DB2 attach): DB2KEY= names the   *
      *                  key column, up to 10 DB2COL= statements name    *
      *                  the columns scanned, and DB2WHERE= statements   *
      *                  add a predicate.  Each row becomes a record -   *
      *                  the key in 1-16, then each column in a slot     *
      *                  DB2COLLEN= wide (default 254) - and goes to     *
      *                  MATCHOUT/NOMATOUT as such.  The key stands in   *
      *                  for the KSDS key on checkpoints, RESTART=YES,   *
      *                  INCREMENTAL=YES (HWMDSN= defaults to the table) *
      *                  and hit cases.  Each checkpoint commits, and    *
      *                  without CHKPTINT= the scan commits every        *
      *                  DB2COMMIT= rows (default 1000); the cursor is   *
      *                  held across commits.  Not with INVSAM=,         *
      *                  DSLIST=YES, CHAINn= or EVENTSTART=.             *
      * 2026-10-15  DC   A CODESET= run now compiles its pattern with    *
      *                  the PCRE2 character tables TBLLIB holds for     *
      *                  that code page (built by CTABGEN, handed over   *
      *                  by RGXCTAB), so \w, [[:alpha:]] and caseless    *
      *                  matching treat the code page's national letters *
      *                  as letters.  A code page with no table set on   *
      *                  TBLLIB, or a job with no TBLLIB DD, compiles    *
      *                  with the default tables as before and says so   *
      *                  on the log.                                     *
      * 2026-10-15  DC   Added SAMPLE=RANDOM and SAMPLE=SYSTEMATIC,      *
      *                  which score one record in every SAMPLERATE=     *
      *                  (default 100) and estimate the whole input from *
      *                  them.  SYSTEMATIC takes every nth record,       *
      *                  starting at a record SAMPLESEED= (default 1)    *
      *                  chooses; RANDOM draws from a seeded Park-Miller *
      *                  generator, so the same seed picks the same      *
      *                  records again.  At the end the log shows the    *
      *                  sample counts, the estimated match rate and     *
      *                  total matches for the whole input, and the      *
      *                  interval for each at SAMPLECONF= 90, 95 or 99   *
      *                  percent (default 95).  MATCHOUT/NOMATOUT and    *
      *                  their trailers hold the sample only, and the    *
      *                  RC thresholds judge the sample's counts.        *
      *                  The RUNSTAT record carries the sample's counts  *
      *                  and is flagged sampled.  Not with CHAINn=,      *
      *                  SLICE=/SLICES=, DSLIST=YES, CONTEXT=,           *
      *                  EVENTSTART=, CHKPTINT=, RESTART=YES or          *
      *                  INCREMENTAL=YES.                                *
      * 2026-10-15  DC   A SAMPLE= run's final trailers now carry an S   *
      *                  in column 113 and every record read in 115-123, *
      *                  so RECONCIL can balance the run on its input.   *
      *                  1007 performed THRU its exit.                   *
      * 2026-10-15  DC   SAMPLE= is refused with EVENTSTART=; records    *
      *                  are drawn one at a time and an event spans      *
      *                  several.                                        *
      ***************************************************************
       identification division.
       program-id.    REGEXSCN.
               assign to RUNSTAT
               organization is sequential
               file status is ws-runstat-status.
           select optional hwmlib
               assign to HWMLIB
               organization is indexed
               access mode is random
               record key is hwm-key
               file status is ws-hwmlib-status.
           select optional hitcase
               assign to HITCASE
               organization is indexed
               access mode is random
               record key is hcs-key
               file status is ws-hitcase-status.
           select optional supplib
               assign to SUPPLIB
               organization is indexed
               access mode is random
               record key is sup-key
               file status is ws-supplib-status.
           select ctxout
               assign to CTXOUT
               organization is sequential.
           block contains 0 records.
           COPY runstat.

       fd  hwmlib.
           COPY hwmrec.

       fd  hitcase.
           COPY hcsrec.

       fd  supplib.
           COPY suprec.

       fd  ctxout
           recording mode is f
           label records are standard
       01  scancc-invsam               pic x(04).
       01  scancc-keyfrom              pic x(16).
       01  scancc-keyto                pic x(16).
       01  scancc-event-start          pic x(72).
       01  ws-codeset-len              pic 9(4)  comp.
       01  ws-codeset-rc               pic s9(9) comp.

               88  ws-alerts-mode                   value 'Y'.
           05  ws-runid-given-sw       pic x(01) value 'N'.
               88  ws-runid-given                   value 'Y'.
           05  ws-event-sw             pic x(01) value 'N'.
               88  ws-event-mode                    value 'Y'.
           05  ws-evt-held-sw          pic x(01) value 'N'.
               88  ws-evt-held                      value 'Y'.
           05  ws-evt-input-eof-sw     pic x(01) value 'N'.
               88  ws-evt-input-eof                 value 'Y'.
           05  ws-evt-trunc-sw         pic x(01) value 'N'.
               88  ws-evt-truncated                 value 'Y'.

      * Coded console alerts (ALERTS=YES) - one RGXALERT call per
      * policy breach, so the console automation gets a message it
       01  ws-alert-pattern             pic x(08).
       01  ws-alert-counter             pic s9(9) comp.

      * Security-event feed (SIEM=CEF|JSON) - one RGXSIEM event per
      * hit and per policy breach, to SIEMOUT or an MQ queue.  The
      * excerpt starts at the match where the ovector says where
      * that is, otherwise at the start of the record.
       01  ws-siem-sw                   pic x(01) value 'N'.
           88  ws-siem-mode                       value 'Y'.
       01  ws-siem-excerpt-max          pic 9(9)  comp value 40.
       01  ws-siem-hit-sev              pic 9(9)  comp value 5.
       01  ws-siem-sent                 pic 9(9)  comp value zero.
       01  ws-siem-failed               pic 9(9)  comp value zero.
       01  ws-siem-offset               pic 9(9)  comp.
       01  ws-siem-subject-len          pic 9(9)  comp.
       COPY siemevt.

      * Incremental scanning (INCREMENTAL=YES) - the high-water mark
      * read from HWMLIB at initialize time, and the range of input
      * this run actually read past it: record numbers for a
      * sequential or ESDS INFILE, keys for a KSDS.
       01  ws-hwmlib-status             pic x(02).
       01  ws-hwm-sw                    pic x(01) value 'N'.
           88  ws-hwm-mode                        value 'Y'.
       01  ws-hwm-reset-sw              pic x(01) value 'N'.
           88  ws-hwm-reset                       value 'Y'.
       01  ws-hwm-found-sw              pic x(01) value 'N'.
           88  ws-hwm-found                       value 'Y'.
       01  ws-hwm-short-sw              pic x(01) value 'N'.
           88  ws-hwm-short                       value 'Y'.
       01  ws-hwm-dsn                   pic x(44) value spaces.
       01  ws-hwm-input-mode            pic x(04).
       01  ws-hwm-mark-key              pic x(16) value spaces.
       01  ws-hwm-mark-position         pic 9(9)  comp value zero.
       01  ws-hwm-position              pic 9(9)  comp value zero.
       01  ws-hwm-read-count            pic 9(9)  comp value zero.
       01  ws-hwm-first-key             pic x(16) value spaces.
       01  ws-hwm-last-key              pic x(16) value spaces.
       01  ws-hwm-range-edit            pic 9(09).

      * DB2 table input (DB2TABLE=) - the cursor definition goes to
      * RGXDB2 in DB2-REQUEST and each fetched row comes back in it.
      * The key of the row in hand stands in for the KSDS key wherever
      * one is recorded.  Without CHKPTINT= the unit of work is still
      * committed every DB2COMMIT= rows, so a long scan never sits on
      * its locks.
       01  ws-db2-sw                    pic x(01) value 'N'.
           88  ws-db2-mode                        value 'Y'.
       01  ws-db2-key                   pic x(16) value spaces.
       01  ws-db2-commit-int            pic 9(9)  comp value 1000.
       01  ws-db2-commits               pic 9(9)  comp value zero.
       01  ws-db2-where-ptr             pic 9(4)  comp value 1.
       01  ws-db2-value-len             pic 9(4)  comp.
       01  ws-db2-col-idx               pic 9(4)  comp.
       01  ws-db2-row-width             pic 9(9)  comp.
       01  ws-db2-creator               pic x(60).
       01  ws-db2-dataset               pic x(08) value spaces.
       COPY db2req.

      * Hit cases (CASES=YES) and the false-positive suppression list
      * (SUPPRESS=YES).  Each hit's matched value is reduced to a hash
      * - the value itself is never written - taken where the match
      * is made: from the ovector for a whole-record match, from the
      * first matching field under COLSTART=, or from the cache entry
      * a cached verdict came from.  A suppressed hit still counts as
      * matched; WS-POLICY-MATCHED is what the RC policy sees.
       01  ws-hitcase-status            pic x(02).
       01  ws-supplib-status            pic x(02).
       01  ws-case-sw                   pic x(01) value 'N'.
           88  ws-case-mode                       value 'Y'.
       01  ws-supp-sw                   pic x(01) value 'N'.
           88  ws-supp-mode                       value 'Y'.
       01  ws-hit-suppressed-sw         pic x(01) value 'N'.
           88  ws-hit-suppressed                  value 'Y'.
       01  ws-case-dsn                  pic x(44) value spaces.
       01  ws-case-owner                pic x(08) value spaces.
       01  ws-pat-owner                 pic x(08) value spaces.
       01  ws-case-date                 pic 9(08).
       01  ws-case-reckey-edit          pic 9(09).
       01  ws-hit-hash                  pic 9(9)  comp value zero.
       01  ws-hit-value-off             pic 9(9)  comp.
       01  ws-hit-value-len             pic 9(9)  comp.
       01  ws-hit-hash-idx              pic 9(9)  comp.
       01  ws-suppressed-count          pic 9(9)  comp value zero.
       01  ws-policy-matched            pic 9(9)  comp.
       01  ws-cases-opened              pic 9(9)  comp value zero.
       01  ws-cases-reopened            pic 9(9)  comp value zero.
       01  ws-cases-updated             pic 9(9)  comp value zero.
       01  ws-cases-failed              pic 9(9)  comp value zero.

      * Subject-value result cache (CACHE=YES).  One entry per
      * distinct subject value with its verdict; the least recently
      * used entry is replaced when CACHEMAX= entries are in use.
               10  ws-cch-key           pic x(256).
               10  ws-cch-key-len       pic 9(5)  comp.
               10  ws-cch-verdict       pic x(01).
               10  ws-cch-value-hash    pic 9(9)  comp.
               10  ws-cch-last-used     pic 9(9)  comp.
       01  ws-cachemax                  pic 9(9)  comp value 1024.
       01  ws-cache-count               pic 9(9)  comp value zero.
           88  ws-ctx-any-written                 value 'Y'.
       01  ws-ctx-separator             pic x(08) value '--------'.

      * Multi-line event assembly (EVENTSTART=, EVENTMAX=).  The
      * event is built in WS-EVT-BUFFER and handed to the match path
      * in WS-IN-BUFFER as if it were one record.  The record that
      * starts the NEXT event is only seen by reading past the end of
      * this one, so it is held in WS-EVT-HELD-BUFFER until the next
      * call.  Lines are joined with the newline PCRE2 was built to
      * recognize, in this program's own character set - CR, CRLF or
      * NUL when that is the convention, otherwise LF.
       01  ws-evt-code-ptr              usage pointer.
       01  ws-evt-max                   pic 9(9)  comp value 32756.
       01  ws-evt-buffer                pic x(32756).
       01  ws-evt-len                   pic 9(9)  comp.
       01  ws-evt-held-buffer           pic x(32756).
       01  ws-evt-held-len              pic 9(9)  comp.
       01  ws-evt-line-len              pic 9(9)  comp.
       01  ws-evt-room                  pic s9(9) comp.
       01  ws-evt-records               pic 9(9)  comp.
       01  ws-evt-newline               pic x(02).
       01  ws-evt-newline-len           pic 9(1)  comp.
       01  ws-evt-nl-conv               pic 9(9)  comp.
       01  ws-evt-lf                    pic x(01).
       01  ws-evt-charset-probe         pic x(01) value 'A'.
       01  ws-evt-counts.
           05  ws-evt-phys-count        pic 9(9)  comp value zero.
           05  ws-evt-match-phys        pic 9(9)  comp value zero.
           05  ws-evt-nomat-phys        pic 9(9)  comp value zero.
           05  ws-evt-skip-phys         pic 9(9)  comp value zero.
           05  ws-evt-trunc-count       pic 9(9)  comp value zero.

       01  ws-in-reclen                pic 9(5)  comp value 256.
       01  ws-inv-reclen               pic 9(5)  comp value 256.

               10  ws-ds-matched        pic 9(9)  comp.
               10  ws-ds-unmatched      pic 9(9)  comp.
               10  ws-ds-skipped        pic 9(9)  comp.
               10  ws-ds-suppressed     pic 9(9)  comp.
               10  ws-ds-elapsed        pic 9(9)  comp.
       01  ws-ds-count                  pic 9(2)  comp value zero.
       01  ws-ds-idx                    pic 9(2)  comp.
       01  ws-ds-prev-matched           pic 9(9)  comp.
       01  ws-ds-prev-unmatched         pic 9(9)  comp.
       01  ws-ds-prev-skipped           pic 9(9)  comp.
       01  ws-ds-prev-suppressed        pic 9(9)  comp.
       01  ws-ds-start-total            pic 9(9)  comp.

      * Operator progress messages (PROGINT=) and the clean-stop
       01  ws-slices                    pic 9(9)  comp value zero.
       01  ws-read-position             pic 9(9)  comp value zero.
       01  ws-slice-rem                 pic 9(9)  comp.

      * Sampling mode (SAMPLE=) - this run scores one record in every
      * WS-SAMPLE-RATE and estimates the whole input from them.
      * SYSTEMATIC takes every WS-SAMPLE-RATE-th record from the
      * WS-SAMPLE-START-th; RANDOM gives each record a one-in-
      * WS-SAMPLE-RATE chance from the Park-Miller minimal standard
      * generator, so the same SAMPLESEED= always picks the same
      * records from the same input.  WS-SAMPLE-Z is the normal
      * deviate for SAMPLECONF=, WS-SAMPLE-ZERO-BOUND the bound used
      * when the sample found no matches (or nothing but matches).
       01  ws-sample-method             pic x(10) value spaces.
           88  ws-sample-mode                     value 'RANDOM'
                                                        'SYSTEMATIC'.
           88  ws-sample-random                   value 'RANDOM'.
           88  ws-sample-systematic               value 'SYSTEMATIC'.
       01  ws-sample-rate               pic 9(9)  comp value 100.
       01  ws-sample-seed               pic 9(9)  comp value 1.
       01  ws-sample-conf               pic 9(9)  comp value 95.
       01  ws-sample-z                  pic 9v9(3).
       01  ws-sample-zero-bound         pic 9v9(3).
       01  ws-sample-state              pic 9(18) comp.
       01  ws-sample-start              pic 9(9)  comp.
       01  ws-sample-rem                pic 9(9)  comp.
       01  ws-sample-read               pic 9(9)  comp value zero.
       01  ws-sample-take-sw            pic x(01).
           88  ws-sample-take                     value 'Y'.
      * The estimate, worked out at the end of a sampled run.
       01  ws-est-scored                pic 9(9)  comp.
       01  ws-est-p                     pic 9v9(9).
       01  ws-est-se                    pic 9v9(9).
       01  ws-est-low-p                 pic s9v9(9).
       01  ws-est-high-p                pic s9v9(9).
       01  ws-est-matches               pic 9(9)  comp.
       01  ws-est-low                   pic 9(9)  comp.
       01  ws-est-high                  pic 9(9)  comp.
       01  ws-est-limit                 pic 9(9)  comp.
       01  ws-est-rate-edit             pic zz9.9999.
       01  ws-est-low-edit              pic zz9.9999.
       01  ws-est-high-edit             pic zz9.9999.
       01  ws-est-conf-edit             pic z9.
       01  ws-record-count              pic 9(9)  comp value zero.
       01  ws-chkpt-quotient            pic 9(9)  comp.
       01  ws-chkpt-remainder           pic 9(9)  comp.
       01  ws-subject-ptr              usage pointer.
       01  ws-subject-len              pic 9(9)  comp.
       01  ws-subject-view             pic x(32756) based.

      * The code page's character tables from TBLLIB, as a compile
      * context for the pattern compile (null - the PCRE2 default
      * tables - when CODESET= is not given or TBLLIB has no set).
       COPY ctbreq.
       01  ws-code-ptr                 usage pointer.
       01  ws-match-data               usage pointer.
       01  ws-ovector-count            pic 9(9)  comp value 20.
           05  ws-trailer-total        pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  ws-trailer-cksum        pic 9(09).
           05  filler                  pic x(01) value space.
           05  ws-trailer-phys-x       pic x(09) value spaces.
           05  ws-trailer-phys redefines ws-trailer-phys-x
                                       pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  ws-trailer-skip-x       pic x(09) value spaces.
           05  ws-trailer-skip redefines ws-trailer-skip-x
                                       pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  ws-trailer-from-x       pic x(09) value spaces.
           05  ws-trailer-from redefines ws-trailer-from-x
                                       pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  ws-trailer-to-x         pic x(09) value spaces.
           05  ws-trailer-to redefines ws-trailer-to-x
                                       pic zzzzzzzz9.
           05  filler                  pic x(01) value space.
           05  ws-trailer-from-key     pic x(16) value spaces.
           05  filler                  pic x(01) value space.
           05  ws-trailer-to-key       pic x(16) value spaces.
           05  filler                  pic x(01) value space.
           05  ws-trailer-sample-flag  pic x(01) value space.
           05  filler                  pic x(01) value space.
           05  ws-trailer-sample-read-x
                                       pic x(09) value spaces.
           05  ws-trailer-sample-read redefines
                   ws-trailer-sample-read-x
                                       pic zzzzzzzz9.
           05  filler                  pic x(125).

      * REGEXSCN-CALLOUT (see 9000-CALLOUT-TRACE below) is called by
      * PCRE2 itself, as a callout function, not by this program's
           move spaces to scancc-pattern-id scancc-pattern-text
                          scancc-codeset scancc-invsam
                          scancc-keyfrom scancc-keyto
                          scancc-event-start
           initialize siem-event-request
           initialize db2-request
           move 'FILE' to sev-target
           move 'DIGITS' to sev-mask
           open input ctlcard
           perform 1005-read-control-card
               with test before
               move 16 to return-code
               stop run
           end-if
           if ws-db2-mode
               perform 1185-validate-db2-request
           end-if
           if not ws-invsam-mode
              and (scancc-keyfrom not equal spaces
                   or scancc-keyto not equal spaces)
                   stop run
               end-if
           end-if
           if ws-event-mode
               if ws-chain-mode or ws-colscope-mode
                  or ws-ctx-depth greater than zero
                  or ws-slices not equal zero or ws-dslist-mode
                   display 'REGEXSCN: EVENTSTART= cannot be combined '
                            'with CHAINn=, COLSTART=, CONTEXT=, SLICE=/'
                            'SLICES= or DSLIST=YES - they all work on '
                            'physical records, not events'
                   move 16 to return-code
                   stop run
               end-if
               if ws-chkpt-interval greater than zero or ws-restart
                  or ws-precomp-mode or scancc-codeset not equal spaces
                   display 'REGEXSCN: EVENTSTART= cannot be combined '
                            'with CHKPTINT=, RESTART=YES, PRECOMP=YES '
                            'or CODESET= - the checkpoint counts '
                            'records, and the other two cannot be '
                            'applied to the start-of-event test'
                   move 16 to return-code
                   stop run
               end-if
               if ws-evt-max equal zero
                  or ws-evt-max greater than 32756
                   display 'REGEXSCN: EVENTMAX= must be 1 through 32756'
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if ws-cache-mode
               if ws-chain-mode or ws-extract-mode or ws-allocc-mode
                  or ws-trace-mode or scancc-codeset not equal spaces
                   stop run
               end-if
           end-if
           if ws-hwm-reset and not ws-hwm-mode
               display 'REGEXSCN: HWMRESET=YES needs INCREMENTAL=YES'
               move 16 to return-code
               stop run
           end-if
           if ws-db2-mode and ws-hwm-dsn equal spaces
               move db2-table to ws-hwm-dsn
           end-if
           if ws-hwm-mode
               if ws-hwm-dsn equal spaces
                   display 'REGEXSCN: INCREMENTAL=YES needs HWMDSN= '
                            'to name the dataset the mark belongs to'
                   move 16 to return-code
                   stop run
               end-if
               if ws-dslist-mode or ws-slices not equal zero
                  or ws-chkpt-interval greater than zero or ws-restart
                  or ws-event-mode
                   display 'REGEXSCN: INCREMENTAL=YES cannot be '
                            'combined with DSLIST=YES, SLICE=/SLICES=, '
                            'CHKPTINT=, RESTART=YES or EVENTSTART= - '
                            'the mark is one position in one INFILE'
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if ws-sample-method not equal spaces
               perform 1190-validate-sample-request
           end-if
           if ws-case-mode or ws-supp-mode
               if ws-chain-mode
                   display 'REGEXSCN: CASES=YES and SUPPRESS=YES work '
                            'on a PATTERN= or literal scan, not CHAINn='
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if ws-case-mode and not ws-dslist-mode
               if ws-case-dsn equal spaces
                   move ws-hwm-dsn to ws-case-dsn
               end-if
               if ws-case-dsn equal spaces
                   display 'REGEXSCN: CASES=YES needs CASEDSN= (or '
                            'HWMDSN=) to name the dataset the cases '
                            'belong to'
                   move 16 to return-code
                   stop run
               end-if
           end-if
           set ctq-compile-context to null
           if scancc-codeset not equal spaces
               open output csetaud
               perform 1040-init-codeset
               close csetaud
               perform 1043-load-character-tables
           end-if
           if ws-hwm-mode
               perform 1150-read-high-water-mark
                   thru 1150-read-high-water-mark-exit
           end-if
           if ws-case-mode or ws-supp-mode
               perform 1170-open-case-files
           end-if
           call 'pcre2_match_data_create_8' using
                                value ws-ovector-count
           if ws-chain-mode
               perform 1080-compile-chain-patterns
               open input infile
               if ws-hwm-mode
                   perform 1160-skip-to-high-water
               end-if
               open output chainout
           else
               if ws-precomp-mode
                                        value ws-options
                                        ws-errorcode
                                        ws-erroffset
                                        value ctq-compile-context
                        returning ws-code-ptr
                   if ws-code-ptr equal null
                       display 'REGEXSCN: could not compile pattern, '
                       move 16 to return-code
                       stop run
                   end-if
                   if ctq-compile-context not equal null
                       move 'F' to ctq-function
                       call 'RGXCTAB' using ctab-request
                   end-if
                   if scancc-pattern-id not equal spaces
                       perform 1030-jit-compile-pattern
                   end-if
               end-if
               if ws-event-mode
                   perform 1097-compile-event-start
                   perform 1099-set-event-newline
               end-if
               perform 1050-restart-if-requested
               if ws-invsam-mode or ws-db2-mode
                   perform 1067-open-keyed-input
               else
                   if ws-inesds-mode
                       open input infesds
                       end-if
                   end-if
                   perform 1060-skip-to-checkpoint
                   if ws-hwm-mode
                       perform 1160-skip-to-high-water
                   end-if
               end-if
               if ws-restart
                   open extend matchout
                            'will not be preserved'
               end-if
           end-if
           if ws-siem-mode
               perform 1200-open-siem-feed
           end-if
           accept ws-start-time from time
           move ws-start-time to ws-time-in
           perform 2091-convert-time-to-hundredths
           .

      ***************************************************************
      * 1150-READ-HIGH-WATER-MARK - look up this pattern/dataset     *
      * pair on HWMLIB.  No record yet means the first incremental   *
      * run, which scans everything; HWMRESET=YES is the operator's  *
      * override that ignores the mark and rescans from the top.     *
      * Either way the run sets a fresh mark when it completes.      *
      * A mark written for a different kind of input (a key where    *
      * a record number is wanted, or the other way round) cannot    *
      * be trusted and stops the run.  HWMLIB stays open I-O until   *
      * 8080-ADVANCE-HIGH-WATER.                                     *
      ***************************************************************
       1150-read-high-water-mark.
           evaluate true
               when ws-invsam-mode
                   move 'KSDS' to ws-hwm-input-mode
               when ws-db2-mode
                   move 'DB2 ' to ws-hwm-input-mode
               when ws-inesds-mode
                   move 'ESDS' to ws-hwm-input-mode
               when other
                   move 'SEQ ' to ws-hwm-input-mode
           end-evaluate
           open i-o hwmlib
           if ws-hwmlib-status not equal '00'
              and ws-hwmlib-status not equal '05'
               display 'REGEXSCN: HWMLIB open failed, status '
                        ws-hwmlib-status
               move 16 to return-code
               stop run
           end-if
           move spaces to hwm-record
           evaluate true
               when ws-chain-mode
                   move 'CHAIN   ' to hwm-pattern-id
               when scancc-pattern-id not equal spaces
                   move scancc-pattern-id to hwm-pattern-id
               when other
                   move 'LITERAL ' to hwm-pattern-id
           end-evaluate
           move ws-hwm-dsn to hwm-dataset
           read hwmlib
               invalid key
                   move 'N' to ws-hwm-found-sw
               not invalid key
                   move 'Y' to ws-hwm-found-sw
           end-read
           if not ws-hwm-found
               display 'REGEXSCN: no high-water mark for '
                        hwm-pattern-id ' on ' ws-hwm-dsn
                        ' - full scan'
               go to 1150-read-high-water-mark-exit
           end-if
           if ws-hwm-reset
               display 'REGEXSCN: HWMRESET=YES - high-water mark for '
                        hwm-pattern-id ' on ' ws-hwm-dsn
                        ' ignored, full rescan'
               go to 1150-read-high-water-mark-exit
           end-if
           if hwm-mode not equal ws-hwm-input-mode
               display 'REGEXSCN: high-water mark for '
                        hwm-pattern-id ' on ' ws-hwm-dsn
                        ' was set by a ' hwm-mode ' scan, this is a '
                        ws-hwm-input-mode ' scan - rerun with '
                        'HWMRESET=YES'
               move 16 to return-code
               stop run
           end-if
           if hwm-mode-ksds or hwm-mode-db2
               move hwm-last-key to ws-hwm-mark-key
               display 'REGEXSCN: resuming past high-water key '
                        ws-hwm-mark-key ' set by run ' hwm-run-id
           else
               move hwm-last-position to ws-hwm-mark-position
               display 'REGEXSCN: resuming past high-water record '
                        hwm-last-position ' set by run ' hwm-run-id
           end-if
           .
       1150-read-high-water-mark-exit.
           exit.

      ***************************************************************
      * 1160-SKIP-TO-HIGH-WATER - a sequential or ESDS INFILE has no *
      * key to START on, so the records at or below the mark are     *
      * read and discarded, the way 1060-SKIP-TO-CHECKPOINT does     *
      * for a restart.  An INFILE that ends before the mark has been *
      * replaced or cut back since the mark was set: nothing is      *
      * scanned, the mark stays where it is, and the run ends RC 4   *
      * so someone decides whether HWMRESET=YES is wanted.           *
      ***************************************************************
       1160-skip-to-high-water.
           perform 1161-skip-one-old-record
               with test before
               until ws-hwm-position not less than ws-hwm-mark-position
                  or ws-hwm-short
           if ws-hwm-short
               display 'REGEXSCN: INFILE ends at record '
                        ws-hwm-position ', before the high-water mark '
                        ws-hwm-mark-position ' - nothing scanned'
               move 'Y' to ws-eof-sw
           end-if
           .
       1161-skip-one-old-record.
           if ws-inesds-mode
               read infesds into ws-in-buffer
                   at end
                       move 'Y' to ws-hwm-short-sw
               end-read
           else
               read infile into ws-in-buffer
                   at end
                       move 'Y' to ws-hwm-short-sw
               end-read
           end-if
           if not ws-hwm-short
               add 1 to ws-hwm-position
           end-if
           .

      ***************************************************************
      * 1170-OPEN-CASE-FILES - HITCASE opens I-O for CASES=YES and   *
      * SUPPLIB opens INPUT for SUPPRESS=YES; both are OPTIONAL, so  *
      * the first run against a new case file, or a suppression list *
      * nobody has added to yet, comes up with status 05 and goes    *
      * on.  Anything else stops the run.  The case owner is         *
      * CASEOWNER= when given, else the PATLIB owner of the pattern. *
      ***************************************************************
       1170-open-case-files.
           accept ws-case-date from date yyyymmdd
           if ws-case-owner equal spaces
               move ws-pat-owner to ws-case-owner
           end-if
           if ws-case-mode
               open i-o hitcase
               if ws-hitcase-status not equal '00'
                  and ws-hitcase-status not equal '05'
                   display 'REGEXSCN: HITCASE open failed, status '
                            ws-hitcase-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if ws-supp-mode
               open input supplib
               if ws-supplib-status not equal '00'
                  and ws-supplib-status not equal '05'
                   display 'REGEXSCN: SUPPLIB open failed, status '
                            ws-supplib-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           .

      ***************************************************************
      * 1200-OPEN-SIEM-FEED - check the SIEM= statements and open    *
      * the security-event feed through RGXSIEM.  A feed the deck    *
      * asked for and cannot have stops the run: a PII scan whose    *
      * hits silently never reach the SOC is worse than no scan.     *
      ***************************************************************
       1200-open-siem-feed.
           if not sev-format-cef and not sev-format-json
               display 'REGEXSCN: SIEM= must be CEF or JSON'
               move 16 to return-code
               stop run
           end-if
           if not sev-target-file and not sev-target-mq
               display 'REGEXSCN: SIEMOUT= must be FILE or MQ'
               move 16 to return-code
               stop run
           end-if
           if sev-target-mq and sev-queue equal spaces
               display 'REGEXSCN: SIEMOUT=MQ needs SIEMQUEUE= to '
                        'name the event queue'
               move 16 to return-code
               stop run
           end-if
           if not sev-mask-digits and not sev-mask-all
               display 'REGEXSCN: SIEMMASK= must be DIGITS or ALL'
               move 16 to return-code
               stop run
           end-if
           if ws-siem-excerpt-max greater than length of sev-excerpt
               display 'REGEXSCN: SIEMEXCERPT= cannot exceed '
                        length of sev-excerpt ' bytes'
               move 16 to return-code
               stop run
           end-if
           if ws-siem-hit-sev greater than 10
               display 'REGEXSCN: SIEMSEV= must be 0 through 10'
               move 16 to return-code
               stop run
           end-if
           move 'O' to sev-function
           call 'RGXSIEM' using siem-event-request
           if not sev-ok
               display 'REGEXSCN: SIEM feed open failed, status '
                        sev-status ' MQ reason ' sev-mq-reason
               move 16 to return-code
               stop run
           end-if
           move ws-run-id to sev-run-id
           move 'REGEXSCN' to sev-program
           .
      ***************************************************************
      * 1080-COMPILE-CHAIN-PATTERNS - compile every pattern named by *
      * CHAIN1= through CHAIN10=, in order, once, so 2030-CLASSIFY-  *
      * RECORD only has to run pcre2_match_8 against already-        *
      ***************************************************************
      * 1065-POSITION-VSAM-INPUT - a KSDS repositions by key, not by *
      * re-reading: a restart STARTs just past the last key the      *
      * earlier run checkpointed; an INCREMENTAL=YES run STARTs just *
      * past its high-water mark key, unless KEYFROM= asks for a     *
      * higher one; otherwise KEYFROM= (when given)                  *
      * STARTs at the bottom of the requested key range.  A START    *
      * that finds nothing at or past the key simply leaves the      *
      * first READ to hit end-of-file, the same as an exhausted      *
                                'to scan'
                       move 'Y' to ws-eof-sw
               end-start
               go to 1065-position-vsam-input-exit
           end-if
           if ws-hwm-mark-key not equal spaces
              and (scancc-keyfrom equal spaces
                   or scancc-keyfrom not greater than ws-hwm-mark-key)
               move ws-hwm-mark-key to inv-key
               start infvsam key greater than inv-key
                   invalid key
                       display 'REGEXSCN: no INFILE record past the '
                                'high-water mark ' ws-hwm-mark-key
                       move 'Y' to ws-eof-sw
               end-start
           else
               if scancc-keyfrom not equal spaces
                   move scancc-keyfrom to inv-key
               end-if
           end-if
           .
       1065-position-vsam-input-exit.
           exit.

      ***************************************************************
      * 1067-OPEN-KEYED-INPUT - INVSAM=KSDS opens and positions the  *
      * cluster; DB2TABLE= opens the RGXDB2 cursor, which takes the  *
      * same restart or high-water key as its starting point.        *
      ***************************************************************
       1067-open-keyed-input.
           if ws-db2-mode
               perform 1180-open-db2-cursor
           else
               open input infvsam
               if not ws-invsam-ok
                   display 'REGEXSCN: INFILE KSDS open failed, '
                            'status ' ws-invsam-status
                   move 16 to return-code
                   stop run
               end-if
               perform 1065-position-vsam-input
                   thru 1065-position-vsam-input-exit
           end-if
           .

      ***************************************************************
      * 1180-OPEN-DB2-CURSOR - DB2TABLE=: the cursor starts past the *
      * restart checkpoint key, else past the high-water mark key,   *
      * else at the lowest key the predicate lets through.           *
      ***************************************************************
       1180-open-db2-cursor.
           evaluate true
               when ws-restart and ws-last-chkpt-key not equal spaces
                   move ws-last-chkpt-key to db2-resume-key
               when ws-hwm-mark-key not equal spaces
                   move ws-hwm-mark-key to db2-resume-key
               when other
                   move spaces to db2-resume-key
           end-evaluate
           move 'O' to db2-function
           call 'RGXDB2' using db2-request
           if not db2-ok
               display 'REGEXSCN: DB2 cursor on ' db2-table
                        ' did not open, status ' db2-status
                        ' SQLCODE ' db2-sqlcode
               display db2-message
               move 16 to return-code
               stop run
           end-if
           if db2-resume-key equal spaces
               display 'REGEXSCN: reading DB2 table ' db2-table
           else
               display 'REGEXSCN: reading DB2 table ' db2-table
                        ' past key ' db2-resume-key
           end-if
           .

      ***************************************************************
      * 1185-VALIDATE-DB2-REQUEST - DB2TABLE= is an input mode of    *
      * its own: it needs DB2KEY= and at least one DB2COL=, every    *
      * column 1-4000 bytes wide, and the key plus all the columns   *
      * must fit in one record.  It also works out the short name -  *
      * the table without its creator - that stands in for the       *
      * dataset on RUNSTAT and the security-event feed.              *
      ***************************************************************
       1185-validate-db2-request.
           if ws-invsam-mode or ws-inesds-mode or ws-dslist-mode
              or ws-chain-mode or ws-event-mode
               display 'REGEXSCN: DB2TABLE= cannot be combined with '
                        'INVSAM=, DSLIST=YES, CHAINn= or EVENTSTART= '
                        '- it is its own input mode'
               move 16 to return-code
               stop run
           end-if
           if db2-key-column equal spaces or db2-col-count equal zero
               display 'REGEXSCN: DB2TABLE= needs DB2KEY= and at '
                        'least one DB2COL='
               move 16 to return-code
               stop run
           end-if
           move 16 to ws-db2-row-width
           perform 1186-validate-db2-column
               with test before
               varying ws-db2-col-idx from 1 by 1
               until ws-db2-col-idx greater than db2-col-count
           if ws-db2-row-width greater than length of db2-row
               display 'REGEXSCN: DB2COL= widths plus the 16-byte key '
                        'come to ' ws-db2-row-width ' bytes, more '
                        'than the ' length of db2-row ' a record holds'
               move 16 to return-code
               stop run
           end-if
           if ws-db2-commit-int equal zero
               move 1000 to ws-db2-commit-int
           end-if
           move spaces to ws-db2-creator ws-db2-dataset
           unstring db2-table delimited by '.'
               into ws-db2-creator ws-db2-dataset
           end-unstring
           if ws-db2-dataset equal spaces
               move ws-db2-creator to ws-db2-dataset
           end-if
           .
       1186-validate-db2-column.
           if db2-col-width(ws-db2-col-idx) equal zero
              or db2-col-width(ws-db2-col-idx) greater than 4000
               display 'REGEXSCN: DB2COLLEN= for '
                        db2-col-name(ws-db2-col-idx)
                        ' must be 1-4000'
               move 16 to return-code
               stop run
           end-if
           add db2-col-width(ws-db2-col-idx) to ws-db2-row-width
           .

      ***************************************************************
      * 1190-VALIDATE-SAMPLE-REQUEST - SAMPLE=: check the method,    *
      * rate and confidence level, refuse the options that need      *
      * every record scored, and seed the chooser.                   *
      ***************************************************************
       1190-validate-sample-request.
           if not ws-sample-mode
               display 'REGEXSCN: SAMPLE= must be RANDOM or SYSTEMATIC'
               move 16 to return-code
               stop run
           end-if
           if ws-sample-rate less than 2
               display 'REGEXSCN: SAMPLERATE= must be 2 or more - one '
                        'record in every n is scored'
               move 16 to return-code
               stop run
           end-if
           evaluate ws-sample-conf
               when 90
                   move 1.645 to ws-sample-z
                   move 2.303 to ws-sample-zero-bound
               when 95
                   move 1.960 to ws-sample-z
                   move 2.996 to ws-sample-zero-bound
               when 99
                   move 2.576 to ws-sample-z
                   move 4.605 to ws-sample-zero-bound
               when other
                   display 'REGEXSCN: SAMPLECONF= must be 90, 95 or 99'
                   move 16 to return-code
                   stop run
           end-evaluate
           if ws-chain-mode or ws-slices not equal zero
              or ws-dslist-mode or ws-ctx-depth greater than zero
               display 'REGEXSCN: SAMPLE= cannot be combined with '
                        'CHAINn=, SLICE=/SLICES=, DSLIST=YES or '
                        'CONTEXT= - the estimate is for one whole '
                        'input scored by one pattern'
               move 16 to return-code
               stop run
           end-if
           if ws-event-mode
               display 'REGEXSCN: SAMPLE= cannot be combined with '
                        'EVENTSTART= - records are drawn one at a '
                        'time and an event spans several'
               move 16 to return-code
               stop run
           end-if
           if ws-chkpt-interval greater than zero or ws-restart
              or ws-hwm-mode
               display 'REGEXSCN: SAMPLE= cannot be combined with '
                        'CHKPTINT=, RESTART=YES or INCREMENTAL=YES - '
                        'a sample run must not move a checkpoint or '
                        'high-water mark past records it never scored'
               move 16 to return-code
               stop run
           end-if
           compute ws-sample-state =
               function mod(ws-sample-seed, 2147483647)
           if ws-sample-state equal zero
               move 1 to ws-sample-state
           end-if
           compute ws-sample-start =
               function mod(ws-sample-seed - 1, ws-sample-rate) + 1
           .

      ***************************************************************
      * 1070-OPEN-CHECKPOINT-FILE - opened only when this run is      *
           perform 1011-trim-pattern-len
               until ws-pattern-len equal zero
                  or ws-pattern(ws-pattern-len:1) not equal space
           if ws-event-mode
               if function mod(ws-options, PCRE2-MULTILINE * 2)
                       less than PCRE2-MULTILINE
                   add PCRE2-MULTILINE to ws-options
               end-if
           end-if
           if ws-utf8-mode
               if function mod(ws-options, PCRE2-UTF * 2)
                       less than PCRE2-UTF
           move pat-text to ws-pattern
           move pat-text-len to ws-pattern-len
           move pat-options-word to ws-options
           move pat-owner to ws-pat-owner
           if ws-event-mode
               if function mod(ws-options, PCRE2-MULTILINE * 2)
                       less than PCRE2-MULTILINE
                   add PCRE2-MULTILINE to ws-options
               end-if
           end-if
           if ws-utf8-mode
               if function mod(ws-options, PCRE2-UTF * 2)
                       less than PCRE2-UTF
           end-if
           .

      ***************************************************************
      * 1097-COMPILE-EVENT-START - EVENTSTART=: compile the start-   *
      * of-event pattern once.  It is tried against each physical    *
      * record, trailing spaces trimmed, as the record is read; it   *
      * gets UTF8=YES like the scan pattern but never MULTILINE -    *
      * it only ever sees one line.                                  *
      ***************************************************************
       1097-compile-event-start.
           move scancc-event-start to ws-pattern
           move zero to ws-options
           move 72 to ws-pattern-len
           perform 1011-trim-pattern-len
               until ws-pattern-len equal zero
                  or ws-pattern(ws-pattern-len:1) not equal space
           if ws-utf8-mode
               add PCRE2-UTF to ws-options
           end-if
           call 'pcre2_compile_8' using
                                ws-pattern
                                value ws-pattern-len
                                value ws-options
                                ws-errorcode
                                ws-erroffset
                                value 0
                returning ws-evt-code-ptr
           if ws-evt-code-ptr equal null
               display 'REGEXSCN: could not compile EVENTSTART '
                        'pattern, PCRE2 error ' ws-errorcode
                        ' at offset ' ws-erroffset
               move 16 to return-code
               stop run
           end-if
           call 'pcre2_jit_compile_8' using
                                value ws-evt-code-ptr
                                value PCRE2-JIT-COMPLETE
               returning ws-jit-rc
           .

      ***************************************************************
      * 1099-SET-EVENT-NEWLINE - join the lines of an event with the *
      * newline the PCRE2 build recognizes, so ^, $ and \N see the   *
      * line breaks where the records broke.  LF is X'25' in EBCDIC  *
      * and X'0A' in ASCII; the probe byte tells which this is.      *
      ***************************************************************
       1099-set-event-newline.
           call 'pcre2_config_8' using
                                value PCRE2-CONFIG-NEWLINE
                                by reference ws-evt-nl-conv
               returning ws-rc
           if ws-evt-charset-probe equal x'C1'
               move x'25' to ws-evt-lf
           else
               move x'0A' to ws-evt-lf
           end-if
           move spaces to ws-evt-newline
           move 1 to ws-evt-newline-len
           evaluate ws-evt-nl-conv
               when PCRE2-NEWLINE-CR
                   move x'0D' to ws-evt-newline(1:1)
               when PCRE2-NEWLINE-CRLF
                   move x'0D' to ws-evt-newline(1:1)
                   move ws-evt-lf to ws-evt-newline(2:1)
                   move 2 to ws-evt-newline-len
               when PCRE2-NEWLINE-NUL
                   move x'00' to ws-evt-newline(1:1)
               when other
                   move ws-evt-lf to ws-evt-newline(1:1)
           end-evaluate
           .

      ***************************************************************
      * 1005-READ-CONTROL-CARD - read one CTLCARD record and, unless *
      * it is blank or a comment (a '*' in column 1), parse it as a  *
               when 'SLICES'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-slices
               when 'SAMPLE'
                   move ws-ctl-value(1:10) to ws-sample-method
               when 'SAMPLERATE'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-sample-rate
               when 'SAMPLESEED'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-sample-seed
               when 'SAMPLECONF'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-sample-conf
               when 'DSLIST'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-dslist-sw
                   move ws-ctl-value(1:16) to scancc-keyfrom
               when 'KEYTO'
                   move ws-ctl-value(1:16) to scancc-keyto
               when 'DB2TABLE'
                   move ws-ctl-value(1:60) to db2-table
                   move 'Y' to ws-db2-sw
               when 'DB2KEY'
                   move ws-ctl-value(1:30) to db2-key-column
               when 'DB2COL'
                   if db2-col-count less than 10
                       add 1 to db2-col-count
                       move ws-ctl-value(1:30)
                           to db2-col-name(db2-col-count)
                       move 254 to db2-col-width(db2-col-count)
                   else
                       display 'REGEXSCN: more than 10 DB2COL= '
                                'statements, extra ignored'
                   end-if
               when 'DB2COLLEN'
                   if db2-col-count greater than zero
                       move ws-ctl-value(1:9) to ws-ctl-numeric
                       if ws-ctl-numeric greater than 4000
                           move zero to ws-ctl-numeric
                       end-if
                       move ws-ctl-numeric
                           to db2-col-width(db2-col-count)
                   else
                       display 'REGEXSCN: DB2COLLEN= before any '
                                'DB2COL=, ignored'
                   end-if
               when 'DB2WHERE'
                   perform 1007-add-db2-where
                       thru 1007-add-db2-where-exit
               when 'DB2COMMIT'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-db2-commit-int
               when 'EVENTSTART'
                   move ws-ctl-value(1:72) to scancc-event-start
                   move 'Y' to ws-event-sw
               when 'EVENTMAX'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-evt-max
               when 'SIEM'
                   move ws-ctl-value(1:4) to sev-format
                   move 'Y' to ws-siem-sw
               when 'SIEMOUT'
                   move ws-ctl-value(1:4) to sev-target
               when 'SIEMQMGR'
                   move ws-ctl-value(1:48) to sev-qmgr
               when 'SIEMQUEUE'
                   move ws-ctl-value(1:48) to sev-queue
               when 'SIEMEXCERPT'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-siem-excerpt-max
               when 'SIEMMASK'
                   move ws-ctl-value(1:6) to sev-mask
               when 'SIEMSEV'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to ws-siem-hit-sev
               when 'INCREMENTAL'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-hwm-sw
                   end-if
               when 'HWMDSN'
                   move ws-ctl-value(1:44) to ws-hwm-dsn
               when 'HWMRESET'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-hwm-reset-sw
                   end-if
               when 'CASES'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-case-sw
                   end-if
               when 'CASEDSN'
                   move ws-ctl-value(1:44) to ws-case-dsn
               when 'CASEOWNER'
                   move ws-ctl-value(1:8) to ws-case-owner
               when 'SUPPRESS'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-supp-sw
                   end-if
               when other
                   display 'REGEXSCN: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 1007-ADD-DB2-WHERE - a predicate too long for one statement  *
      * goes on several DB2WHERE= statements; each value, trailing   *
      * spaces dropped, is added to the last with one space between. *
      ***************************************************************
       1007-add-db2-where.
           perform 1008-trim-db2-where-value
               with test before
               varying ws-db2-value-len from length of ws-ctl-value
                   by -1
               until ws-db2-value-len equal zero
                  or ws-ctl-value(ws-db2-value-len:1) not equal space
           if ws-db2-value-len equal zero
               go to 1007-add-db2-where-exit
           end-if
           if ws-db2-where-ptr greater than 1
               add 1 to ws-db2-where-ptr
           end-if
           string ws-ctl-value(1:ws-db2-value-len) delimited by size
                  into db2-where with pointer ws-db2-where-ptr
               on overflow
                   display 'REGEXSCN: DB2WHERE= predicate longer than '
                            length of db2-where ' bytes'
                   move 16 to return-code
                   stop run
           end-string
           .
       1007-add-db2-where-exit.
           exit.
       1008-trim-db2-where-value.
           continue
           .

      ***************************************************************
      * 1040-INIT-CODESET - validate the CODESET= name against the   *
      * PCRZ-MAX-CODESET-SIZE limit and hand it to PCRZ-CODESET-INIT *
           write cset-audit-record
           .

      ***************************************************************
      * 1043-LOAD-CHARACTER-TABLES - have RGXCTAB fetch the PCRE2    *
      * character tables TBLLIB holds for the CODESET= code page, so *
      * the pattern compiles knowing which of the code page's        *
      * characters are letters and how they case-fold.  No table     *
      * set for the code page is not an error - the compile uses the *
      * PCRE2 defaults, as every run did before TBLLIB existed - but *
      * a table set that is there and cannot be used stops the run.  *
      ***************************************************************
       1043-load-character-tables.
           move 'L' to ctq-function
           move scancc-codeset to ctq-codeset
           call 'RGXCTAB' using ctab-request
           evaluate true
               when ctq-ok
                   display 'REGEXSCN: character tables for '
                            scancc-codeset ' locale ' ctq-locale
                            ' built ' ctq-build-date
               when ctq-not-found
                   display 'REGEXSCN: no character tables for '
                            scancc-codeset ' on TBLLIB, compiling '
                            'with the PCRE2 default tables'
               when other
                   display 'REGEXSCN: character tables for '
                            scancc-codeset ' could not be loaded, '
                            'RGXCTAB status ' ctq-status
                            ' TBLLIB status ' ctq-file-status
                   move 16 to return-code
                   stop run
           end-evaluate
           .

      ***************************************************************
      * 2000-PROCESS-FILE - the main read/match/write loop.         *
      ***************************************************************
           if ws-eof
               go to 2000-process-file-exit
           end-if
           if ws-event-mode
               perform 2100-assemble-event
                   thru 2100-assemble-event-exit
           else
               perform 2001-read-input-record
           end-if
           if ws-eof
               go to 2000-process-file-exit
           end-if
                   go to 2000-process-file
               end-if
           end-if
           if ws-sample-mode
               perform 2003-draw-sample
               if not ws-sample-take
                   go to 2000-process-file
               end-if
           end-if
           if ws-chain-mode
               perform 2030-classify-record
               go to 2000-process-file
                                        value ws-match-context
                           returning ws-rc
                   end-if
                   if ws-rc greater than zero
                      and (ws-case-mode or ws-supp-mode)
                       move zero to ws-hit-value-off
                       perform 2055-hash-hit-value
                   end-if
               end-if
               if ws-cache-mode
                   perform 2053-store-cache-verdict
               move ws-rc to ws-exc-rc
               call 'PCRE2MSG' using ws-exc-rc ws-exc-text
               perform 2070-write-exception
               if ws-event-mode
                   add ws-evt-records to ws-evt-skip-phys
               end-if
               if ws-ctx-depth greater than zero
                   move 'N' to ws-ctx-matched-sw
                   perform 2045-track-context
               if ws-rc is greater than zero
                   add 1 to ws-matched-count
                   write match-record from ws-in-buffer
                   if ws-case-mode or ws-supp-mode
                       perform 2057-screen-hit
                           thru 2057-screen-hit-exit
                   end-if
                   if ws-siem-mode
                       perform 2075-send-siem-hit
                   end-if
                   perform 2095-compute-record-checksum
                   compute ws-match-cks = function mod
                       (ws-match-cks + ws-cks-value, 1000000000)
                   if ws-event-mode
                       add ws-evt-records to ws-evt-match-phys
                   end-if
                   if ws-extract-mode
                       perform 2020-extract-named-groups
                   end-if
                   perform 2095-compute-record-checksum
                   compute ws-nomat-cks = function mod
                       (ws-nomat-cks + ws-cks-value, 1000000000)
                   if ws-event-mode
                       add ws-evt-records to ws-evt-nomat-phys
                   end-if
                   move 'N' to ws-ctx-matched-sw
               end-if
               if ws-ctx-depth greater than zero
                   end-if
               end-if
           end-if
           if ws-db2-mode and not ws-chkpt-open
               divide ws-record-count by ws-db2-commit-int
                   giving ws-chkpt-quotient
                   remainder ws-chkpt-remainder
               if ws-chkpt-remainder equal zero
                   perform 2067-commit-db2-work
               end-if
           end-if
           if ws-progint greater than zero
               divide ws-record-count by ws-progint
                   giving ws-prog-quotient
           exit
           .

      ***************************************************************
      * 2001-READ-INPUT-RECORD - read the next physical record into  *
      * WS-IN-BUFFER from whichever input this run was given.        *
      ***************************************************************
       2001-read-input-record.
           evaluate true
               when ws-invsam-mode
                   perform 2060-read-vsam-record
               when ws-db2-mode
                   perform 2065-fetch-db2-row
               when ws-dslist-mode
                   read dsinfile into ws-in-buffer
                       at end
                           move 'Y' to ws-eof-sw
                   end-read
                   if not ws-eof
                       move ws-dsin-reclen to ws-in-reclen
                   end-if
               when ws-inesds-mode
                   read infesds into ws-in-buffer
                       at end
                           move 'Y' to ws-eof-sw
                   end-read
                   if not ws-eof
                       move ws-esds-reclen to ws-in-reclen
                   end-if
               when other
                   read infile into ws-in-buffer
                       at end
                           move 'Y' to ws-eof-sw
                   end-read
           end-evaluate
           if ws-hwm-mode and not ws-eof
               perform 2002-track-high-water
           end-if
           .

      ***************************************************************
      * 2003-DRAW-SAMPLE - SAMPLE=: decide whether the record just   *
      * read is one of the sample.  Every record read counts toward  *
      * the population the estimate is scaled up to.                 *
      ***************************************************************
       2003-draw-sample.
           add 1 to ws-sample-read
           move 'N' to ws-sample-take-sw
           if ws-sample-systematic
               compute ws-sample-rem =
                   function mod(ws-sample-read - 1, ws-sample-rate)
               if ws-sample-rem equal ws-sample-start - 1
                   move 'Y' to ws-sample-take-sw
               end-if
           else
               compute ws-sample-state =
                   function mod(ws-sample-state * 16807, 2147483647)
               compute ws-sample-rem =
                   function mod(ws-sample-state, ws-sample-rate)
               if ws-sample-rem equal zero
                   move 'Y' to ws-sample-take-sw
               end-if
           end-if
           .

      ***************************************************************
      * 2002-TRACK-HIGH-WATER - INCREMENTAL=YES: count the physical  *
      * position of every record read past the mark and, for a       *
      * KSDS, keep the first and latest key, so 8080-ADVANCE-HIGH-   *
      * WATER knows where the next run starts and the trailers and   *
      * RUNSTAT can show the range this run covered.                 *
      ***************************************************************
       2002-track-high-water.
           add 1 to ws-hwm-position
           add 1 to ws-hwm-read-count
           if ws-invsam-mode
               if ws-hwm-read-count equal 1
                   move inv-key to ws-hwm-first-key
               end-if
               move inv-key to ws-hwm-last-key
           end-if
           if ws-db2-mode
               if ws-hwm-read-count equal 1
                   move ws-db2-key to ws-hwm-first-key
               end-if
               move ws-db2-key to ws-hwm-last-key
           end-if
           .

      ***************************************************************
      * 2100-ASSEMBLE-EVENT - EVENTSTART=: build the next logical    *
      * event and leave it in WS-IN-BUFFER/WS-IN-RECLEN, where the   *
      * match path expects a record.  The event opens with the       *
      * start record held over from the last call (or, on the first  *
      * call, with whatever record comes first - a preamble before   *
      * the first start record is an event of its own) and takes     *
      * every following record until the next start record or end   *
      * of file.  End of file inside an event only ends the event;   *
      * the run sees it on the next call.                            *
      ***************************************************************
       2100-assemble-event.
           if ws-evt-input-eof
               move 'Y' to ws-eof-sw
               go to 2100-assemble-event-exit
           end-if
           move 'N' to ws-evt-trunc-sw
           if ws-evt-held
               move 'N' to ws-evt-held-sw
               move ws-evt-held-buffer to ws-evt-buffer
               move ws-evt-held-len to ws-evt-len
           else
               perform 2001-read-input-record
               if ws-eof
                   go to 2100-assemble-event-exit
               end-if
               add 1 to ws-evt-phys-count
               perform 2105-trim-event-line
               move ws-in-buffer to ws-evt-buffer
               move ws-evt-line-len to ws-evt-len
           end-if
           if ws-evt-len greater than ws-evt-max
               move ws-evt-max to ws-evt-len
               move 'Y' to ws-evt-trunc-sw
           end-if
           move 1 to ws-evt-records
           perform 2110-add-event-line
               thru 2110-add-event-line-exit
               with test before
               until ws-evt-held or ws-evt-input-eof
           if ws-evt-truncated
               add 1 to ws-evt-trunc-count
           end-if
           move spaces to ws-in-buffer
           if ws-evt-len greater than zero
               move ws-evt-buffer(1:ws-evt-len)
                   to ws-in-buffer(1:ws-evt-len)
               move ws-evt-len to ws-in-reclen
           else
               move 1 to ws-in-reclen
           end-if
           .
       2100-assemble-event-exit.
           exit.

       2105-trim-event-line.
           move ws-in-reclen to ws-evt-line-len
           perform 2106-trim-one-byte
               with test before
               until ws-evt-line-len equal zero
                  or ws-in-buffer(ws-evt-line-len:1) not equal space
           .
       2106-trim-one-byte.
           subtract 1 from ws-evt-line-len
           .

      ***************************************************************
      * 2110-ADD-EVENT-LINE - read one more record.  A start record  *
      * is held for the next event; anything else is joined onto     *
      * this one after a newline.  Whatever would take the event     *
      * past EVENTMAX= is dropped and the event flagged truncated -  *
      * the records are still read and counted, so the next event    *
      * starts where it should.                                      *
      ***************************************************************
       2110-add-event-line.
           perform 2001-read-input-record
           if ws-eof
               move 'N' to ws-eof-sw
               move 'Y' to ws-evt-input-eof-sw
               go to 2110-add-event-line-exit
           end-if
           add 1 to ws-evt-phys-count
           perform 2105-trim-event-line
           call 'pcre2_match_8' using
                                value ws-evt-code-ptr
                                by reference ws-in-buffer
                                value ws-evt-line-len
                                value 0
                                value 0
                                value ws-match-data
                                value ws-match-context
               returning ws-rc
           if ws-rc greater than zero
               move ws-in-buffer to ws-evt-held-buffer
               move ws-evt-line-len to ws-evt-held-len
               move 'Y' to ws-evt-held-sw
               go to 2110-add-event-line-exit
           end-if
           add 1 to ws-evt-records
           compute ws-evt-room =
               ws-evt-max - ws-evt-len - ws-evt-newline-len
           if ws-evt-room less than ws-evt-line-len
               move 'Y' to ws-evt-trunc-sw
               if ws-evt-room less than 1
                   go to 2110-add-event-line-exit
               end-if
               move ws-evt-room to ws-evt-line-len
           end-if
           move ws-evt-newline(1:ws-evt-newline-len)
               to ws-evt-buffer(ws-evt-len + 1:ws-evt-newline-len)
           add ws-evt-newline-len to ws-evt-len
           if ws-evt-line-len greater than zero
               move ws-in-buffer(1:ws-evt-line-len)
                   to ws-evt-buffer(ws-evt-len + 1:ws-evt-line-len)
               add ws-evt-line-len to ws-evt-len
           end-if
           .
       2110-add-event-line-exit.
           exit.

      ***************************************************************
      * 2045-TRACK-CONTEXT - CONTEXT=n: one call per scored or       *
      * skipped record.  An unmatched record either completes the    *
               to ws-cch-last-used(ws-cache-hit-idx)
           if ws-cch-verdict(ws-cache-hit-idx) equal 'M'
               move 1 to ws-rc
               move ws-cch-value-hash(ws-cache-hit-idx) to ws-hit-hash
               if ws-colscope-mode
                   add 1 to ws-col-matched(1)
               end-if
               to ws-cch-key-len(ws-cache-lru-idx)
           if ws-rc greater than zero
               move 'M' to ws-cch-verdict(ws-cache-lru-idx)
               move ws-hit-hash to ws-cch-value-hash(ws-cache-lru-idx)
           else
               move 'U' to ws-cch-verdict(ws-cache-lru-idx)
           end-if
           end-if
           .

      ***************************************************************
      * 2055-HASH-HIT-VALUE - reduce the matched value to the hash   *
      * HITCASE and SUPPLIB are keyed on.  The caller sets           *
      * WS-HIT-VALUE-OFF to where the matched subject starts in      *
      * WS-SUBJECT-VIEW (zero for the whole record, the field start  *
      * less one under COLSTART=); the ovector gives the match       *
      * within it.  The same multiply-by-31 hash REGEXMSK uses,      *
      * modulo a prime just under one billion.                       *
      ***************************************************************
       2055-hash-hit-value.
           call 'pcre2_get_ovector_pointer_8' using
                                value ws-match-data
               returning ws-ovector-ptr
           set address of ws-ovector to ws-ovector-ptr
           if ws-ovec-entry(2) greater than ws-ovec-entry(1)
               compute ws-hit-value-len =
                   ws-ovec-entry(2) - ws-ovec-entry(1)
           else
               move zero to ws-hit-value-len
           end-if
           add ws-ovec-entry(1) to ws-hit-value-off
           move zero to ws-hit-hash
           perform 2056-hash-one-byte
               with test before
               varying ws-hit-hash-idx from 1 by 1
               until ws-hit-hash-idx greater than ws-hit-value-len
           .
       2056-hash-one-byte.
           compute ws-hit-hash = function mod
               (ws-hit-hash * 31 + function ord
                   (ws-subject-view
                       (ws-hit-value-off + ws-hit-hash-idx:1)),
                999999937)
           .

      ***************************************************************
      * 2057-SCREEN-HIT - a matched record, already on MATCHOUT.     *
      * SUPPRESS=YES: a value on SUPPLIB for this pattern is a known *
      * false positive - counted as suppressed, kept out of the RC   *
      * policy, and no case.  CASES=YES: anything else opens or      *
      * updates its case.                                            *
      ***************************************************************
       2057-screen-hit.
           move 'N' to ws-hit-suppressed-sw
           if ws-supp-mode
               evaluate true
                   when scancc-pattern-id not equal spaces
                       move scancc-pattern-id to sup-pattern-id
                   when other
                       move 'LITERAL ' to sup-pattern-id
               end-evaluate
               move ws-hit-hash to sup-value-hash
               read supplib
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to ws-hit-suppressed-sw
               end-read
           end-if
           if ws-hit-suppressed
               add 1 to ws-suppressed-count
               go to 2057-screen-hit-exit
           end-if
           if ws-case-mode
               perform 2058-record-hit-case
                   thru 2058-record-hit-case-exit
           end-if
           .
       2057-screen-hit-exit.
           exit.

      ***************************************************************
      * 2058-RECORD-HIT-CASE - open a case for a hit HITCASE has not *
      * seen, or bring an existing one up to date.  The record key   *
      * is the KSDS key, or the record number within this dataset    *
      * (the physical record number under INCREMENTAL=YES).  A       *
      * REMEDIATED case whose value is back is reopened; a case      *
      * closed FALSE-POSITIVE stays closed.  A case that cannot be   *
      * written is counted and reported once; 8090-CLOSE-CASE-FILES  *
      * makes it RC 4.                                               *
      ***************************************************************
       2058-record-hit-case.
           move spaces to hit-case-record
           evaluate true
               when scancc-pattern-id not equal spaces
                   move scancc-pattern-id to hcs-pattern-id
               when other
                   move 'LITERAL ' to hcs-pattern-id
           end-evaluate
           move ws-hit-hash to hcs-value-hash
           evaluate true
               when ws-dslist-mode
                   move ws-ds-name(ws-ds-count) to hcs-dataset
                   compute ws-case-reckey-edit =
                       ws-record-count - ws-ds-prev-records
               when ws-hwm-mode
                   move ws-case-dsn to hcs-dataset
                   move ws-hwm-position to ws-case-reckey-edit
               when other
                   move ws-case-dsn to hcs-dataset
                   move ws-record-count to ws-case-reckey-edit
           end-evaluate
           evaluate true
               when ws-invsam-mode
                   move inv-key to hcs-record-key
               when ws-db2-mode
                   move ws-db2-key to hcs-record-key
               when other
                   move ws-case-reckey-edit to hcs-record-key
           end-evaluate
           read hitcase
               invalid key
                   perform 2059-open-new-case
                   go to 2058-record-hit-case-exit
           end-read
           if hcs-remediated
               move 'OPEN' to hcs-status
               move ws-case-date to hcs-opened-date
               move zero to hcs-closed-date
               move spaces to hcs-closed-by
               move 'REOPENED - REMEDIATED VALUE SEEN AGAIN'
                   to hcs-note
               add 1 to ws-cases-reopened
           else
               add 1 to ws-cases-updated
           end-if
           move ws-case-date to hcs-last-seen-date
           move ws-run-id to hcs-last-seen-run
           add 1 to hcs-hit-count
           rewrite hit-case-record
           if ws-hitcase-status not equal '00'
               perform 2061-report-case-failure
           end-if
           .
       2058-record-hit-case-exit.
           exit.
       2059-open-new-case.
           move 'OPEN' to hcs-status
           move ws-case-owner to hcs-owner
           move ws-case-date to hcs-first-seen-date
           move ws-run-id to hcs-first-seen-run
           move ws-case-date to hcs-last-seen-date
           move ws-run-id to hcs-last-seen-run
           move 1 to hcs-hit-count
           move ws-case-date to hcs-opened-date
           move zero to hcs-closed-date
           write hit-case-record
           if ws-hitcase-status equal '00'
               add 1 to ws-cases-opened
           else
               perform 2061-report-case-failure
           end-if
           .
       2061-report-case-failure.
           add 1 to ws-cases-failed
           if ws-cases-failed equal 1
               display 'REGEXSCN: HITCASE update failed, status '
                        ws-hitcase-status ' - further failures are '
                        'counted only'
           end-if
           .

      ***************************************************************
      * 2095-COMPUTE-RECORD-CHECKSUM - one record's contribution to  *
      * a content checksum: the bytes up to the last non-space,      *
           move ws-matched-count to ws-ds-prev-matched
           move ws-unmatched-count to ws-ds-prev-unmatched
           move ws-skipped-count to ws-ds-prev-skipped
           move ws-suppressed-count to ws-ds-prev-suppressed
           move ws-match-cks to ws-ds-prev-match-cks
           move ws-nomat-cks to ws-ds-prev-nomat-cks
           accept ws-now-time from time
               ws-unmatched-count - ws-ds-prev-unmatched
           compute ws-ds-skipped(ws-ds-count) =
               ws-skipped-count - ws-ds-prev-skipped
           compute ws-ds-suppressed(ws-ds-count) =
               ws-suppressed-count - ws-ds-prev-suppressed
           accept ws-now-time from time
           move ws-now-time to ws-time-in
           perform 2091-convert-time-to-hundredths
           move return-code to rst-rc
           move ws-run-id to rst-run-id
           move zero to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           write run-stat-record
           close runstat
           .
      * went bad.                                                    *
      ***************************************************************
       2440-apply-dataset-rc-policy.
           move ws-ds-name(ws-ds-count) to sev-dataset
           compute ws-policy-matched =
               ws-ds-matched(ws-ds-count)
                   - ws-ds-suppressed(ws-ds-count)
           if ws-matchedmax-set
              and ws-policy-matched greater than ws-matchedmax
               display 'REGEXSCN: dataset ' ws-ds-name(ws-ds-count)
                        ' matched count ' ws-policy-matched
                        ' exceeds MATCHEDMAX ' ws-matchedmax
               move ws-policy-matched to ws-alert-counter
               move 'MATCHEDMAX' to sev-policy
               perform 8050-issue-policy-alert
               if return-code less than 8
                   move 8 to return-code
               end-if
           end-if
           if ws-matchedmin-set
              and ws-policy-matched less than ws-matchedmin
               display 'REGEXSCN: dataset ' ws-ds-name(ws-ds-count)
                        ' matched count ' ws-policy-matched
                        ' below MATCHEDMIN ' ws-matchedmin
               move ws-policy-matched to ws-alert-counter
               move 'MATCHEDMIN' to sev-policy
               perform 8050-issue-policy-alert
               if return-code less than 8
                   move 8 to return-code
                        ws-ds-unmatched(ws-ds-count)
                        ' exceeds UNMATCHEDMAX ' ws-unmatchedmax
               move ws-ds-unmatched(ws-ds-count) to ws-alert-counter
               move 'UNMATCHEDMAX' to sev-policy
               perform 8050-issue-policy-alert
               if return-code less than 8
                   move 8 to return-code
                        ' skipped count ' ws-ds-skipped(ws-ds-count)
                        ' exceeds SKIPMAX ' ws-skipmax
               move ws-ds-skipped(ws-ds-count) to ws-alert-counter
               move 'SKIPMAX' to sev-policy
               perform 8050-issue-policy-alert
               if return-code less than 4
                   move 4 to return-code
           .

      ***************************************************************
      * 2075-SEND-SIEM-HIT - one HIT event per matched record (or    *
      * classified record in chain mode).  Runs straight after the   *
      * match, before ALLOCC=YES re-drives the matcher, so the       *
      * ovector still holds the first hit; a cached verdict or a     *
      * COLSTART= field match has no whole-record offset, so the     *
      * excerpt then starts at the beginning of the record.  The     *
      * excerpt goes to RGXSIEM raw and is masked there.             *
      ***************************************************************
       2075-send-siem-hit.
           move 'HIT   ' to sev-event-type
           move ws-siem-hit-sev to sev-severity
           move spaces to sev-policy
           move zero to sev-counter
           evaluate true
               when ws-chain-mode
                   move ws-chain-id(ws-chain-match-idx)
                       to sev-pattern-id
               when scancc-pattern-id not equal spaces
                   move scancc-pattern-id to sev-pattern-id
               when other
                   move 'LITERAL ' to sev-pattern-id
           end-evaluate
           evaluate true
               when ws-dslist-mode
                   move ws-ds-name(ws-ds-count) to sev-dataset
               when ws-db2-mode
                   move ws-db2-dataset to sev-dataset
               when other
                   move 'INFILE  ' to sev-dataset
           end-evaluate
           if ws-chain-mode
               compute sev-record-number =
                   ws-chain-classified-count
                       + ws-chain-unclassified-count
           else
               move ws-record-count to sev-record-number
           end-if
           move zero to ws-siem-offset
           if ws-chain-mode
              or (not ws-colscope-mode and not ws-cache-hit)
               call 'pcre2_get_ovector_pointer_8' using
                                    value ws-match-data
                   returning ws-ovector-ptr
               set address of ws-ovector to ws-ovector-ptr
               move ws-ovec-entry(1) to ws-siem-offset
           end-if
           if ws-siem-offset not less than ws-in-reclen
               move zero to ws-siem-offset
           end-if
           compute ws-siem-subject-len = ws-in-reclen - ws-siem-offset
           move ws-siem-excerpt-max to sev-excerpt-len
           if sev-excerpt-len greater than ws-siem-subject-len
               move ws-siem-subject-len to sev-excerpt-len
           end-if
           move spaces to sev-excerpt
           if sev-excerpt-len greater than zero
               move ws-in-buffer(ws-siem-offset + 1:sev-excerpt-len)
                   to sev-excerpt
           end-if
           perform 2076-call-siem-send
           .

      ***************************************************************
      * 2076-CALL-SIEM-SEND - hand one event to RGXSIEM.  A failed   *
      * event is reported once and then only counted; 8060-CLOSE-    *
      * SIEM-FEED turns any failures into RC 4 at the end of the     *
      * run rather than stopping the scan half way.                  *
      ***************************************************************
       2076-call-siem-send.
           move 'E' to sev-function
           call 'RGXSIEM' using siem-event-request
           if sev-ok
               add 1 to ws-siem-sent
           else
               add 1 to ws-siem-failed
               if ws-siem-failed equal 1
                   display 'REGEXSCN: SIEM event not delivered, '
                            'status ' sev-status ' MQ reason '
                            sev-mq-reason ' - further failures '
                            'are counted only'
               end-if
           end-if
           .
      ***************************************************************
      * 2070-WRITE-EXCEPTION - one EXCPOUT record per skipped input  *
      * record.  The caller has already set the reason code, the     *
      * error number and the message text; this paragraph stamps     *
           end-if
           .

      ***************************************************************
      * 2065-FETCH-DB2-ROW - DB2TABLE=: fetch the next row through   *
      * RGXDB2.  The row arrives laid out as a record - key in 1-16, *
      * then each DB2COL= in its own slot - and goes into            *
      * WS-IN-BUFFER like any other record.  An SQL failure part way *
      * through is fatal; everything up to the last commit stands    *
      * and a RESTART=YES run carries on from the last checkpoint.   *
      ***************************************************************
       2065-fetch-db2-row.
           move 'F' to db2-function
           call 'RGXDB2' using db2-request
           evaluate true
               when db2-ok
                   move db2-row-key to ws-db2-key
                   move db2-row-len to ws-in-reclen
                   move db2-row(1:db2-row-len) to ws-in-buffer
               when db2-end-of-data
                   move 'Y' to ws-eof-sw
               when other
                   display 'REGEXSCN: DB2 fetch from ' db2-table
                            ' failed after key ' ws-db2-key
                            ', status ' db2-status
                            ' SQLCODE ' db2-sqlcode
                   display db2-message
                   move 16 to return-code
                   stop run
           end-evaluate
           .

      ***************************************************************
      * 2067-COMMIT-DB2-WORK - end the unit of work; the held cursor *
      * keeps its place.                                             *
      ***************************************************************
       2067-commit-db2-work.
           move 'K' to db2-function
           call 'RGXDB2' using db2-request
           if not db2-ok
               display 'REGEXSCN: DB2 commit failed after key '
                        ws-db2-key ', status ' db2-status
                        ' SQLCODE ' db2-sqlcode
               display db2-message
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-db2-commits
           .

      ***************************************************************
      * 2050-RECORD-ALL-OCCURRENCES - ALLOCC=YES: the record has     *
      * already matched once and been scored; now walk the rest of   *
               evaluate true
                   when ws-rc greater than zero
                       add 1 to ws-col-matched(ws-col-idx)
                       if ws-col-final-rc not equal 1
                          and (ws-case-mode or ws-supp-mode)
                           compute ws-hit-value-off =
                               ws-col-start(ws-col-idx) - 1
                           perform 2055-hash-hit-value
                       end-if
                       move 1 to ws-col-final-rc
                   when ws-rc equal PCRE2-ERROR-MATCHLIMIT
                   when ws-rc equal PCRE2-ERROR-HEAPLIMIT
           if ws-chain-match-idx not equal zero
               move ws-chain-id(ws-chain-match-idx) to chain-tag
               add 1 to ws-chain-classified-count
               if ws-siem-mode
                   perform 2075-send-siem-hit
               end-if
           else
               move 'UNCLASSIFIED' to chain-tag
               add 1 to ws-chain-unclassified-count
           move ws-record-count to chkpt-record-count
           move ws-matched-count to chkpt-matched-count
           move ws-unmatched-count to chkpt-unmatched-count
           evaluate true
               when ws-invsam-mode
                   move inv-key to chkpt-last-key
               when ws-db2-mode
                   move ws-db2-key to chkpt-last-key
               when other
                   move spaces to chkpt-last-key
           end-evaluate
           move ws-run-id to chkpt-run-id
           move ws-match-cks to chkpt-match-cks
           move ws-nomat-cks to chkpt-nomat-cks
               move 16 to return-code
               stop run
           end-if
           if ws-db2-mode
               perform 2067-commit-db2-work
           end-if
           .

      ***************************************************************
                        ' unclassified ' ws-chain-unclassified-count
           else
               if not ws-stop-requested
                   if ws-event-mode
                       move ws-evt-skip-phys to ws-trailer-skip
                       move ws-evt-match-phys to ws-trailer-phys
                   end-if
                   if ws-hwm-mode
                       perform 8070-set-scan-range
                   end-if
                   if ws-sample-mode
                       perform 8071-set-sample-marker
                   end-if
                   move 'MATCHED   ' to ws-trailer-label
                   move ws-matched-count to ws-trailer-total
                   move ws-match-cks to ws-trailer-cksum
                   write match-record from ws-trailer-record
                   if ws-event-mode
                       move ws-evt-nomat-phys to ws-trailer-phys
                   end-if
                   move 'UNMATCHED ' to ws-trailer-label
                   move ws-unmatched-count to ws-trailer-total
                   move ws-nomat-cks to ws-trailer-cksum
               evaluate true
                   when ws-invsam-mode
                       close infvsam matchout nomatout
                   when ws-db2-mode
                       perform 8100-close-db2-cursor
                       close matchout nomatout
                   when ws-dslist-mode
                       close dslist matchout nomatout
                   when ws-inesds-mode
                        ' matched ' ws-matched-count
                        ' unmatched ' ws-unmatched-count
                        ' skipped ' ws-skipped-count
               if ws-sample-mode
                   perform 8075-display-sample-estimate
                       thru 8075-display-sample-estimate-exit
               end-if
               if ws-event-mode
                   call 'pcre2_code_free_8' using
                                        value ws-evt-code-ptr
                   display 'REGEXSCN: ' ws-record-count ' event(s) '
                            'from ' ws-evt-phys-count ' record(s), '
                            ws-evt-trunc-count ' cut at EVENTMAX'
               end-if
               if ws-colscope-mode
                   perform 8020-display-column-counts
                       with test before
           call 'pcre2_match_data_free_8' using
                                value ws-match-data
           perform 8030-apply-rc-policy
           if ws-siem-mode
               perform 8060-close-siem-feed
           end-if
           if ws-case-mode or ws-supp-mode
               perform 8090-close-case-files
           end-if
           if ws-stop-requested
               display 'REGEXSCN: stopped on request at record '
                        ws-record-count ', resume with RESTART=YES'
                   move 2 to return-code
               end-if
           end-if
           if ws-hwm-mode
               if ws-hwm-short and return-code less than 4
                   move 4 to return-code
               end-if
               perform 8080-advance-high-water
                   thru 8080-advance-high-water-exit
           end-if
           perform 8040-write-run-stat
           .

      ***************************************************************
      * 8070-SET-SCAN-RANGE - the range an INCREMENTAL=YES run       *
      * covered, for the final trailers (59-67 and 69-77: first and  *
      * last record number; 79-94 and 96-111: first and last key of  *
      * a KSDS) and for RUNSTAT.  A run that found nothing past the  *
      * mark shows a first record number one past its last - an     *
      * empty range, which is what RECONCIL balances against.        *
      ***************************************************************
       8070-set-scan-range.
           if ws-invsam-mode or ws-db2-mode
               if ws-hwm-read-count equal zero
                   move 1 to ws-trailer-from
                   move zero to ws-trailer-to
               else
                   move ws-hwm-first-key to ws-trailer-from-key
                   move ws-hwm-last-key to ws-trailer-to-key
               end-if
           else
               compute ws-trailer-from = ws-hwm-mark-position + 1
               move ws-hwm-position to ws-trailer-to
           end-if
           .

      ***************************************************************
      * 8071-SET-SAMPLE-MARKER - a SAMPLE= run's final trailers say  *
      * so ('S' in 113) and carry every record read (115-123), so    *
      * RECONCIL balances the input on the records read rather than  *
      * on the sample's matched, unmatched and skipped counts.       *
      ***************************************************************
       8071-set-sample-marker.
           move 'S' to ws-trailer-sample-flag
           move ws-sample-read to ws-trailer-sample-read
           .

      ***************************************************************
      * 8075-DISPLAY-SAMPLE-ESTIMATE - SAMPLE=: the sample counts    *
      * and what they say about the whole input - the estimated     *
      * match rate and total matches, each with its interval at the *
      * SAMPLECONF= level.  The interval is the normal one with the  *
      * finite-population correction; a sample with no matches (or  *
      * nothing but matches) gets the exact zero-count bound        *
      * instead, since the normal interval would have no width.     *
      * Records skipped at MATCHLIMIT=/HEAPLIMIT= are not part of   *
      * the sample scored.  The total is never put below the        *
      * matches the sample actually found, nor above the records    *
      * read less the sample's non-matches.                         *
      ***************************************************************
       8075-display-sample-estimate.
           compute ws-est-scored =
               ws-matched-count + ws-unmatched-count
           display 'REGEXSCN: SAMPLE=' ws-sample-method
                    ' one record in ' ws-sample-rate
                    ' seed ' ws-sample-seed
           display 'REGEXSCN: sample scored ' ws-est-scored ' of '
                    ws-sample-read ' read, matched ' ws-matched-count
                    ' unmatched ' ws-unmatched-count
           if ws-est-scored equal zero
               display 'REGEXSCN: no records scored, no estimate'
               go to 8075-display-sample-estimate-exit
           end-if
           compute ws-est-p rounded =
               ws-matched-count / ws-est-scored
           move zero to ws-est-se
           if ws-sample-read greater than ws-est-scored
               compute ws-est-se rounded =
                   function sqrt(ws-est-p * (1 - ws-est-p)
                       / ws-est-scored
                       * (ws-sample-read - ws-est-scored)
                       / (ws-sample-read - 1))
           end-if
           evaluate true
               when ws-matched-count equal zero
                   move zero to ws-est-low-p
                   compute ws-est-high-p rounded =
                       ws-sample-zero-bound / ws-est-scored
               when ws-unmatched-count equal zero
                   compute ws-est-low-p rounded =
                       1 - ws-sample-zero-bound / ws-est-scored
                   move 1 to ws-est-high-p
               when other
                   compute ws-est-low-p rounded =
                       ws-est-p - ws-sample-z * ws-est-se
                   compute ws-est-high-p rounded =
                       ws-est-p + ws-sample-z * ws-est-se
           end-evaluate
           if ws-est-low-p less than zero
               move zero to ws-est-low-p
           end-if
           if ws-est-high-p greater than 1
               move 1 to ws-est-high-p
           end-if
           compute ws-est-matches rounded = ws-est-p * ws-sample-read
           compute ws-est-low rounded = ws-est-low-p * ws-sample-read
           compute ws-est-high rounded =
               ws-est-high-p * ws-sample-read
           if ws-est-low less than ws-matched-count
               move ws-matched-count to ws-est-low
           end-if
           compute ws-est-limit = ws-sample-read - ws-unmatched-count
           if ws-est-high greater than ws-est-limit
               move ws-est-limit to ws-est-high
           end-if
           compute ws-est-rate-edit rounded = ws-est-p * 100
           compute ws-est-low-edit rounded = ws-est-low-p * 100
           compute ws-est-high-edit rounded = ws-est-high-p * 100
           move ws-sample-conf to ws-est-conf-edit
           display 'REGEXSCN: estimated match rate ' ws-est-rate-edit
                    '%, ' ws-est-conf-edit '% interval '
                    ws-est-low-edit '% to ' ws-est-high-edit '%'
           display 'REGEXSCN: estimated matches ' ws-est-matches
                    ' of ' ws-sample-read ' read, ' ws-est-conf-edit
                    '% interval ' ws-est-low ' to ' ws-est-high
           .
       8075-display-sample-estimate-exit.
           exit.

      ***************************************************************
      * 8080-ADVANCE-HIGH-WATER - move the mark up to the last       *
      * record this run read, but only for a run that read to the    *
      * end of its input and finished cleanly.  A STOPREQ stop, an   *
      * INFILE shorter than the mark, or a return code above the     *
      * policy RC 8 leaves the mark where it was, so the next run    *
      * covers the same records again rather than skipping any.  A   *
      * mark that cannot be saved is RC 4: the scan itself is good,  *
      * but the next run will see these records a second time.       *
      ***************************************************************
       8080-advance-high-water.
           if ws-stop-requested or ws-hwm-short
              or return-code greater than 8
               display 'REGEXSCN: run did not complete cleanly, '
                        'high-water mark not moved'
               go to 8080-advance-high-water-exit
           end-if
           if ws-hwm-read-count equal zero
               display 'REGEXSCN: no records past the high-water '
                        'mark, mark not moved'
               go to 8080-advance-high-water-exit
           end-if
           move ws-hwm-input-mode to hwm-mode
           if hwm-mode-ksds or hwm-mode-db2
               move ws-hwm-last-key to hwm-last-key
               move zero to hwm-last-position
           else
               move spaces to hwm-last-key
               move ws-hwm-position to hwm-last-position
           end-if
           move ws-run-id to hwm-run-id
           accept hwm-date from date yyyymmdd
           accept hwm-time from time
           move ws-hwm-read-count to hwm-records-scanned
           if ws-hwm-found
               rewrite hwm-record
           else
               write hwm-record
           end-if
           if ws-hwmlib-status not equal '00'
               display 'REGEXSCN: HWMLIB update failed, status '
                        ws-hwmlib-status ' - the next run will '
                        'rescan these records'
               if return-code less than 4
                   move 4 to return-code
               end-if
               go to 8080-advance-high-water-exit
           end-if
           if hwm-mode-ksds or hwm-mode-db2
               display 'REGEXSCN: high-water mark moved to key '
                        hwm-last-key
           else
               display 'REGEXSCN: high-water mark moved to record '
                        hwm-last-position
           end-if
           .
       8080-advance-high-water-exit.
           close hwmlib
           .

      ***************************************************************
      * 8100-CLOSE-DB2-CURSOR - DB2TABLE=: close the cursor, which   *
      * commits the last unit of work.  A failure here comes after   *
      * every row was scanned and written, so it is a warning, not a *
      * failed run.                                                  *
      ***************************************************************
       8100-close-db2-cursor.
           move 'C' to db2-function
           call 'RGXDB2' using db2-request
           if not db2-ok
               display 'REGEXSCN: DB2 cursor close failed, status '
                        db2-status ' SQLCODE ' db2-sqlcode
               display db2-message
               if return-code less than 4
                   move 4 to return-code
               end-if
           else
               add 1 to ws-db2-commits
           end-if
           display 'REGEXSCN: ' ws-db2-commits ' DB2 commit(s) '
                    'taken on ' db2-table
           .

      ***************************************************************
      * 8090-CLOSE-CASE-FILES - report what the case files saw and   *
      * close them.  A case that could not be written is RC 4: the   *
      * scan is sound, but the analysts' worklist is short.          *
      ***************************************************************
       8090-close-case-files.
           if ws-supp-mode
               display 'REGEXSCN: ' ws-suppressed-count
                        ' hit(s) suppressed as known false positives'
               close supplib
           end-if
           if ws-case-mode
               display 'REGEXSCN: cases opened ' ws-cases-opened
                        ' reopened ' ws-cases-reopened
                        ' updated ' ws-cases-updated
               close hitcase
               if ws-cases-failed greater than zero
                   display 'REGEXSCN: ' ws-cases-failed
                            ' case update(s) failed'
                   if return-code less than 4
                       move 4 to return-code
                   end-if
               end-if
           end-if
           .

      ***************************************************************
      * 8040-WRITE-RUN-STAT - append this run's statistics record   *
      * to the shared RUNSTAT history.  The file is OPTIONAL so a   *
               when other
                   move 'LITERAL ' to rst-pattern-id
           end-evaluate
           evaluate true
               when ws-dslist-mode
                   move 'DSLIST  ' to rst-dataset
               when ws-db2-mode
                   move ws-db2-dataset to rst-dataset
               when other
                   move 'INFILE  ' to rst-dataset
           end-evaluate
           if ws-chain-mode
               compute rst-records =
                   ws-chain-classified-count
                       + ws-chain-unclassified-count
               move ws-chain-classified-count to rst-matches
           else
               if ws-event-mode
                   move ws-evt-phys-count to rst-records
               else
                   move ws-record-count to rst-records
               end-if
               move ws-matched-count to rst-matches
           end-if
           accept ws-now-time from time
           move return-code to rst-rc
           move ws-run-id to rst-run-id
           move zero to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           if ws-sample-mode
               move 'S' to rst-sample-flag
               move ws-record-count to rst-records
           end-if
           if ws-hwm-mode
               if (ws-invsam-mode or ws-db2-mode)
                  and ws-hwm-read-count greater than zero
                   move ws-hwm-first-key to rst-scan-from
                   move ws-hwm-last-key to rst-scan-to
               else
                   compute ws-hwm-range-edit =
                       ws-hwm-mark-position + 1
                   move ws-hwm-range-edit to rst-scan-from
                   move ws-hwm-position to ws-hwm-range-edit
                   move ws-hwm-range-edit to rst-scan-to
               end-if
           end-if
           write run-stat-record
           close runstat
           .
      * return code the control card asked for.  A threshold check   *
      * never lowers a return code something else already set, and   *
      * the warning SKIPMAX= check never overrides an error-level    *
      * one.  Hits suppressed as known false positives (SUPPRESS=YES) *
      * are taken off the matched count before MATCHEDMAX= and       *
      * MATCHEDMIN= see it.                                          *
      ***************************************************************
       8030-apply-rc-policy.
           evaluate true
               when ws-dslist-mode
                   move 'DSLIST  ' to sev-dataset
               when ws-db2-mode
                   move ws-db2-dataset to sev-dataset
               when other
                   move 'INFILE  ' to sev-dataset
           end-evaluate
           compute ws-policy-matched =
               ws-matched-count - ws-suppressed-count
           if ws-matchedmax-set
              and ws-policy-matched greater than ws-matchedmax
               display 'REGEXSCN: matched count ' ws-policy-matched
                        ' exceeds MATCHEDMAX ' ws-matchedmax
               move ws-policy-matched to ws-alert-counter
               move 'MATCHEDMAX' to sev-policy
               perform 8050-issue-policy-alert
               if return-code less than 8
                   move 8 to return-code
               end-if
           end-if
           if ws-matchedmin-set
              and ws-policy-matched less than ws-matchedmin
               display 'REGEXSCN: matched count ' ws-policy-matched
                        ' below MATCHEDMIN ' ws-matchedmin
               move ws-policy-matched to ws-alert-counter
               move 'MATCHEDMIN' to sev-policy
               perform 8050-issue-policy-alert
               if return-code less than 8
                   move 8 to return-code
               display 'REGEXSCN: unmatched count ' ws-unmatched-count
                        ' exceeds UNMATCHEDMAX ' ws-unmatchedmax
               move ws-unmatched-count to ws-alert-counter
               move 'UNMATCHEDMAX' to sev-policy
               perform 8050-issue-policy-alert
               if return-code less than 8
                   move 8 to return-code
               display 'REGEXSCN: skipped count ' ws-skipped-count
                        ' exceeds SKIPMAX ' ws-skipmax
               move ws-skipped-count to ws-alert-counter
               move 'SKIPMAX' to sev-policy
               perform 8050-issue-policy-alert
               if return-code less than 4
                   move 4 to return-code
      ***************************************************************
      * 8050-ISSUE-POLICY-ALERT - one coded RGX001E console alert    *
      * per policy breach, through the suite's RGXALERT routine,     *
      * only when the control card asked for ALERTS=YES.  With       *
      * SIEM= on, the breach also goes to the security-event feed,   *
      * whether or not ALERTS=YES is given.                          *
      ***************************************************************
       8050-issue-policy-alert.
           if ws-siem-mode
               perform 8055-send-siem-breach
           end-if
           if not ws-alerts-mode
               go to 8050-issue-policy-alert-exit
           end-if
       8050-issue-policy-alert-exit.
           exit.

      ***************************************************************
      * 8055-SEND-SIEM-BREACH - one BREACH event per policy breach.  *
      * The caller has set the policy statement and the dataset; the *
      * offending counter rides in SEV-COUNTER.  An RC 8 breach is   *
      * severity 8, the SKIPMAX= warning severity 5.                 *
      ***************************************************************
       8055-send-siem-breach.
           move 'BREACH' to sev-event-type
           if sev-policy equal 'SKIPMAX'
               move 5 to sev-severity
           else
               move 8 to sev-severity
           end-if
           evaluate true
               when ws-chain-mode
                   move 'CHAIN   ' to sev-pattern-id
               when scancc-pattern-id not equal spaces
                   move scancc-pattern-id to sev-pattern-id
               when other
                   move 'LITERAL ' to sev-pattern-id
           end-evaluate
           move zero to sev-record-number
           move ws-alert-counter to sev-counter
           move zero to sev-excerpt-len
           move spaces to sev-excerpt
           perform 2076-call-siem-send
           .

      ***************************************************************
      * 8060-CLOSE-SIEM-FEED - close the feed after the last breach  *
      * event and report what it carried.  Events that could not be  *
      * delivered end the run RC 4 at least, so the gap in the SOC's *
      * view is visible to the scheduler.                            *
      ***************************************************************
       8060-close-siem-feed.
           move 'C' to sev-function
           call 'RGXSIEM' using siem-event-request
           display 'REGEXSCN: SIEM feed ' ws-siem-sent
                    ' event(s) sent, ' ws-siem-failed ' failed'
           if ws-siem-failed greater than zero
               if return-code less than 4
                   move 4 to return-code
               end-if
           end-if
           .

      ***************************************************************
      * 8025-DISPLAY-DATASET-COUNTS - one line per DSLIST dataset    *
      * so the morning check can read the sweep off one SYSOUT       *

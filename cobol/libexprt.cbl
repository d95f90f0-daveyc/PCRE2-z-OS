      ***************************************************************
      *                                                             *
      *    PROGRAM:  LIBEXPRT                                       *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    LIBEXPRT unloads PATLIB, RULELIB and LAYLIB entries -    *
      *    selected ones, or whole libraries - to XPTFILE, the      *
      *    portable sequential export file (see the XPTREC          *
      *    copybook), so a promotion from DEV to QA to PROD moves   *
      *    the entries themselves instead of a re-keyed deck.       *
      *    LIBIMPRT applies the file on the target LPAR.            *
      *                                                             *
      *    XPTCTL is a deck of KEYWORD=VALUE statements:            *
      *                                                             *
      *      SOURCE=name      the environment being exported from, *
      *                       carried on the header (DEV, QA ...)   *
      *      LIBRARY=lib      PATLIB, RULELIB or LAYLIB - opens a   *
      *                       selection for that library            *
      *      ENTRY=key        a pattern-id, rule sequence number or *
      *                       layout-id (every field of it) under   *
      *                       the last LIBRARY=; a LIBRARY= with no *
      *                       ENTRY= cards exports the whole        *
      *                       library                               *
      *      STATUS=PROD      export only PATLIB entries of that    *
      *                       status (PROD or TEST)                 *
      *      RUNID=id         run correlation id                    *
      *                                                             *
      *    The file is a HDR record, the entries - PATLIB first,    *
      *    then RULELIB, then LAYLIB, each in key order - and a TRL *
      *    record with the counts and content checksum.  XPTRPT     *
      *    lists every entry exported.  A selected entry that is    *
      *    not on its library is reported and ends the run RC 8;   *
      *    the rest of the export is still written.                 *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      ***************************************************************
       identification division.
       program-id.    LIBEXPRT.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select xptctl
               assign to XPTCTL
               organization is sequential.
           select xptfile
               assign to XPTFILE
               organization is sequential.
           select xptrpt
               assign to XPTRPT
               organization is sequential.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is dynamic
               record key is pat-id
               file status is ws-patlib-status.
           select rulelib
               assign to RULELIB
               organization is indexed
               access mode is dynamic
               record key is rul-seq
               file status is ws-rulelib-status.
           select laylib
               assign to LAYLIB
               organization is indexed
               access mode is dynamic
               record key is lay-key
               file status is ws-laylib-status.

       data division.
       file section.
       fd  xptctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  xptfile
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY xptrec.

       fd  xptrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  patlib.
           COPY patrec.

       fd  rulelib.
           COPY subrrec.

       fd  laylib.
           COPY layrec.

       working-storage section.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4) comp.

       01  xptcc-source                pic x(08) value 'UNNAMED'.
       01  xptcc-status                pic x(04) value spaces.

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                    value 'Y'.
           05  ws-lib-eof-sw           pic x(01).
               88  ws-lib-eof                    value 'Y'.
           05  ws-layout-found-sw      pic x(01).
               88  ws-layout-found               value 'Y'.

       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
       01  ws-rulelib-status           pic x(02).
           88  ws-rulelib-ok                     value '00'.
       01  ws-laylib-status            pic x(02).
           88  ws-laylib-ok                      value '00'.

      * One selection per library, in export order: PATLIB,
      * RULELIB, LAYLIB.  A library named with no ENTRY= cards is
      * exported whole.
       01  ws-sel-table.
           05  ws-sel-entry            occurs 3 times.
               10  ws-sel-library      pic x(08).
               10  ws-sel-requested    pic x(01).
                   88  ws-sel-is-requested        value 'Y'.
               10  ws-sel-key-count    pic 9(4)  comp.
               10  ws-sel-key          pic x(08) occurs 200 times.
       01  ws-sel-idx                  pic 9(4)  comp.
       01  ws-sel-current              pic 9(4)  comp value zero.
       01  ws-key-idx                  pic 9(4)  comp.

       01  ws-counters.
           05  ws-pat-count            pic 9(9)  comp value zero.
           05  ws-rul-count            pic 9(9)  comp value zero.
           05  ws-lay-count            pic 9(9)  comp value zero.
           05  ws-entry-count          pic 9(9)  comp value zero.
           05  ws-missing-count        pic 9(9)  comp value zero.

      * The content checksum over the entry records, the suite's
      * usual trimmed-length-plus-ordinals sum.
       01  ws-xpt-cks                  pic 9(9)  comp value zero.
       01  ws-cks-value                pic 9(9)  comp.
       01  ws-cks-len                  pic 9(9)  comp.
       01  ws-cks-idx                  pic 9(9)  comp.

       01  ws-run-id                   pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date          pic 9(08).
           05  ws-run-id-time          pic 9(08).

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'LIBEXPRT  -  LIBRARY'.
           05  filler                  pic x(20) value
                   ' EXPORT             '.
           05  filler                  pic x(08) value 'SOURCE  '.
           05  rh-source               pic x(08).
           05  filler                  pic x(09) value '  RUN-ID '.
           05  rh-run-id               pic x(16).
           05  filler                  pic x(51) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(09) value 'LIBRARY'.
           05  filler                  pic x(17) value 'KEY'.
           05  filler                  pic x(106) value 'RESULT'.

       01  ws-report-detail.
           05  rd-library              pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-key                  pic x(16).
           05  filler                  pic x(01) value space.
           05  rd-result               pic x(106).

       01  ws-report-total.
           05  filler                  pic x(09) value 'PATLIB: '.
           05  rt-pat                  pic zzzzzzzz9.
           05  filler                  pic x(12) value '   RULELIB: '.
           05  rt-rul                  pic zzzzzzzz9.
           05  filler                  pic x(11) value '   LAYLIB: '.
           05  rt-lay                  pic zzzzzzzz9.
           05  filler                  pic x(13) value '   NOT FOUND:'.
           05  rt-missing              pic zzzzzzzz9.
           05  filler                  pic x(12) value '   CHECKSUM:'.
           05  rt-cksum                pic zzzzzzzz9.
           05  filler                  pic x(30) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           if ws-sel-is-requested(1)
               perform 2100-export-patlib
           end-if
           if ws-sel-is-requested(2)
               perform 2200-export-rulelib
           end-if
           if ws-sel-is-requested(3)
               perform 2300-export-laylib
           end-if
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - read the deck, then open the export file   *
      * and write its header.                                        *
      ***************************************************************
       1000-initialize.
           move 'PATLIB' to ws-sel-library(1)
           move 'RULELIB' to ws-sel-library(2)
           move 'LAYLIB' to ws-sel-library(3)
           perform 1001-clear-one-selection
               with test before
               varying ws-sel-idx from 1 by 1
               until ws-sel-idx greater than 3
           open input xptctl
           perform 1005-read-control-card
               thru 1005-read-control-card-exit
               with test before
               until ws-ctl-eof
           close xptctl
           if ws-run-id equal spaces
               accept ws-run-id-date from date yyyymmdd
               accept ws-run-id-time from time
           end-if
           if not ws-sel-is-requested(1)
              and not ws-sel-is-requested(2)
              and not ws-sel-is-requested(3)
               display 'LIBEXPRT: XPTCTL named no LIBRARY= to export'
               move 16 to return-code
               stop run
           end-if
           open output xptfile
           open output xptrpt
           move spaces to xpt-record
           move 'HDR' to xpt-rec-type
           move xptcc-source to xph-source
           accept xph-date from date yyyymmdd
           accept xph-time from time
           move 'LIBEXPRT' to xph-program
           move ws-run-id to xph-run-id
           write xpt-record
           move xptcc-source to rh-source
           move ws-run-id to rh-run-id
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move '0' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

       1001-clear-one-selection.
           move 'N' to ws-sel-requested(ws-sel-idx)
           move zero to ws-sel-key-count(ws-sel-idx)
           .

       1005-read-control-card.
           read xptctl into ws-ctl-record
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
               when 'SOURCE'
                   move ws-ctl-value(1:8) to xptcc-source
               when 'LIBRARY'
                   perform 1007-open-library-selection
               when 'ENTRY'
                   if ws-sel-current equal zero
                       display 'LIBEXPRT: ENTRY= before any LIBRARY= '
                                'statement'
                       move 16 to return-code
                       stop run
                   end-if
                   if ws-sel-key-count(ws-sel-current) equal 200
                       display 'LIBEXPRT: more than 200 ENTRY= cards '
                                'for ' ws-sel-library(ws-sel-current)
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to ws-sel-key-count(ws-sel-current)
                   move ws-ctl-value(1:8) to
                       ws-sel-key(ws-sel-current
                                  ws-sel-key-count(ws-sel-current))
               when 'STATUS'
                   move ws-ctl-value(1:4) to xptcc-status
                   if xptcc-status not equal 'PROD'
                      and xptcc-status not equal 'TEST'
                       display 'LIBEXPRT: STATUS must be PROD or TEST'
                       move 16 to return-code
                       stop run
                   end-if
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'LIBEXPRT: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

       1007-open-library-selection.
           move zero to ws-sel-current
           perform 1008-match-library-name
               with test before
               varying ws-sel-idx from 1 by 1
               until ws-sel-idx greater than 3
           if ws-sel-current equal zero
               display 'LIBEXPRT: unknown LIBRARY ' ws-ctl-value(1:8)
                        ' - PATLIB, RULELIB or LAYLIB'
               move 16 to return-code
               stop run
           end-if
           move 'Y' to ws-sel-requested(ws-sel-current)
           .
       1008-match-library-name.
           if ws-sel-library(ws-sel-idx) equal ws-ctl-value(1:8)
               move ws-sel-idx to ws-sel-current
           end-if
           .

      ***************************************************************
      * 2100-EXPORT-PATLIB - the whole library in key order, or each *
      * selected pattern-id by random read.                          *
      ***************************************************************
       2100-export-patlib.
           open input patlib
           if not ws-patlib-ok
               display 'LIBEXPRT: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           if ws-sel-key-count(1) equal zero
               move 'N' to ws-lib-eof-sw
               move low-values to pat-id
               start patlib key is not less than pat-id
               if not ws-patlib-ok
                   move 'Y' to ws-lib-eof-sw
               end-if
               perform 2110-export-next-pattern
                   thru 2110-export-next-pattern-exit
                   with test before
                   until ws-lib-eof
           else
               perform 2120-export-selected-pattern
                   with test before
                   varying ws-key-idx from 1 by 1
                   until ws-key-idx greater than ws-sel-key-count(1)
           end-if
           close patlib
           .

       2110-export-next-pattern.
           read patlib next record
               at end
                   move 'Y' to ws-lib-eof-sw
                   go to 2110-export-next-pattern-exit
           end-read
           perform 2150-write-pattern-entry
               thru 2150-write-pattern-entry-exit
           .
       2110-export-next-pattern-exit.
           exit.

       2120-export-selected-pattern.
           move ws-sel-key(1 ws-key-idx) to pat-id
           read patlib
           if ws-patlib-ok
               perform 2150-write-pattern-entry
                   thru 2150-write-pattern-entry-exit
           else
               move 'PATLIB' to rd-library
               move ws-sel-key(1 ws-key-idx) to rd-key
               perform 2900-report-missing
           end-if
           .

       2150-write-pattern-entry.
           if xptcc-status not equal spaces
              and pat-status not equal xptcc-status
               go to 2150-write-pattern-entry-exit
           end-if
           move spaces to xpt-record
           move 'PAT' to xpt-rec-type
           move pat-id to xpt-key
           move pat-record to xpt-image
           perform 2800-write-entry-record
           add 1 to ws-pat-count
           move 'PATLIB' to rd-library
           move pat-id to rd-key
           move spaces to rd-result
           string 'EXPORTED  ' pat-status '  OWNER ' pat-owner
                  '  ' pat-description
               delimited by size into rd-result
           end-string
           perform 2910-report-line
           .
       2150-write-pattern-entry-exit.
           exit.

      ***************************************************************
      * 2200-EXPORT-RULELIB - as 2100, for the masking rules.        *
      ***************************************************************
       2200-export-rulelib.
           open input rulelib
           if not ws-rulelib-ok
               display 'LIBEXPRT: RULELIB open failed, status '
                        ws-rulelib-status
               move 16 to return-code
               stop run
           end-if
           if ws-sel-key-count(2) equal zero
               move 'N' to ws-lib-eof-sw
               move low-values to rul-seq
               start rulelib key is not less than rul-seq
               if not ws-rulelib-ok
                   move 'Y' to ws-lib-eof-sw
               end-if
               perform 2210-export-next-rule
                   thru 2210-export-next-rule-exit
                   with test before
                   until ws-lib-eof
           else
               perform 2220-export-selected-rule
                   with test before
                   varying ws-key-idx from 1 by 1
                   until ws-key-idx greater than ws-sel-key-count(2)
           end-if
           close rulelib
           .

       2210-export-next-rule.
           read rulelib next record
               at end
                   move 'Y' to ws-lib-eof-sw
                   go to 2210-export-next-rule-exit
           end-read
           perform 2250-write-rule-entry
           .
       2210-export-next-rule-exit.
           exit.

       2220-export-selected-rule.
           move ws-sel-key(2 ws-key-idx)(1:4) to rul-seq
           read rulelib
           if ws-rulelib-ok
               perform 2250-write-rule-entry
           else
               move 'RULELIB' to rd-library
               move ws-sel-key(2 ws-key-idx) to rd-key
               perform 2900-report-missing
           end-if
           .

       2250-write-rule-entry.
           move spaces to xpt-record
           move 'RUL' to xpt-rec-type
           move rul-seq to xpt-key
           move sub-rule-record to xpt-image
           perform 2800-write-entry-record
           add 1 to ws-rul-count
           move 'RULELIB' to rd-library
           move rul-seq to rd-key
           move spaces to rd-result
           string 'EXPORTED  ENABLED=' rul-enabled
                  '  ' rul-pattern-text(1:60)
               delimited by size into rd-result
           end-string
           perform 2910-report-line
           .

      ***************************************************************
      * 2300-EXPORT-LAYLIB - a layout is exported as all of its      *
      * fields: START at the layout-id and read forward while the    *
      * key still carries it.                                        *
      ***************************************************************
       2300-export-laylib.
           open input laylib
           if not ws-laylib-ok
               display 'LIBEXPRT: LAYLIB open failed, status '
                        ws-laylib-status
               move 16 to return-code
               stop run
           end-if
           if ws-sel-key-count(3) equal zero
               move 'N' to ws-lib-eof-sw
               move low-values to lay-key
               start laylib key is not less than lay-key
               if not ws-laylib-ok
                   move 'Y' to ws-lib-eof-sw
               end-if
               perform 2310-export-next-field
                   thru 2310-export-next-field-exit
                   with test before
                   until ws-lib-eof
           else
               perform 2320-export-selected-layout
                   with test before
                   varying ws-key-idx from 1 by 1
                   until ws-key-idx greater than ws-sel-key-count(3)
           end-if
           close laylib
           .

       2310-export-next-field.
           read laylib next record
               at end
                   move 'Y' to ws-lib-eof-sw
                   go to 2310-export-next-field-exit
           end-read
           perform 2350-write-field-entry
           .
       2310-export-next-field-exit.
           exit.

       2320-export-selected-layout.
           move 'N' to ws-layout-found-sw
           move 'N' to ws-lib-eof-sw
           move ws-sel-key(3 ws-key-idx) to lay-layout-id
           move low-values to lay-field-name
           start laylib key is not less than lay-key
           if not ws-laylib-ok
               move 'Y' to ws-lib-eof-sw
           end-if
           perform 2330-export-layout-field
               thru 2330-export-layout-field-exit
               with test before
               until ws-lib-eof
           if not ws-layout-found
               move 'LAYLIB' to rd-library
               move ws-sel-key(3 ws-key-idx) to rd-key
               perform 2900-report-missing
           end-if
           .

       2330-export-layout-field.
           read laylib next record
               at end
                   move 'Y' to ws-lib-eof-sw
                   go to 2330-export-layout-field-exit
           end-read
           if lay-layout-id not equal ws-sel-key(3 ws-key-idx)
               move 'Y' to ws-lib-eof-sw
               go to 2330-export-layout-field-exit
           end-if
           move 'Y' to ws-layout-found-sw
           perform 2350-write-field-entry
           .
       2330-export-layout-field-exit.
           exit.

       2350-write-field-entry.
           move spaces to xpt-record
           move 'LAY' to xpt-rec-type
           move lay-key to xpt-key
           move layout-record to xpt-image
           perform 2800-write-entry-record
           add 1 to ws-lay-count
           move 'LAYLIB' to rd-library
           move lay-key to rd-key
           move 'EXPORTED' to rd-result
           perform 2910-report-line
           .

      ***************************************************************
      * 2800-WRITE-ENTRY-RECORD - fold the entry record into the     *
      * content checksum and write it.                               *
      ***************************************************************
       2800-write-entry-record.
           move 400 to ws-cks-len
           perform 2801-trim-cks-len
               with test before
               until ws-cks-len equal zero
                  or xpt-record(ws-cks-len:1) not equal space
           move ws-cks-len to ws-cks-value
           perform 2802-add-one-cks-byte
               with test before
               varying ws-cks-idx from 1 by 1
               until ws-cks-idx greater than ws-cks-len
           compute ws-xpt-cks = function mod
               (ws-xpt-cks + ws-cks-value, 1000000000)
           write xpt-record
           add 1 to ws-entry-count
           .
       2801-trim-cks-len.
           subtract 1 from ws-cks-len
           .
       2802-add-one-cks-byte.
           compute ws-cks-value = ws-cks-value
               + function ord(xpt-record(ws-cks-idx:1))
           .

       2900-report-missing.
           add 1 to ws-missing-count
           move 'NOT FOUND - nothing exported for this entry'
               to rd-result
           perform 2910-report-line
           .

       2910-report-line.
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 8000-FINISH - the trailer, the totals line, and RC 8 when a  *
      * selected entry was not found.                                *
      ***************************************************************
       8000-finish.
           move spaces to xpt-record
           move 'TRL' to xpt-rec-type
           move ws-pat-count to xpt-pat-count
           move ws-rul-count to xpt-rul-count
           move ws-lay-count to xpt-lay-count
           move ws-entry-count to xpt-entry-count
           move ws-xpt-cks to xpt-cksum
           write xpt-record
           move ws-pat-count to rt-pat
           move ws-rul-count to rt-rul
           move ws-lay-count to rt-lay
           move ws-missing-count to rt-missing
           move ws-xpt-cks to rt-cksum
           move '0' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           close xptfile xptrpt
           display 'LIBEXPRT: run-id ' ws-run-id
                    ' exported ' ws-entry-count
                    ' entry(ies), ' ws-missing-count ' not found'
           if ws-missing-count greater than zero
               move 8 to return-code
           end-if
           .

       end program LIBEXPRT.

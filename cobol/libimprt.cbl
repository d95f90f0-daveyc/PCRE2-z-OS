      ***************************************************************
      *                                                             *
      *    PROGRAM:  LIBIMPRT                                       *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    LIBIMPRT applies a LIBEXPRT export file (IMPFILE, see    *
      *    the XPTREC copybook) to this LPAR's libraries.           *
      *                                                             *
      *    The file is proved whole before anything is touched: a  *
      *    header first, a trailer last, and the trailer's counts   *
      *    and content checksum agreeing with the entries read.    *
      *    Any failure ends the run RC 16 with no library changed.  *
      *                                                             *
      *    Each entry is then compared with the target:             *
      *                                                             *
      *      absent            ADD                                  *
      *      identical         SAME - nothing to do                 *
      *      otherwise         REPLACE                              *
      *                                                             *
      *    with two conflicts for PATLIB, which are never applied:  *
      *    a TEST entry arriving over a PROD one, and a target      *
      *    entry changed later than the exported copy (someone has  *
      *    edited it here since).  FORCE=YES overrides the second,  *
      *    never the first.                                         *
      *                                                             *
      *    PATLIB and RULELIB are under four-eyes control, so their *
      *    ADDs and REPLACEs are staged on PNDLIB exactly as        *
      *    PATMAINT and RULEMNT stage them, under the importing     *
      *    USERID=, and are written - with PATHIST before-images    *
      *    for PATBACK - when PNDAPPR approves them.  LAYLIB is not *
      *    under approval and is written directly.  Entries not on  *
      *    the export file are left alone; an import never deletes. *
      *                                                             *
      *    BEFOREOUT receives, in export format, the target's copy *
      *    of every entry the import changes or stages, so          *
      *    importing BEFOREOUT puts the libraries back.  IMPRPT     *
      *    lists every entry and what was done with it.  The run    *
      *    ends RC 8 when any entry was a conflict or failed.       *
      *                                                             *
      *    IMPCTL is a deck of KEYWORD=VALUE statements:            *
      *                                                             *
      *      USERID=userid    the requester on staged changes       *
      *                       (required)                            *
      *      TARGET=name      this environment, carried on the      *
      *                       BEFOREOUT header                      *
      *      LIBRARY=lib      import only PATLIB, RULELIB or LAYLIB *
      *                       entries from the file                 *
      *      FORCE=YES        stage PATLIB entries even where the   *
      *                       target was changed more recently      *
      *      RUNID=id         run correlation id                    *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   The staged request date and time are now   *
      *                  taken from the request id as finally       *
      *                  written, after any duplicate-key bump.     *
      * 2026-10-15  DC   The user-id card is now USERID=, as on     *
      *                  TOKQUERY's deck; USER= is no longer        *
      *                  recognized.                                *
      ***************************************************************
       identification division.
       program-id.    LIBIMPRT.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select impctl
               assign to IMPCTL
               organization is sequential.
           select impfile
               assign to IMPFILE
               organization is sequential
               file status is ws-impfile-status.
           select beforeout
               assign to BEFOREOUT
               organization is sequential.
           select imprpt
               assign to IMPRPT
               organization is sequential.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is random
               record key is pat-id
               file status is ws-patlib-status.
           select rulelib
               assign to RULELIB
               organization is indexed
               access mode is random
               record key is rul-seq
               file status is ws-rulelib-status.
           select laylib
               assign to LAYLIB
               organization is indexed
               access mode is random
               record key is lay-key
               file status is ws-laylib-status.
           select pndlib
               assign to PNDLIB
               organization is indexed
               access mode is random
               record key is pnd-request-id
               file status is ws-pndlib-status.

       data division.
       file section.
       fd  impctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  impfile
           recording mode is f
           label records are standard
           block contains 0 records.
       01  imp-record                  pic x(400).

       fd  beforeout
           recording mode is f
           label records are standard
           block contains 0 records.
       01  bef-record                  pic x(400).

       fd  imprpt
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

       fd  pndlib.
           COPY pndrec.

       working-storage section.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4) comp.

       01  impcc-user                  pic x(08) value spaces.
       01  impcc-target                pic x(08) value 'UNNAMED'.
       01  impcc-library               pic x(08) value spaces.
       01  impcc-only-type             pic x(03) value spaces.
       01  impcc-force                 pic x(01) value 'N'.
           88  impcc-force-yes                   value 'Y'.

      * The export record currently in hand.
           COPY xptrec.

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                    value 'Y'.
           05  ws-imp-eof-sw           pic x(01) value 'N'.
               88  ws-imp-eof                    value 'Y'.
           05  ws-trailer-seen-sw      pic x(01) value 'N'.
               88  ws-trailer-seen               value 'Y'.
           05  ws-target-found-sw      pic x(01).
               88  ws-target-found               value 'Y'.

       01  ws-impfile-status           pic x(02).
           88  ws-impfile-ok                     value '00'.
       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
       01  ws-rulelib-status           pic x(02).
           88  ws-rulelib-ok                     value '00'.
       01  ws-laylib-status            pic x(02).
           88  ws-laylib-ok                      value '00'.
       01  ws-pndlib-status            pic x(02).
           88  ws-pndlib-ok                      value '00'.
           88  ws-pndlib-dupkey                  value '22'.

      * The header of the file being imported, kept for the report.
       01  ws-imp-source               pic x(08) value spaces.
       01  ws-imp-date                 pic 9(08) value zero.
       01  ws-imp-time                 pic 9(08) value zero.
       01  ws-imp-run-id               pic x(16) value spaces.

      * Pass-one tallies, proved against the trailer.
       01  ws-validate-counters.
           05  ws-val-record-count     pic 9(9)  comp value zero.
           05  ws-val-pat-count        pic 9(9)  comp value zero.
           05  ws-val-rul-count        pic 9(9)  comp value zero.
           05  ws-val-lay-count        pic 9(9)  comp value zero.
           05  ws-val-entry-count      pic 9(9)  comp value zero.
           05  ws-val-cksum            pic 9(9)  comp value zero.
       01  ws-trl-pat-count            pic 9(09) value zero.
       01  ws-trl-rul-count            pic 9(09) value zero.
       01  ws-trl-lay-count            pic 9(09) value zero.
       01  ws-trl-entry-count          pic 9(09) value zero.
       01  ws-trl-cksum                pic 9(09) value zero.
       01  ws-reject-reason            pic x(60) value spaces.
       01  ws-reject-record-num        pic 9(09).

       01  ws-counters.
           05  ws-added-count          pic 9(9)  comp value zero.
           05  ws-replaced-count       pic 9(9)  comp value zero.
           05  ws-same-count           pic 9(9)  comp value zero.
           05  ws-conflict-count       pic 9(9)  comp value zero.
           05  ws-failed-count         pic 9(9)  comp value zero.
           05  ws-skipped-count        pic 9(9)  comp value zero.
           05  ws-forced-count         pic 9(9)  comp value zero.

      * The BEFOREOUT file's own counts and checksum.
       01  ws-before-counters.
           05  ws-bef-pat-count        pic 9(9)  comp value zero.
           05  ws-bef-rul-count        pic 9(9)  comp value zero.
           05  ws-bef-lay-count        pic 9(9)  comp value zero.
           05  ws-bef-entry-count      pic 9(9)  comp value zero.
           05  ws-bef-cksum            pic 9(9)  comp value zero.

      * The suite's trimmed-length-plus-ordinals checksum of one
      * XPT-RECORD.
       01  ws-cks-value                pic 9(9)  comp.
       01  ws-cks-len                  pic 9(9)  comp.
       01  ws-cks-idx                  pic 9(9)  comp.

      * The incoming entry, saved out of XPT-RECORD (which is reused
      * to build the before-image), and the target's current copy.
      * The PATLIB views split off the content that decides SAME -
      * text, length, options, owner, description and status - from
      * the created and changed stamps, which differ by LPAR.
       01  ws-src-type                 pic x(03).
       01  ws-src-key                  pic x(16).
       01  ws-src-image                pic x(320).
       01  ws-src-pattern redefines ws-src-image.
           05  ws-src-pat-id           pic x(08).
           05  ws-src-pat-content.
               10  filler              pic x(254).
               10  ws-src-pat-status   pic x(04).
           05  ws-src-pat-created-date pic 9(08).
           05  ws-src-pat-created-time pic 9(08).
           05  ws-src-pat-changed.
               10  ws-src-pat-changed-date
                                       pic 9(08).
               10  ws-src-pat-changed-time
                                       pic 9(08).
           05  filler                  pic x(22).
       01  ws-tgt-image                pic x(320).
       01  ws-tgt-pattern redefines ws-tgt-image.
           05  ws-tgt-pat-id           pic x(08).
           05  ws-tgt-pat-content.
               10  filler              pic x(254).
               10  ws-tgt-pat-status   pic x(04).
           05  ws-tgt-pat-created-date pic 9(08).
           05  ws-tgt-pat-created-time pic 9(08).
           05  ws-tgt-pat-changed.
               10  ws-tgt-pat-changed-date
                                       pic 9(08).
               10  ws-tgt-pat-changed-time
                                       pic 9(08).
           05  filler                  pic x(22).

       01  ws-after-image              pic x(320).
       01  ws-stage-action             pic x(08).
       01  ws-stage-library            pic x(08).
       01  ws-forced-sw                pic x(01).
           88  ws-forced                         value 'Y'.

      * Pending-change request id, YYYYMMDDHHMMSSHH, kept strictly
      * ascending within the run.
       01  ws-request-id.
           05  ws-request-date         pic 9(08).
           05  ws-request-time         pic 9(08).
       01  ws-request-num redefines ws-request-id
                                       pic 9(16).
       01  ws-last-request-num         pic 9(16) value zero.

       01  ws-run-id                   pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date          pic 9(08).
           05  ws-run-id-time          pic 9(08).

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'LIBIMPRT  -  LIBRARY'.
           05  filler                  pic x(20) value
                   ' IMPORT             '.
           05  filler                  pic x(08) value 'SOURCE  '.
           05  rh-source               pic x(08).
           05  filler                  pic x(11) value '  EXPORTED '.
           05  rh-exp-date             pic 9(08).
           05  filler                  pic x(01) value space.
           05  rh-exp-time             pic 9(08).
           05  filler                  pic x(09) value '  RUN-ID '.
           05  rh-run-id               pic x(16).
           05  filler                  pic x(23) value spaces.

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
           05  filler                  pic x(07) value 'ADDED: '.
           05  rt-added                pic zzzzzzzz9.
           05  filler                  pic x(12) value '  REPLACED: '.
           05  rt-replaced             pic zzzzzzzz9.
           05  filler                  pic x(08) value '  SAME: '.
           05  rt-same                 pic zzzzzzzz9.
           05  filler                  pic x(13) value '  CONFLICTS: '.
           05  rt-conflict             pic zzzzzzzz9.
           05  filler                  pic x(10) value '  FAILED: '.
           05  rt-failed               pic zzzzzzzz9.
           05  filler                  pic x(11) value '  SKIPPED: '.
           05  rt-skipped              pic zzzzzzzz9.
           05  filler                  pic x(17) value spaces.

       01  ws-report-reject.
           05  filler                  pic x(26) value
                   'IMPFILE REJECTED - '.
           05  rr-reason               pic x(60).
           05  filler                  pic x(46) value
                   ' - NO LIBRARY HAS BEEN CHANGED'.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 1100-validate-import-file
           perform 1200-open-for-update
           perform 2000-import-one-record
               thru 2000-import-one-record-exit
               with test before
               until ws-imp-eof
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - read the deck and start the report.        *
      ***************************************************************
       1000-initialize.
           open input impctl
           perform 1005-read-control-card
               thru 1005-read-control-card-exit
               with test before
               until ws-ctl-eof
           close impctl
           if impcc-user equal spaces
               display 'LIBIMPRT: USERID= is required - staged '
                        'changes must name their requester'
               move 16 to return-code
               stop run
           end-if
           if ws-run-id equal spaces
               accept ws-run-id-date from date yyyymmdd
               accept ws-run-id-time from time
           end-if
           open output imprpt
           .

       1005-read-control-card.
           read impctl into ws-ctl-record
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
               when 'USERID'
                   move ws-ctl-value(1:8) to impcc-user
               when 'TARGET'
                   move ws-ctl-value(1:8) to impcc-target
               when 'LIBRARY'
                   move ws-ctl-value(1:8) to impcc-library
                   evaluate impcc-library
                       when 'PATLIB'
                           move 'PAT' to impcc-only-type
                       when 'RULELIB'
                           move 'RUL' to impcc-only-type
                       when 'LAYLIB'
                           move 'LAY' to impcc-only-type
                       when other
                           display 'LIBIMPRT: unknown LIBRARY '
                                    impcc-library
                                    ' - PATLIB, RULELIB or LAYLIB'
                           move 16 to return-code
                           stop run
                   end-evaluate
               when 'FORCE'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to impcc-force
                   end-if
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'LIBIMPRT: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

      ***************************************************************
      * 1100-VALIDATE-IMPORT-FILE - pass one.  Read the whole file   *
      * and prove it: header first, nothing after the trailer, and   *
      * the trailer's counts and checksum matching the entries.      *
      * Nothing has been opened for update yet, so a rejection here  *
      * leaves every library as it was.                              *
      ***************************************************************
       1100-validate-import-file.
           open input impfile
           if not ws-impfile-ok
               move spaces to ws-reject-reason
               string 'IMPFILE open failed, status '
                      ws-impfile-status
                   delimited by size into ws-reject-reason
               end-string
               perform 1190-reject-import-file
           end-if
           move 'N' to ws-imp-eof-sw
           perform 1110-validate-one-record
               thru 1110-validate-one-record-exit
               with test before
               until ws-imp-eof
           close impfile
           if ws-val-record-count equal zero
               move 'file is empty' to ws-reject-reason
               perform 1190-reject-import-file
           end-if
           if not ws-trailer-seen
               move 'no trailer record - file is truncated'
                   to ws-reject-reason
               perform 1190-reject-import-file
           end-if
           if ws-val-pat-count not equal ws-trl-pat-count
              or ws-val-rul-count not equal ws-trl-rul-count
              or ws-val-lay-count not equal ws-trl-lay-count
              or ws-val-entry-count not equal ws-trl-entry-count
               move 'entry counts do not agree with the trailer'
                   to ws-reject-reason
               perform 1190-reject-import-file
           end-if
           if ws-val-cksum not equal ws-trl-cksum
               move 'content checksum does not agree with the trailer'
                   to ws-reject-reason
               perform 1190-reject-import-file
           end-if
           move ws-imp-source to rh-source
           move ws-imp-date to rh-exp-date
           move ws-imp-time to rh-exp-time
           move ws-run-id to rh-run-id
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move '0' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

       1110-validate-one-record.
           read impfile into xpt-record
               at end
                   move 'Y' to ws-imp-eof-sw
                   go to 1110-validate-one-record-exit
           end-read
           add 1 to ws-val-record-count
           if ws-trailer-seen
               move 'records follow the trailer' to ws-reject-reason
               perform 1190-reject-import-file
           end-if
           if ws-val-record-count equal 1
               if not xpt-type-header
                   move 'first record is not the export header'
                       to ws-reject-reason
                   perform 1190-reject-import-file
               end-if
               move xph-source to ws-imp-source
               move xph-date to ws-imp-date
               move xph-time to ws-imp-time
               move xph-run-id to ws-imp-run-id
               go to 1110-validate-one-record-exit
           end-if
           evaluate true
               when xpt-type-patlib
                   add 1 to ws-val-pat-count
               when xpt-type-rulelib
                   add 1 to ws-val-rul-count
               when xpt-type-laylib
                   add 1 to ws-val-lay-count
               when xpt-type-trailer
                   move 'Y' to ws-trailer-seen-sw
                   move xpt-pat-count to ws-trl-pat-count
                   move xpt-rul-count to ws-trl-rul-count
                   move xpt-lay-count to ws-trl-lay-count
                   move xpt-entry-count to ws-trl-entry-count
                   move xpt-cksum to ws-trl-cksum
                   go to 1110-validate-one-record-exit
               when other
                   move ws-val-record-count to ws-reject-record-num
                   move spaces to ws-reject-reason
                   string 'record ' ws-reject-record-num
                          ' has unknown type ' xpt-rec-type
                       delimited by size into ws-reject-reason
                   end-string
                   perform 1190-reject-import-file
           end-evaluate
           add 1 to ws-val-entry-count
           perform 2800-checksum-xpt-record
           compute ws-val-cksum = function mod
               (ws-val-cksum + ws-cks-value, 1000000000)
           .
       1110-validate-one-record-exit.
           exit.

       1190-reject-import-file.
           move ws-reject-reason to rr-reason
           move '1' to rpt-cc
           move ws-report-reject to rpt-text
           write rpt-line
           close imprpt
           display 'LIBIMPRT: IMPFILE rejected - ' ws-reject-reason
           move 16 to return-code
           stop run
           .

      ***************************************************************
      * 1200-OPEN-FOR-UPDATE - pass two.  Reopen the proved file,    *
      * open the libraries, and start BEFOREOUT with its header.     *
      ***************************************************************
       1200-open-for-update.
           open input patlib
           if not ws-patlib-ok
               display 'LIBIMPRT: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           open input rulelib
           if not ws-rulelib-ok
               display 'LIBIMPRT: RULELIB open failed, status '
                        ws-rulelib-status
               move 16 to return-code
               stop run
           end-if
           open i-o laylib
           if not ws-laylib-ok
               display 'LIBIMPRT: LAYLIB open failed, status '
                        ws-laylib-status
               move 16 to return-code
               stop run
           end-if
           open i-o pndlib
           if not ws-pndlib-ok
               display 'LIBIMPRT: PNDLIB open failed, status '
                        ws-pndlib-status
               move 16 to return-code
               stop run
           end-if
           open output beforeout
           move spaces to xpt-record
           move 'HDR' to xpt-rec-type
           move impcc-target to xph-source
           accept xph-date from date yyyymmdd
           accept xph-time from time
           move 'LIBIMPRT' to xph-program
           move ws-run-id to xph-run-id
           write bef-record from xpt-record
           move 'N' to ws-imp-eof-sw
           open input impfile
           .

      ***************************************************************
      * 2000-IMPORT-ONE-RECORD - route each entry to its library.    *
      ***************************************************************
       2000-import-one-record.
           read impfile into xpt-record
               at end
                   move 'Y' to ws-imp-eof-sw
                   go to 2000-import-one-record-exit
           end-read
           if xpt-type-header or xpt-type-trailer
               go to 2000-import-one-record-exit
           end-if
           move xpt-rec-type to ws-src-type
           move xpt-key to ws-src-key
           move xpt-image to ws-src-image
           if impcc-only-type not equal spaces
              and ws-src-type not equal impcc-only-type
               add 1 to ws-skipped-count
               go to 2000-import-one-record-exit
           end-if
           move ws-src-key to rd-key
           move spaces to rd-result
           evaluate true
               when xpt-type-patlib
                   move 'PATLIB' to rd-library
                   perform 2100-import-pattern
                       thru 2100-import-pattern-exit
               when xpt-type-rulelib
                   move 'RULELIB' to rd-library
                   perform 2200-import-rule
                       thru 2200-import-rule-exit
               when xpt-type-laylib
                   move 'LAYLIB' to rd-library
                   perform 2300-import-layout-field
                       thru 2300-import-layout-field-exit
           end-evaluate
           perform 2910-report-line
           .
       2000-import-one-record-exit.
           exit.

      ***************************************************************
      * 2100-IMPORT-PATTERN - compare with the live entry, refuse    *
      * the conflicts, and stage the rest on PNDLIB.  A REPLACE      *
      * keeps the target's created stamp; PNDAPPR stamps the change  *
      * at approval.                                                 *
      ***************************************************************
       2100-import-pattern.
           move 'N' to ws-forced-sw
           move spaces to ws-tgt-image
           move ws-src-pat-id to pat-id
           read patlib
           if ws-patlib-ok
               move 'Y' to ws-target-found-sw
               move pat-record to ws-tgt-image
           else
               move 'N' to ws-target-found-sw
           end-if
           if not ws-target-found
               move 'ADD' to ws-stage-action
           else
               if ws-src-pat-content equal ws-tgt-pat-content
                   add 1 to ws-same-count
                   move 'SAME - identical on target, nothing staged'
                       to rd-result
                   go to 2100-import-pattern-exit
               end-if
               if ws-src-pat-status equal 'TEST'
                  and ws-tgt-pat-status equal 'PROD'
                   add 1 to ws-conflict-count
                   move spaces to rd-result
                   string 'CONFLICT - TEST entry would replace a '
                          'PROD entry; not staged'
                       delimited by size into rd-result
                   end-string
                   go to 2100-import-pattern-exit
               end-if
               if ws-tgt-pat-changed greater than ws-src-pat-changed
                   if not impcc-force-yes
                       add 1 to ws-conflict-count
                       move spaces to rd-result
                       string 'CONFLICT - target changed '
                              ws-tgt-pat-changed-date ' '
                              ws-tgt-pat-changed-time
                              ', after the exported copy; not staged'
                           delimited by size into rd-result
                       end-string
                       go to 2100-import-pattern-exit
                   end-if
                   move 'Y' to ws-forced-sw
               end-if
               move 'REPLACE' to ws-stage-action
           end-if
           move ws-src-image to pat-record
           if ws-target-found
               move ws-tgt-pat-created-date to pat-created-date
               move ws-tgt-pat-created-time to pat-created-time
           end-if
           move 'PATLIB' to ws-stage-library
           move pat-record to ws-after-image
           perform 3000-stage-change
               thru 3000-stage-change-exit
           .
       2100-import-pattern-exit.
           exit.

      ***************************************************************
      * 2200-IMPORT-RULE - RULELIB carries no change stamps, so a    *
      * differing rule is simply a REPLACE.                          *
      ***************************************************************
       2200-import-rule.
           move 'N' to ws-forced-sw
           move spaces to ws-tgt-image
           move ws-src-key(1:4) to rul-seq
           read rulelib
           if ws-rulelib-ok
               move 'Y' to ws-target-found-sw
               move sub-rule-record to ws-tgt-image
               if ws-tgt-image equal ws-src-image
                   add 1 to ws-same-count
                   move 'SAME - identical on target, nothing staged'
                       to rd-result
                   go to 2200-import-rule-exit
               end-if
               move 'REPLACE' to ws-stage-action
           else
               move 'N' to ws-target-found-sw
               move 'ADD' to ws-stage-action
           end-if
           move 'RULELIB' to ws-stage-library
           move ws-src-image to ws-after-image
           perform 3000-stage-change
               thru 3000-stage-change-exit
           .
       2200-import-rule-exit.
           exit.

      ***************************************************************
      * 2300-IMPORT-LAYOUT-FIELD - LAYLIB is written directly.       *
      ***************************************************************
       2300-import-layout-field.
           move spaces to ws-tgt-image
           move ws-src-key to lay-key
           read laylib
           if ws-laylib-ok
               move layout-record to ws-tgt-image
               if ws-tgt-image equal ws-src-image
                   add 1 to ws-same-count
                   move 'SAME - identical on target' to rd-result
                   go to 2300-import-layout-field-exit
               end-if
               perform 2900-write-before-image
               move ws-src-image to layout-record
               rewrite layout-record
               if not ws-laylib-ok
                   go to 2310-laylib-write-failed
               end-if
               add 1 to ws-replaced-count
               move 'REPLACED' to rd-result
           else
               move ws-src-image to layout-record
               write layout-record
               if not ws-laylib-ok
                   go to 2310-laylib-write-failed
               end-if
               add 1 to ws-added-count
               move 'ADDED' to rd-result
           end-if
           go to 2300-import-layout-field-exit
           .
       2310-laylib-write-failed.
           add 1 to ws-failed-count
           move spaces to rd-result
           string 'FAILED - LAYLIB write status ' ws-laylib-status
               delimited by size into rd-result
           end-string
           .
       2300-import-layout-field-exit.
           exit.

      ***************************************************************
      * 2800-CHECKSUM-XPT-RECORD - the checksum contribution of the  *
      * record in XPT-RECORD, left in WS-CKS-VALUE.                  *
      ***************************************************************
       2800-checksum-xpt-record.
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
           .
       2801-trim-cks-len.
           subtract 1 from ws-cks-len
           .
       2802-add-one-cks-byte.
           compute ws-cks-value = ws-cks-value
               + function ord(xpt-record(ws-cks-idx:1))
           .

      ***************************************************************
      * 2900-WRITE-BEFORE-IMAGE - the target's copy of the entry, in *
      * export format, to BEFOREOUT.                                 *
      ***************************************************************
       2900-write-before-image.
           move spaces to xpt-record
           move ws-src-type to xpt-rec-type
           move ws-src-key to xpt-key
           move ws-tgt-image to xpt-image
           evaluate true
               when xpt-type-patlib
                   add 1 to ws-bef-pat-count
               when xpt-type-rulelib
                   add 1 to ws-bef-rul-count
               when xpt-type-laylib
                   add 1 to ws-bef-lay-count
           end-evaluate
           add 1 to ws-bef-entry-count
           perform 2800-checksum-xpt-record
           compute ws-bef-cksum = function mod
               (ws-bef-cksum + ws-cks-value, 1000000000)
           write bef-record from xpt-record
           .

       2910-report-line.
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 3000-STAGE-CHANGE - write the change to PNDLIB as a PENDING  *
      * request, the target's copy as its base image, just as       *
      * PATMAINT and RULEMNT stage theirs.  The caller has put the   *
      * record to be written in WS-AFTER-IMAGE.                      *
      ***************************************************************
       3000-stage-change.
           move spaces to pnd-record
           move ws-after-image to pnd-after-image
           accept ws-request-date from date yyyymmdd
           accept ws-request-time from time
           if ws-request-num not greater than ws-last-request-num
               compute ws-request-num = ws-last-request-num + 1
           end-if
           move ws-stage-library to pnd-library
           move ws-stage-action to pnd-action
           move ws-src-key(1:8) to pnd-entry-key
           move 'PENDING' to pnd-state
           move impcc-user to pnd-requester
           move zero to pnd-decided-date pnd-decided-time
           if ws-target-found
               move 'Y' to pnd-base-found
               move ws-tgt-image to pnd-base-image
           else
               move 'N' to pnd-base-found
           end-if
           move spaces to pnd-reason
           string 'imported from ' ws-imp-source
                  ' export run ' ws-imp-run-id
               delimited by size into pnd-reason
           end-string
           .
       3001-write-pending.
           move ws-request-id to pnd-request-id
           move ws-request-date to pnd-request-date
           move ws-request-time to pnd-request-time
           write pnd-record
           if ws-pndlib-dupkey
               add 1 to ws-request-num
               go to 3001-write-pending
           end-if
           if not ws-pndlib-ok
               add 1 to ws-failed-count
               move spaces to rd-result
               string 'FAILED - PNDLIB write status '
                      ws-pndlib-status
                   delimited by size into rd-result
               end-string
               go to 3000-stage-change-exit
           end-if
           move ws-request-num to ws-last-request-num
           if ws-target-found
               perform 2900-write-before-image
               add 1 to ws-replaced-count
           else
               add 1 to ws-added-count
           end-if
           move spaces to rd-result
           string 'STAGED ' pnd-request-id ' - ' ws-stage-action
                  ' awaits approval'
               delimited by size into rd-result
           end-string
           if ws-forced
               add 1 to ws-forced-count
               move spaces to rd-result
               string 'STAGED ' pnd-request-id ' - ' ws-stage-action
                      ' awaits approval (FORCED over newer target)'
                   delimited by size into rd-result
               end-string
           end-if
           .
       3000-stage-change-exit.
           exit.

      ***************************************************************
      * 8000-FINISH - close BEFOREOUT with its trailer, print the    *
      * totals, and set RC 8 for any conflict or failure.            *
      ***************************************************************
       8000-finish.
           move spaces to xpt-record
           move 'TRL' to xpt-rec-type
           move ws-bef-pat-count to xpt-pat-count
           move ws-bef-rul-count to xpt-rul-count
           move ws-bef-lay-count to xpt-lay-count
           move ws-bef-entry-count to xpt-entry-count
           move ws-bef-cksum to xpt-cksum
           write bef-record from xpt-record
           move ws-added-count to rt-added
           move ws-replaced-count to rt-replaced
           move ws-same-count to rt-same
           move ws-conflict-count to rt-conflict
           move ws-failed-count to rt-failed
           move ws-skipped-count to rt-skipped
           move '0' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           close impfile beforeout imprpt patlib rulelib laylib
                 pndlib
           display 'LIBIMPRT: run-id ' ws-run-id
                    ' from ' ws-imp-source
                    ' added ' ws-added-count
                    ' replaced ' ws-replaced-count
                    ' conflicts ' ws-conflict-count
                    ' failed ' ws-failed-count
           if ws-conflict-count greater than zero
              or ws-failed-count greater than zero
               move 8 to return-code
           end-if
           .

       end program LIBIMPRT.

      ***************************************************************
      *                                                             *
      *    PROGRAM:  LIBCHK                                         *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    LIBCHK is the cross-library integrity gate run ahead of  *
      *    the overnight stream.  Each of the suite's libraries is  *
      *    maintained by its own program - PATMAINT for PATLIB,     *
      *    PATCOMP for SERLIB, RULEMNT for RULELIB - and nothing    *
      *    else checks that they still agree with each other or     *
      *    with the control decks that name their entries.  Every   *
      *    disagreement below used to surface only as an RC 16 in   *
      *    the middle of the batch window:                          *
      *                                                             *
      *      STALE     a SERLIB record serialized before its        *
      *                PATLIB entry last changed, or carrying a     *
      *                different TEST/PROD status (PATCOMP was not  *
      *                rerun after PATMAINT)                        *
      *      ORPHAN    a SERLIB record whose PATLIB entry was       *
      *                deleted                                      *
      *      NOSERIAL  a PATLIB entry PATCOMP has never stored      *
      *      NOLAYOUT  a RULELIB rule naming a RUL-LAYOUT/RUL-FIELD *
      *                LAYLIB does not carry, or a layout with no   *
      *                field named                                  *
      *      NOPATID   an RPTCTL line, or a PATTERN=/CHAINn=        *
      *                statement on a SCNCTL deck, naming a         *
      *                pattern-id PATLIB does not carry             *
      *      NOSERLIB  a SCNCTL deck asking for PRECOMP=YES for a   *
      *                pattern SERLIB does not carry                *
      *      NODDNAME  an RPTCTL or DSLIST ddname that is not       *
      *                allocated to this step                       *
      *                                                             *
      *    PATLIB is read once, in key order, into storage; SERLIB  *
      *    and RULELIB are each read once; LAYLIB is read by key.   *
      *    The control decks are all OPTIONAL - allocate whichever  *
      *    decks the night's stream uses (SCNCTL takes the          *
      *    REGEXSCN/REGEXSUB CTLCARD format; concatenate several    *
      *    decks under it to check them all, each deck leading with *
      *    its PATTERN= statement, which is where LIBCHK takes one  *
      *    deck to end and the next to begin).  Each exception is   *
      *    one line on CHKRPT.  Any exception ends the run RC 8 so  *
      *    the scheduler holds the stream; a library that will not  *
      *    open ends it RC 16.                                      *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   Check a concatenated SCNCTL deck by deck,  *
      *                  not just its last deck.  5020 performed    *
      *                  THRU its exit.                             *
      ***************************************************************
       identification division.
       program-id.    LIBCHK.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is sequential
               record key is pat-id
               file status is ws-patlib-status.
           select serlib
               assign to SERLIB
               organization is sequential
               file status is ws-serlib-status.
           select rulelib
               assign to RULELIB
               organization is indexed
               access mode is sequential
               record key is rul-seq
               file status is ws-rulelib-status.
           select laylib
               assign to LAYLIB
               organization is indexed
               access mode is random
               record key is lay-key
               file status is ws-laylib-status.
           select optional rptctl
               assign to RPTCTL
               organization is sequential
               file status is ws-rptctl-status.
           select optional scnctl
               assign to SCNCTL
               organization is sequential
               file status is ws-scnctl-status.
           select optional dslist
               assign to DSLIST
               organization is sequential
               file status is ws-dslist-status.
           select dsinfile
               assign to ws-ds-ddname
               organization is sequential
               file status is ws-dsinfile-status.
           select chkrpt
               assign to CHKRPT
               organization is sequential.

       data division.
       file section.
       fd  patlib.
           COPY patrec.

       fd  serlib
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY serrec.

       fd  rulelib.
           COPY subrrec.

       fd  laylib.
           COPY layrec.

       fd  rptctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rptctl-record.
           05  rptctl-pattern-id       pic x(08).
           05  filler                  pic x(01).
           05  rptctl-ddname           pic x(08).
           05  filler                  pic x(63).

       fd  scnctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  scnctl-record               pic x(80).

       fd  dslist
           recording mode is f
           label records are standard
           block contains 0 records.
       01  dslist-record               pic x(80).

       fd  dsinfile
           recording mode is f
           label records are standard
           block contains 0 records.
       01  dsin-record                 pic x(80).

       fd  chkrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       working-storage section.
       01  ws-switches.
           05  ws-patlib-eof-sw        pic x(01) value 'N'.
               88  ws-patlib-eof                  value 'Y'.
           05  ws-serlib-eof-sw        pic x(01) value 'N'.
               88  ws-serlib-eof                  value 'Y'.
           05  ws-rulelib-eof-sw       pic x(01) value 'N'.
               88  ws-rulelib-eof                 value 'Y'.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-found-sw             pic x(01) value 'N'.
               88  ws-found                       value 'Y'.
           05  ws-precomp-sw           pic x(01) value 'N'.
               88  ws-precomp                     value 'Y'.

       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
       01  ws-serlib-status            pic x(02).
           88  ws-serlib-ok                      value '00'.
       01  ws-rulelib-status           pic x(02).
           88  ws-rulelib-ok                     value '00'.
       01  ws-laylib-status            pic x(02).
           88  ws-laylib-ok                      value '00'.
       01  ws-rptctl-status            pic x(02).
       01  ws-scnctl-status            pic x(02).
       01  ws-dslist-status            pic x(02).
       01  ws-dsinfile-status          pic x(02).
           88  ws-dsinfile-ok                    value '00'.
       01  ws-ds-ddname                pic x(08).

      ***************************************************************
      * WS-PAT-TABLE - every PATLIB entry, loaded in key order so   *
      * the lookups below can SEARCH ALL.  WS-PT-SERIAL is set when *
      * SERLIB is found to carry the entry.                         *
      ***************************************************************
       01  ws-pat-count                pic 9(5)  comp value zero.
       01  ws-pat-table.
           05  ws-pt-entry             occurs 1 to 5000 times
                                       depending on ws-pat-count
                                       ascending key ws-pt-id
                                       indexed by ws-pt-idx.
               10  ws-pt-id            pic x(08).
               10  ws-pt-status        pic x(04).
               10  ws-pt-changed-date  pic 9(08).
               10  ws-pt-changed-time  pic 9(08).
               10  ws-pt-serial-sw     pic x(01).
                   88  ws-pt-serial               value 'Y'.

      * Pattern-ids SERLIB carries - a SCNCTL deck with PRECOMP=YES
      * needs its pattern here as well as in PATLIB.
       01  ws-ser-count                pic 9(5)  comp value zero.
       01  ws-ser-table.
           05  ws-st-id                pic x(08) occurs 5000 times.
       01  ws-ser-idx                  pic 9(5)  comp.

      * The pattern-ids named on one SCNCTL deck, checked once the
      * whole deck has been read so PRECOMP= may appear anywhere.
       01  ws-deck-ids.
           05  ws-deck-id              pic x(08) occurs 11 times.
           05  ws-deck-stmt            pic x(08) occurs 11 times.
       01  ws-deck-idx                 pic 9(2)  comp.
       01  ws-chain-num                pic 9(2)  comp.

       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4)  comp.
       01  ws-look-id                  pic x(08).

       01  ws-counters.
           05  ws-patlib-count         pic 9(9)  comp value zero.
           05  ws-serlib-count         pic 9(9)  comp value zero.
           05  ws-rulelib-count        pic 9(9)  comp value zero.
           05  ws-ref-count            pic 9(9)  comp value zero.
           05  ws-exception-count      pic 9(9)  comp value zero.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'LIBCHK  -  CROSS-LIB'.
           05  filler                  pic x(20) value
                   'RARY INTEGRITY CHECK'.
           05  filler                  pic x(92) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(08) value 'SOURCE  '.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(16) value 'KEY'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(08) value 'REASON'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(97) value 'DETAIL'.

       01  ws-report-detail.
           05  rd-source               pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-key                  pic x(16).
           05  filler                  pic x(01) value space.
           05  rd-reason               pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-detail               pic x(97).

       01  ws-report-total.
           05  filler                  pic x(08) value 'PATLIB: '.
           05  rt-patlib               pic zzzzzzzz9.
           05  filler                  pic x(10) value '  SERLIB: '.
           05  rt-serlib               pic zzzzzzzz9.
           05  filler                  pic x(11) value '  RULELIB: '.
           05  rt-rulelib              pic zzzzzzzz9.
           05  filler                  pic x(15) value
                   '  DECK REFS:   '.
           05  rt-refs                 pic zzzzzzzz9.
           05  filler                  pic x(14) value
                   '  EXCEPTIONS: '.
           05  rt-exceptions           pic zzzzzzzz9.
           05  filler                  pic x(29) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 1010-load-pattern-table
               thru 1010-load-pattern-table-exit
           perform 2000-check-serlib
               thru 2000-check-serlib-exit
           perform 2100-check-unserialized
               with test before
               varying ws-pt-idx from 1 by 1
               until ws-pt-idx greater than ws-pat-count
           perform 3000-check-rulelib
               thru 3000-check-rulelib-exit
           perform 4000-check-rptctl
               thru 4000-check-rptctl-exit
           perform 5000-check-scnctl
               thru 5000-check-scnctl-exit
           perform 6000-check-dslist
               thru 6000-check-dslist-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - open the libraries and print headings.    *
      * The control decks are opened as each is checked.            *
      ***************************************************************
       1000-initialize.
           open input patlib
           if not ws-patlib-ok
               display 'LIBCHK: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           open input serlib
           if not ws-serlib-ok
               display 'LIBCHK: SERLIB open failed, status '
                        ws-serlib-status
               move 16 to return-code
               stop run
           end-if
           open input rulelib
           if not ws-rulelib-ok
               display 'LIBCHK: RULELIB open failed, status '
                        ws-rulelib-status
               move 16 to return-code
               stop run
           end-if
           open input laylib
           if not ws-laylib-ok
               display 'LIBCHK: LAYLIB open failed, status '
                        ws-laylib-status
               move 16 to return-code
               stop run
           end-if
           open output chkrpt
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 1010-LOAD-PATTERN-TABLE - PATLIB in key order into storage. *
      ***************************************************************
       1010-load-pattern-table.
           read patlib
               at end
                   move 'Y' to ws-patlib-eof-sw
                   go to 1010-load-pattern-table-exit
           end-read
           if ws-pat-count equal 5000
               display 'LIBCHK: more than 5000 PATLIB entries, '
                        'raise WS-PAT-TABLE'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-patlib-count
           add 1 to ws-pat-count
           move pat-id to ws-pt-id(ws-pat-count)
           move pat-status to ws-pt-status(ws-pat-count)
           move pat-changed-date to ws-pt-changed-date(ws-pat-count)
           move pat-changed-time to ws-pt-changed-time(ws-pat-count)
           move 'N' to ws-pt-serial-sw(ws-pat-count)
           go to 1010-load-pattern-table
           .
       1010-load-pattern-table-exit.
           exit.

      ***************************************************************
      * 1020-FIND-PATTERN - look WS-LOOK-ID up in the PATLIB table; *
      * on a hit WS-PT-IDX is left on the entry.                    *
      ***************************************************************
       1020-find-pattern.
           move 'N' to ws-found-sw
           if ws-pat-count equal zero
               go to 1020-find-pattern-exit
           end-if
           search all ws-pt-entry
               at end
                   move 'N' to ws-found-sw
               when ws-pt-id(ws-pt-idx) equal ws-look-id
                   move 'Y' to ws-found-sw
           end-search
           .
       1020-find-pattern-exit.
           exit.

      ***************************************************************
      * 1030-FIND-SERIALIZED - is WS-LOOK-ID on SERLIB?             *
      ***************************************************************
       1030-find-serialized.
           move 'N' to ws-found-sw
           perform 1031-test-one-serialized
               with test before
               varying ws-ser-idx from 1 by 1
               until ws-ser-idx greater than ws-ser-count
                  or ws-found
           .

       1031-test-one-serialized.
           if ws-st-id(ws-ser-idx) equal ws-look-id
               move 'Y' to ws-found-sw
           end-if
           .

      ***************************************************************
      * 2000-CHECK-SERLIB - every SERLIB record must have a PATLIB  *
      * entry, carry its current status, and have been serialized   *
      * no earlier than the entry's last change.  A record with no  *
      * serialized stamp predates the stamp and is reported stale   *
      * so the first PATCOMP rerun clears it.                       *
      ***************************************************************
       2000-check-serlib.
           read serlib
               at end
                   move 'Y' to ws-serlib-eof-sw
                   go to 2000-check-serlib-exit
           end-read
           add 1 to ws-serlib-count
           if ws-ser-count less than 5000
               add 1 to ws-ser-count
               move ser-pat-id to ws-st-id(ws-ser-count)
           end-if
           move ser-pat-id to ws-look-id
           perform 1020-find-pattern
               thru 1020-find-pattern-exit
           move 'SERLIB' to rd-source
           move ser-pat-id to rd-key
           if not ws-found
               move 'ORPHAN' to rd-reason
               move 'serialized entry has no PATLIB entry'
                   to rd-detail
               perform 7000-report-exception
               go to 2000-check-serlib
           end-if
           move 'Y' to ws-pt-serial-sw(ws-pt-idx)
           if ser-compiled-date not numeric
              or ser-compiled-time not numeric
               move 'STALE' to rd-reason
               move 'no serialized date stamp - rerun PATCOMP'
                   to rd-detail
               perform 7000-report-exception
               go to 2000-check-serlib
           end-if
           if ser-compiled-date less than
                  ws-pt-changed-date(ws-pt-idx)
              or (ser-compiled-date equal
                  ws-pt-changed-date(ws-pt-idx)
                  and ser-compiled-time less than
                  ws-pt-changed-time(ws-pt-idx))
               move 'STALE' to rd-reason
               move spaces to rd-detail
               string 'serialized ' ser-compiled-date '-'
                      ser-compiled-time ', PATLIB changed '
                      ws-pt-changed-date(ws-pt-idx) '-'
                      ws-pt-changed-time(ws-pt-idx)
                      ' - rerun PATCOMP'
                   delimited by size into rd-detail
               end-string
               perform 7000-report-exception
               go to 2000-check-serlib
           end-if
           if ser-status not equal ws-pt-status(ws-pt-idx)
               move 'STALE' to rd-reason
               move spaces to rd-detail
               string 'serialized as ' ser-status
                      ', PATLIB status now '
                      ws-pt-status(ws-pt-idx)
                      ' - rerun PATCOMP'
                   delimited by size into rd-detail
               end-string
               perform 7000-report-exception
           end-if
           go to 2000-check-serlib
           .
       2000-check-serlib-exit.
           exit.

      ***************************************************************
      * 2100-CHECK-UNSERIALIZED - a PATLIB entry SERLIB never saw.  *
      ***************************************************************
       2100-check-unserialized.
           if not ws-pt-serial(ws-pt-idx)
               move 'PATLIB' to rd-source
               move ws-pt-id(ws-pt-idx) to rd-key
               move 'NOSERIAL' to rd-reason
               move 'entry not on SERLIB - added since PATCOMP ran'
                   to rd-detail
               perform 7000-report-exception
           end-if
           .

      ***************************************************************
      * 3000-CHECK-RULELIB - a rule naming a layout must name a     *
      * field LAYLIB carries.  Disabled rules are checked too: one  *
      * ENABLE transaction puts them back in tonight's run.         *
      ***************************************************************
       3000-check-rulelib.
           read rulelib
               at end
                   move 'Y' to ws-rulelib-eof-sw
                   go to 3000-check-rulelib-exit
           end-read
           add 1 to ws-rulelib-count
           if rul-layout equal spaces
               go to 3000-check-rulelib
           end-if
           move 'RULELIB' to rd-source
           move spaces to rd-key
           move rul-seq to rd-key
           move 'NOLAYOUT' to rd-reason
           if rul-field equal spaces
               move spaces to rd-detail
               string 'layout ' rul-layout ' named with no field, '
                      'enabled=' rul-enabled
                   delimited by size into rd-detail
               end-string
               perform 7000-report-exception
               go to 3000-check-rulelib
           end-if
           move rul-layout to lay-layout-id
           move rul-field to lay-field-name
           read laylib
               invalid key
                   move spaces to rd-detail
                   string 'layout ' rul-layout ' field ' rul-field
                          ' not on LAYLIB, enabled=' rul-enabled
                       delimited by size into rd-detail
                   end-string
                   perform 7000-report-exception
           end-read
           go to 3000-check-rulelib
           .
       3000-check-rulelib-exit.
           exit.

      ***************************************************************
      * 4000-CHECK-RPTCTL - REGEXRPT's deck: a pattern-id and a     *
      * ddname per line, MULTI/ENDMULTI bracketing a group whose    *
      * member lines carry a pattern-id only.                       *
      ***************************************************************
       4000-check-rptctl.
           open input rptctl
           if ws-rptctl-status not equal '00'
               go to 4000-check-rptctl-exit
           end-if
           move 'N' to ws-ctl-eof-sw
           perform 4010-check-one-rptctl
               thru 4010-check-one-rptctl-exit
               with test before
               until ws-ctl-eof
           close rptctl
           .
       4000-check-rptctl-exit.
           exit.

       4010-check-one-rptctl.
           read rptctl
               at end
                   move 'Y' to ws-ctl-eof-sw
                   go to 4010-check-one-rptctl-exit
           end-read
           if rptctl-record equal spaces
               go to 4010-check-one-rptctl-exit
           end-if
           if rptctl-record(1:1) equal '*'
               go to 4010-check-one-rptctl-exit
           end-if
           move 'RPTCTL' to rd-source
           evaluate rptctl-pattern-id
               when 'ENDMULTI'
                   continue
               when 'MULTI'
                   move rptctl-ddname to ws-ds-ddname
                   perform 6100-check-ddname
               when other
                   add 1 to ws-ref-count
                   move rptctl-pattern-id to ws-look-id
                   perform 1020-find-pattern
                       thru 1020-find-pattern-exit
                   if not ws-found
                       move rptctl-pattern-id to rd-key
                       move 'NOPATID' to rd-reason
                       move 'pattern-id not on PATLIB' to rd-detail
                       perform 7000-report-exception
                   end-if
                   if rptctl-ddname not equal spaces
                       move rptctl-ddname to ws-ds-ddname
                       perform 6100-check-ddname
                   end-if
           end-evaluate
           .
       4010-check-one-rptctl-exit.
           exit.

      ***************************************************************
      * 5000-CHECK-SCNCTL - REGEXSCN/REGEXSUB control decks.        *
      * PATTERN= and CHAIN1= through CHAIN10= must name PATLIB      *
      * entries; with PRECOMP=YES the PATTERN= entry must also be   *
      * on SERLIB, which is where those programs load it from.      *
      * Each PATTERN= statement starts the next deck of a           *
      * concatenation.                                              *
      ***************************************************************
       5000-check-scnctl.
           open input scnctl
           if ws-scnctl-status not equal '00'
               go to 5000-check-scnctl-exit
           end-if
           move spaces to ws-deck-ids
           move 'N' to ws-precomp-sw
           move 'N' to ws-ctl-eof-sw
           perform 5010-read-one-scnctl
               thru 5010-read-one-scnctl-exit
               with test before
               until ws-ctl-eof
           close scnctl
           perform 5030-check-one-deck
           .
       5000-check-scnctl-exit.
           exit.

       5010-read-one-scnctl.
           read scnctl into ws-ctl-record
               at end
                   move 'Y' to ws-ctl-eof-sw
                   go to 5010-read-one-scnctl-exit
           end-read
           if ws-ctl-record equal spaces
               go to 5010-read-one-scnctl-exit
           end-if
           if ws-ctl-record(1:1) equal '*'
               go to 5010-read-one-scnctl-exit
           end-if
           move spaces to ws-ctl-keyword ws-ctl-value
           move 1 to ws-ctl-ptr
           unstring ws-ctl-record delimited by '='
               into ws-ctl-keyword
               with pointer ws-ctl-ptr
           end-unstring
           if ws-ctl-ptr less than or equal to length of ws-ctl-record
               move ws-ctl-record(ws-ctl-ptr:) to ws-ctl-value
           end-if
           evaluate true
               when ws-ctl-keyword equal 'PATTERN'
                   if ws-deck-id(1) not equal spaces
                       perform 5030-check-one-deck
                   end-if
                   move ws-ctl-value(1:8) to ws-deck-id(1)
                   move 'PATTERN' to ws-deck-stmt(1)
               when ws-ctl-keyword equal 'PRECOMP'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-precomp-sw
                   end-if
               when ws-ctl-keyword(1:5) equal 'CHAIN'
                   move zero to ws-chain-num
                   if ws-ctl-keyword(7:1) equal space
                      and ws-ctl-keyword(6:1) is numeric
                       move ws-ctl-keyword(6:1) to ws-chain-num
                   end-if
                   if ws-ctl-keyword(6:2) equal '10'
                      and ws-ctl-keyword(8:1) equal space
                       move 10 to ws-chain-num
                   end-if
                   if ws-chain-num greater than zero
                       move ws-ctl-value(1:8)
                           to ws-deck-id(ws-chain-num + 1)
                       move ws-ctl-keyword(1:8)
                           to ws-deck-stmt(ws-chain-num + 1)
                   end-if
               when other
                   continue
           end-evaluate
           .
       5010-read-one-scnctl-exit.
           exit.

       5020-check-one-deck-id.
           if ws-deck-id(ws-deck-idx) equal spaces
               go to 5020-check-one-deck-id-exit
           end-if
           add 1 to ws-ref-count
           move 'SCNCTL' to rd-source
           move ws-deck-id(ws-deck-idx) to rd-key
           move ws-deck-id(ws-deck-idx) to ws-look-id
           perform 1020-find-pattern
               thru 1020-find-pattern-exit
           if not ws-found
               move 'NOPATID' to rd-reason
               move spaces to rd-detail
               string ws-deck-stmt(ws-deck-idx) delimited by space
                      '= names a pattern-id not on PATLIB'
                   delimited by size into rd-detail
               end-string
               perform 7000-report-exception
               go to 5020-check-one-deck-id-exit
           end-if
           if ws-precomp and ws-deck-idx equal 1
               perform 1030-find-serialized
               if not ws-found
                   move 'NOSERLIB' to rd-reason
                   move 'PRECOMP=YES but the pattern is not on SERLIB'
                       to rd-detail
                   perform 7000-report-exception
               end-if
           end-if
           .
       5020-check-one-deck-id-exit.
           exit.

      ***************************************************************
      * 5030-CHECK-ONE-DECK - check the ids the deck just read      *
      * named, then clear them, and PRECOMP=, for the next deck in  *
      * the concatenation.                                          *
      ***************************************************************
       5030-check-one-deck.
           perform 5020-check-one-deck-id
               thru 5020-check-one-deck-id-exit
               with test before
               varying ws-deck-idx from 1 by 1
               until ws-deck-idx greater than 11
           move spaces to ws-deck-ids
           move 'N' to ws-precomp-sw
           .

      ***************************************************************
      * 6000-CHECK-DSLIST - every ddname on a DSLIST deck must be   *
      * allocated, or REGEXSCN's sweep stops RC 16 on that extract. *
      ***************************************************************
       6000-check-dslist.
           open input dslist
           if ws-dslist-status not equal '00'
               go to 6000-check-dslist-exit
           end-if
           move 'N' to ws-ctl-eof-sw
           perform 6010-check-one-dslist
               thru 6010-check-one-dslist-exit
               with test before
               until ws-ctl-eof
           close dslist
           .
       6000-check-dslist-exit.
           exit.

       6010-check-one-dslist.
           read dslist
               at end
                   move 'Y' to ws-ctl-eof-sw
                   go to 6010-check-one-dslist-exit
           end-read
           if dslist-record equal spaces
               go to 6010-check-one-dslist-exit
           end-if
           if dslist-record(1:1) equal '*'
               go to 6010-check-one-dslist-exit
           end-if
           add 1 to ws-ref-count
           move 'DSLIST' to rd-source
           move dslist-record(1:8) to ws-ds-ddname
           perform 6100-check-ddname
           .
       6010-check-one-dslist-exit.
           exit.

      ***************************************************************
      * 6100-CHECK-DDNAME - open WS-DS-DDNAME and close it again.   *
      ***************************************************************
       6100-check-ddname.
           open input dsinfile
           if ws-dsinfile-ok
               close dsinfile
           else
               move ws-ds-ddname to rd-key
               move 'NODDNAME' to rd-reason
               move spaces to rd-detail
               string 'ddname will not open, status '
                      ws-dsinfile-status
                   delimited by size into rd-detail
               end-string
               perform 7000-report-exception
           end-if
           .

      ***************************************************************
      * 7000-REPORT-EXCEPTION - one line per broken reference.      *
      ***************************************************************
       7000-report-exception.
           add 1 to ws-exception-count
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 8000-FINISH - totals and return code.  Any exception ends   *
      * the run RC 8 so the scheduler holds the overnight stream.   *
      ***************************************************************
       8000-finish.
           move ws-patlib-count to rt-patlib
           move ws-serlib-count to rt-serlib
           move ws-rulelib-count to rt-rulelib
           move ws-ref-count to rt-refs
           move ws-exception-count to rt-exceptions
           move ' ' to rpt-cc
           move ws-report-total to rpt-text
           write rpt-line
           close patlib serlib rulelib laylib chkrpt
           display 'LIBCHK: ' ws-exception-count
                    ' exception(s) across ' ws-patlib-count
                    ' PATLIB, ' ws-serlib-count ' SERLIB and '
                    ws-rulelib-count ' RULELIB entries'
           if ws-exception-count greater than zero
               move 8 to return-code
           end-if
           .

       end program LIBCHK.

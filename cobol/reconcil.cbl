      *    and NOMATOUT and checks each against its own trailer     *
      *    total, counts EXCPOUT for the skipped records, counts    *
      *    INFILE, and verifies matched + unmatched + skipped       *
      *    equals the input count - for an incremental run, the     *
      *    INFILE records inside the range its trailer gives.  A    *
      *    sampled run's outputs hold the sample only, so its       *
      *    input is balanced against the records its trailer says   *
      *    it read, and the matched + unmatched + skipped check is  *
      *    left out, with a line on RECRPT saying so.               *
      *                                                             *
      *    MODE=SUB re-reads a REGEXSUB run's SUBSUM summary and    *
      *    verifies its changed-record count equals the number of   *
      *                  count mismatch does - counts cannot catch *
      *                  the transfer that truncated every record  *
      *                  to 80 bytes; the checksum can.            *
      * 2026-10-15  DC   A REGEXSCN EVENTSTART= run writes whole   *
      *                  multi-record events, so its outputs no    *
      *                  longer count one line per input record.   *
      *                  Its trailers carry the physical records   *
      *                  behind each output (39-47) and behind the *
      *                  skipped events (49-57); when they are     *
      *                  present the input balance is struck on    *
      *                  those instead of on the event counts.     *
      * 2026-10-15  DC   An INCREMENTAL=YES REGEXSCN run scans     *
      *                  only the records past its high-water      *
      *                  mark, and its trailers say which: first   *
      *                  and last record number in 59-67 and       *
      *                  69-77, or first and last key in 79-94 and *
      *                  96-111 for a KSDS.  When either is        *
      *                  present only the INFILE records inside    *
      *                  that range are counted for the input      *
      *                  balance, so the check is struck against   *
      *                  what the run actually read.               *
      * 2026-10-15  DC   A REGEXSCN SAMPLE= run writes the sample  *
      *                  only, and its trailers now say so (S in   *
      *                  113) with every record read in 115-123.   *
      *                  For such a run the input count is checked *
      *                  against the records read, and the matched *
      *                  + unmatched + skipped balance is skipped  *
      *                  with a note on RECRPT.                    *
      ***************************************************************
       identification division.
       program-id.    RECONCIL.
       01  ws-trailer-value-x          pic x(09).
       01  ws-trailer-value            pic 9(09).

      * An EVENTSTART= run's trailers also carry, in 39-47, the
      * physical input records behind that output's events and, in
      * 49-57, the physical records behind the skipped events.  Both
      * are blank on a record-at-a-time run.
       01  ws-event-run-sw             pic x(01) value 'N'.
           88  ws-event-run                      value 'Y'.
       01  ws-match-trailer-phys       pic 9(9)  comp value zero.
       01  ws-nomat-trailer-phys       pic 9(9)  comp value zero.
       01  ws-skip-trailer-phys        pic 9(9)  comp value zero.

      * An INCREMENTAL=YES run's trailers carry the range it scanned:
      * first and last record number in 59-67 and 69-77, or for a
      * KSDS first and last key in 79-94 and 96-111.  Only the INFILE
      * records inside the range belong in the input balance.  A KSDS
      * is read here in key order with the key in the first 16 bytes.
       01  ws-range-sw                 pic x(01) value 'N'.
           88  ws-range-run                      value 'Y'.
       01  ws-key-range-sw             pic x(01) value 'N'.
           88  ws-key-range                      value 'Y'.
       01  ws-range-from               pic 9(9)  comp value zero.
       01  ws-range-to                 pic 9(9)  comp value zero.
       01  ws-range-from-key           pic x(16) value spaces.
       01  ws-range-to-key             pic x(16) value spaces.
       01  ws-infile-ordinal           pic 9(9)  comp value zero.

      * A SAMPLE= run's trailers carry 'S' in 113 and, in 115-123,
      * every record the run read.  Its outputs hold the sample only,
      * so the input balance is struck on the records read instead.
       01  ws-sample-run-sw            pic x(01) value 'N'.
           88  ws-sample-run                     value 'Y'.
       01  ws-sample-trailer-read      pic 9(9)  comp value zero.

       01  ws-counts.
           05  ws-infile-count         pic 9(9)  comp value zero.
           05  ws-match-data-count     pic 9(9)  comp value zero.
           perform 1000-initialize
           if reccc-mode-scan
               perform 3000-balance-scan-run
                   thru 3000-balance-scan-run-exit
           else
               perform 4000-balance-sub-run
           end-if
      ***************************************************************
      * 3000-BALANCE-SCAN-RUN - recount everything a REGEXSCN run   *
      * wrote and check the counts against the trailers and against *
      * each other.  MATCHOUT is read first: its trailer says        *
      * whether the run scanned all of INFILE or only a range.       *
      ***************************************************************
       3000-balance-scan-run.
           perform 3200-count-matchout
               thru 3200-count-matchout-exit
           perform 3300-count-nomatout
               thru 3300-count-nomatout-exit
           perform 3100-count-infile
               thru 3100-count-infile-exit
           perform 3400-count-excpout
               thru 3400-count-excpout-exit
           move 'MATCHOUT DATA RECORDS VS TRAILER' to rc-check
           move ws-nomat-trailer-cks to rc-expected
           move ws-nomat-cks to rc-actual
           perform 3900-score-check
           if ws-sample-run
               move 'SAMPLED RUN - RECORDS READ VS INPUT' to rc-check
               move ws-infile-count to rc-expected
               move ws-sample-trailer-read to rc-actual
               perform 3900-score-check
               move spaces to rpt-text
               move 'SAMPLED RUN - MATCHED + UNMATCHED + SKIPPED HOLD TH
      -            'E SAMPLE ONLY, NOT BALANCED AGAINST THE INPUT'
                   to rpt-text
               move ' ' to rpt-cc
               write rpt-line
               go to 3000-balance-scan-run-exit
           end-if
           if ws-event-run
               compute ws-accounted-count =
                   ws-match-trailer-phys + ws-nomat-trailer-phys
                       + ws-skip-trailer-phys
               move 'RECORDS IN EVENTS + SKIPPED VS INPUT'
                   to rc-check
           else
               compute ws-accounted-count =
                   ws-match-data-count + ws-nomat-data-count
                       + ws-excp-count
               move 'MATCHED + UNMATCHED + SKIPPED VS INPUT'
                   to rc-check
           end-if
           if ws-range-run
               move 'MATCHED + UNMATCHED + SKIPPED VS RANGE'
                   to rc-check
           end-if
           move ws-infile-count to rc-expected
           move ws-accounted-count to rc-actual
           perform 3900-score-check
           .
       3000-balance-scan-run-exit.
           exit.

       3100-count-infile.
           open input infile
           move 'N' to ws-file-eof-sw
           perform 3110-count-one-infile-record
               thru 3110-count-one-infile-record-exit
               with test before
               until ws-file-eof
           close infile
           read infile
               at end
                   move 'Y' to ws-file-eof-sw
                   go to 3110-count-one-infile-record-exit
           end-read
           if not ws-range-run
               add 1 to ws-infile-count
               go to 3110-count-one-infile-record-exit
           end-if
           add 1 to ws-infile-ordinal
           if ws-key-range
               if in-record(1:16) not less than ws-range-from-key
                  and in-record(1:16) not greater than ws-range-to-key
                   add 1 to ws-infile-count
               end-if
           else
               if ws-infile-ordinal not less than ws-range-from
                  and ws-infile-ordinal not greater than ws-range-to
                   add 1 to ws-infile-count
               end-if
           end-if
           .
       3110-count-one-infile-record-exit.
           exit.

      ***************************************************************
      * 3200-COUNT-MATCHOUT - count the data records and capture    *
               perform 3920-edit-trailer-value
               move ws-trailer-value to ws-match-trailer-cks
               move 'Y' to ws-match-trailer-sw
               if ws-rec-buffer(39:9) not equal spaces
                   move 'Y' to ws-event-run-sw
                   move ws-rec-buffer(39:9) to ws-trailer-value-x
                   perform 3920-edit-trailer-value
                   move ws-trailer-value to ws-match-trailer-phys
                   move ws-rec-buffer(49:9) to ws-trailer-value-x
                   perform 3920-edit-trailer-value
                   move ws-trailer-value to ws-skip-trailer-phys
               end-if
               if ws-rec-buffer(79:16) not equal spaces
                   move 'Y' to ws-range-sw
                   move 'Y' to ws-key-range-sw
                   move ws-rec-buffer(79:16) to ws-range-from-key
                   move ws-rec-buffer(96:16) to ws-range-to-key
               end-if
               if ws-rec-buffer(113:1) equal 'S'
                   move 'Y' to ws-sample-run-sw
                   move ws-rec-buffer(115:9) to ws-trailer-value-x
                   perform 3920-edit-trailer-value
                   move ws-trailer-value to ws-sample-trailer-read
               end-if
               if ws-rec-buffer(59:9) not equal spaces
                   move 'Y' to ws-range-sw
                   move ws-rec-buffer(59:9) to ws-trailer-value-x
                   perform 3920-edit-trailer-value
                   move ws-trailer-value to ws-range-from
                   move ws-rec-buffer(69:9) to ws-trailer-value-x
                   perform 3920-edit-trailer-value
                   move ws-trailer-value to ws-range-to
               end-if
           else
               add 1 to ws-match-data-count
               perform 3930-compute-record-checksum
               perform 3920-edit-trailer-value
               move ws-trailer-value to ws-nomat-trailer-cks
               move 'Y' to ws-nomat-trailer-sw
               if ws-rec-buffer(39:9) not equal spaces
                   move ws-rec-buffer(39:9) to ws-trailer-value-x
                   perform 3920-edit-trailer-value
                   move ws-trailer-value to ws-nomat-trailer-phys
               end-if
           else
               add 1 to ws-nomat-data-count
               perform 3930-compute-record-checksum

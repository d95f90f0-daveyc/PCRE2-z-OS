      ***************************************************************
      *                                                             *
      *    PROGRAM:  CASEAGE                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    CASEAGE is the ageing report for HITCASE, the hit-case   *
      *    file REGEXSCN fills under CASES=YES.  Every OPEN case is *
      *    sorted by owner and by the date it was opened, and is    *
      *    listed under its owner with the number of days it has   *
      *    been open.  Each owner closes with a line counting the   *
      *    owner's open cases in four age bands - 0-7, 8-30, 31-90  *
      *    and over 90 days - and the age of the oldest; the run    *
      *    closes with the same line for everyone.  Closed cases    *
      *    are not listed.  A case with no owner is listed under    *
      *    (NONE).  The report goes to AGERPT.                      *
      *                                                             *
      *    The value hash printed on each line is what CASEMNT      *
      *    takes in HASH= to close the case.                        *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   3010 performed THRU its exit.              *
      ***************************************************************
       identification division.
       program-id.    CASEAGE.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select agerpt
               assign to AGERPT
               organization is sequential.
           select hitcase
               assign to HITCASE
               organization is indexed
               access mode is sequential
               record key is hcs-key
               file status is ws-hitcase-status.
           select sortwork
               assign to SORTWK.

       data division.
       file section.
       fd  agerpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  hitcase.
           COPY hcsrec.

       sd  sortwork.
       01  sw-record.
           05  sw-owner                pic x(08).
           05  sw-opened-date          pic 9(08).
           05  sw-age-days             pic 9(07).
           05  sw-pattern-id           pic x(08).
           05  sw-value-hash           pic 9(09).
           05  sw-dataset              pic x(44).
           05  sw-record-key           pic x(16).
           05  sw-hit-count            pic 9(09).

       working-storage section.
       01  ws-switches.
           05  ws-hitcase-eof-sw       pic x(01) value 'N'.
               88  ws-hitcase-eof                 value 'Y'.
           05  ws-sort-eof-sw          pic x(01) value 'N'.
               88  ws-sort-eof                    value 'Y'.
           05  ws-first-owner-sw       pic x(01) value 'Y'.
               88  ws-first-owner                 value 'Y'.

       01  ws-hitcase-status           pic x(02).
           88  ws-hitcase-ok                     value '00'.

       01  ws-today                    pic 9(08).
       01  ws-today-int                pic 9(09) comp.
       01  ws-prev-owner               pic x(08).

      * Age-band counts for the current owner (index 1) and for the
      * whole run (index 2), with the oldest age in each.
       01  ws-band-table.
           05  ws-band-set             occurs 2 times.
               10  ws-band-count       pic 9(9)  comp occurs 4 times.
               10  ws-band-total       pic 9(9)  comp.
               10  ws-band-oldest      pic 9(9)  comp.
       01  ws-band-idx                 pic 9(4)  comp.
       01  ws-set-idx                  pic 9(4)  comp.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'CASEAGE  -  OPEN HIT'.
           05  filler                  pic x(26) value
                   ' CASES BY OWNER, AS AT    '.
           05  rh-today                pic 9999/99/99.
           05  filler                  pic x(76) value spaces.

       01  ws-report-heading-2.
           05  filler                  pic x(08) value 'OWNER   '.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(08) value 'PATTERN '.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(09) value 'HASH     '.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(44) value 'DATASET'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(16) value 'RECORD KEY'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(10) value 'OPENED'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(07) value '   DAYS'.
           05  filler                  pic x(01) value space.
           05  filler                  pic x(09) value '     HITS'.
           05  filler                  pic x(14) value spaces.

       01  ws-report-detail.
           05  rd-owner                pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-pattern-id           pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-hash                 pic 9(09).
           05  filler                  pic x(01) value space.
           05  rd-dataset              pic x(44).
           05  filler                  pic x(01) value space.
           05  rd-record-key           pic x(16).
           05  filler                  pic x(01) value space.
           05  rd-opened               pic 9999/99/99.
           05  filler                  pic x(01) value space.
           05  rd-days                 pic zzzzzz9.
           05  filler                  pic x(01) value space.
           05  rd-hits                 pic zzzzzzzz9.
           05  filler                  pic x(14) value spaces.

       01  ws-report-band.
           05  rb-label                pic x(18).
           05  rb-total                pic zzzzzzzz9.
           05  filler                  pic x(13) value
                   ' OPEN   0-7: '.
           05  rb-band-1               pic zzzzzzzz9.
           05  filler                  pic x(08) value
                   '  8-30: '.
           05  rb-band-2               pic zzzzzzzz9.
           05  filler                  pic x(09) value
                   '  31-90: '.
           05  rb-band-3               pic zzzzzzzz9.
           05  filler                  pic x(11) value
                   '  OVER 90: '.
           05  rb-band-4               pic zzzzzzzz9.
           05  filler                  pic x(10) value
                   '  OLDEST: '.
           05  rb-oldest               pic zzzzzz9.
           05  filler                  pic x(05) value ' DAYS'.
           05  filler                  pic x(06) value spaces.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           sort sortwork
               on ascending key sw-owner sw-opened-date
               input procedure is 2000-select-open-cases
                   thru 2000-select-open-cases-exit
               output procedure is 3000-print-by-owner
                   thru 3000-print-by-owner-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - open the report and print the headings.    *
      ***************************************************************
       1000-initialize.
           accept ws-today from date yyyymmdd
           compute ws-today-int = function integer-of-date(ws-today)
           initialize ws-band-table
           open output agerpt
           move ws-today to rh-today
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-report-heading-2 to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 2000-SELECT-OPEN-CASES - sort input: one pass over HITCASE,  *
      * releasing every OPEN case with its age in days.  A case      *
      * whose opened date is missing or later than today ages as     *
      * zero rather than stopping the report.                        *
      ***************************************************************
       2000-select-open-cases.
           open input hitcase
           if not ws-hitcase-ok
               display 'CASEAGE: HITCASE open failed, status '
                        ws-hitcase-status
               move 16 to return-code
               stop run
           end-if
           perform 2010-select-one-case
               with test before
               until ws-hitcase-eof
           close hitcase
           .
       2000-select-open-cases-exit.
           exit.
       2010-select-one-case.
           read hitcase next record
               at end
                   move 'Y' to ws-hitcase-eof-sw
           end-read
           if not ws-hitcase-eof and hcs-open
               move spaces to sw-record
               move hcs-owner to sw-owner
               move hcs-opened-date to sw-opened-date
               move zero to sw-age-days
               if hcs-opened-date greater than 16010101
                  and hcs-opened-date less than ws-today
                   compute sw-age-days = ws-today-int
                       - function integer-of-date(hcs-opened-date)
               end-if
               move hcs-pattern-id to sw-pattern-id
               move hcs-value-hash to sw-value-hash
               move hcs-dataset to sw-dataset
               move hcs-record-key to sw-record-key
               move hcs-hit-count to sw-hit-count
               release sw-record
           end-if
           .

      ***************************************************************
      * 3000-PRINT-BY-OWNER - sort output: the detail lines, with an *
      * age-band line at every change of owner and at the end.       *
      ***************************************************************
       3000-print-by-owner.
           perform 3010-print-one-case
               thru 3010-print-one-case-exit
               with test before
               until ws-sort-eof
           if not ws-first-owner
               move 1 to ws-set-idx
               perform 3100-print-owner-bands
           end-if
           .
       3000-print-by-owner-exit.
           exit.
       3010-print-one-case.
           return sortwork
               at end
                   move 'Y' to ws-sort-eof-sw
           end-return
           if ws-sort-eof
               go to 3010-print-one-case-exit
           end-if
           if not ws-first-owner
              and sw-owner not equal ws-prev-owner
               move 1 to ws-set-idx
               perform 3100-print-owner-bands
           end-if
           move 'N' to ws-first-owner-sw
           move sw-owner to ws-prev-owner
           evaluate true
               when sw-age-days not greater than 7
                   move 1 to ws-band-idx
               when sw-age-days not greater than 30
                   move 2 to ws-band-idx
               when sw-age-days not greater than 90
                   move 3 to ws-band-idx
               when other
                   move 4 to ws-band-idx
           end-evaluate
           perform 3020-count-in-band
               varying ws-set-idx from 1 by 1
               until ws-set-idx greater than 2
           if sw-owner equal spaces
               move '(NONE)' to rd-owner
           else
               move sw-owner to rd-owner
           end-if
           move sw-pattern-id to rd-pattern-id
           move sw-value-hash to rd-hash
           move sw-dataset to rd-dataset
           move sw-record-key to rd-record-key
           move sw-opened-date to rd-opened
           move sw-age-days to rd-days
           move sw-hit-count to rd-hits
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           .
       3010-print-one-case-exit.
           exit.
       3020-count-in-band.
           add 1 to ws-band-count(ws-set-idx ws-band-idx)
           add 1 to ws-band-total(ws-set-idx)
           if sw-age-days greater than ws-band-oldest(ws-set-idx)
               move sw-age-days to ws-band-oldest(ws-set-idx)
           end-if
           .

      ***************************************************************
      * 3100-PRINT-OWNER-BANDS - the age-band line for one owner     *
      * (set 1, cleared after printing) or for the run (set 2).      *
      ***************************************************************
       3100-print-owner-bands.
           move spaces to rb-label
           if ws-set-idx equal 2
               move 'ALL OWNERS' to rb-label
           else
               if ws-prev-owner equal spaces
                   move '(NONE)' to rb-label
               else
                   move ws-prev-owner to rb-label
               end-if
           end-if
           move ws-band-total(ws-set-idx) to rb-total
           move ws-band-count(ws-set-idx 1) to rb-band-1
           move ws-band-count(ws-set-idx 2) to rb-band-2
           move ws-band-count(ws-set-idx 3) to rb-band-3
           move ws-band-count(ws-set-idx 4) to rb-band-4
           move ws-band-oldest(ws-set-idx) to rb-oldest
           move ' ' to rpt-cc
           move ws-report-band to rpt-text
           write rpt-line
           move spaces to rpt-text
           write rpt-line
           if ws-set-idx equal 1
               initialize ws-band-set(1)
           end-if
           .

      ***************************************************************
      * 8000-FINISH - the run's own age-band line, and close up.     *
      ***************************************************************
       8000-finish.
           move 2 to ws-set-idx
           perform 3100-print-owner-bands
           close agerpt
           display 'CASEAGE: ' ws-band-total(2) ' open case(s), '
                    ws-band-count(2 4) ' over 90 days'
           .

       end program CASEAGE.

      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-08-22  DC   Original program.                          *
      * 2026-10-15  DC   Every SERLIB record is now stamped with    *
      *                  the date and time of this run, so LIBCHK   *
      *                  can flag an entry changed in PATLIB since  *
      *                  it was last serialized.  The SERLIB data   *
      *                  area is 8160 bytes to make room.           *
      ***************************************************************
       identification division.
       program-id.    PATCOMP.
       01  ws-ser-bytes-ptr            usage pointer.
       01  ws-ser-size                 pic 9(9)  comp.
       01  ws-ser-rc                   pic s9(9) comp.
       01  ws-ser-bytes-area           pic x(8160) based.

       01  ws-stamp-date               pic 9(08).
       01  ws-stamp-time               pic 9(08).

       01  ws-counters.
           05  ws-read-count           pic 9(9)  comp value zero.
               move 16 to return-code
               stop run
           end-if
           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           open output serlib
           open output cmprpt
           move '1' to rpt-cc
               go to 3000-store-one-pattern-exit
           end-if
           move ws-ser-size to rd-ser-size
           if ws-ser-size greater than 8160
               move 'FAILED - serialized form too large for SERLIB'
                   to rd-result
               perform 3900-report-entry
               move pat-id to ser-pat-id
               move pat-status to ser-status
               move ws-ser-size to ser-data-len
               move ws-stamp-date to ser-compiled-date
               move ws-stamp-time to ser-compiled-time
               set address of ws-ser-bytes-area to ws-ser-bytes-ptr
               move ws-ser-bytes-area(1:ws-ser-size) to ser-data
               write ser-record

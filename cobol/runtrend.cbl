      *                  console automation sees the creep the same  *
      *                  morning the report does.  Default is        *
      *                  ALERTS=NO.                                  *
      * 2026-10-15  DC   Runs REGEXSCN flagged as sampled (SAMPLE=)  *
      *                  are left out of every combination - their   *
      *                  records and matches are a sample's, and an  *
      *                  estimate mixed into the trailing averages   *
      *                  would look like drift.  The count left out  *
      *                  is on the log.                              *
      ***************************************************************
       identification division.
       program-id.    RUNTREND.
       01  ws-prior-runs                pic 9(9)  comp.
       01  ws-delta                     pic s9(9) comp.
       01  ws-flagged-count             pic 9(9)  comp value zero.
       01  ws-sampled-count             pic 9(9)  comp value zero.
       01  ws-elapsed-flag-sw           pic x(01).
           88  ws-elapsed-flagged                  value 'Y'.
       01  ws-rate-flag-sw              pic x(01).
                   move 'Y' to ws-stat-eof-sw
                   go to 2000-read-history-exit
           end-read
           if rst-sampled-run
               add 1 to ws-sampled-count
               go to 2000-read-history
           end-if
           perform 2010-fold-one-record
           go to 2000-read-history
           .
                        ' record(s) past the 200-combination table '
                        'limit were not folded in'
           end-if
           if ws-sampled-count greater than zero
               display 'RUNTREND: ' ws-sampled-count
                        ' sampled run(s) left out of the trend'
           end-if
           if ws-flagged-count greater than zero
               move 4 to return-code
           end-if

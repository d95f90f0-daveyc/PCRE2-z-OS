      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-09-02  DC   Original program.                          *
      * 2026-10-15  DC   Runs REGEXSCN flagged as sampled (SAMPLE=) *
      *                  are left out of the history - a sample run *
      *                  reads every record but counts only those   *
      *                  it scored, so its throughput would         *
      *                  understate the real thing.  The count left *
      *                  out is on the log.                         *
      ***************************************************************
       identification division.
       program-id.    SLCPLAN.
       01  ws-window-hundredths         pic 9(9)  comp.
       01  ws-set-elapsed               pic 9(9)  comp value zero.
       01  ws-flagged-count             pic 9(9)  comp value zero.
       01  ws-sampled-count             pic 9(9)  comp value zero.
       01  ws-rate-per-sec              pic 9(9)  comp.

       01  ws-report-heading-1.
                   move 'Y' to ws-stat-eof-sw
                   go to 2000-read-history-exit
           end-read
           if rst-sampled-run
               add 1 to ws-sampled-count
               go to 2000-read-history
           end-if
           perform 2010-fold-one-record
               with test before
               varying ws-job-idx from 1 by 1
           close runstat plnrpt
           display 'SLCPLAN: ' ws-job-count ' job(s) planned, '
                    ws-flagged-count ' flag(s)'
           if ws-sampled-count greater than zero
               display 'SLCPLAN: ' ws-sampled-count
                        ' sampled run(s) left out of the history'
           end-if
           if ws-flagged-count greater than zero
               move 4 to return-code
           end-if

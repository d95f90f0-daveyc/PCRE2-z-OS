      *                  cleanly drained.  The batch writers set    *
      *                  it to zero.  The record grows to 104       *
      *                  bytes.                                     *
      * 2026-10-15  DC   Added RST-SCAN-FROM and RST-SCAN-TO, the   *
      *                  range an INCREMENTAL=YES REGEXSCN run      *
      *                  covered past its high-water mark: first    *
      *                  and last record number, zero-padded, for a *
      *                  sequential or ESDS input; first and last   *
      *                  key for a KSDS.  Both are blank on every   *
      *                  other run.  The record grows to 136 bytes. *
      * 2026-10-15  DC   Added RST-SAMPLE-FLAG, S on a REGEXSCN     *
      *                  SAMPLE= run that scored only a sample of   *
      *                  its input (RST-RECORDS and RST-MATCHES     *
      *                  are then the sample's counts), blank on    *
      *                  every other run, so RUNTREND and SLCPLAN   *
      *                  can leave estimates out of the full-scan   *
      *                  history.  Taken from the trailing filler;  *
      *                  the record stays 136 bytes.                *
      ***************************************************************
       01  run-stat-record.
           05  rst-date                pic 9(08).
           05  rst-run-id              pic x(16).
           05  filler                  pic x(01).
           05  rst-parked              pic 9(04).
           05  filler                  pic x(01).
           05  rst-scan-from           pic x(16).
           05  filler                  pic x(01).
           05  rst-scan-to             pic x(16).
           05  filler                  pic x(01).
           05  rst-sample-flag         pic x(01).
               88  rst-sampled-run               value 'S'.

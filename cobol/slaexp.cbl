      ***************************************************************
      *                                                             *
      *    COPYBOOK:  SLAEXP                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for SLAEXP, the batch-window expectation   *
      *    file SLAMON checks RUNSTAT against.  One 80-byte record  *
      *    per program/pattern-id/dataset combination that must     *
      *    run, kept by hand like the control decks (a '*' in       *
      *    column 1 is a comment):                                  *
      *                                                             *
      *      SLA-PROGRAM      the RUNSTAT writer (REGEXSCN ...)     *
      *      SLA-PATTERN-ID   pattern-id, or spaces or '*' for any *
      *      SLA-DATASET      dataset, or spaces or '*' for any    *
      *      SLA-DAYS         seven day flags, Monday first; '-'   *
      *                       or space is a day off, anything else *
      *                       a day it must run (MTWTF--)           *
      *      SLA-DEADLINE     latest allowed finish, HHMM, within  *
      *                       the batch window                      *
      *      SLA-MAX-ELAPSED  longest allowed run, in seconds;     *
      *                       zero for no limit                     *
      *      SLA-MAX-RC       highest acceptable return code        *
      *      SLA-DESCRIPTION  free text for the report              *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  sla-exp-record.
           05  sla-program             pic x(08).
           05  filler                  pic x(01).
           05  sla-pattern-id          pic x(08).
           05  filler                  pic x(01).
           05  sla-dataset             pic x(08).
           05  filler                  pic x(01).
           05  sla-days-area.
               10  sla-days            pic x(07).
               10  sla-day-table redefines sla-days.
                   15  sla-day-flag    pic x(01) occurs 7 times.
           05  filler                  pic x(01).
           05  sla-deadline            pic 9(04).
           05  sla-deadline-parts redefines sla-deadline.
               10  sla-deadline-hh     pic 9(02).
               10  sla-deadline-mm     pic 9(02).
           05  filler                  pic x(01).
           05  sla-max-elapsed         pic 9(06).
           05  filler                  pic x(01).
           05  sla-max-rc              pic 9(04).
           05  filler                  pic x(01).
           05  sla-description         pic x(20).
           05  filler                  pic x(08).

      *      RGX001E  return-code policy breach                     *
      *      RGX002W  run-history drift flag                        *
      *      RGX003E  queue put failure                             *
      *      RGX004E  scheduled run missing from RUNSTAT            *
      *      RGX005E  scheduled run ended above its return code     *
      *      RGX006W  scheduled run finished after its deadline     *
      *      RGX007W  scheduled run exceeded its elapsed limit      *
      *      RGX008W  more never-seen-before values than NEWMAX=    *
      *      RGX009W  recertification past its grace period         *
      *      RGX010E  recertification lapsed, entry demoted         *
      *    An id not in the catalog is still issued, flagged        *
      *    UNCATALOGUED, so a miskeyed caller is visible rather     *
      *    than silent.  Callers only call here when their           *
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-09-02  DC   Original program.                          *
      * 2026-10-15  DC   Catalogued RGX004E-RGX007W, the SLAMON     *
      *                  batch-window breaches.                     *
      * 2026-10-15  DC   Catalogued RGX008W, the NEWVAL threshold.  *
      * 2026-10-15  DC   Catalogued RGX009W and RGX010E, the RECERT *
      *                  escalation and demotion.                   *
      ***************************************************************
       identification division.
       program-id.    RGXALERT.
               10  filler  pic x(07) value 'RGX003E'.
               10  filler  pic x(40) value
                   'QUEUE PUT FAILURE'.
           05  filler.
               10  filler  pic x(07) value 'RGX004E'.
               10  filler  pic x(40) value
                   'BATCH WINDOW - SCHEDULED RUN NOT RUN'.
           05  filler.
               10  filler  pic x(07) value 'RGX005E'.
               10  filler  pic x(40) value
                   'BATCH WINDOW - RUN FAILED RETURN CODE'.
           05  filler.
               10  filler  pic x(07) value 'RGX006W'.
               10  filler  pic x(40) value
                   'BATCH WINDOW - RUN FINISHED LATE'.
           05  filler.
               10  filler  pic x(07) value 'RGX007W'.
               10  filler  pic x(40) value
                   'BATCH WINDOW - RUN ELAPSED OVERRUN'.
           05  filler.
               10  filler  pic x(07) value 'RGX008W'.
               10  filler  pic x(40) value
                   'NEW CAPTURED VALUES OVER THRESHOLD'.
           05  filler.
               10  filler  pic x(07) value 'RGX009W'.
               10  filler  pic x(40) value
                   'RECERTIFICATION PAST GRACE PERIOD'.
           05  filler.
               10  filler  pic x(07) value 'RGX010E'.
               10  filler  pic x(40) value
                   'RECERTIFICATION LAPSED - ENTRY DEMOTED'.

       01  ws-alert-table redefines ws-alert-table-values.
           05  ws-alert-entry occurs 10 times indexed by ws-alert-idx.
               10  ws-alert-code           pic x(07).
               10  ws-alert-text           pic x(40).


      *                  archivable.  Compared as characters, so    *
      *                  records from before the field existed      *
      *                  (spaces there) sort as never referenced.   *
      * 2026-10-15  DC   RUNSARCH and RUNSKEEP follow RUNSTAT to    *
      *                  136 bytes now that it carries the          *
      *                  incremental scan range.                    *
      ***************************************************************
       identification division.
       program-id.    HSKEEP.
           recording mode is f
           label records are standard
           block contains 0 records.
       01  runsarch-record             pic x(136).

       fd  runskeep
           recording mode is f
           label records are standard
           block contains 0 records.
       01  runskeep-record             pic x(136).

       fd  auditlog
           recording mode is f

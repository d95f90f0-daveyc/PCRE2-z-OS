      ***************************************************************
      *                                                             *
      *    COPYBOOK:  PNDREC                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Record layout for PNDLIB, the pending-change file that   *
      *    stands between PATMAINT/RULEMNT and the live PATLIB and  *
      *    RULELIB.  The maintenance programs validate a            *
      *    transaction exactly as before but, instead of writing    *
      *    the library, stage it here stamped with the requester's  *
      *    user-id.  PNDAPPR applies a staged change only when a    *
      *    different user-id approves it and the change passes its  *
      *    checks; every decision stays on the file with its        *
      *    reason, so the change board's report is a history as     *
      *    well as a queue.                                         *
      *                                                             *
      *    PND-REQUEST-ID is the key: the staging date and time     *
      *    (YYYYMMDDHHMMSSHH), bumped by one where two transactions *
      *    land in the same hundredth of a second.                  *
      *                                                             *
      *    PND-BASE-IMAGE is the entry exactly as it stood when the *
      *    change was staged (spaces for an ADD) and               *
      *    PND-AFTER-IMAGE is the entry as it will be written - a   *
      *    PATREC or SUBRREC record, according to PND-LIBRARY.  At  *
      *    approval the live entry must still equal the base image, *
      *    so a change staged against a version of the entry that   *
      *    has since moved is rejected rather than silently         *
      *    overlaying the newer one.                                *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  pnd-record.
           05  pnd-request-id          pic x(16).
           05  pnd-library             pic x(08).
               88  pnd-library-patlib            value 'PATLIB'.
               88  pnd-library-rulelib           value 'RULELIB'.
           05  pnd-action              pic x(08).
           05  pnd-entry-key           pic x(08).
           05  pnd-state               pic x(08).
               88  pnd-state-pending             value 'PENDING'.
               88  pnd-state-approved            value 'APPROVED'.
               88  pnd-state-rejected            value 'REJECTED'.
               88  pnd-state-expired             value 'EXPIRED'.
           05  pnd-requester           pic x(08).
           05  pnd-request-date        pic 9(08).
           05  pnd-request-time        pic 9(08).
           05  pnd-approver            pic x(08).
           05  pnd-decided-date        pic 9(08).
           05  pnd-decided-time        pic 9(08).
           05  pnd-reason              pic x(60).
           05  pnd-base-found          pic x(01).
               88  pnd-base-was-found            value 'Y'.
           05  pnd-base-image          pic x(320).
           05  pnd-after-image         pic x(320).
           05  filler                  pic x(23).

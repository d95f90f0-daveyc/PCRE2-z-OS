      ***************************************************************
      *                                                             *
      *    PROGRAM:  RECERT                                         *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    RECERT runs the quarterly owner recertification of the   *
      *    production libraries.  The control framework has every   *
      *    owner re-attest, each quarter, that each PROD PATLIB     *
      *    entry and each enabled RULELIB rule they own is still    *
      *    needed and still correct; RECERT keeps those             *
      *    attestations on ATTLIB (layout ATTREC) and chases what   *
      *    is missing, so the chasing no longer happens by e-mail.  *
      *                                                             *
      *    A run first records the attestations submitted on        *
      *    RCTCTL, a deck of KEYWORD=VALUE statements in PNDAPPR's  *
      *    style:                                                   *
      *                                                             *
      *      USERID=userid     the owner attesting, for every       *
      *                        attestation after it                 *
      *      PATTERN=id        attest one PATLIB entry              *
      *      RULE=nnnn         attest one RULELIB rule              *
      *      DATE=yyyymmdd     the date the owner attested, on      *
      *                        the attestation it follows           *
      *                        (default the ASOF= date)             *
      *      COMMENT=text      kept with the attestation            *
      *                                                             *
      *    An attestation is recorded only for a PROD pattern or an *
      *    enabled rule, only from the user-id that owns it         *
      *    (PAT-OWNER or RUL-OWNER), and only with a date no later  *
      *    than the run's as-at date and no earlier than the one    *
      *    already on file; anything else is refused with the       *
      *    reason.                                                  *
      *                                                             *
      *    The cycle then passes the whole of PATLIB and RULELIB.   *
      *    Each PROD pattern and enabled rule is due by the end of  *
      *    the quarter it is first seen in, and after each          *
      *    attestation by the end of the quarter following the one  *
      *    attested in.  Each is rated ATTESTED (this quarter), DUE *
      *    (not yet, but not late), OVERDUE (past due, within       *
      *    GRACEDAYS=), ESCALATE (past GRACEDAYS=) or FINAL (past   *
      *    FINALDAYS=).  With DEMOTE=YES a FINAL entry is taken out *
      *    of production: a pattern is set to TEST and its          *
      *    before-image journalled to PATHIST as action DEMOTE, so  *
      *    PATBACK can put it back; a rule is disabled and the      *
      *    demotion kept on its ATTLIB record, RULELIB having no    *
      *    change journal.  Demotion does not go through PNDLIB -   *
      *    it is the control acting, under a deck that is itself    *
      *    change-controlled - and a change staged against the      *
      *    entry beforehand will fail PNDAPPR's base-image check.   *
      *    An ATTLIB entry no longer in PROD, or no longer in the   *
      *    library, is kept as RETIRED.                             *
      *                                                             *
      *    RCTRPT lists this run's attestations, then every entry   *
      *    under recertification by owner with an owner total line. *
      *    OVDRPT is the overdue report: only the entries past      *
      *    their due date, with the action taken - REMIND,          *
      *    ESCALATED, DEMOTION DUE or DEMOTED - for the control     *
      *    owner's escalation.  With ALERTS=YES each entry past its *
      *    grace period raises RGX009W and each demotion RGX010E.   *
      *    The run ends RC 8 when any attestation was refused or    *
      *    any entry is past its grace period, RC 4 when entries    *
      *    are overdue within it.                                   *
      *                                                             *
      *    RCTCTL run settings, given before the first attestation: *
      *    ASOF= (default today), GRACEDAYS= (default 14),          *
      *    FINALDAYS= (default 45), DEMOTE=YES, ALERTS=YES, RUNID=. *
      *    RCTCTL is OPTIONAL - a cycle run with nothing to record  *
      *    needs no deck.                                           *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   RCTCTL open status checked: absent is no   *
      *                  deck, any other failure ends RC 16.        *
      * 2026-10-15  DC   OVERDUE heading: ACTION moved back one     *
      *                  column to sit over the action.             *
      * 2026-10-15  DC   The user-id card is now USERID=, as on     *
      *                  TOKQUERY's deck; USER= is no longer        *
      *                  recognized.                                *
      ***************************************************************
       identification division.
       program-id.    RECERT.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional rctctl
               assign to RCTCTL
               organization is sequential
               file status is ws-rctctl-status.
           select rctrpt
               assign to RCTRPT
               organization is sequential.
           select ovdrpt
               assign to OVDRPT
               organization is sequential.
           select optional attlib
               assign to ATTLIB
               organization is indexed
               access mode is dynamic
               record key is att-key
               file status is ws-attlib-status.
           select patlib
               assign to PATLIB
               organization is indexed
               access mode is dynamic
               record key is pat-id
               file status is ws-patlib-status.
           select rulelib
               assign to RULELIB
               organization is indexed
               access mode is dynamic
               record key is rul-seq
               file status is ws-rulelib-status.
           select optional pathist
               assign to PATHIST
               organization is sequential
               file status is ws-pathist-status.
           select sortwork
               assign to SORTWK.

       data division.
       file section.
       fd  rctctl
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ctl-record                  pic x(80).

       fd  rctrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  rpt-line.
           05  rpt-cc                  pic x(01).
           05  rpt-text                pic x(132).

       fd  ovdrpt
           recording mode is f
           label records are standard
           block contains 0 records.
       01  ovd-line.
           05  ovd-cc                  pic x(01).
           05  ovd-text                pic x(132).

       fd  attlib.
           COPY attrec.

       fd  patlib.
           COPY patrec.

       fd  rulelib.
           COPY subrrec.

       fd  pathist
           recording mode is f
           label records are standard
           block contains 0 records.
           COPY pathrec.

       sd  sortwork.
       01  sw-record.
           05  sw-owner                pic x(08).
           05  sw-library              pic x(08).
           05  sw-entry-key            pic x(08).
           05  sw-state                pic x(08).
           05  sw-due-date             pic 9(08).
           05  sw-attested-date        pic 9(08).
           05  sw-attested-by          pic x(08).
           05  sw-days-over            pic 9(05).
           05  sw-description          pic x(40).

       working-storage section.

      * RCTCTL carries KEYWORD=VALUE statements.  PATTERN= or RULE=
      * opens an attestation; DATE= and COMMENT= after it fill it
      * in, and the next PATTERN=/RULE= (or end of file) records it.
       01  ws-ctl-record               pic x(80).
       01  ws-ctl-keyword              pic x(20).
       01  ws-ctl-value                pic x(72).
       01  ws-ctl-ptr                  pic 9(4) comp.
       01  ws-ctl-numeric              pic 9(9).

       01  rctcc-asof                  pic 9(08).
       01  rctcc-grace-days            pic 9(9)  comp value 14.
       01  rctcc-final-days            pic 9(9)  comp value 45.
       01  rctcc-user                  pic x(08).
       01  rctcc-library               pic x(08).
       01  rctcc-entry-key             pic x(08).
       01  rctcc-date                  pic 9(08).
       01  rctcc-comment               pic x(40).

       01  ws-switches.
           05  ws-ctl-eof-sw           pic x(01) value 'N'.
               88  ws-ctl-eof                     value 'Y'.
           05  ws-att-open-sw          pic x(01) value 'N'.
               88  ws-att-open                    value 'Y'.
           05  ws-demote-sw            pic x(01) value 'N'.
               88  ws-demote-mode                 value 'Y'.
           05  ws-alerts-sw            pic x(01) value 'N'.
               88  ws-alerts-mode                 value 'Y'.
           05  ws-patlib-eof-sw        pic x(01) value 'N'.
               88  ws-patlib-eof                  value 'Y'.
           05  ws-rulelib-eof-sw       pic x(01) value 'N'.
               88  ws-rulelib-eof                 value 'Y'.
           05  ws-attlib-eof-sw        pic x(01) value 'N'.
               88  ws-attlib-eof                  value 'Y'.
           05  ws-sort-eof-sw          pic x(01) value 'N'.
               88  ws-sort-eof                    value 'Y'.
           05  ws-first-owner-sw       pic x(01) value 'Y'.
               88  ws-first-owner                 value 'Y'.
           05  ws-att-found-sw         pic x(01).
               88  ws-att-found                   value 'Y'.
           05  ws-demoted-sw           pic x(01).
               88  ws-demoted-now                 value 'Y'.
           05  ws-heading-sw           pic x(01) value 'N'.
               88  ws-heading-done                value 'Y'.

       01  ws-rctctl-status            pic x(02).
       01  ws-attlib-status            pic x(02).
           88  ws-attlib-ok                      value '00'.
       01  ws-patlib-status            pic x(02).
           88  ws-patlib-ok                      value '00'.
       01  ws-rulelib-status           pic x(02).
           88  ws-rulelib-ok                     value '00'.
       01  ws-pathist-status           pic x(02).
       01  ws-pathist-open-sw          pic x(01) value 'N'.
           88  ws-pathist-open                   value 'Y'.

       01  ws-run-id                   pic x(16) value spaces.
       01  ws-run-id-stamp redefines ws-run-id.
           05  ws-run-id-date          pic 9(08).
           05  ws-run-id-time          pic 9(08).

       01  ws-stamp-date               pic 9(08).
       01  ws-stamp-time               pic 9(08).
       01  ws-asof-int                 pic 9(09) comp.

      * The calendar quarter of WS-QTR-DATE, worked out by
      * 1100-COMPUTE-QUARTER: the period as YYYYQn, the last day of
      * the quarter and the last day of the quarter after it.
       01  ws-qtr-date                 pic 9(08).
       01  ws-qtr-date-parts redefines ws-qtr-date.
           05  ws-qtr-yyyy             pic 9(04).
           05  ws-qtr-mm               pic 9(02).
           05  ws-qtr-dd               pic 9(02).
       01  ws-qtr-number               pic 9(01).
       01  ws-qtr-period.
           05  ws-qtr-period-yyyy      pic 9(04).
           05  filler                  pic x(01) value 'Q'.
           05  ws-qtr-period-q         pic 9(01).
       01  ws-qtr-end                  pic 9(08).
       01  ws-qtr-next-end             pic 9(08).
       01  ws-qtr-work.
           05  ws-qtr-work-yyyy        pic 9(04).
           05  ws-qtr-work-mm          pic 9(02).
           05  ws-qtr-work-dd          pic 9(02).
       01  ws-qtr-work-date redefines ws-qtr-work pic 9(08).
       01  ws-cur-period               pic x(06).
       01  ws-cur-end                  pic 9(08).

      * The entry the cycle is rating, whichever library it is on.
       01  ws-ent-library              pic x(08).
       01  ws-ent-key                  pic x(08).
       01  ws-ent-owner                pic x(08).
       01  ws-ent-description          pic x(40).
       01  ws-days-over                pic 9(09) comp.
       01  ws-live-image               pic x(320).
       01  ws-att-key-save             pic x(16).

       01  ws-alert-id                 pic x(07).
       01  ws-alert-program            pic x(08) value 'RECERT  '.
       01  ws-alert-pattern            pic x(08).
       01  ws-alert-counter            pic s9(9) comp.

       01  ws-owner-counts.
           05  ws-own-set              occurs 2 times.
               10  ws-own-total        pic 9(9)  comp.
               10  ws-own-attested     pic 9(9)  comp.
               10  ws-own-due          pic 9(9)  comp.
               10  ws-own-overdue      pic 9(9)  comp.
               10  ws-own-escalated    pic 9(9)  comp.
               10  ws-own-final        pic 9(9)  comp.
               10  ws-own-demoted      pic 9(9)  comp.
       01  ws-set-idx                  pic 9(4)  comp.
       01  ws-prev-owner               pic x(08).

       01  ws-counters.
           05  ws-attest-count         pic 9(9)  comp value zero.
           05  ws-recorded-count       pic 9(9)  comp value zero.
           05  ws-refused-count        pic 9(9)  comp value zero.
           05  ws-retired-count        pic 9(9)  comp value zero.
           05  ws-overdue-lines        pic 9(9)  comp value zero.

       01  ws-date-edit                pic 9999/99/99.

       01  ws-report-heading-1.
           05  filler                  pic x(20) value
                   'RECERT  -  OWNER REC'.
           05  filler                  pic x(26) value
                   'ERTIFICATION, AS AT      '.
           05  rh-asof                 pic 9999/99/99.
           05  filler                  pic x(09) value
                   '  PERIOD '.
           05  rh-period               pic x(06).
           05  filler                  pic x(61) value spaces.

       01  ws-report-section.
           05  rs-title                pic x(132).

       01  ws-attest-heading.
           05  filler                  pic x(09) value 'LIBRARY'.
           05  filler                  pic x(09) value 'ENTRY'.
           05  filler                  pic x(09) value 'USER'.
           05  filler                  pic x(11) value 'ATTESTED'.
           05  filler                  pic x(94) value
                   'RESULT'.

       01  ws-attest-detail.
           05  ra-library              pic x(08).
           05  filler                  pic x(01) value space.
           05  ra-entry                pic x(08).
           05  filler                  pic x(01) value space.
           05  ra-user                 pic x(08).
           05  filler                  pic x(01) value space.
           05  ra-date                 pic x(10).
           05  filler                  pic x(01) value space.
           05  ra-result               pic x(94).

       01  ws-owner-heading.
           05  filler                  pic x(09) value 'OWNER'.
           05  filler                  pic x(09) value 'LIBRARY'.
           05  filler                  pic x(09) value 'ENTRY'.
           05  filler                  pic x(09) value 'STATE'.
           05  filler                  pic x(11) value 'DUE'.
           05  filler                  pic x(11) value 'ATTESTED'.
           05  filler                  pic x(09) value 'BY'.
           05  filler                  pic x(06) value ' LATE'.
           05  filler                  pic x(59) value 'DESCRIPTION'.

       01  ws-report-detail.
           05  rd-owner                pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-library              pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-entry                pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-state                pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-due                  pic x(10).
           05  filler                  pic x(01) value space.
           05  rd-attested             pic x(10).
           05  filler                  pic x(01) value space.
           05  rd-attested-by          pic x(08).
           05  filler                  pic x(01) value space.
           05  rd-days-over            pic zzzz9.
           05  filler                  pic x(01) value space.
           05  rd-description          pic x(40).
           05  filler                  pic x(01) value space.
           05  rd-action               pic x(16).
           05  filler                  pic x(02) value spaces.

       01  ws-report-owner-total.
           05  rt-label                pic x(12).
           05  rt-total                pic zzzzz9.
           05  filler                  pic x(12) value
                   ' ENTRIES    '.
           05  filler                  pic x(10) value 'ATTESTED: '.
           05  rt-attested             pic zzzzz9.
           05  filler                  pic x(08) value '   DUE: '.
           05  rt-due                  pic zzzzz9.
           05  filler                  pic x(12) value
                   '   OVERDUE: '.
           05  rt-overdue              pic zzzzz9.
           05  filler                  pic x(13) value
                   '   ESCALATE: '.
           05  rt-escalated            pic zzzzz9.
           05  filler                  pic x(10) value
                   '   FINAL: '.
           05  rt-final                pic zzzzz9.
           05  filler                  pic x(12) value
                   '   DEMOTED: '.
           05  rt-demoted              pic zzzzz9.
           05  filler                  pic x(01) value spaces.

       01  ws-overdue-heading-1.
           05  filler                  pic x(20) value
                   'RECERT  -  OVERDUE A'.
           05  filler                  pic x(26) value
                   'TTESTATIONS, AS AT       '.
           05  oh-asof                 pic 9999/99/99.
           05  filler                  pic x(16) value
                   '  GRACE DAYS:   '.
           05  oh-grace                pic zzz9.
           05  filler                  pic x(16) value
                   '  FINAL DAYS:   '.
           05  oh-final                pic zzz9.
           05  filler                  pic x(36) value spaces.

       01  ws-overdue-heading-2.
           05  filler                  pic x(114) value
                   'OWNER    LIBRARY  ENTRY    STATE    DUE        ATTES
      -            'TED   BY        LATE DESCRIPTION'.
           05  filler                  pic x(18) value 'ACTION'.

       procedure division.
       0000-mainline.
           perform 1000-initialize
           perform 2000-process-control-file
               thru 2000-process-control-file-exit
           sort sortwork
               on ascending key sw-owner sw-library sw-entry-key
               input procedure is 3000-cycle-libraries
                   thru 3000-cycle-libraries-exit
               output procedure is 4000-print-by-owner
                   thru 4000-print-by-owner-exit
           perform 5000-retire-lapsed-entries
               thru 5000-retire-lapsed-entries-exit
           perform 8000-finish
           goback.

      ***************************************************************
      * 1000-INITIALIZE - open the files and take the as-at date.    *
      * The libraries open I-O: a demotion rewrites them in place.   *
      ***************************************************************
       1000-initialize.
           move spaces to rctcc-user rctcc-library rctcc-entry-key
                          rctcc-comment
           move zero to rctcc-date
           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           move ws-stamp-date to rctcc-asof
           perform 1010-set-asof-period
           open input rctctl
           if ws-rctctl-status not equal '00'
              and ws-rctctl-status not equal '05'
               display 'RECERT: RCTCTL open failed, status '
                        ws-rctctl-status
               move 16 to return-code
               stop run
           end-if
           open output rctrpt
           open output ovdrpt
           open i-o attlib
           if ws-attlib-status not equal '00'
              and ws-attlib-status not equal '05'
               display 'RECERT: ATTLIB open failed, status '
                        ws-attlib-status
               move 16 to return-code
               stop run
           end-if
           open i-o patlib
           if not ws-patlib-ok
               display 'RECERT: PATLIB open failed, status '
                        ws-patlib-status
               move 16 to return-code
               stop run
           end-if
           open i-o rulelib
           if not ws-rulelib-ok
               display 'RECERT: RULELIB open failed, status '
                        ws-rulelib-status
               move 16 to return-code
               stop run
           end-if
           .

      ***************************************************************
      * 1010-SET-ASOF-PERIOD - the current quarter, from the as-at   *
      * date, at start-up and again whenever ASOF= changes it.       *
      ***************************************************************
       1010-set-asof-period.
           move rctcc-asof to ws-qtr-date
           perform 1100-compute-quarter
           move ws-qtr-period to ws-cur-period
           move ws-qtr-end to ws-cur-end
           compute ws-asof-int = function integer-of-date(rctcc-asof)
           .

      ***************************************************************
      * 1100-COMPUTE-QUARTER - the period, quarter-end and next      *
      * quarter-end dates for WS-QTR-DATE.                           *
      ***************************************************************
       1100-compute-quarter.
           compute ws-qtr-number = (ws-qtr-mm + 2) / 3
           move ws-qtr-yyyy to ws-qtr-period-yyyy
           move ws-qtr-number to ws-qtr-period-q
           move ws-qtr-yyyy to ws-qtr-work-yyyy
           perform 1110-set-quarter-end
           move ws-qtr-work-date to ws-qtr-end
           if ws-qtr-number equal 4
               move 1 to ws-qtr-number
               add 1 to ws-qtr-work-yyyy
           else
               add 1 to ws-qtr-number
           end-if
           perform 1110-set-quarter-end
           move ws-qtr-work-date to ws-qtr-next-end
           .
       1110-set-quarter-end.
           compute ws-qtr-work-mm = ws-qtr-number * 3
           if ws-qtr-number equal 1 or ws-qtr-number equal 4
               move 31 to ws-qtr-work-dd
           else
               move 30 to ws-qtr-work-dd
           end-if
           .

      ***************************************************************
      * 2000-PROCESS-CONTROL-FILE - read RCTCTL one card at a time,  *
      * when there is a deck at all.                                 *
      * The attestation built up from the cards is recorded when     *
      * the next PATTERN=/RULE= card arrives or the deck runs out.   *
      * The run settings are then checked before the cycle starts.   *
      ***************************************************************
       2000-process-control-file.
           if ws-rctctl-status equal '05'
               go to 2000-check-settings
           end-if
           .
       2001-read-control-card.
           read rctctl into ws-ctl-record
               at end
                   move 'Y' to ws-ctl-eof-sw
                   if ws-att-open
                       perform 2100-record-attestation
                           thru 2100-record-attestation-exit
                   end-if
                   go to 2000-check-settings
           end-read
           if ws-ctl-record equal spaces
               go to 2001-read-control-card
           end-if
           if ws-ctl-record(1:1) equal '*'
               go to 2001-read-control-card
           end-if
           perform 2005-parse-control-statement
           go to 2001-read-control-card
           .
       2000-check-settings.
           close rctctl
           if rctcc-final-days not greater than rctcc-grace-days
               display 'RECERT: FINALDAYS= must be more than '
                        'GRACEDAYS='
               move 16 to return-code
               stop run
           end-if
           if ws-run-id equal spaces
               move ws-stamp-date to ws-run-id-date
               move ws-stamp-time to ws-run-id-time
           end-if
           if not ws-heading-done
               perform 2010-print-run-heading
           end-if
           if ws-demote-mode
               open extend pathist
               if ws-pathist-status equal '00'
                  or ws-pathist-status equal '05'
                   move 'Y' to ws-pathist-open-sw
               else
                   display 'RECERT: PATHIST open failed, status '
                            ws-pathist-status ' - DEMOTE=YES needs '
                            'the change journal'
                   move 16 to return-code
                   stop run
               end-if
           end-if
           .
       2000-process-control-file-exit.
           exit.

       2005-parse-control-statement.
           move spaces to ws-ctl-keyword ws-ctl-value
           move 1 to ws-ctl-ptr
           unstring ws-ctl-record delimited by '='
               into ws-ctl-keyword
               with pointer ws-ctl-ptr
           end-unstring
           if ws-ctl-ptr less than or equal to length of ws-ctl-record
               move ws-ctl-record(ws-ctl-ptr:) to ws-ctl-value
           end-if
           evaluate ws-ctl-keyword
               when 'PATTERN'
               when 'RULE'
                   if ws-att-open
                       perform 2100-record-attestation
                           thru 2100-record-attestation-exit
                   end-if
                   if ws-ctl-keyword equal 'PATTERN'
                       move 'PATLIB' to rctcc-library
                       move ws-ctl-value(1:8) to rctcc-entry-key
                   else
                       move 'RULELIB' to rctcc-library
                       move ws-ctl-value(1:4) to rctcc-entry-key
                   end-if
                   move zero to rctcc-date
                   move spaces to rctcc-comment
                   move 'Y' to ws-att-open-sw
               when 'DATE'
                   move ws-ctl-value(1:8) to rctcc-date
               when 'COMMENT'
                   move ws-ctl-value(1:40) to rctcc-comment
               when 'USERID'
                   move ws-ctl-value(1:8) to rctcc-user
               when 'ASOF'
                   move ws-ctl-value(1:8) to rctcc-asof
                   if rctcc-asof not numeric
                      or rctcc-asof less than 16010101
                       display 'RECERT: ASOF= is not a YYYYMMDD date'
                       move 16 to return-code
                       stop run
                   end-if
                   perform 1010-set-asof-period
               when 'GRACEDAYS'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to rctcc-grace-days
               when 'FINALDAYS'
                   move ws-ctl-value(1:9) to ws-ctl-numeric
                   move ws-ctl-numeric to rctcc-final-days
               when 'DEMOTE'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-demote-sw
                   end-if
               when 'ALERTS'
                   if ws-ctl-value(1:3) equal 'YES'
                       move 'Y' to ws-alerts-sw
                   end-if
               when 'RUNID'
                   move ws-ctl-value(1:16) to ws-run-id
               when other
                   display 'RECERT: ignoring unrecognized control '
                            'statement ' ws-ctl-record
           end-evaluate
           .

       2010-print-run-heading.
           move rctcc-asof to rh-asof
           move ws-cur-period to rh-period
           move '1' to rpt-cc
           move ws-report-heading-1 to rpt-text
           write rpt-line
           move 'Y' to ws-heading-sw
           .

      ***************************************************************
      * 2100-RECORD-ATTESTATION - check one attestation and record   *
      * it on ATTLIB.  The entry must be in production, the user-id  *
      * must be its owner, and the date must fall between the        *
      * attestation already on file and the as-at date.              *
      ***************************************************************
       2100-record-attestation.
           add 1 to ws-attest-count
           move 'N' to ws-att-open-sw
           if ws-attest-count equal 1
               perform 2110-print-attest-heading
           end-if
           if rctcc-date equal zero
               move rctcc-asof to rctcc-date
           end-if
           move rctcc-library to ra-library
           move rctcc-entry-key to ra-entry
           move rctcc-user to ra-user
           move spaces to ra-date
           if rctcc-date numeric
               move rctcc-date to ws-date-edit
               move ws-date-edit to ra-date
           end-if
           if rctcc-user equal spaces
               move 'REFUSED - no USERID= given for the owner'
                   to ra-result
               go to 2100-refuse-attestation
           end-if
           if rctcc-date not numeric
              or rctcc-date less than 16010101
               move 'REFUSED - DATE= is not a YYYYMMDD date'
                   to ra-result
               go to 2100-refuse-attestation
           end-if
           if rctcc-date greater than rctcc-asof
               move 'REFUSED - attestation dated after the as-at date'
                   to ra-result
               go to 2100-refuse-attestation
           end-if
           if rctcc-library equal 'PATLIB'
               move rctcc-entry-key to pat-id
               read patlib
                   key is pat-id
               end-read
               if not ws-patlib-ok
                   move 'REFUSED - pattern-id not on PATLIB'
                       to ra-result
                   go to 2100-refuse-attestation
               end-if
               if not pat-status-prod
                   move 'REFUSED - pattern is not PROD, nothing to atte
      -                 'st' to ra-result
                   go to 2100-refuse-attestation
               end-if
               move pat-owner to ws-ent-owner
           else
               move rctcc-entry-key to rul-seq
               read rulelib
                   key is rul-seq
               end-read
               if not ws-rulelib-ok
                   move 'REFUSED - rule not on RULELIB' to ra-result
                   go to 2100-refuse-attestation
               end-if
               if not rul-enabled-yes
                   move 'REFUSED - rule is not enabled, nothing to atte
      -                 'st' to ra-result
                   go to 2100-refuse-attestation
               end-if
               move rul-owner to ws-ent-owner
           end-if
           if ws-ent-owner equal spaces
               move 'REFUSED - entry has no owner to attest it'
                   to ra-result
               go to 2100-refuse-attestation
           end-if
           if rctcc-user not equal ws-ent-owner
               move spaces to ra-result
               string 'REFUSED - not the owner, owner is '
                      ws-ent-owner
                   delimited by size into ra-result
               end-string
               go to 2100-refuse-attestation
           end-if
           move rctcc-library to att-library
           move rctcc-entry-key to att-entry-key
           perform 3110-read-attestation
           if ws-att-found
              and rctcc-date less than att-attested-date
               move att-attested-date to ws-date-edit
               move spaces to ra-result
               string 'REFUSED - older than the attestation on file, '
                      ws-date-edit
                   delimited by size into ra-result
               end-string
               go to 2100-refuse-attestation
           end-if
           if not ws-att-found
               move rctcc-asof to att-first-seen-date
           end-if
           move 'ATTESTED' to att-state
           move rctcc-date to ws-qtr-date
           perform 1100-compute-quarter
           move ws-qtr-period to att-last-period
           move ws-qtr-next-end to att-due-date
           move ws-ent-owner to att-owner
           move rctcc-date to att-attested-date
           move rctcc-user to att-attested-by
           move ws-stamp-date to att-recorded-date
           move ws-stamp-time to att-recorded-time
           move rctcc-comment to att-comment
           perform 3120-save-attestation
           add 1 to ws-recorded-count
           move spaces to ra-result
           string 'RECORDED for ' att-last-period ', next due '
                  att-due-date
               delimited by size into ra-result
           end-string
           perform 2120-print-attest-line
           go to 2100-record-attestation-exit
           .
       2100-refuse-attestation.
           add 1 to ws-refused-count
           perform 2120-print-attest-line
           .
       2100-record-attestation-exit.
           exit.

       2110-print-attest-heading.
           if not ws-heading-done
               perform 2010-print-run-heading
           end-if
           move 'ATTESTATIONS THIS RUN' to rs-title
           move '0' to rpt-cc
           move ws-report-section to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-attest-heading to rpt-text
           write rpt-line
           .

       2120-print-attest-line.
           move ' ' to rpt-cc
           move ws-attest-detail to rpt-text
           write rpt-line
           .

      ***************************************************************
      * 3000-CYCLE-LIBRARIES - sort input: one pass over PATLIB and  *
      * one over RULELIB, rating every PROD pattern and enabled rule *
      * and releasing it for the by-owner listing.                   *
      ***************************************************************
       3000-cycle-libraries.
           move low-values to pat-id
           start patlib key is not less than pat-id
               invalid key
                   move 'Y' to ws-patlib-eof-sw
           end-start
           perform 3010-cycle-one-pattern
               thru 3010-cycle-one-pattern-exit
               with test before
               until ws-patlib-eof
           move low-values to rul-seq
           start rulelib key is not less than rul-seq
               invalid key
                   move 'Y' to ws-rulelib-eof-sw
           end-start
           perform 3020-cycle-one-rule
               thru 3020-cycle-one-rule-exit
               with test before
               until ws-rulelib-eof
           .
       3000-cycle-libraries-exit.
           exit.

       3010-cycle-one-pattern.
           read patlib next record
               at end
                   move 'Y' to ws-patlib-eof-sw
                   go to 3010-cycle-one-pattern-exit
           end-read
           if not pat-status-prod
               go to 3010-cycle-one-pattern-exit
           end-if
           move 'PATLIB' to ws-ent-library
           move pat-id to ws-ent-key
           move pat-owner to ws-ent-owner
           move pat-description to ws-ent-description
           perform 3100-rate-entry
               thru 3100-rate-entry-exit
           .
       3010-cycle-one-pattern-exit.
           exit.

       3020-cycle-one-rule.
           read rulelib next record
               at end
                   move 'Y' to ws-rulelib-eof-sw
                   go to 3020-cycle-one-rule-exit
           end-read
           if not rul-enabled-yes
               go to 3020-cycle-one-rule-exit
           end-if
           move 'RULELIB' to ws-ent-library
           move rul-seq to ws-ent-key
           move rul-owner to ws-ent-owner
           move rul-pattern-text(1:40) to ws-ent-description
           perform 3100-rate-entry
               thru 3100-rate-entry-exit
           .
       3020-cycle-one-rule-exit.
           exit.

      ***************************************************************
      * 3100-RATE-ENTRY - bring the entry's ATTLIB record up to this *
      * cycle and rate it.  An entry seen for the first time, or     *
      * back in production after being retired or demoted, starts    *
      * due at the end of the current quarter.                       *
      ***************************************************************
       3100-rate-entry.
           move 'N' to ws-demoted-sw
           move ws-ent-library to att-library
           move ws-ent-key to att-entry-key
           perform 3110-read-attestation
           if not ws-att-found
              or att-state-retired
              or att-state-demoted
               move rctcc-asof to att-first-seen-date
               move ws-cur-end to att-due-date
           end-if
           move ws-ent-owner to att-owner
           move zero to ws-days-over
           evaluate true
               when att-last-period equal ws-cur-period
                   move 'ATTESTED' to att-state
               when rctcc-asof not greater than att-due-date
                   move 'DUE' to att-state
               when other
                   compute ws-days-over = ws-asof-int
                       - function integer-of-date(att-due-date)
                   evaluate true
                       when ws-days-over not greater than
                               rctcc-grace-days
                           move 'OVERDUE' to att-state
                       when ws-days-over not greater than
                               rctcc-final-days
                           move 'ESCALATE' to att-state
                       when other
                           move 'FINAL' to att-state
                   end-evaluate
           end-evaluate
           if att-state-final and ws-demote-mode
               if ws-ent-library equal 'PATLIB'
                   perform 3200-demote-pattern
                       thru 3200-demote-pattern-exit
               else
                   perform 3300-disable-rule
                       thru 3300-disable-rule-exit
               end-if
           end-if
           if ws-alerts-mode
               perform 3400-raise-alerts
           end-if
           move rctcc-asof to att-cycle-date
           perform 3120-save-attestation
           move spaces to sw-record
           move ws-ent-owner to sw-owner
           move ws-ent-library to sw-library
           move ws-ent-key to sw-entry-key
           move att-state to sw-state
           move att-due-date to sw-due-date
           move att-attested-date to sw-attested-date
           move att-attested-by to sw-attested-by
           if ws-days-over greater than 99999
               move 99999 to sw-days-over
           else
               move ws-days-over to sw-days-over
           end-if
           move ws-ent-description to sw-description
           release sw-record
           .
       3100-rate-entry-exit.
           exit.

      ***************************************************************
      * 3110-READ-ATTESTATION - read the ATTLIB record for ATT-KEY,  *
      * or lay out an empty one when there is none yet.              *
      ***************************************************************
       3110-read-attestation.
           read attlib
               key is att-key
               invalid key
                   move 'N' to ws-att-found-sw
               not invalid key
                   move 'Y' to ws-att-found-sw
           end-read
           if not ws-att-found
               move att-key to ws-att-key-save
               move spaces to attest-record
               move ws-att-key-save to att-key
               move zero to att-first-seen-date att-due-date
                            att-cycle-date att-attested-date
                            att-recorded-date att-recorded-time
                            att-demoted-date
           end-if
           .

       3120-save-attestation.
           if ws-att-found
               rewrite attest-record
           else
               write attest-record
               move 'Y' to ws-att-found-sw
           end-if
           if not ws-attlib-ok
               display 'RECERT: ATTLIB update failed for '
                        att-library ' ' att-entry-key ', status '
                        ws-attlib-status
               move 16 to return-code
               stop run
           end-if
           .

      ***************************************************************
      * 3200-DEMOTE-PATTERN - take a lapsed pattern out of           *
      * production: PAT-STATUS to TEST, rewritten in place, then the *
      * before-image journalled to PATHIST the way PNDAPPR journals  *
      * an applied change, so PATBACK can restore it.  The PATLIB    *
      * record is the one the sequential pass just read.             *
      ***************************************************************
       3200-demote-pattern.
           move pat-record to ws-live-image
           move 'TEST' to pat-status
           move ws-stamp-date to pat-changed-date
           move ws-stamp-time to pat-changed-time
           rewrite pat-record
           if not ws-patlib-ok
               display 'RECERT: PATLIB rewrite failed demoting '
                        pat-id ', status ' ws-patlib-status
               move ws-live-image to pat-record
               go to 3200-demote-pattern-exit
           end-if
           move ws-live-image to pat-record
           move spaces to pat-hist-record
           move ws-stamp-date to ph-date
           move ws-stamp-time to ph-time
           move 'RECERT' to ph-program
           move 'DEMOTE' to ph-action
           move pat-id to ph-pat-id
           move pat-text to ph-pat-text
           move pat-text-len to ph-pat-text-len
           move pat-options-word to ph-pat-options-word
           move pat-owner to ph-pat-owner
           move pat-description to ph-pat-description
           move pat-status to ph-pat-status
           move pat-created-date to ph-pat-created-date
           move pat-created-time to ph-pat-created-time
           move pat-changed-date to ph-pat-changed-date
           move pat-changed-time to ph-pat-changed-time
           write pat-hist-record
           if ws-pathist-status not equal '00'
               display 'RECERT: PATHIST write failed for ' pat-id
                        ', status ' ws-pathist-status
               move 16 to return-code
               stop run
           end-if
           perform 3210-mark-demoted
           .
       3200-demote-pattern-exit.
           exit.

       3210-mark-demoted.
           move 'DEMOTED' to att-state
           move ws-stamp-date to att-demoted-date
           move ws-run-id to att-demoted-run
           move 'Y' to ws-demoted-sw
           display 'RECERT: ' ws-ent-library ' ' ws-ent-key
                    ' demoted, attestation lapsed ' ws-days-over
                    ' day(s)'
           .

      ***************************************************************
      * 3300-DISABLE-RULE - take a lapsed rule out of production.    *
      * Rules have no TEST status, so the rule is disabled; RULELIB  *
      * has no change journal, so the demotion date and run on the   *
      * ATTLIB record are its history, and RULEMNT's ENABLE puts it  *
      * back.                                                        *
      ***************************************************************
       3300-disable-rule.
           move 'N' to rul-enabled
           rewrite sub-rule-record
           if not ws-rulelib-ok
               display 'RECERT: RULELIB rewrite failed disabling '
                        rul-seq ', status ' ws-rulelib-status
               go to 3300-disable-rule-exit
           end-if
           perform 3210-mark-demoted
           .
       3300-disable-rule-exit.
           exit.

      ***************************************************************
      * 3400-RAISE-ALERTS - ALERTS=YES: RGX009W for an entry past    *
      * its grace period, RGX010E for one demoted this run, with the *
      * days late as the counter.                                    *
      ***************************************************************
       3400-raise-alerts.
           move spaces to ws-alert-id
           evaluate true
               when ws-demoted-now
                   move 'RGX010E' to ws-alert-id
               when att-state-escalated or att-state-final
                   move 'RGX009W' to ws-alert-id
           end-evaluate
           if ws-alert-id not equal spaces
               move ws-ent-key to ws-alert-pattern
               move ws-days-over to ws-alert-counter
               call 'RGXALERT' using ws-alert-id
                                     ws-alert-program
                                     ws-alert-pattern
                                     ws-alert-counter
           end-if
           .

      ***************************************************************
      * 4000-PRINT-BY-OWNER - sort output: every entry under         *
      * recertification on RCTRPT under its owner, with a total line *
      * at each change of owner; the entries past due also go to    *
      * OVDRPT with the action taken.                                *
      ***************************************************************
       4000-print-by-owner.
           initialize ws-owner-counts
           move 'ENTRIES UNDER RECERTIFICATION BY OWNER' to rs-title
           move '0' to rpt-cc
           move ws-report-section to rpt-text
           write rpt-line
           move ' ' to rpt-cc
           move ws-owner-heading to rpt-text
           write rpt-line
           move rctcc-asof to oh-asof
           move rctcc-grace-days to oh-grace
           move rctcc-final-days to oh-final
           move '1' to ovd-cc
           move ws-overdue-heading-1 to ovd-text
           write ovd-line
           move '0' to ovd-cc
           move ws-overdue-heading-2 to ovd-text
           write ovd-line
           perform 4010-print-one-entry
               thru 4010-print-one-entry-exit
               with test before
               until ws-sort-eof
           if not ws-first-owner
               move 1 to ws-set-idx
               perform 4100-print-owner-total
           end-if
           move 2 to ws-set-idx
           perform 4100-print-owner-total
           if ws-overdue-lines equal zero
               move ' ' to ovd-cc
               move 'NO ENTRY IS PAST ITS DUE DATE' to ovd-text
               write ovd-line
           end-if
           .
       4000-print-by-owner-exit.
           exit.

       4010-print-one-entry.
           return sortwork
               at end
                   move 'Y' to ws-sort-eof-sw
                   go to 4010-print-one-entry-exit
           end-return
           if not ws-first-owner
              and sw-owner not equal ws-prev-owner
               move 1 to ws-set-idx
               perform 4100-print-owner-total
           end-if
           move 'N' to ws-first-owner-sw
           move sw-owner to ws-prev-owner
           perform 4020-count-entry
               varying ws-set-idx from 1 by 1
               until ws-set-idx greater than 2
           move spaces to ws-report-detail
           if sw-owner equal spaces
               move '(NONE)' to rd-owner
           else
               move sw-owner to rd-owner
           end-if
           move sw-library to rd-library
           move sw-entry-key to rd-entry
           move sw-state to rd-state
           move sw-due-date to ws-date-edit
           move ws-date-edit to rd-due
           if sw-attested-date not equal zero
               move sw-attested-date to ws-date-edit
               move ws-date-edit to rd-attested
           end-if
           move sw-attested-by to rd-attested-by
           move sw-days-over to rd-days-over
           move sw-description to rd-description
           move ' ' to rpt-cc
           move ws-report-detail to rpt-text
           write rpt-line
           evaluate sw-state
               when 'OVERDUE'
                   move 'REMIND OWNER' to rd-action
               when 'ESCALATE'
                   move 'ESCALATED' to rd-action
               when 'FINAL'
                   move 'DEMOTION DUE' to rd-action
               when 'DEMOTED'
                   if sw-library equal 'PATLIB'
                       move 'DEMOTED TO TEST' to rd-action
                   else
                       move 'RULE DISABLED' to rd-action
                   end-if
               when other
                   go to 4010-print-one-entry-exit
           end-evaluate
           add 1 to ws-overdue-lines
           move ' ' to ovd-cc
           move ws-report-detail to ovd-text
           write ovd-line
           .
       4010-print-one-entry-exit.
           exit.

       4020-count-entry.
           add 1 to ws-own-total(ws-set-idx)
           evaluate sw-state
               when 'ATTESTED'
                   add 1 to ws-own-attested(ws-set-idx)
               when 'DUE'
                   add 1 to ws-own-due(ws-set-idx)
               when 'OVERDUE'
                   add 1 to ws-own-overdue(ws-set-idx)
               when 'ESCALATE'
                   add 1 to ws-own-escalated(ws-set-idx)
               when 'FINAL'
                   add 1 to ws-own-final(ws-set-idx)
               when other
                   add 1 to ws-own-demoted(ws-set-idx)
           end-evaluate
           .

      ***************************************************************
      * 4100-PRINT-OWNER-TOTAL - the count line for one owner (set   *
      * 1, cleared after printing) or for the run (set 2).           *
      ***************************************************************
       4100-print-owner-total.
           move spaces to rt-label
           if ws-set-idx equal 2
               move 'ALL OWNERS' to rt-label
           else
               if ws-prev-owner equal spaces
                   move '(NONE)' to rt-label
               else
                   move ws-prev-owner to rt-label
               end-if
           end-if
           move ws-own-total(ws-set-idx) to rt-total
           move ws-own-attested(ws-set-idx) to rt-attested
           move ws-own-due(ws-set-idx) to rt-due
           move ws-own-overdue(ws-set-idx) to rt-overdue
           move ws-own-escalated(ws-set-idx) to rt-escalated
           move ws-own-final(ws-set-idx) to rt-final
           move ws-own-demoted(ws-set-idx) to rt-demoted
           move ' ' to rpt-cc
           move ws-report-owner-total to rpt-text
           write rpt-line
           move spaces to rpt-text
           write rpt-line
           if ws-set-idx equal 1
               initialize ws-own-set(1)
           end-if
           .

      ***************************************************************
      * 5000-RETIRE-LAPSED-ENTRIES - one pass over ATTLIB.  A record *
      * this cycle did not rate - the entry has left production or   *
      * the library - is kept as RETIRED.  A DEMOTED record keeps    *
      * its state, so the demotion stays on the file.                *
      ***************************************************************
       5000-retire-lapsed-entries.
           move low-values to att-key
           start attlib key is not less than att-key
               invalid key
                   go to 5000-retire-lapsed-entries-exit
           end-start
           perform 5010-retire-one-entry
               thru 5010-retire-one-entry-exit
               with test before
               until ws-attlib-eof
           .
       5000-retire-lapsed-entries-exit.
           exit.

       5010-retire-one-entry.
           read attlib next record
               at end
                   move 'Y' to ws-attlib-eof-sw
                   go to 5010-retire-one-entry-exit
           end-read
           if att-cycle-date equal rctcc-asof
              or att-state-retired
              or att-state-demoted
               go to 5010-retire-one-entry-exit
           end-if
           move 'RETIRED' to att-state
           rewrite attest-record
           if not ws-attlib-ok
               display 'RECERT: ATTLIB rewrite failed for '
                        att-library ' ' att-entry-key ', status '
                        ws-attlib-status
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-retired-count
           .
       5010-retire-one-entry-exit.
           exit.

      ***************************************************************
      * 8000-FINISH - close up and set the return code: RC 8 for a   *
      * refused attestation or anything past its grace period, RC 4  *
      * for anything overdue within it.                              *
      ***************************************************************
       8000-finish.
           close rctrpt ovdrpt attlib patlib rulelib
           if ws-pathist-open
               close pathist
           end-if
           display 'RECERT: ' ws-recorded-count ' attestation(s) '
                    'recorded, ' ws-refused-count ' refused; '
                    ws-own-total(2) ' entries rated, '
                    ws-own-overdue(2) ' overdue, '
                    ws-own-escalated(2) ' escalated, '
                    ws-own-final(2) ' final, '
                    ws-own-demoted(2) ' demoted, '
                    ws-retired-count ' retired'
           if ws-own-overdue(2) greater than zero
               move 4 to return-code
           end-if
           if ws-refused-count greater than zero
              or ws-own-escalated(2) greater than zero
              or ws-own-final(2) greater than zero
              or ws-own-demoted(2) greater than zero
               move 8 to return-code
           end-if
           .

       end program RECERT.

      ***************************************************************
      *                                                             *
      *    PROGRAM:  RGXBRWS                                        *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    RGXBRWS is the CICS transaction RGXB: browse PATLIB and  *
      *    try a pattern against a keyed subject string, without    *
      *    submitting a PATTEST or REGEX1 job.  Pseudo-             *
      *    conversational, mapset RGXBMS:                           *
      *                                                             *
      *      RGXBM1  the browse list - ten entries a page from a    *
      *              START ID, optionally only one OWNER's; PF8     *
      *              and PF7 page, S against an entry selects it,   *
      *              PF3 ends                                       *
      *      RGXBM2  the selected entry's PATREC governance fields  *
      *              and text, and a subject to test: ENTER runs   *
      *              the match and shows the verdict, the ovector   *
      *              offsets and the named-group values; PF3 goes  *
      *              back to the list, PF12 ends                    *
      *                                                             *
      *    The pattern is compiled with its own PAT-OPTIONS-WORD,   *
      *    exactly as the batch programs compile it, and matched    *
      *    the way REGEXSRV answers a request.  PATLIB is only     *
      *    ever read - no READ UPDATE, no REWRITE.                  *
      *                                                             *
      *    Every test is written to the test log (TSTLOG layout,    *
      *    transient-data queue RGXT) with the signed-on user id    *
      *    before the result is shown.  If the log cannot be       *
      *    written the result is withheld: an unlogged test is     *
      *    not one this transaction will answer.                    *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      ***************************************************************
       identification division.
       program-id.    RGXBRWS.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       data division.
       working-storage section.
       COPY pcre2.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY rgxbms.
       COPY patrec.
       COPY tstlog.

      * The conversation state carried between tasks.  The page
      * stack holds the first key of each page shown, so PF7 goes
      * back through an owner-filtered list as well as a plain one.
       01  ws-commarea.
           05  ca-screen               pic x(01).
               88  ca-screen-list                value 'L'.
               88  ca-screen-detail              value 'D'.
           05  ca-owner                pic x(08).
           05  ca-page-count           pic 9(4)  comp.
           05  ca-page-key             pic x(08) occurs 50 times.
           05  ca-next-key             pic x(08).
           05  ca-more-sw              pic x(01).
               88  ca-more                       value 'Y'.
           05  ca-line-key             pic x(08) occurs 10 times.
           05  ca-detail-id            pic x(08).
           05  ca-subject              pic x(152).

       01  ws-resp                     pic s9(8) comp.
       01  ws-message                  pic x(78) value spaces.
       01  ws-resp-edit                pic z(7)9.

       01  ws-switches.
           05  ws-browse-eof-sw        pic x(01).
               88  ws-browse-eof                 value 'Y'.
           05  ws-screen-sent-sw       pic x(01).
               88  ws-screen-sent                value 'Y'.
           05  ws-pattern-found-sw     pic x(01).
               88  ws-pattern-found              value 'Y'.
           05  ws-tested-sw            pic x(01) value 'N'.
               88  ws-tested                     value 'Y'.
           05  ws-log-ok-sw            pic x(01).
               88  ws-log-ok                     value 'Y'.

      * The browse.
       01  ws-browse-key               pic x(08).
       01  ws-new-start-key            pic x(08).
       01  ws-line-count               pic 9(4)  comp.
       01  ws-line-idx                 pic 9(4)  comp.
       01  ws-selected-idx             pic 9(4)  comp.
       01  ws-list-line.
           05  wl-pattern-id           pic x(08).
           05  filler                  pic x(01) value space.
           05  wl-status               pic x(04).
           05  filler                  pic x(01) value space.
           05  wl-owner                pic x(08).
           05  filler                  pic x(01) value space.
           05  wl-description          pic x(40).
           05  filler                  pic x(07) value spaces.

      * The governance fields as shown.
       01  ws-stamp-edit.
           05  ws-stamp-date           pic 9(08).
           05  filler                  pic x(01) value space.
           05  ws-stamp-time           pic 9(06).
       01  ws-options-edit             pic z(9)9.

      * The test.
       01  ws-subject                  pic x(152).
       01  ws-subject-len              pic 9(9)  comp.
       01  ws-pattern                  pic x(256).
       01  ws-pattern-len              pic 9(9)  comp.
       01  ws-options                  pic 9(9)  comp value zero.
       01  ws-code-ptr                 usage pointer.
       01  ws-match-data               usage pointer.
       01  ws-ovector-count            pic 9(9)  comp value 20.
       01  ws-errorcode                pic s9(9) comp.
       01  ws-erroffset                pic 9(9)  comp.
       01  ws-rc                       pic s9(9) comp.
       01  ws-error-text               pic x(60).
       01  ws-verdict                  pic x(08).
       01  ws-rc-edit                  pic -9(9).
       01  ws-offsets-line             pic x(68).
       01  ws-group-lines.
           05  ws-group-line           pic x(76) occurs 4 times.
       01  ws-erroffset-edit           pic zzz9.

      * The ovector pairs, through the same based mapping REGEXSRV
      * uses; five pairs fit the OFFSETS line.
       01  ws-ovector-ptr              usage pointer.
       01  ws-ovector                  based.
           05  ws-ovec-entry           pic 9(9)  comp
                                         occurs 40 times.
       01  ws-pair-count               pic 9(2)  comp.
       01  ws-pair-idx                 pic 9(2)  comp.
       01  ws-offsets-pos              pic 9(4)  comp.
       01  ws-pair-edit.
           05  wp-group                pic z9.
           05  filler                  pic x(01) value ':'.
           05  wp-start                pic zz9.
           05  filler                  pic x(01) value '-'.
           05  wp-end                  pic zz9.
           05  filler                  pic x(03) value spaces.

      * Named-group enumeration, as in REGEXSRV: the name table is
      * entries of WS-NAME-ENTRY-SIZE bytes, two of group number and
      * the rest the null-terminated name.
       01  ws-name-count               pic 9(9)  comp.
       01  ws-name-entry-size          pic 9(9)  comp.
       01  ws-nametable-ptr            usage pointer.
       01  ws-nametable                pic x(10240) based.
       01  ws-name-idx                 pic 9(9)  comp.
       01  ws-name-offset              pic 9(9)  comp.
       01  ws-info-rc                  pic s9(9) comp.
       01  ws-group-name-cstr          pic x(33).
       01  ws-group-name-len           pic 9(9)  comp.
       01  ws-group-shown              pic 9(2)  comp.
       01  ws-substring-ptr            usage pointer.
       01  ws-substring-len            pic 9(9)  comp.
       01  ws-substring-rc             pic s9(9) comp.
       01  ws-substring-area           pic x(55) based.
       01  ws-group-value              pic x(55).
       01  ws-group-edit.
           05  wg-name                 pic x(20).
           05  filler                  pic x(01) value '='.
           05  wg-value                pic x(55).

      * The test log.
       01  ws-abstime                  pic s9(15) comp-3.
       01  ws-log-date                 pic x(08).
       01  ws-log-time                 pic x(06).
       01  ws-userid                   pic x(08).

       01  ws-end-text                 pic x(20) value
               'RGXB SESSION ENDED'.

       linkage section.
       01  dfhcommarea                 pic x(660).

       procedure division.
       0000-mainline.
           move 'N' to ws-screen-sent-sw
           if eibcalen equal zero
               perform 1000-start-session
           else
               move dfhcommarea to ws-commarea
               if ca-screen-detail
                   perform 3000-detail-screen
                       thru 3000-detail-screen-exit
               else
                   perform 2000-list-screen
                       thru 2000-list-screen-exit
               end-if
           end-if
           exec cics return transid(eibtrnid)
                     commarea(ws-commarea)
                     length(length of ws-commarea)
           end-exec
           goback.

      ***************************************************************
      * 1000-START-SESSION - first entry: the list from the top.     *
      ***************************************************************
       1000-start-session.
           move spaces to ws-commarea
           move 1 to ca-page-count
           move low-values to ca-page-key(1)
           move 'ENTER A START ID OR OWNER, OR S BESIDE AN ENTRY'
               to ws-message
           perform 2100-build-list-page
               thru 2100-build-list-page-exit
           perform 2900-send-list-map
           .

      ***************************************************************
      * 2000-LIST-SCREEN - the browse list's keys.                   *
      ***************************************************************
       2000-list-screen.
           evaluate eibaid
               when dfhpf3
               when dfhpf12
                   perform 9000-end-session
               when dfhpf8
                   if ca-more and ca-page-count less than 50
                       add 1 to ca-page-count
                       move ca-next-key to ca-page-key(ca-page-count)
                   else
                       move 'NO MORE ENTRIES' to ws-message
                   end-if
               when dfhpf7
                   if ca-page-count greater than 1
                       subtract 1 from ca-page-count
                   else
                       move 'ALREADY AT THE FIRST PAGE' to ws-message
                   end-if
               when dfhenter
                   perform 2010-receive-list-input
                       thru 2010-receive-list-input-exit
                   if ws-screen-sent
                       go to 2000-list-screen-exit
                   end-if
               when dfhclear
                   continue
               when other
                   move 'KEY NOT ACTIVE ON THIS SCREEN' to ws-message
           end-evaluate
           perform 2100-build-list-page
               thru 2100-build-list-page-exit
           perform 2900-send-list-map
           .
       2000-list-screen-exit.
           exit.

      ***************************************************************
      * 2010-RECEIVE-LIST-INPUT - an S beside an entry selects it;  *
      * otherwise a changed START ID or OWNER starts a new list.    *
      ***************************************************************
       2010-receive-list-input.
           exec cics receive map('RGXBM1')
                     mapset('RGXBMS')
                     into(rgxbm1i)
                     resp(ws-resp)
           end-exec
           if ws-resp equal dfhresp(mapfail)
               go to 2010-receive-list-input-exit
           end-if
           move zero to ws-selected-idx
           perform 2011-check-one-selection
               with test before
               varying ws-line-idx from 1 by 1
               until ws-line-idx greater than 10
                  or ws-selected-idx not equal zero
           if ws-selected-idx not equal zero
               move ca-line-key(ws-selected-idx) to ca-detail-id
               move spaces to ca-subject
               perform 3100-show-detail
                   thru 3100-show-detail-exit
               move 'Y' to ws-screen-sent-sw
               go to 2010-receive-list-input-exit
           end-if
           if bkeyl equal zero and bownl equal zero
              and bkeyf not equal dfhbmeof
              and bownf not equal dfhbmeof
               go to 2010-receive-list-input-exit
           end-if
           move low-values to ws-new-start-key
           if bkeyl greater than zero
               move bkeyi to ws-new-start-key
               inspect ws-new-start-key
                   replacing all low-value by space
           end-if
           if ws-new-start-key equal spaces
               move low-values to ws-new-start-key
           end-if
           if bownl greater than zero
               move bowni to ca-owner
               inspect ca-owner replacing all low-value by space
           else
               if bownf equal dfhbmeof
                   move spaces to ca-owner
               end-if
           end-if
           move 1 to ca-page-count
           move ws-new-start-key to ca-page-key(1)
           .
       2010-receive-list-input-exit.
           exit.

       2011-check-one-selection.
           if bsell(ws-line-idx) greater than zero
              and bseli(ws-line-idx) not equal space
              and bseli(ws-line-idx) not equal low-value
              and ca-line-key(ws-line-idx) not equal spaces
               move ws-line-idx to ws-selected-idx
           end-if
           .

      ***************************************************************
      * 2100-BUILD-LIST-PAGE - browse PATLIB from the current page's *
      * first key, skipping other owners when OWNER is set, until    *
      * ten entries are listed.  An eleventh qualifying entry is     *
      * the next page's first key.                                   *
      ***************************************************************
       2100-build-list-page.
           move low-values to rgxbm1o
           perform 2101-clear-one-line-key
               with test before
               varying ws-line-idx from 1 by 1
               until ws-line-idx greater than 10
           move zero to ws-line-count
           move 'N' to ca-more-sw
           move 'N' to ws-browse-eof-sw
           move ca-page-key(ca-page-count) to ws-browse-key
           exec cics startbr file('PATLIB')
                     ridfld(ws-browse-key)
                     gteq
                     resp(ws-resp)
           end-exec
           if ws-resp equal dfhresp(notfnd)
               if ws-message equal spaces
                   move 'NO PATTERNS AT OR AFTER THE START ID'
                       to ws-message
               end-if
               go to 2100-build-list-page-exit
           end-if
           if ws-resp not equal dfhresp(normal)
               move ws-resp to ws-resp-edit
               move spaces to ws-message
               string 'PATLIB BROWSE FAILED, RESP ' ws-resp-edit
                   delimited by size into ws-message
               end-string
               go to 2100-build-list-page-exit
           end-if
           perform 2110-read-next-entry
               thru 2110-read-next-entry-exit
               with test before
               until ws-browse-eof or ca-more
           exec cics endbr file('PATLIB') end-exec
           if ws-line-count equal zero and ws-message equal spaces
               move 'NO PATTERNS FOR THIS OWNER AT OR AFTER THE START'
                   to ws-message
           end-if
           .
       2100-build-list-page-exit.
           exit.

       2101-clear-one-line-key.
           move spaces to ca-line-key(ws-line-idx)
           .

       2110-read-next-entry.
           exec cics readnext file('PATLIB')
                     into(pat-record)
                     ridfld(ws-browse-key)
                     resp(ws-resp)
           end-exec
           if ws-resp equal dfhresp(endfile)
               move 'Y' to ws-browse-eof-sw
               go to 2110-read-next-entry-exit
           end-if
           if ws-resp not equal dfhresp(normal)
               move ws-resp to ws-resp-edit
               move spaces to ws-message
               string 'PATLIB BROWSE FAILED, RESP ' ws-resp-edit
                   delimited by size into ws-message
               end-string
               move 'Y' to ws-browse-eof-sw
               go to 2110-read-next-entry-exit
           end-if
           if ca-owner not equal spaces
              and pat-owner not equal ca-owner
               go to 2110-read-next-entry-exit
           end-if
           if ws-line-count equal 10
               move 'Y' to ca-more-sw
               move pat-id to ca-next-key
               go to 2110-read-next-entry-exit
           end-if
           add 1 to ws-line-count
           move pat-id to ca-line-key(ws-line-count)
           move pat-id to wl-pattern-id
           move pat-status to wl-status
           move pat-owner to wl-owner
           move pat-description to wl-description
           move ws-list-line to blino(ws-line-count)
           .
       2110-read-next-entry-exit.
           exit.

       2900-send-list-map.
           move 'L' to ca-screen
           if ca-page-key(ca-page-count) not equal low-values
               move ca-page-key(ca-page-count) to bkeyo
           end-if
           move ca-owner to bowno
           move ws-message to bmsgo
           exec cics send map('RGXBM1')
                     mapset('RGXBMS')
                     from(rgxbm1o)
                     erase
           end-exec
           .

      ***************************************************************
      * 3000-DETAIL-SCREEN - the detail and test screen's keys.      *
      ***************************************************************
       3000-detail-screen.
           evaluate eibaid
               when dfhpf12
                   perform 9000-end-session
               when dfhpf3
                   perform 2100-build-list-page
                       thru 2100-build-list-page-exit
                   perform 2900-send-list-map
               when dfhenter
                   perform 3200-receive-and-test
                       thru 3200-receive-and-test-exit
               when dfhclear
                   perform 3100-show-detail
                       thru 3100-show-detail-exit
               when other
                   move 'KEY NOT ACTIVE ON THIS SCREEN' to ws-message
                   perform 3100-show-detail
                       thru 3100-show-detail-exit
           end-evaluate
           .
       3000-detail-screen-exit.
           exit.

       3050-read-detail-pattern.
           move 'N' to ws-pattern-found-sw
           exec cics read file('PATLIB')
                     into(pat-record)
                     ridfld(ca-detail-id)
                     resp(ws-resp)
           end-exec
           if ws-resp equal dfhresp(normal)
               move 'Y' to ws-pattern-found-sw
           end-if
           .

      ***************************************************************
      * 3100-SHOW-DETAIL - the governance fields and text, the last  *
      * subject, and the test result when one has just been run.   *
      * An entry gone from PATLIB since it was listed sends the      *
      * user back to the list.                                       *
      ***************************************************************
       3100-show-detail.
           perform 3050-read-detail-pattern
           if not ws-pattern-found
               move spaces to ws-message
               string 'PATTERN ' ca-detail-id
                      ' IS NO LONGER ON PATLIB'
                   delimited by size into ws-message
               end-string
               perform 2100-build-list-page
                   thru 2100-build-list-page-exit
               perform 2900-send-list-map
               go to 3100-show-detail-exit
           end-if
           move low-values to rgxbm2o
           move pat-id to dpido
           move pat-status to dpsto
           move pat-owner to dpowno
           move pat-description to dpdsco
           move pat-created-date to ws-stamp-date
           move pat-created-time(1:6) to ws-stamp-time
           move ws-stamp-edit to dpcrto
           move pat-changed-date to ws-stamp-date
           move pat-changed-time(1:6) to ws-stamp-time
           move ws-stamp-edit to dpchgo
           move pat-options-word to ws-options-edit
           move ws-options-edit to dpopto
           move pat-text(1:70) to dtx1o
           move pat-text(71:70) to dtx2o
           move pat-text(141:60) to dtx3o
           if ca-subject not equal spaces
               move ca-subject(1:76) to dsub1o
               move ca-subject(77:76) to dsub2o
           end-if
           if ws-tested
               move ws-verdict to dvrdo
               move ws-rc-edit to dvrco
               move ws-offsets-line to dofso
               perform 3101-show-one-group-line
                   with test before
                   varying ws-line-idx from 1 by 1
                   until ws-line-idx greater than 4
           end-if
           if ws-message equal spaces
               move 'KEY A SUBJECT STRING AND PRESS ENTER TO TEST'
                   to ws-message
           end-if
           move ws-message to dmsgo
           move 'D' to ca-screen
           exec cics send map('RGXBM2')
                     mapset('RGXBMS')
                     from(rgxbm2o)
                     erase
           end-exec
           .
       3100-show-detail-exit.
           exit.

       3101-show-one-group-line.
           move ws-group-line(ws-line-idx) to dgro(ws-line-idx)
           .

      ***************************************************************
      * 3200-RECEIVE-AND-TEST - pick up the subject, run the test,   *
      * log it, and show it.  Only a logged test is shown.           *
      ***************************************************************
       3200-receive-and-test.
           exec cics receive map('RGXBM2')
                     mapset('RGXBMS')
                     into(rgxbm2i)
                     resp(ws-resp)
           end-exec
           if ws-resp equal dfhresp(mapfail)
               perform 3100-show-detail
                   thru 3100-show-detail-exit
               go to 3200-receive-and-test-exit
           end-if
           move spaces to ws-subject
           if dsub1l greater than zero
               move dsub1i to ws-subject(1:76)
           end-if
           if dsub2l greater than zero
               move dsub2i to ws-subject(77:76)
           end-if
           inspect ws-subject replacing all low-value by space
           move ws-subject to ca-subject
           move 152 to ws-subject-len
           perform 3201-trim-subject-len
               with test before
               until ws-subject-len equal zero
                  or ws-subject(ws-subject-len:1) not equal space
           if ws-subject-len equal zero
               perform 3100-show-detail
                   thru 3100-show-detail-exit
               go to 3200-receive-and-test-exit
           end-if
           perform 3050-read-detail-pattern
           if not ws-pattern-found
               perform 3100-show-detail
                   thru 3100-show-detail-exit
               go to 3200-receive-and-test-exit
           end-if
           perform 3300-run-test
               thru 3300-run-test-exit
           perform 3400-log-test
           if not ws-log-ok
               move 'N' to ws-tested-sw
               move ws-resp to ws-resp-edit
               move spaces to ws-message
               string 'TEST LOG UNAVAILABLE, RESP ' ws-resp-edit
                      ' - RESULT WITHHELD'
                   delimited by size into ws-message
               end-string
           end-if
           perform 3100-show-detail
               thru 3100-show-detail-exit
           .
       3200-receive-and-test-exit.
           exit.

       3201-trim-subject-len.
           subtract 1 from ws-subject-len
           .

      ***************************************************************
      * 3300-RUN-TEST - compile with the entry's own options, match  *
      * once from the start of the subject, and lay out the verdict, *
      * the offsets and the named groups.  Everything obtained from  *
      * PCRE2 is freed before the task ends.                         *
      ***************************************************************
       3300-run-test.
           move 'Y' to ws-tested-sw
           move spaces to ws-offsets-line ws-group-lines
           move pat-text to ws-pattern
           move pat-text-len to ws-pattern-len
           move pat-options-word to ws-options
           call 'pcre2_compile_8' using
                                ws-pattern
                                value ws-pattern-len
                                value ws-options
                                ws-errorcode
                                ws-erroffset
                                value 0
                returning ws-code-ptr
           if ws-code-ptr equal null
               move 'ERROR' to ws-verdict
               move ws-errorcode to ws-rc
               move ws-rc to ws-rc-edit
               call 'PCRE2MSG' using ws-errorcode ws-error-text
               move ws-erroffset to ws-erroffset-edit
               move spaces to ws-message
               string 'COMPILE FAILED AT OFFSET ' ws-erroffset-edit
                      ': ' ws-error-text
                   delimited by size into ws-message
               end-string
               go to 3300-run-test-exit
           end-if
           call 'pcre2_match_data_create_8' using
                                value ws-ovector-count
                                value 0
               returning ws-match-data
           call 'pcre2_match_8' using
                                value ws-code-ptr
                                by reference ws-subject
                                value ws-subject-len
                                value 0
                                value 0
                                value ws-match-data
                                value 0
               returning ws-rc
           move ws-rc to ws-rc-edit
           evaluate true
               when ws-rc greater than zero
                   move 'MATCH' to ws-verdict
                   perform 3310-build-offsets-line
                   perform 3320-build-group-lines
                       thru 3320-build-group-lines-exit
                   move 'SUBJECT MATCHES' to ws-message
               when ws-rc equal PCRE2-ERROR-NOMATCH
                   move 'NOMATCH' to ws-verdict
                   move 'SUBJECT DOES NOT MATCH' to ws-message
               when other
                   move 'ERROR' to ws-verdict
                   call 'PCRE2MSG' using ws-rc ws-error-text
                   move ws-error-text to ws-message
           end-evaluate
           call 'pcre2_match_data_free_8' using value ws-match-data
           call 'pcre2_code_free_8' using value ws-code-ptr
           .
       3300-run-test-exit.
           exit.

      ***************************************************************
      * 3310-BUILD-OFFSETS-LINE - up to five ovector pairs, group    *
      * number then start and end offsets, as REGEXSRV replies them. *
      ***************************************************************
       3310-build-offsets-line.
           call 'pcre2_get_ovector_pointer_8' using
                                value ws-match-data
               returning ws-ovector-ptr
           set address of ws-ovector to ws-ovector-ptr
           move ws-rc to ws-pair-count
           if ws-pair-count greater than 5
               move 5 to ws-pair-count
           end-if
           move 1 to ws-offsets-pos
           perform 3311-add-one-pair
               with test before
               varying ws-pair-idx from 1 by 1
               until ws-pair-idx greater than ws-pair-count
           .
       3311-add-one-pair.
           compute wp-group = ws-pair-idx - 1
           move ws-ovec-entry(ws-pair-idx * 2 - 1) to wp-start
           move ws-ovec-entry(ws-pair-idx * 2) to wp-end
           move ws-pair-edit to ws-offsets-line(ws-offsets-pos:13)
           add 13 to ws-offsets-pos
           .

      ***************************************************************
      * 3320-BUILD-GROUP-LINES - REGEXSRV's name-table walk; the     *
      * first four named groups that took part in the match are      *
      * shown as name=value.                                         *
      ***************************************************************
       3320-build-group-lines.
           move zero to ws-group-shown
           call 'pcre2_pattern_info_8' using
                                value ws-code-ptr
                                value PCRE2-INFO-NAMECOUNT
                                by reference ws-name-count
               returning ws-info-rc
           if ws-info-rc not equal zero
              or ws-name-count equal zero
               go to 3320-build-group-lines-exit
           end-if
           call 'pcre2_pattern_info_8' using
                                value ws-code-ptr
                                value PCRE2-INFO-NAMEENTRYSIZE
                                by reference ws-name-entry-size
               returning ws-info-rc
           if ws-info-rc not equal zero
               go to 3320-build-group-lines-exit
           end-if
           call 'pcre2_pattern_info_8' using
                                value ws-code-ptr
                                value PCRE2-INFO-NAMETABLE
                                by reference ws-nametable-ptr
               returning ws-info-rc
           if ws-info-rc not equal zero
               go to 3320-build-group-lines-exit
           end-if
           set address of ws-nametable to ws-nametable-ptr
           perform 3321-add-one-named-group
               thru 3321-add-one-named-group-exit
               with test before
               varying ws-name-idx from 1 by 1
               until ws-name-idx greater than ws-name-count
                  or ws-group-shown equal 4
           .
       3320-build-group-lines-exit.
           exit.

       3321-add-one-named-group.
           compute ws-name-offset =
               (ws-name-idx - 1) * ws-name-entry-size + 3
           move spaces to ws-group-name-cstr
           move ws-nametable(ws-name-offset:32)
               to ws-group-name-cstr(1:32)
           move zero to ws-group-name-len
           perform 3322-count-one-name-byte
               with test before
               until ws-group-name-len greater than 31
                  or ws-group-name-cstr(ws-group-name-len + 1:1)
                      equal low-value
           if ws-group-name-len equal zero
               go to 3321-add-one-named-group-exit
           end-if
           call 'pcre2_substring_get_byname_8' using
                                value ws-match-data
                                by reference ws-group-name-cstr
                                ws-substring-ptr
                                ws-substring-len
               returning ws-substring-rc
           if ws-substring-rc not equal zero
               go to 3321-add-one-named-group-exit
           end-if
           if ws-substring-len greater than 55
               move 55 to ws-substring-len
           end-if
           move spaces to ws-group-value
           set address of ws-substring-area to ws-substring-ptr
           if ws-substring-len greater than zero
               move ws-substring-area(1:ws-substring-len)
                   to ws-group-value
           end-if
           call 'pcre2_substring_free_8' using
                                value ws-substring-ptr
           add 1 to ws-group-shown
           move spaces to wg-name
           move ws-group-name-cstr(1:ws-group-name-len) to wg-name
           move ws-group-value to wg-value
           move ws-group-edit to ws-group-line(ws-group-shown)
           .
       3321-add-one-named-group-exit.
           exit.
       3322-count-one-name-byte.
           add 1 to ws-group-name-len
           .

      ***************************************************************
      * 3400-LOG-TEST - one TSTLOG record to the RGXT queue for the  *
      * test just run, with the signed-on user id.                   *
      ***************************************************************
       3400-log-test.
           move 'N' to ws-log-ok-sw
           exec cics assign userid(ws-userid) end-exec
           exec cics asktime abstime(ws-abstime) end-exec
           exec cics formattime abstime(ws-abstime)
                     yyyymmdd(ws-log-date)
                     time(ws-log-time)
           end-exec
           move spaces to tst-log-record
           move ws-log-date to tlg-date
           move ws-log-time to tlg-time
           move ws-userid to tlg-userid
           move eibtrmid to tlg-termid
           move eibtrnid to tlg-tranid
           move pat-id to tlg-pattern-id
           move pat-status to tlg-pat-status
           move ws-verdict to tlg-verdict
           move ws-rc to tlg-rc
           move ws-subject-len to tlg-subject-len
           move ws-subject to tlg-subject
           exec cics writeq td queue('RGXT')
                     from(tst-log-record)
                     length(length of tst-log-record)
                     resp(ws-resp)
           end-exec
           if ws-resp equal dfhresp(normal)
               move 'Y' to ws-log-ok-sw
           end-if
           .

      ***************************************************************
      * 9000-END-SESSION - clear the screen and end the conversation.*
      ***************************************************************
       9000-end-session.
           exec cics send text from(ws-end-text)
                     length(length of ws-end-text)
                     erase
                     freekb
           end-exec
           exec cics return end-exec
           .

       end program RGXBRWS.

      ***************************************************************
      *                                                             *
      *    PROGRAM:  RGXSIEM                                       *
      *    AUTHOR:   D. Connolly                                    *
      *    INSTALLATION:  PCRE2 FOR Z/OS - REGEX UTILITIES          *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    RGXSIEM is the suite's security-event feed subroutine.   *
      *    The scan programs call it once per hit and once per      *
      *    return-code policy breach, and it turns each into one    *
      *    standard event line the security operations centre's     *
      *    collectors can read - ArcSight CEF or a flat JSON        *
      *    object - written to the SIEMOUT dataset their forwarder  *
      *    picks up or put to an MQ queue.                          *
      *                                                             *
      *    CALL 'RGXSIEM' USING SIEM-EVENT-REQUEST (see the         *
      *    SIEMEVT copybook): function 'O' opens the feed, 'E'      *
      *    sends one event, 'C' closes the feed.  The program       *
      *    keeps its file and queue state in working storage        *
      *    between calls, the way PCRE2MSG keeps its table.         *
      *                                                             *
      *    Every event carries the time, event type (HIT or         *
      *    BREACH), severity, run correlation id, program,          *
      *    pattern-id, dataset and record number; a breach adds     *
      *    the policy statement that tripped and its counter.  The  *
      *    subject excerpt is masked here, never by the caller, so  *
      *    no clear digits can leave through the feed.              *
      *                                                             *
      *    CEF line:                                                *
      *      CEF:0|PCRE2 FOR Z/OS|REGEX UTILITIES|1.0|sig|name|sev| *
      *      rt=... cs1Label=runId cs1=... cs2Label=program cs2=... *
      *      cs3Label=patternId cs3=... cs4Label=dataset cs4=...    *
      *      cn1Label=recordNumber cn1=... [cs5Label=policy cs5=... *
      *      cn2Label=counter cn2=...] msg=excerpt                  *
      *    with sig RGXHIT for a hit and RGX001E, the console       *
      *    alert's own id, for a breach.                            *
      *                                                             *
      *    JSON line:                                               *
      *      {"time":"yyyy-mm-ddThh:mm:ss","event":"HIT",           *
      *      "severity":n,"runId":"...","program":"...",            *
      *      "patternId":"...","dataset":"...","record":n,          *
      *      ["policy":"...","counter":n,]"excerpt":"..."}          *
      *                                                             *
      *    SIEMOUT is opened EXTEND (and is OPTIONAL, so it is      *
      *    created when absent) - a restarted or sliced scan adds   *
      *    its events behind the ones already written instead of    *
      *    erasing them.  A queue feed connects to SEV-QMGR; when   *
      *    the caller is already connected to that queue manager    *
      *    (REGEXMQS) the existing connection is used and left for  *
      *    the caller to disconnect.  Events are put outside        *
      *    syncpoint so a backed-out caller unit of work cannot     *
      *    take its events with it.                                 *
      *                                                             *
      *    SEV-STATUS on return: '00' worked; a two-digit file      *
      *    status when SIEMOUT failed; 'MQ' when an MQ call failed, *
      *    with SEV-MQ-REASON set; '90' unknown function; '91'      *
      *    send or close with no feed open.                         *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original program.                          *
      * 2026-10-15  DC   2100 performed THRU its exit, so an event  *
      *                  with no excerpt no longer closes the feed. *
      ***************************************************************
       identification division.
       program-id.    RGXSIEM.
       author.        D. Connolly.
       installation.  PCRE2 FOR Z/OS.
       date-written.  15-OCT-2026.
       date-compiled.

       environment division.
       input-output section.
       file-control.
           select optional siemout
               assign to SIEMOUT
               organization is sequential
               file status is ws-siemout-status.

       data division.
       file section.
       fd  siemout
           recording mode is v
           label records are standard
           block contains 0 records
           record is varying in size from 1 to 1024 characters
               depending on ws-event-len.
       01  siemout-record              pic x(1024).

       working-storage section.
       01  ws-switches.
           05  ws-file-open-sw         pic x(01) value 'N'.
               88  ws-file-open                   value 'Y'.
           05  ws-queue-open-sw        pic x(01) value 'N'.
               88  ws-queue-open                  value 'Y'.
           05  ws-own-conn-sw          pic x(01) value 'N'.
               88  ws-own-connection              value 'Y'.

       01  ws-siemout-status           pic x(02).

      * The event line being built, and the append cursor into it.
       01  ws-event-text               pic x(1024).
       01  ws-event-len                pic 9(05) comp.
       01  ws-event-ptr                pic 9(05) comp.
       01  ws-event-max                pic 9(05) comp value 1024.

      * One value on its way into the line - trimmed, then copied
      * byte by byte with the format's escapes.
       01  ws-value                    pic x(200).
       01  ws-value-len                pic 9(04) comp.
       01  ws-value-idx                pic 9(04) comp.
       01  ws-byte                     pic x(01).

      * The masked excerpt.
       01  ws-excerpt                  pic x(200).
       01  ws-excerpt-len              pic 9(04) comp.

       01  ws-num-edit                 pic z(08)9.
       01  ws-num-lead                 pic 9(04) comp.

       01  ws-date                     pic 9(08).
       01  ws-date-parts redefines ws-date.
           05  ws-date-yyyy            pic 9(04).
           05  ws-date-mm              pic 9(02).
           05  ws-date-dd              pic 9(02).
       01  ws-time                     pic 9(08).
       01  ws-time-parts redefines ws-time.
           05  ws-time-hh              pic 9(02).
           05  ws-time-mi              pic 9(02).
           05  ws-time-ss              pic 9(02).
           05  ws-time-hs              pic 9(02).

      * Month abbreviations for the CEF rt= timestamp.
       01  ws-month-values             pic x(36) value
           'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  ws-month-table redefines ws-month-values.
           05  ws-month-name           pic x(03) occurs 12 times.

      ***************************************************************
      * MQI control blocks, version-1 layouts, the same shape        *
      * REGEXMQS declares.                                           *
      ***************************************************************
       01  ws-mq-constants.
           05  mqoo-output              pic s9(9) comp value 16.
           05  mqpmo-no-syncpoint       pic s9(9) comp value 4.
           05  mqcc-ok                  pic s9(9) comp value 0.
           05  mqcc-warning             pic s9(9) comp value 1.
           05  mqcc-failed              pic s9(9) comp value 2.
           05  mqrc-already-connected   pic s9(9) comp value 2002.

       01  ws-mqod.
           05  od-strucid               pic x(04) value 'OD  '.
           05  od-version               pic s9(9) comp value 1.
           05  od-objecttype            pic s9(9) comp value 1.
           05  od-objectname            pic x(48).
           05  od-objectqmgrname        pic x(48) value spaces.
           05  od-dynamicqname          pic x(48) value spaces.
           05  od-alternateuserid       pic x(12) value spaces.

       01  ws-mqmd.
           05  md-strucid               pic x(04) value 'MD  '.
           05  md-version               pic s9(9) comp value 1.
           05  md-report                pic s9(9) comp value 0.
           05  md-msgtype               pic s9(9) comp value 8.
           05  md-expiry                pic s9(9) comp value -1.
           05  md-feedback              pic s9(9) comp value 0.
           05  md-encoding              pic s9(9) comp value 785.
           05  md-codedcharsetid        pic s9(9) comp value 0.
           05  md-format                pic x(08) value 'MQSTR   '.
           05  md-priority              pic s9(9) comp value -1.
           05  md-persistence           pic s9(9) comp value 2.
           05  md-msgid                 pic x(24) value low-values.
           05  md-correlid              pic x(24) value low-values.
           05  md-backoutcount          pic s9(9) comp value 0.
           05  md-replytoq              pic x(48) value spaces.
           05  md-replytoqmgr           pic x(48) value spaces.
           05  md-useridentifier        pic x(12) value spaces.
           05  md-accountingtoken       pic x(32) value low-values.
           05  md-applidentitydata      pic x(32) value spaces.
           05  md-putappltype           pic s9(9) comp value 0.
           05  md-putapplname           pic x(28) value spaces.
           05  md-putdate               pic x(08) value spaces.
           05  md-puttime               pic x(08) value spaces.
           05  md-applorigindata        pic x(04) value spaces.

       01  ws-mqpmo.
           05  pmo-strucid              pic x(04) value 'PMO '.
           05  pmo-version              pic s9(9) comp value 1.
           05  pmo-options              pic s9(9) comp value 0.
           05  pmo-timeout              pic s9(9) comp value -1.
           05  pmo-context              pic s9(9) comp value 0.
           05  pmo-knowndestcount       pic s9(9) comp value 0.
           05  pmo-unknowndestcount     pic s9(9) comp value 0.
           05  pmo-invaliddestcount     pic s9(9) comp value 0.
           05  pmo-resolvedqname        pic x(48) value spaces.
           05  pmo-resolvedqmgrname     pic x(48) value spaces.

       01  ws-mq-hconn                  pic s9(9) comp value 0.
       01  ws-mq-hobj                   pic s9(9) comp value 0.
       01  ws-mq-options                pic s9(9) comp.
       01  ws-mq-compcode               pic s9(9) comp.
       01  ws-mq-reason                 pic s9(9) comp.
       01  ws-mq-buflen                 pic s9(9) comp.

       linkage section.
       COPY siemevt.

       procedure division using siem-event-request.
       0000-mainline.
           move '00' to sev-status
           move zero to sev-mq-reason
           evaluate true
               when sev-open
                   perform 1000-open-feed
                       thru 1000-open-feed-exit
               when sev-send
                   perform 2000-send-event
                       thru 2000-send-event-exit
               when sev-close
                   perform 8000-close-feed
               when other
                   move '90' to sev-status
           end-evaluate
           goback.

      ***************************************************************
      * 1000-OPEN-FEED - open SIEMOUT EXTEND, or connect and open    *
      * the event queue.                                             *
      ***************************************************************
       1000-open-feed.
           if sev-target-mq
               perform 1100-open-queue
                   thru 1100-open-queue-exit
               go to 1000-open-feed-exit
           end-if
           open extend siemout
           if ws-siemout-status not equal '00'
              and ws-siemout-status not equal '05'
               move ws-siemout-status to sev-status
               go to 1000-open-feed-exit
           end-if
           move 'Y' to ws-file-open-sw
           .
       1000-open-feed-exit.
           exit.

      ***************************************************************
      * 1100-OPEN-QUEUE - MQCONN answers MQRC-ALREADY-CONNECTED,     *
      * with a usable handle, when the calling program holds the     *
      * connection already; that connection is then borrowed, not   *
      * owned, and 8000-CLOSE-FEED leaves it alone.                  *
      ***************************************************************
       1100-open-queue.
           call 'MQCONN' using sev-qmgr
                               ws-mq-hconn
                               ws-mq-compcode
                               ws-mq-reason
           if ws-mq-compcode equal mqcc-failed
               move 'MQ' to sev-status
               move ws-mq-reason to sev-mq-reason
               go to 1100-open-queue-exit
           end-if
           if ws-mq-compcode equal mqcc-warning
              and ws-mq-reason equal mqrc-already-connected
               move 'N' to ws-own-conn-sw
           else
               move 'Y' to ws-own-conn-sw
           end-if
           move sev-queue to od-objectname
           move mqoo-output to ws-mq-options
           call 'MQOPEN' using ws-mq-hconn
                               ws-mqod
                               ws-mq-options
                               ws-mq-hobj
                               ws-mq-compcode
                               ws-mq-reason
           if ws-mq-compcode equal mqcc-failed
               move 'MQ' to sev-status
               move ws-mq-reason to sev-mq-reason
               if ws-own-connection
                   call 'MQDISC' using ws-mq-hconn
                                       ws-mq-compcode
                                       ws-mq-reason
                   move 'N' to ws-own-conn-sw
               end-if
               go to 1100-open-queue-exit
           end-if
           move 'Y' to ws-queue-open-sw
           .
       1100-open-queue-exit.
           exit.

      ***************************************************************
      * 2000-SEND-EVENT - stamp, mask, format and ship one event.    *
      ***************************************************************
       2000-send-event.
           if not ws-file-open
              and not ws-queue-open
               move '91' to sev-status
               go to 2000-send-event-exit
           end-if
           accept ws-date from date yyyymmdd
           accept ws-time from time
           perform 2100-mask-excerpt
               thru 2100-mask-excerpt-exit
           move spaces to ws-event-text
           move 1 to ws-event-ptr
           if sev-format-json
               perform 2300-build-json-event
           else
               perform 2200-build-cef-event
           end-if
           compute ws-event-len = ws-event-ptr - 1
           if ws-event-len greater than ws-event-max
               move ws-event-max to ws-event-len
           end-if
           if ws-queue-open
               perform 2500-put-event
           else
               write siemout-record from ws-event-text
               if ws-siemout-status not equal '00'
                   move ws-siemout-status to sev-status
               end-if
           end-if
           .
       2000-send-event-exit.
           exit.

      ***************************************************************
      * 2100-MASK-EXCERPT - digits always become '*'; under          *
      * SEV-MASK 'ALL' letters become 'X'/'x' too.  Control bytes    *
      * become '.', so neither format can be broken by a tab or a    *
      * new-line in the subject.  Trailing spaces are dropped.       *
      ***************************************************************
       2100-mask-excerpt.
           move spaces to ws-excerpt
           move zero to ws-excerpt-len
           if sev-excerpt-len equal zero
               go to 2100-mask-excerpt-exit
           end-if
           move sev-excerpt-len to ws-value-len
           if ws-value-len greater than length of sev-excerpt
               move length of sev-excerpt to ws-value-len
           end-if
           move sev-excerpt(1:ws-value-len) to ws-excerpt
           perform 2110-mask-one-byte
               with test before
               varying ws-value-idx from 1 by 1
               until ws-value-idx greater than ws-value-len
           perform 2120-trim-excerpt-len
               with test before
               varying ws-excerpt-len from ws-value-len by -1
               until ws-excerpt-len equal zero
                  or ws-excerpt(ws-excerpt-len:1) not equal space
           .
       2100-mask-excerpt-exit.
           exit.
       2110-mask-one-byte.
           move ws-excerpt(ws-value-idx:1) to ws-byte
           evaluate true
               when ws-byte is numeric
                   move '*' to ws-byte
               when ws-byte less than space
                   move '.' to ws-byte
               when ws-byte equal space
                   continue
               when sev-mask-all and ws-byte is alphabetic-upper
                   move 'X' to ws-byte
               when sev-mask-all and ws-byte is alphabetic-lower
                   move 'x' to ws-byte
           end-evaluate
           move ws-byte to ws-excerpt(ws-value-idx:1)
           .
       2120-trim-excerpt-len.
           continue
           .

      ***************************************************************
      * 2200-BUILD-CEF-EVENT - the header is fixed text; every       *
      * extension value goes through 2600-APPEND-VALUE, which        *
      * escapes '\' and '=' the way CEF requires.                    *
      ***************************************************************
       2200-build-cef-event.
           string 'CEF:0|PCRE2 FOR Z/OS|REGEX UTILITIES|1.0|'
                       delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           if sev-event-breach
               string 'RGX001E|Return-code policy breach|'
                           delimited by size
                      into ws-event-text with pointer ws-event-ptr
               end-string
           else
               string 'RGXHIT|Regex pattern hit|'
                           delimited by size
                      into ws-event-text with pointer ws-event-ptr
               end-string
           end-if
           move sev-severity to ws-num-edit
           perform 2650-append-number
           string '|rt=' delimited by size
                  ws-month-name(ws-date-mm) delimited by size
                  ' ' delimited by size
                  ws-date-dd delimited by size
                  ' ' delimited by size
                  ws-date-yyyy delimited by size
                  ' ' delimited by size
                  ws-time-hh delimited by size
                  ':' delimited by size
                  ws-time-mi delimited by size
                  ':' delimited by size
                  ws-time-ss delimited by size
                  ' cs1Label=runId cs1=' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-run-id to ws-value
           perform 2600-append-value
           string ' cs2Label=program cs2=' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-program to ws-value
           perform 2600-append-value
           string ' cs3Label=patternId cs3=' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-pattern-id to ws-value
           perform 2600-append-value
           string ' cs4Label=dataset cs4=' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-dataset to ws-value
           perform 2600-append-value
           string ' cn1Label=recordNumber cn1=' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-record-number to ws-num-edit
           perform 2650-append-number
           if sev-event-breach
               string ' cs5Label=policy cs5=' delimited by size
                      into ws-event-text with pointer ws-event-ptr
               end-string
               move sev-policy to ws-value
               perform 2600-append-value
               string ' cn2Label=counter cn2=' delimited by size
                      into ws-event-text with pointer ws-event-ptr
               end-string
               move sev-counter to ws-num-edit
               perform 2650-append-number
           end-if
           if ws-excerpt-len greater than zero
               string ' msg=' delimited by size
                      into ws-event-text with pointer ws-event-ptr
               end-string
               move ws-excerpt to ws-value
               perform 2600-append-value
           end-if
           .

      ***************************************************************
      * 2300-BUILD-JSON-EVENT - one flat object per line; string     *
      * values go through 2600-APPEND-VALUE, which escapes '"' and   *
      * '\' the way JSON requires.                                   *
      ***************************************************************
       2300-build-json-event.
           string '{"time":"' delimited by size
                  ws-date-yyyy delimited by size
                  '-' delimited by size
                  ws-date-mm delimited by size
                  '-' delimited by size
                  ws-date-dd delimited by size
                  'T' delimited by size
                  ws-time-hh delimited by size
                  ':' delimited by size
                  ws-time-mi delimited by size
                  ':' delimited by size
                  ws-time-ss delimited by size
                  '","event":"' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-event-type to ws-value
           perform 2600-append-value
           string '","severity":' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-severity to ws-num-edit
           perform 2650-append-number
           string ',"runId":"' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-run-id to ws-value
           perform 2600-append-value
           string '","program":"' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-program to ws-value
           perform 2600-append-value
           string '","patternId":"' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-pattern-id to ws-value
           perform 2600-append-value
           string '","dataset":"' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-dataset to ws-value
           perform 2600-append-value
           string '","record":' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move sev-record-number to ws-num-edit
           perform 2650-append-number
           if sev-event-breach
               string ',"policy":"' delimited by size
                      into ws-event-text with pointer ws-event-ptr
               end-string
               move sev-policy to ws-value
               perform 2600-append-value
               string '","counter":' delimited by size
                      into ws-event-text with pointer ws-event-ptr
               end-string
               move sev-counter to ws-num-edit
               perform 2650-append-number
           end-if
           string ',"excerpt":"' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           move ws-excerpt to ws-value
           perform 2600-append-value
           string '"}' delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           .

      ***************************************************************
      * 2500-PUT-EVENT - one message per event, outside syncpoint.   *
      * The message id is reset to none so the queue manager         *
      * generates a fresh one for every put.                         *
      ***************************************************************
       2500-put-event.
           move low-values to md-msgid md-correlid
           move mqpmo-no-syncpoint to pmo-options
           move ws-event-len to ws-mq-buflen
           call 'MQPUT' using ws-mq-hconn
                              ws-mq-hobj
                              ws-mqmd
                              ws-mqpmo
                              ws-mq-buflen
                              ws-event-text
                              ws-mq-compcode
                              ws-mq-reason
           if ws-mq-compcode equal mqcc-failed
               move 'MQ' to sev-status
               move ws-mq-reason to sev-mq-reason
           end-if
           .

      ***************************************************************
      * 2600-APPEND-VALUE - append WS-VALUE, trailing spaces         *
      * trimmed, escaping for the feed's format.  A line that would  *
      * pass WS-EVENT-MAX is cut there rather than overrun.          *
      ***************************************************************
       2600-append-value.
           perform 2610-trim-value-len
               with test before
               varying ws-value-len from length of ws-value by -1
               until ws-value-len equal zero
                  or ws-value(ws-value-len:1) not equal space
           perform 2620-append-one-byte
               with test before
               varying ws-value-idx from 1 by 1
               until ws-value-idx greater than ws-value-len
           .
       2610-trim-value-len.
           continue
           .
       2620-append-one-byte.
           move ws-value(ws-value-idx:1) to ws-byte
           if sev-format-json
               if ws-byte equal '"' or ws-byte equal '\'
                   perform 2630-append-backslash
               end-if
           else
               if ws-byte equal '=' or ws-byte equal '\'
                   perform 2630-append-backslash
               end-if
           end-if
           if ws-event-ptr not greater than ws-event-max
               move ws-byte to ws-event-text(ws-event-ptr:1)
               add 1 to ws-event-ptr
           end-if
           .
       2630-append-backslash.
           if ws-event-ptr not greater than ws-event-max
               move '\' to ws-event-text(ws-event-ptr:1)
               add 1 to ws-event-ptr
           end-if
           .

      ***************************************************************
      * 2650-APPEND-NUMBER - append WS-NUM-EDIT without its leading  *
      * blanks.                                                      *
      ***************************************************************
       2650-append-number.
           move zero to ws-num-lead
           inspect ws-num-edit tallying ws-num-lead
               for leading spaces
           string ws-num-edit(ws-num-lead + 1:) delimited by size
                  into ws-event-text with pointer ws-event-ptr
           end-string
           .

      ***************************************************************
      * 8000-CLOSE-FEED - close SIEMOUT or the queue; disconnect     *
      * only a connection this program made itself.                  *
      ***************************************************************
       8000-close-feed.
           if not ws-file-open
              and not ws-queue-open
               move '91' to sev-status
           end-if
           if ws-file-open
               close siemout
               move 'N' to ws-file-open-sw
           end-if
           if ws-queue-open
               move zero to ws-mq-options
               call 'MQCLOSE' using ws-mq-hconn
                                    ws-mq-hobj
                                    ws-mq-options
                                    ws-mq-compcode
                                    ws-mq-reason
               move 'N' to ws-queue-open-sw
               if ws-own-connection
                   call 'MQDISC' using ws-mq-hconn
                                       ws-mq-compcode
                                       ws-mq-reason
                   move 'N' to ws-own-conn-sw
               end-if
           end-if
           .

       end program RGXSIEM.

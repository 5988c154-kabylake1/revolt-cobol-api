      *carry commas). The next number lives in ticketseq.dat;
      *a duplicate-key collision on write just takes the next number,
      *so a stale sequence file can't lose a ticket.
      *    &TICKET OPEN [P1-P4] <title>
      *    &TICKET ASSIGN <number> <@user or user id>
      *    &TICKET NOTE <number> <text>
      *    &TICKET LOG <number> <duration> <text>
      *    &TICKET PRIORITY <number> <1-4>
      *    &TICKET CLOSE <number>
      *    &TICKET LIST
      *A ticket opened without a priority is P3. The first ASSIGN,
      *NOTE or CLOSE by anyone but the opener stamps the response
      *time the SLA clock (rv-check-ticket-sla, sla.cbl) measures.
      *Replies are threaded to the triggering message the way
      *rv-cmd-search threads its; every state change lands in the
      *audit trail as a TKT line. Routing is one routes.txt line
      *("channel,&TICKET,rv-cmd-ticket,") once this handler exists.
      *The open-ticket ageing section of the daily report reads the
      *same store (see report.cbl). A new ticket is also a
      *ticket.opened event for the webhook subscribers (webhook.cbl).
      *Closing a ticket sends its opener the satisfaction survey
      *(rv-csat-start, csat.cbl).
      *LOG books time spent on a ticket into the indexed work-log
      *store (worklog.dat) - who, when, how long, on what - for the
      *weekly timesheet (rv-timesheet, timesheet.cbl) and the
      *departmental statements. The duration is minutes ("45",
      *"45m"), hours ("2h", "1.5h") or both ("1h30m", "1h30"), at
      *most 24 hours an entry.
      *A ticket opened on a channel in the service catalogue
      *(services.txt, service.cbl) is assigned straight to the owning
      *team's on-call, and the reply mentions them.
       identification division.
       program-id. rv-cmd-ticket.
       environment division.
           organization is line sequential.
           select optional fs-notes assign to "ticketnotes.dat"
           organization is line sequential.
           select optional fd-worklog assign to "worklog.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-wl-key.
       data division.
       file section.
       fd  fd-tickets.
           02 fs-tkt-opened pic x(14).
           02 fs-tkt-closed pic x(14).
           02 fs-tkt-title pic x(80).
           02 fs-tkt-priority pic x.
           02 fs-tkt-responded pic x(14).
           02 fs-tkt-sla-flags.
               03 fs-tkt-resp-warned pic x.
               03 fs-tkt-resp-breached pic x.
               03 fs-tkt-fix-warned pic x.
               03 fs-tkt-fix-breached pic x.
       fd  fs-seq.
       01  fs-seq-line pic x(8).
       fd  fs-notes.
       01  fs-note-line pic x(300).
       fd  fd-worklog.
       01  fs-wl-rec.
           02 fs-wl-key.
               03 fs-wl-stamp pic x(14).
               03 fs-wl-user pic x(26).
               03 fs-wl-ticket picture 9(6).
           02 fs-wl-minutes picture 9(5).
           02 fs-wl-channel pic x(26).
           02 fs-wl-text pic x(120).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-audit-text pic x(200).
       01  ws-reply-text pic x(200).
       01  ws-reply-ptr picture 9(8).
       01  ws-priority pic x.
           88 ws-priority-valid values '1' thru '4'.
       01  ws-hook-event pic x(24) value "ticket.opened".
       01  ws-hook-ref pic x(26).
      *What the survey needs off the ticket being closed - the
      *number as text, since it goes BY VALUE.
       01  ws-prior-status pic x.
       01  ws-csat-ticket pic x(6).
       01  ws-csat-opener pic x(26).
       01  ws-csat-assignee pic x(26).
       01  ws-csat-channel pic x(26).
      *LOG - the duration word taken apart into minutes.
       01  ws-dur-word pic x(16).
       01  ws-dur-idx picture 9(4).
       01  ws-dur-char pic x.
       01  ws-dur-acc picture 9(5).
       01  ws-dur-frac picture 9.
       01  ws-dur-minutes picture 9(5).
       01  ws-dur-state pic x.
           88 ws-dur-in-frac value 'F'.
           88 ws-dur-bad value 'X'.
       01  ws-dur-saw-hours pic x.
           88 ws-dur-had-hours value 'Y'.
       01  ws-dur-hours picture 9(3).
       01  ws-dur-mins picture 9(2).
       01  ws-dur-hours-disp picture zz9.
       01  ws-dur-text pic x(16).
       01  ws-wl-channel pic x(26).
       01  ws-svc-key pic x(32).
       01  ws-svc-mode pic x value 'C'.
       copy "rsvc.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
                   perform assign-ticket
               when "NOTE    "
                   perform note-ticket
               when "LOG     "
                   perform log-ticket-time
               when "PRIORITY"
                   perform prioritise-ticket
               when "CLOSE   "
                   perform close-ticket
               when "LIST    "
               perform reply-usage
               exit paragraph
           end-if.
           move '3' to ws-priority.
           if (ws-rest-text(1:1) is equal to 'P'
               or ws-rest-text(1:1) is equal to 'p')
               and ws-rest-text(2:1) is not less than '1'
               and ws-rest-text(2:1) is not greater than '4'
               and ws-rest-text(3:1) is equal to space
               move ws-rest-text(2:1) to ws-priority
               move ws-rest-text(4:) to ws-note-line
               move function trim(ws-note-line) to ws-rest-text
               if ws-rest-text is equal to spaces
                   perform reply-usage
                   exit paragraph
               end-if
           end-if.
           move ls-target to ws-svc-key.
           call static "rv-service-lookup" using
               by value ws-svc-key
               by value ws-svc-mode
               by reference ws-svc end-call.
           perform read-next-number.
           move 'N' to ws-stored.
           move zero to ws-write-tries.
               move ws-seq-next to fs-tkt-number
               move 'O' to fs-tkt-status
               move ls-target to fs-tkt-channel
               move ws-svc-duty-id to fs-tkt-assignee
               move ls-author-id to fs-tkt-opener
               move function current-date(1:14) to fs-tkt-opened
               move function trim(ws-rest-text) to fs-tkt-title
               move ws-priority to fs-tkt-priority
               move "NNNN" to fs-tkt-sla-flags
               write fs-tkt-rec
                   invalid key add 1 to ws-seq-next
                   not invalid key move 'Y' to ws-stored
           perform store-next-number.
           perform audit-action.
           move ws-number to ws-number-disp.
           move function trim(ws-number-disp) to ws-hook-ref.
           call static "rv-webhook-event" using
               by value ws-hook-event
               by value ls-target
               by value ws-hook-ref
               by value ls-author-id
               by value ws-audit-text end-call.
           move spaces to ws-reply-text.
           string
               "Ticket #" delimited by size
               function trim(ws-number-disp) delimited by size
               " (P" delimited by size
               ws-priority delimited by size
               ") opened: " delimited by size
               function trim(ws-rest-text(1:120)) delimited by size
               into ws-reply-text
           end-string.
           if ws-svc-duty-id(1:1) is not equal to space
               compute ws-reply-ptr = function length(
                   function trim(ws-reply-text trailing)) + 1
               string
                   " - assigned to " delimited by size
                   function trim(ws-svc-team) delimited by size
                   " on call <@" delimited by size
                   ws-svc-duty-id delimited by size
                   ">" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           perform send-reply.
      *-----------------------------------------------------------------
       assign-ticket.
               invalid key continue
               not invalid key
                   move ws-assignee-id to fs-tkt-assignee
                   perform stamp-response
                   rewrite fs-tkt-rec
                       invalid key continue
                   end-rewrite
               perform reply-usage
               exit paragraph
           end-if.
           move 'N' to ws-found.
           open i-o fd-tickets.
           move ws-number to fs-tkt-number.
           read fd-tickets
               invalid key continue
               not invalid key
                   if fs-tkt-responded is equal to spaces
                       perform stamp-response
                       rewrite fs-tkt-rec
                           invalid key continue
                       end-rewrite
                   end-if
                   move 'Y' to ws-found
           end-read.
           close fd-tickets.
           if not ws-ticket-found
               perform reply-no-such-ticket
               exit paragraph
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
      *Book time against an existing ticket. The entry carries the
      *ticket's own channel, not the one LOG was typed in, so the
      *hours land with the team the ticket belongs to.
       log-ticket-time.
           perform parse-number-and-rest.
           move spaces to ws-dur-word.
           move ws-rest-text to ws-note-line.
           move spaces to ws-rest-text.
           move 1 to ws-parse-ptr.
           unstring ws-note-line delimited by all spaces
               into ws-dur-word
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of ws-note-line
               move ws-note-line(ws-parse-ptr:) to ws-rest-text
           end-if.
           perform parse-duration.
           if ws-number is equal to zero
               or ws-dur-minutes is equal to zero
               or ws-rest-text is equal to spaces
               perform reply-usage
               exit paragraph
           end-if.
           move 'N' to ws-found.
           open input fd-tickets.
           move ws-number to fs-tkt-number.
           read fd-tickets
               invalid key continue
               not invalid key
                   move fs-tkt-channel to ws-wl-channel
                   move 'Y' to ws-found
           end-read.
           close fd-tickets.
           if not ws-ticket-found
               perform reply-no-such-ticket
               exit paragraph
           end-if.
           move 'N' to ws-stored.
           open i-o fd-worklog.
           initialize fs-wl-rec.
           move function current-date(1:14) to fs-wl-stamp.
           move ls-author-id to fs-wl-user.
           move ws-number to fs-wl-ticket.
           move ws-dur-minutes to fs-wl-minutes.
           move ws-wl-channel to fs-wl-channel.
           move function trim(ws-rest-text) to fs-wl-text.
           write fs-wl-rec
               invalid key continue
               not invalid key move 'Y' to ws-stored
           end-write.
           close fd-worklog.
           if not ws-ticket-stored
               move "That entry clashes with one you logged this"
                   & " second - try again." to ws-reply-text
               perform send-reply
               exit paragraph
           end-if.
           perform format-duration.
           move spaces to ws-note-line.
           move ws-rest-text to ws-note-line.
           move spaces to ws-rest-text.
           string function trim(ws-dur-text) delimited by size
               " " delimited by size
               function trim(ws-note-line) delimited by size
               into ws-rest-text
           end-string.
           perform audit-action.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           string
               "Logged " delimited by size
               function trim(ws-dur-text) delimited by size
               " on ticket #" delimited by size
               function trim(ws-number-disp) delimited by size
               "." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
      *ws-dur-word to ws-dur-minutes; zero means not a duration.
      *Digits before an "h" are hours (one decimal place allowed),
      *before an "m" or at the end minutes.
       parse-duration.
           move zero to ws-dur-minutes, ws-dur-acc, ws-dur-frac.
           move space to ws-dur-state.
           move 'N' to ws-dur-saw-hours.
           perform varying ws-dur-idx from 1 by 1
               until ws-dur-idx is greater than 16
               or ws-dur-bad
               move function upper-case(ws-dur-word(ws-dur-idx:1))
                   to ws-dur-char
               evaluate true
                   when ws-dur-char is equal to space
                       exit perform
                   when ws-dur-char is numeric and ws-dur-in-frac
                       move ws-dur-char to ws-dur-frac
                       move 'D' to ws-dur-state
                   when ws-dur-char is numeric
                       and ws-dur-state is equal to 'D'
                       move 'X' to ws-dur-state
                   when ws-dur-char is numeric
                       and ws-dur-acc is less than 10000
                       compute ws-dur-acc = ws-dur-acc * 10
                           + function numval(ws-dur-char)
                   when ws-dur-char is equal to '.'
                       and ws-dur-state is equal to space
                       move 'F' to ws-dur-state
                   when ws-dur-char is equal to 'H'
                       and not ws-dur-had-hours
                       and not ws-dur-in-frac
                       compute ws-dur-minutes = ws-dur-minutes
                           + ws-dur-acc * 60 + ws-dur-frac * 6
                       move zero to ws-dur-acc, ws-dur-frac
                       move space to ws-dur-state
                       move 'Y' to ws-dur-saw-hours
                   when ws-dur-char is equal to 'M'
                       and ws-dur-state is equal to space
                       add ws-dur-acc to ws-dur-minutes
                       move zero to ws-dur-acc
                   when other
                       move 'X' to ws-dur-state
               end-evaluate
           end-perform.
           if ws-dur-state is not equal to space
               move zero to ws-dur-minutes
               exit paragraph
           end-if.
           add ws-dur-acc to ws-dur-minutes.
           if ws-dur-minutes is greater than 1440
               move zero to ws-dur-minutes
           end-if.
      *-----------------------------------------------------------------
      *ws-dur-minutes back to "1h30m" / "2h" / "45m".
       format-duration.
           divide ws-dur-minutes by 60 giving ws-dur-hours
               remainder ws-dur-mins
           end-divide.
           move ws-dur-hours to ws-dur-hours-disp.
           move spaces to ws-dur-text.
           evaluate true
               when ws-dur-hours is equal to zero
                   string ws-dur-mins delimited by size
                       "m" delimited by size
                       into ws-dur-text
                   end-string
               when ws-dur-mins is equal to zero
                   string function trim(ws-dur-hours-disp)
                           delimited by size
                       "h" delimited by size
                       into ws-dur-text
                   end-string
               when other
                   string function trim(ws-dur-hours-disp)
                           delimited by size
                       "h" delimited by size
                       ws-dur-mins delimited by size
                       "m" delimited by size
                       into ws-dur-text
                   end-string
           end-evaluate.
           if ws-dur-text(1:1) is equal to '0'
               move ws-dur-text(2:) to ws-dur-text
           end-if.
      *-----------------------------------------------------------------
       close-ticket.
           perform parse-number-and-rest.
           read fd-tickets
               invalid key continue
               not invalid key
                   move fs-tkt-status to ws-prior-status
                   move fs-tkt-opener to ws-csat-opener
                   move fs-tkt-assignee to ws-csat-assignee
                   move fs-tkt-channel to ws-csat-channel
                   move 'C' to fs-tkt-status
                   move function current-date(1:14) to fs-tkt-closed
                   perform stamp-response
                   rewrite fs-tkt-rec
                       invalid key continue
                   end-rewrite
               into ws-reply-text
           end-string.
           perform send-reply.
      *Only the first close surveys - closing it again does not.
           if ws-prior-status is not equal to 'C'
               move ws-number to ws-csat-ticket
               call static "rv-csat-start" using
                   by reference ls-config
                   by value ws-csat-ticket
                   by value ws-csat-opener
                   by value ws-csat-assignee
                   by value ws-csat-channel
                   by value ls-author-id end-call
           end-if.
      *-----------------------------------------------------------------
       prioritise-ticket.
           perform parse-number-and-rest.
           move ws-rest-text(1:1) to ws-priority.
           if ws-number is equal to zero
               or not ws-priority-valid
               or ws-rest-text(2:1) is not equal to space
               perform reply-usage
               exit paragraph
           end-if.
           move 'N' to ws-found.
           open i-o fd-tickets.
           move ws-number to fs-tkt-number.
           read fd-tickets
               invalid key continue
               not invalid key
                   move ws-priority to fs-tkt-priority
                   rewrite fs-tkt-rec
                       invalid key continue
                   end-rewrite
                   move 'Y' to ws-found
           end-read.
           close fd-tickets.
           if not ws-ticket-found
               perform reply-no-such-ticket
               exit paragraph
           end-if.
           perform audit-action.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           string
               "Ticket #" delimited by size
               function trim(ws-number-disp) delimited by size
               " is now P" delimited by size
               ws-priority delimited by size
               "." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
      *First touch by anyone other than the opener is the response
      *the SLA clock measures; later touches leave the stamp alone.
       stamp-response.
           if fs-tkt-responded is equal to spaces
               and ls-author-id is not equal to fs-tkt-opener
               move function current-date(1:14) to fs-tkt-responded
           end-if.
      *-----------------------------------------------------------------
      *Walk the store in number order, listing up to 10 open tickets
      *for the asking channel - long lists ride the send path's
               - function integer-of-date(
                   function numval(fs-tkt-opened(1:8))).
           move ws-age-days to ws-age-disp.
           move fs-tkt-priority to ws-priority.
           if not ws-priority-valid
               move '3' to ws-priority
           end-if.
           call static "rv-user-name" using by reference ls-config
               by value fs-tkt-assignee
               by reference ws-assignee-name end-call.
           string
               "  #" delimited by size
               function trim(ws-number-disp) delimited by size
               " (P" delimited by size
               ws-priority delimited by size
               ", " delimited by size
               function trim(ws-age-disp) delimited by size
               "d, " delimited by size
               function trim(ws-assignee-name) delimited by size
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       read-next-number.
           move 1 to ws-seq-next.
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       reply-usage.
           move "Usage: &TICKET OPEN [P1-4] <title> | ASSIGN <n>"
               & " <@user> | NOTE <n> <text> | LOG <n> <duration>"
               & " <text> | PRIORITY <n> <1-4> | CLOSE <n> | LIST"
               to ws-reply-text.
           call static "rv-template-lookup" using by reference ls-config
               by value "TICKET_USAGE"

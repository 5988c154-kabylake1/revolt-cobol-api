       01  fs-pendack-line pic x(300).
       working-storage section.
       01  ws-store-line pic x(300).
       01  ws-hook-event pic x(24) value "alert.raised".
       01  ws-hook-actor pic x(26) value spaces.
       linkage section.
       01  ls-alert-msg-id picture x(26).
       01  ls-alert-channel picture x(26).
           open extend fs-pendack.
           write fs-pendack-line from ws-store-line end-write.
           close fs-pendack.
      *Only the first posting is news to the webhook subscribers -
      *the level-2 re-post is announced by rv-check-escalations.
           if ls-alert-level is equal to "1"
               call static "rv-webhook-event" using
                   by value ws-hook-event
                   by value ls-alert-channel
                   by value ls-alert-msg-id
                   by value ws-hook-actor
                   by value ls-alert-text end-call
           end-if.
           goback.
       end program rv-alert-track.
      ******************************************************************
      *time-to-acknowledge becomes known - and deleting the pendack
      *line used to throw it away right then. Each cleared entry now
      *also lands in ackhist.dat (one
      *"msgid,channel,level,posted-stamp,acked-stamp,acker[,ticket]"
      *line) so the monthly MTTA report (rv-mtta-report, mtta.cbl)
      *can prove the ack target is actually met.
      *An escalated alert has had several posts by now, and only the
      *newest is still on file - the escalation chain in
      *alertesc.dat (see rv-check-escalations) turns a checkmark on
      *any of them into the id that is. When the chain carries a
      *ticket, the ack is added to it as a note (and counts as the
      *ticket's first response), and the ticket number rides along
      *on the ack-history line.
       identification division.
       program-id. rv-alert-ack.
       environment division.
           organization is line sequential.
           select optional fs-ackhist assign to "ackhist.dat"
           organization is line sequential.
           select optional fs-alertesc assign to "alertesc.dat"
           organization is line sequential.
           select fs-alertesc-tmp assign to "alertesc.dat.tmp"
           organization is line sequential.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-tkt-number.
           select optional fs-notes assign to "ticketnotes.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-pendack.
       01  fs-pendack-tmp-line pic x(300).
       fd  fs-ackhist.
       01  fs-ackhist-line pic x(120).
       fd  fs-alertesc.
       01  fs-alertesc-line pic x(120).
       fd  fs-alertesc-tmp.
       01  fs-alertesc-tmp-line pic x(120).
       fd  fd-tickets.
       01  fs-tkt-rec.
           02 fs-tkt-number picture 9(6).
           02 fs-tkt-status pic x.
           02 fs-tkt-channel pic x(26).
           02 fs-tkt-opener pic x(26).
           02 fs-tkt-assignee pic x(26).
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
       fd  fs-notes.
       01  fs-note-line pic x(300).
       working-storage section.
       01  ws-pend-eof pic x value 'N'.
           88 ws-at-pend-eof value 'Y'.
       01  ws-line-stamp pic x(14).
       01  ws-line-level pic x.
       01  ws-hist-line pic x(120).
      *The escalation chain entry for this alert, if it has one.
       01  ws-ack-key pic x(26).
       01  ws-esc-eof pic x value 'N'.
           88 ws-at-esc-eof value 'Y'.
       01  ws-esc-state pic x value 'N'.
           88 ws-esc-found value 'Y'.
       01  ws-esc-orig-id pic x(26).
       01  ws-esc-channel pic x(26).
       01  ws-esc-repost-id pic x(26).
       01  ws-esc-tracked-id pic x(26).
       01  ws-esc-ticket pic x(6).
       01  ws-ticket-number picture 9(6).
       01  ws-note-line pic x(300).
       linkage section.
       01  ls-alert-msg-id picture x(26).
       01  ls-acker-id picture x(26).
           by value ls-acker-id.
           move 'N' to ws-hit.
           move 'N' to ws-pend-eof.
           perform find-escalation.
           open output fs-pendack-tmp.
           open input sharing with all fs-pendack.
           perform until ws-at-pend-eof
                   at end move 'Y' to ws-pend-eof
                   not at end
                       if fs-pendack-line(1:26) is equal to
                           ws-ack-key
                           move 'Y' to ws-hit
                           perform record-ack-history
                       else
           if ws-entry-cleared
               call "CBL_RENAME_FILE" using "pendack.dat.tmp"
                   "pendack.dat" end-call
               if ws-esc-found
                   perform drop-escalation
                   perform note-ticket
               end-if
           end-if.
           goback.
      *-----------------------------------------------------------------
      *An id anywhere in a chain line - the original post, the
      *level-2 re-post or the second-level post - stands for the
      *whole alert; the newest post of the chain is what pendack.dat
      *still holds.
       find-escalation.
           move ls-alert-msg-id to ws-ack-key.
           move 'N' to ws-esc-state.
           move zero to ws-ticket-number.
           move 'N' to ws-esc-eof.
           open input sharing with all fs-alertesc.
           perform until ws-at-esc-eof or ws-esc-found
               read fs-alertesc
                   at end move 'Y' to ws-esc-eof
                   not at end
                       perform split-escalation-line
                       if ws-esc-orig-id is equal to ls-alert-msg-id
                           or ws-esc-repost-id is equal to
                               ls-alert-msg-id
                           or ws-esc-tracked-id is equal to
                               ls-alert-msg-id
                           move 'Y' to ws-esc-state
                       end-if
               end-read
           end-perform.
           close fs-alertesc.
           if not ws-esc-found
               exit paragraph
           end-if.
           if ws-esc-tracked-id is not equal to spaces
               move ws-esc-tracked-id to ws-ack-key
           else
               move ws-esc-repost-id to ws-ack-key
           end-if.
           if ws-esc-ticket is numeric
               move ws-esc-ticket to ws-ticket-number
           end-if.
      *-----------------------------------------------------------------
       split-escalation-line.
           move spaces to ws-esc-orig-id, ws-esc-channel,
               ws-esc-repost-id, ws-esc-tracked-id, ws-esc-ticket.
           unstring fs-alertesc-line delimited by ","
               into ws-esc-orig-id ws-esc-channel ws-esc-repost-id
                    ws-esc-tracked-id ws-esc-ticket
           end-unstring.
      *-----------------------------------------------------------------
      *The cleared line still holds when and where the alert posted
      *and at what level - pair that with now and the acker before
      *the line is gone for good.
               ls-acker-id delimited by space
               into ws-hist-line
           end-string.
           if ws-ticket-number is greater than zero
               compute ws-parse-ptr = function length(
                   function trim(ws-hist-line trailing)) + 1
               string
                   "," delimited by size
                   ws-ticket-number delimited by size
                   into ws-hist-line
                   with pointer ws-parse-ptr
               end-string
           end-if.
           open extend fs-ackhist.
           write fs-ackhist-line from ws-hist-line end-write.
           close fs-ackhist.
      *-----------------------------------------------------------------
      *The alert is settled, so its chain line goes.
       drop-escalation.
           move 'N' to ws-esc-eof.
           open output fs-alertesc-tmp.
           open input sharing with all fs-alertesc.
           perform until ws-at-esc-eof
               read fs-alertesc
                   at end move 'Y' to ws-esc-eof
                   not at end
                       if fs-alertesc-line(1:26) is not equal to
                           ws-esc-orig-id
                           write fs-alertesc-tmp-line
                               from fs-alertesc-line end-write
                       end-if
               end-read
           end-perform.
           close fs-alertesc.
           close fs-alertesc-tmp.
           call "CBL_RENAME_FILE" using "alertesc.dat.tmp"
               "alertesc.dat" end-call.
      *-----------------------------------------------------------------
      *Same "number,stamp,author,text" note &TICKET NOTE writes, and
      *the same first-response stamp - the checkmark is the response.
       note-ticket.
           if ws-ticket-number is equal to zero
               exit paragraph
           end-if.
           open i-o fd-tickets.
           move ws-ticket-number to fs-tkt-number.
           read fd-tickets
               invalid key continue
               not invalid key
                   if fs-tkt-responded is equal to spaces
                       move function current-date(1:14)
                           to fs-tkt-responded
                       rewrite fs-tkt-rec
                           invalid key continue
                       end-rewrite
                   end-if
           end-read.
           close fd-tickets.
           move spaces to ws-note-line.
           string
               ws-ticket-number delimited by size
               "," delimited by size
               function current-date(1:14) delimited by size
               ",alert escalation," delimited by size
               "Alert acknowledged by <@" delimited by size
               ls-acker-id delimited by space
               "> on message " delimited by size
               ls-alert-msg-id delimited by space
               "." delimited by size
               into ws-note-line
           end-string.
           open extend fs-notes.
           write fs-note-line from ws-note-line end-write.
           close fs-notes.
       end program rv-alert-ack.
      ******************************************************************
      *Escalation sweep, driven off the rv-onrun tick. A level-1
      *alert past its window is re-posted into its own channel with
      *an escalation mention (the first admins.txt entry); the
      *re-post is tracked at level 2, and if that sits out another
      *window it goes to the second-level channel (escalate.txt).
      *An alert that has come that far is a problem someone has to
      *follow up on, so the second-level post also opens a P2 ticket
      *in tickets.dat - the alert text, the original channel and
      *message id, assigned to the duty officer - and the post
      *carries the ticket number. That post is then tracked at level
      *3, which the sweep never escalates again: it waits in the
      *store for its checkmark, which rv-alert-ack notes on the
      *ticket. Each escalated alert keeps one
      *"orig-msgid,channel,repost-msgid,tracked-msgid,ticket" line in
      *alertesc.dat so a checkmark on any of its posts clears it.
       identification division.
       program-id. rv-check-escalations.
       environment division.
           organization is line sequential.
           select fs-pendack-tmp assign to "pendack.dat.tmp"
           organization is line sequential.
           select optional fs-alertesc assign to "alertesc.dat"
           organization is line sequential.
           select fs-alertesc-tmp assign to "alertesc.dat.tmp"
           organization is line sequential.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-tkt-number.
           select optional fs-tktseq assign to "ticketseq.dat"
           organization is line sequential.
           select optional fs-notes assign to "ticketnotes.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-pendack.
       01  fs-pendack-line pic x(300).
       fd  fs-pendack-tmp.
       01  fs-pendack-tmp-line pic x(300).
       fd  fs-alertesc.
       01  fs-alertesc-line pic x(120).
       fd  fs-alertesc-tmp.
       01  fs-alertesc-tmp-line pic x(120).
       fd  fd-tickets.
       01  fs-tkt-rec.
           02 fs-tkt-number picture 9(6).
           02 fs-tkt-status pic x.
           02 fs-tkt-channel pic x(26).
           02 fs-tkt-opener pic x(26).
           02 fs-tkt-assignee pic x(26).
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
       fd  fs-tktseq.
       01  fs-tktseq-line pic x(8).
       fd  fs-notes.
       01  fs-note-line pic x(300).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-due-idx picture 9(4).
       01  ws-dropped-count picture 9(4).
       01  ws-due-entries occurs 8 times.
           02 ws-due-msg-id pic x(26).
           02 ws-due-channel pic x(26).
           02 ws-due-level pic x.
           02 ws-due-text pic x(200).
       01  ws-mail-key pic x(16) value "2".
       01  ws-mail-subject pic x(80)
           value "ESCALATED unacknowledged alert".
       01  ws-hook-event pic x(24) value "alert.escalated".
       01  ws-hook-ref pic x(26).
       01  ws-hook-actor pic x(26).
      *Escalation chain and the second-level ticket.
       01  ws-esc-eof pic x value 'N'.
           88 ws-at-esc-eof value 'Y'.
       01  ws-esc-state pic x value 'N'.
           88 ws-esc-found value 'Y'.
       01  ws-esc-orig-id pic x(26).
       01  ws-esc-channel pic x(26).
       01  ws-esc-repost-id pic x(26).
       01  ws-esc-tracked-id pic x(26).
       01  ws-esc-ticket pic x(6).
       01  ws-esc-line pic x(120).
       01  ws-track-id pic x(26).
       01  ws-track-channel pic x(26).
       01  ws-tkt-next picture 9(6).
       01  ws-ticket-number picture 9(6).
       01  ws-ticket-disp picture zzzzz9.
       01  ws-write-tries picture 9(4).
       01  ws-stored pic x.
           88 ws-ticket-stored value 'Y'.
       01  ws-note-line pic x(300).
       01  ws-audit-text pic x(200).
       01  ws-tkt-hook-event pic x(24) value "ticket.opened".
       01  ws-svc-key pic x(32).
       01  ws-svc-mode pic x.
       copy "rsvc.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
           end-perform.
           goback.
      *-----------------------------------------------------------------
      *Level 3 is the ticketed second-level post - it has nowhere
      *further to go and just waits for its checkmark.
       collect-if-overdue.
           perform parse-pend-line.
           if ws-line-stamp is less than ws-cutoff
               and ws-line-level is not equal to "3"
               and ws-due-count is less than 8
               add 1 to ws-due-count
               move ws-line-msg-id to ws-due-msg-id(ws-due-count)
               move ws-line-channel to ws-due-channel(ws-due-count)
               move ws-line-level to ws-due-level(ws-due-count)
               move ws-line-text to ws-due-text(ws-due-count)
       keep-if-not-due.
           perform parse-pend-line.
           if ws-line-stamp is less than ws-cutoff
               and ws-line-level is not equal to "3"
               and ws-dropped-count is less than ws-due-count
               add 1 to ws-dropped-count
           else
      *duty roster says is on call right now (rv-roster-lookup,
      *roster.cbl) - the first admins.txt entry is only the fallback
      *for a roster with no coverage, since at 03:00 that entry is
      *usually someone asleep. An alert that belongs to a service in
      *the catalogue (a "[service] " tag, or posted in one of its
      *channels - rv-service-lookup, service.cbl) goes to that
      *team's on-call instead, and so does its ticket. A team with
      *nobody on its roster right now falls back to the duty officer
      *rather than paging no one. Level 2 opens the ticket and goes to
      *the second-level channel (no second-level channel configured
      *means the level-2 re-post itself is what waits at level 3 -
      *the trail is in audit/bot.log either way).
       escalate-one.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           initialize ws-duty-id.
           perform find-owning-service.
           if ws-duty-id(1:1) is equal to space
               call static "rv-roster-lookup" using
                   by reference ws-duty-id end-call
           end-if.
           if ws-duty-id(1:1) is equal to space
               and ls-admin-count is greater than zero
               move ls-admins(1) to ws-duty-id
                   into ws-content in ws-msg
               end-string
           end-if.
      *The webhook ref is the level being escalated from; the actor
      *is whoever the re-post mentions.
           move ws-due-level(ws-due-idx) to ws-hook-ref.
           move ws-duty-id to ws-hook-actor.
           call static "rv-webhook-event" using
               by value ws-hook-event
               by value ws-due-channel(ws-due-idx)
               by value ws-hook-ref
               by value ws-hook-actor
               by value ws-due-text(ws-due-idx) end-call.
           if ws-due-level(ws-due-idx) is equal to "1"
               call static "rv-post-msg" using by reference ls-config
                   by value ws-due-channel(ws-due-idx)
                       by value ws-due-channel(ws-due-idx)
                       by value "2"
                       by value ws-due-text(ws-due-idx) end-call
                   move ws-due-msg-id(ws-due-idx) to ws-esc-orig-id
                   move ls-last-sent-msg-id to ws-esc-repost-id
                   move spaces to ws-esc-tracked-id, ws-esc-ticket
                   perform store-escalation
               end-if
           else
               perform find-escalation
               perform open-alert-ticket
               if ws-ticket-number is greater than zero
                   move ws-ticket-number to ws-ticket-disp
                   compute ws-parse-ptr = function length(
                       function trim(ws-content in ws-msg trailing))
                       + 1
                   string
                       " (ticket #" delimited by size
                       function trim(ws-ticket-disp) delimited by size
                       ")" delimited by size
                       into ws-content in ws-msg
                       with pointer ws-parse-ptr
                   end-string
               end-if
               move ws-due-msg-id(ws-due-idx) to ws-track-id
               move ws-due-channel(ws-due-idx) to ws-track-channel
               if ls-escalate-channel(1:1) is not equal to space
                   call static "rv-post-msg" using
                       by reference ls-config
                       by value ls-escalate-channel
                       by content ws-msg end-call
                   if return-code is equal to zero
                       and ls-last-sent-msg-id(1:1) is not equal to
                           space
                       move ls-last-sent-msg-id to ws-track-id
                       move ls-escalate-channel to ws-track-channel
                   end-if
               end-if
               call static "rv-alert-track" using
                   by value ws-track-id
                   by value ws-track-channel
                   by value "3"
                   by value ws-due-text(ws-due-idx) end-call
               move ws-track-id to ws-esc-tracked-id
               if ws-ticket-number is greater than zero
                   move ws-ticket-number to ws-esc-ticket
               else
                   move spaces to ws-esc-ticket
               end-if
               perform store-escalation
      *A level-2 escalation also goes off-chat (rv-maildrop,
      *mail.cbl) - the second repost being ignored is exactly the
      *moment the duty manager's inbox has to carry it.
                   by value ws-mail-subject
                   by value ws-due-text(ws-due-idx) end-call
           end-if.
      *-----------------------------------------------------------------
       find-owning-service.
           move 1 to return-code.
           if ws-due-text(ws-due-idx)(1:1) is equal to "["
               move spaces to ws-svc-key
               unstring ws-due-text(ws-due-idx)(2:) delimited by "]"
                   into ws-svc-key
               end-unstring
               move 'N' to ws-svc-mode
               call static "rv-service-lookup" using
                   by value ws-svc-key
                   by value ws-svc-mode
                   by reference ws-svc end-call
           end-if.
           if return-code is not equal to zero
               move ws-due-channel(ws-due-idx) to ws-svc-key
               move 'C' to ws-svc-mode
               call static "rv-service-lookup" using
                   by value ws-svc-key
                   by value ws-svc-mode
                   by reference ws-svc end-call
           end-if.
           if return-code is equal to zero
               move ws-svc-duty-id to ws-duty-id
           end-if.
      *-----------------------------------------------------------------
      *The level-2 entry being escalated is the re-post - its chain
      *line names the original post. An entry with no chain line
      *(tracked at level 2 by something other than this sweep) is
      *its own original.
       find-escalation.
           move 'N' to ws-esc-state.
           move 'N' to ws-esc-eof.
           open input sharing with all fs-alertesc.
           perform until ws-at-esc-eof or ws-esc-found
               read fs-alertesc
                   at end move 'Y' to ws-esc-eof
                   not at end
                       perform split-escalation-line
                       if ws-esc-repost-id is equal to
                           ws-due-msg-id(ws-due-idx)
                           move 'Y' to ws-esc-state
                       end-if
               end-read
           end-perform.
           close fs-alertesc.
           if not ws-esc-found
               move ws-due-msg-id(ws-due-idx) to ws-esc-orig-id,
                   ws-esc-repost-id
           end-if.
      *-----------------------------------------------------------------
       split-escalation-line.
           move spaces to ws-esc-orig-id, ws-esc-channel,
               ws-esc-repost-id, ws-esc-tracked-id, ws-esc-ticket.
           unstring fs-alertesc-line delimited by ","
               into ws-esc-orig-id ws-esc-channel ws-esc-repost-id
                    ws-esc-tracked-id ws-esc-ticket
           end-unstring.
      *-----------------------------------------------------------------
      *Rewrite the chain with this alert's line in place of its old
      *one (keyed on the original post), or added at the end.
       store-escalation.
           move spaces to ws-esc-line.
           string
               ws-esc-orig-id delimited by size
               "," delimited by size
               ws-due-channel(ws-due-idx) delimited by size
               "," delimited by size
               ws-esc-repost-id delimited by size
               "," delimited by size
               ws-esc-tracked-id delimited by space
               "," delimited by size
               ws-esc-ticket delimited by space
               into ws-esc-line
           end-string.
           move 'N' to ws-esc-eof.
           open output fs-alertesc-tmp.
           open input sharing with all fs-alertesc.
           perform until ws-at-esc-eof
               read fs-alertesc
                   at end move 'Y' to ws-esc-eof
                   not at end
                       if fs-alertesc-line(1:26) is not equal to
                           ws-esc-line(1:26)
                           write fs-alertesc-tmp-line
                               from fs-alertesc-line end-write
                       end-if
               end-read
           end-perform.
           close fs-alertesc.
           write fs-alertesc-tmp-line from ws-esc-line end-write.
           close fs-alertesc-tmp.
           call "CBL_RENAME_FILE" using "alertesc.dat.tmp"
               "alertesc.dat" end-call.
      *-----------------------------------------------------------------
      *Ticket numbers come off ticketseq.dat with the same duplicate-
      *key retry rv-cmd-ticket uses. The bot is the opener, so the
      *first human ASSIGN, NOTE or checkmark stamps the response.
       open-alert-ticket.
           move zero to ws-ticket-number.
           perform read-next-ticket.
           move 'N' to ws-stored.
           move zero to ws-write-tries.
           open i-o fd-tickets.
           perform until ws-ticket-stored
               or ws-write-tries is not less than 50
               add 1 to ws-write-tries
               initialize fs-tkt-rec
               move ws-tkt-next to fs-tkt-number
               move 'O' to fs-tkt-status
               move ws-due-channel(ws-due-idx) to fs-tkt-channel
               move ls-bot-id to fs-tkt-opener
               move ws-duty-id to fs-tkt-assignee
               move function current-date(1:14) to fs-tkt-opened
               move spaces to fs-tkt-title
               string
                   "Escalated alert: " delimited by size
                   function trim(ws-due-text(ws-due-idx))
                       delimited by size
                   into fs-tkt-title
               end-string
               move '2' to fs-tkt-priority
               move "NNNN" to fs-tkt-sla-flags
               write fs-tkt-rec
                   invalid key add 1 to ws-tkt-next
                   not invalid key move 'Y' to ws-stored
               end-write
           end-perform.
           close fd-tickets.
           if not ws-ticket-stored
               call static "rv-log" using by value "ERROR"
                   by value "[TKT] 50 consecutive duplicate ticket"
                       & " numbers - ticketseq.dat needs attention"
                   end-call
               exit paragraph
           end-if.
           move ws-tkt-next to ws-ticket-number.
           perform store-next-ticket.
      *The title is cut at 80 - the whole alert, and where it came
      *from, go on the ticket as its first note.
           move spaces to ws-note-line.
           string
               ws-ticket-number delimited by size
               "," delimited by size
               function current-date(1:14) delimited by size
               ",alert escalation," delimited by size
               "Unacknowledged alert escalated to second level."
                   delimited by size
               " Original channel <#" delimited by size
               ws-due-channel(ws-due-idx) delimited by space
               "> message " delimited by size
               ws-esc-orig-id delimited by space
               ": " delimited by size
               function trim(ws-due-text(ws-due-idx))
                   delimited by size
               into ws-note-line
           end-string.
           open extend fs-notes.
           write fs-note-line from ws-note-line end-write.
           close fs-notes.
           move ws-ticket-number to ws-ticket-disp.
           move spaces to ws-audit-text.
           string
               "OPEN #" delimited by size
               function trim(ws-ticket-disp) delimited by size
               " " delimited by size
               fs-tkt-title delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "TKT"
               by value ws-due-channel(ws-due-idx)
               by value "&TICKET "
               by value "rv-check-escalations"
               by value ws-audit-text
               by value "alert escalation" end-call.
           move function trim(ws-ticket-disp) to ws-hook-ref.
           call static "rv-webhook-event" using
               by value ws-tkt-hook-event
               by value ws-due-channel(ws-due-idx)
               by value ws-hook-ref
               by value ls-bot-id
               by value ws-audit-text end-call.
      *-----------------------------------------------------------------
       read-next-ticket.
           move 1 to ws-tkt-next.
           open input sharing with all fs-tktseq.
           read fs-tktseq
               at end continue
               not at end
                   if fs-tktseq-line(1:1) is not equal to space
                       compute ws-tkt-next =
                           function numval(fs-tktseq-line)
                   end-if
           end-read.
           close fs-tktseq.
      *-----------------------------------------------------------------
       store-next-ticket.
           compute ws-tkt-next = ws-ticket-number + 1.
           open output fs-tktseq.
           move spaces to fs-tktseq-line.
           move ws-tkt-next to fs-tktseq-line(1:6).
           write fs-tktseq-line end-write.
           close fs-tktseq.
       end program rv-check-escalations.
      ******************************************************************
      *File-drop gateway - the plain-files interface the rest of the
      *the file is moved to dropbox/done/ - or dropbox/failed/ when
      *it can't be understood. Swept once per pass off the rv-onrun
      *tick, the same filesystem-watching pattern as
      *check-shutdown-request. A plain drop for the ops channel is
      *taken for an alert and passes the storm gate (rv-alert-storm,
      *storm.cbl) first - see post-ops-drop.
      *Drop-file format, plain text:
      *    line 1          - target channel id, OPS for the
      *                      opschan.txt channel, TOPIC=name to fan
       01  ws-file-ok pic x.
           88 ws-drop-file-ok value 'Y'.
       01  ws-template-text pic x(200).
      *Storm gate (rv-alert-storm, storm.cbl) for drops addressed to
      *the ops channel - fields sized to its linkage.
       01  ws-storm-action pic x(8).
       01  ws-storm-source pic x(16) value "DROPBOX".
       01  ws-storm-state pic x.
       01  ws-storm-msg-id pic x(26).
       01  ws-storm-channel pic x(26).
       01  ws-storm-count picture 9(6).
       01  ws-storm-count-disp picture zzzzz9.
       01  ws-storm-text pic x(200).
       01  ws-audit-text pic x(200).
       01  ws-content-len picture 9(8).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
               end-if
               exit paragraph
           end-if.
      *A plain drop for the ops channel is an alert from some other
      *job, and a failing job drops the same one over and over - it
      *goes through the storm gate.
           if ws-attach-path is equal to spaces
               and ls-ops-channel(1:1) is not equal to space
               and ws-channel is equal to ls-ops-channel
               perform post-ops-drop
               exit paragraph
           end-if.
           if ws-attach-path is not equal to spaces
               initialize ws-attachment-id
               call static "rv-upload-attachment" using
               by value ws-channel
               by content ws-msg end-call.
      *-----------------------------------------------------------------
      *The first of a storm posts straight away through rv-post-msg,
      *the way rv-ops-alert posts, so its message id is known for the
      *repeats to count against; one too long for a single message
      *still goes through the spool to be split, its repeats then
      *counted and audited without the edit. A repeat is audited and
      *edited into the first post as "(x N)".
       post-ops-drop.
           move ws-content in ws-msg (1:200) to ws-storm-text.
           move "CHECK" to ws-storm-action.
           call static "rv-alert-storm" using
               by value ws-storm-action
               by value ws-storm-source
               by value ws-storm-text
               by reference ws-storm-state
               by reference ws-storm-msg-id
               by reference ws-storm-channel
               by reference ws-storm-count end-call.
           compute ws-content-len = function length(function trim(
               ws-content in ws-msg trailing)).
           if ws-storm-state is equal to 'R'
               perform collapse-ops-drop
               exit paragraph
           end-if.
           if ws-content-len is greater than 1900
               call static "rv-send-msg" using by reference ls-config
                   by value ws-channel
                   by content ws-msg end-call
               exit paragraph
           end-if.
           call static "rv-post-msg" using by reference ls-config
               by value ws-channel
               by content ws-msg end-call.
           if return-code is equal to zero
               and ls-last-sent-msg-id(1:1) is not equal to space
               move "BIND" to ws-storm-action
               move ls-last-sent-msg-id to ws-storm-msg-id
               move ws-channel to ws-storm-channel
               call static "rv-alert-storm" using
                   by value ws-storm-action
                   by value ws-storm-source
                   by value ws-storm-text
                   by reference ws-storm-state
                   by reference ws-storm-msg-id
                   by reference ws-storm-channel
                   by reference ws-storm-count end-call
           end-if.
      *-----------------------------------------------------------------
       collapse-ops-drop.
           move ws-storm-count to ws-storm-count-disp.
           move spaces to ws-audit-text.
           string "repeat x" delimited by size
               function trim(ws-storm-count-disp) delimited by size
               " suppressed: " delimited by size
               function trim(ws-file-names(ws-file-idx))
                   delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "SUP"
               by value ws-channel
               by value spaces
               by value "rv-sweep-dropbox"
               by value ws-audit-text
               by value spaces end-call.
           if ws-storm-msg-id(1:1) is equal to space
               exit paragraph
           end-if.
           add 1 to ws-content-len giving ws-body-ptr.
           string "(x" delimited by size
               function trim(ws-storm-count-disp) delimited by size
               ")" delimited by size
               into ws-content in ws-msg
               with pointer ws-body-ptr
           end-string.
           call static "rv-edit-msg" using by reference ls-config
               by value ws-storm-channel
               by value ws-storm-msg-id
               by value ws-msg end-call.
      *-----------------------------------------------------------------
      *Split the drop body back into its lines (they were joined
      *with newlines on the way in) and publish them as the new
      *statusboard.txt.

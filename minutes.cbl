       copy "cabi.cpy".
      ******************************************************************
      *Meeting minutes - the daily stand-up and the change board are
      *held in a channel, and the minutes used to be typed up from
      *scrollback afterwards. Everything said is already in
      *msgarchive.dat (rv-archive-msg, store.cbl), so the bot can
      *compile them itself:
      *    &MINUTES START [title]
      *    &MINUTES STOP
      *START opens the channel's meeting window (one open meeting per
      *channel, held as a "channel,stamp,chair,title" line in
      *minutes.dat - title last so it can carry commas; no title
      *means "Meeting"). STOP closes it and compiles the channel's
      *archived messages from START to STOP into a minutes document,
      *minutes/minutes.<channel>.<YYYYMMDDhhmmss>.txt:
      *  - the header (title, channel, date and times, chair, who
      *    was present - everyone who spoke),
      *  - DECISIONS, ACTIONS and RISKS - every message beginning
      *    DECISION:, ACTION: or RISK: (any case), pulled into its
      *    own section in the order said,
      *  - the full discussion, name-resolved and time-ordered the
      *    way &TRANSCRIPT lays one out (transcript.cbl).
      *An ACTION: line that mentions someone ("<@id>" from the
      *client's mention picker, or "@name" resolved through the user
      *directory the way &TICKET ASSIGN resolves one) opens a P3
      *ticket in tickets.dat assigned to them, opened by whoever said
      *it, with the meeting on its first note; the ticket number
      *goes beside the action in the minutes. An action with no
      *mention, or a name the directory doesn't know, is minuted
      *without a ticket.
      *The finished minutes are posted back as an attachment (a
      *failed upload leaves the file on disk and says where), the
      *stored file is noted in the open shift's handover section
      *(handover.dat, category MINUTES - see rv-cmd-handover) so the
      *changeover summary points at it, and the document is mailed
      *to the REPORT,minutes recipients in mailrecip.txt
      *(rv-maildrop-doc, mail.cbl). The bot's own posts and the
      *&MINUTES commands themselves are left out. Routing is one
      *routes.txt line ("channel,&MINUTES,rv-cmd-minutes,").
       identification division.
       program-id. rv-cmd-minutes.
       environment division.
       input-output section.
       file-control.
           select optional fs-meetings assign to "minutes.dat"
           organization is line sequential.
           select fs-meetings-tmp assign to "minutes.dat.tmp"
           organization is line sequential.
           select optional fd-archive assign to "msgarchive.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-arch-msg-id
           alternate record key is fs-arch-chanstamp
               with duplicates.
           select fd-minutes assign to ws-file-name
           organization is line sequential.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-tkt-number.
           select optional fs-tktseq assign to "ticketseq.dat"
           organization is line sequential.
           select optional fs-notes assign to "ticketnotes.dat"
           organization is line sequential.
           select optional fs-handover assign to "handover.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-meetings.
       01  fs-meetings-line pic x(200).
       fd  fs-meetings-tmp.
       01  fs-meetings-tmp-line pic x(200).
       fd  fd-archive.
       01  fs-arch-rec.
           02 fs-arch-msg-id pic x(26).
           02 fs-arch-chanstamp.
               03 fs-arch-channel pic x(26).
               03 fs-arch-stamp pic x(14).
           02 fs-arch-author pic x(26).
           02 fs-arch-content pic x(400).
       fd  fd-minutes.
       01  fs-minutes-line pic x(500).
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
       fd  fs-handover.
       01  fs-handover-line pic x(300).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-sub-word pic x(16).
       01  ws-rest-text pic x(200).
       01  ws-parse-ptr picture 9(8).
       01  ws-now pic x(14).
       01  ws-reply-text pic x(200).
       01  ws-reply-ptr picture 9(8).
       01  ws-author-name pic x(32).
      *The channel's open meeting, off minutes.dat.
       01  ws-reg-eof pic x value 'N'.
           88 ws-at-reg-eof value 'Y'.
       01  ws-reg-channel pic x(26).
       01  ws-reg-found pic x value 'N'.
           88 ws-meeting-open value 'Y'.
       01  ws-mtg-stamp pic x(14).
       01  ws-mtg-chair pic x(26).
       01  ws-mtg-title pic x(80).
       01  ws-store-line pic x(200).
      *The window's messages, off the archive's channel+stamp key.
       01  ws-arch-eof pic x value 'N'.
           88 ws-at-arch-eof value 'Y'.
       01  ws-arch-pass pic x.
           88 ws-collect-pass value 'C'.
       01  ws-skip pic x.
           88 ws-skip-message value 'Y'.
       01  ws-content-wk pic x(400).
       01  ws-lead-wk pic x(9).
       01  ws-msg-count picture 9(6).
       01  ws-count-disp picture zzzzz9.
       01  ws-file-name pic x(255).
       01  ws-attachment-id pic x(80).
       01  ws-channel-name pic x(64).
       01  ws-work-line pic x(500).
       01  ws-work-ptr picture 9(8).
      *Who was present - everyone who spoke in the window.
       01  ws-att-count picture 9(4).
       01  ws-att-idx picture 9(4).
       01  ws-att-id pic x(26) occurs 64 times.
      *The DECISION:/ACTION:/RISK: lines, in the order said.
       01  ws-item-count picture 9(4).
       01  ws-item-idx picture 9(4).
       01  ws-item-no picture 9(4).
       01  ws-item-no-disp picture zzz9.
       01  ws-items occurs 100 times.
           02 ws-item-kind pic x.
           02 ws-item-stamp pic x(14).
           02 ws-item-author pic x(26).
           02 ws-item-text pic x(400).
           02 ws-item-mention pic x(32).
           02 ws-item-assignee pic x(26).
           02 ws-item-ticket picture 9(6).
       01  ws-kind-counts.
           02 ws-decision-count picture 9(4).
           02 ws-action-count picture 9(4).
           02 ws-risk-count picture 9(4).
           02 ws-ticket-count picture 9(4).
       01  ws-section-kind pic x.
       01  ws-section-head pic x(16).
       01  ws-section-seen picture 9(4).
       01  ws-decision-disp picture zzz9.
       01  ws-action-disp picture zzz9.
       01  ws-risk-disp picture zzz9.
      *Mention parsing.
       01  ws-scan-pos picture 9(4).
       01  ws-scan-idx picture 9(4).
       01  ws-mention-wk pic x(32).
       01  ws-assignee-name pic x(32).
      *Ticket opening - the ticketseq.dat retry rv-cmd-ticket uses.
       01  ws-tkt-next picture 9(6).
       01  ws-ticket-number picture 9(6).
       01  ws-ticket-disp picture zzzzz9.
       01  ws-write-tries picture 9(4).
       01  ws-stored pic x.
           88 ws-ticket-stored value 'Y'.
       01  ws-note-line pic x(300).
       01  ws-audit-text pic x(200).
       01  ws-tkt-hook-event pic x(24) value "ticket.opened".
       01  ws-hook-ref pic x(26).
      *Sized to rv-maildrop-doc's linkage so the recipient-key
      *compare sees blank fill, not whatever followed a short
      *literal.
       01  ws-mail-key pic x(16) value "minutes".
       01  ws-mail-subject pic x(80).
       01  ws-mail-body pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-sub-word, ws-rest-text.
           move 1 to ws-parse-ptr.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-sub-word
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of ls-content
               move ls-content(ws-parse-ptr:) to ws-rest-text
           end-if.
           move function current-date(1:14) to ws-now.
           perform find-open-meeting.
           evaluate function upper-case(ws-sub-word)
               when "START"
                   perform start-meeting
               when "STOP"
                   perform stop-meeting
               when other
                   move "Usage: &MINUTES START [title] to open the"
                       & " meeting, &MINUTES STOP to close it and"
                       & " circulate the minutes" to ws-reply-text
                   perform send-reply
           end-evaluate.
           goback.
      *-----------------------------------------------------------------
       find-open-meeting.
           move 'N' to ws-reg-found.
           move spaces to ws-mtg-stamp, ws-mtg-chair, ws-mtg-title.
           move 'N' to ws-reg-eof.
           open input sharing with all fs-meetings.
           perform until ws-at-reg-eof or ws-meeting-open
               read fs-meetings
                   at end move 'Y' to ws-reg-eof
                   not at end
                       if fs-meetings-line(1:26) is equal to
                           ls-target
                           perform take-meeting-line
                       end-if
               end-read
           end-perform.
           close fs-meetings.
      *-----------------------------------------------------------------
       take-meeting-line.
           move 'Y' to ws-reg-found.
           move 1 to ws-parse-ptr.
           unstring fs-meetings-line delimited by ","
               into ws-reg-channel ws-mtg-stamp ws-mtg-chair
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-meetings-line
               move fs-meetings-line(ws-parse-ptr:) to ws-mtg-title
           end-if.
      *-----------------------------------------------------------------
       start-meeting.
           if ws-meeting-open
               move spaces to ws-reply-text
               string "Already minuting " delimited by size
                   function trim(ws-mtg-title) delimited by size
                   " here since " delimited by size
                   ws-mtg-stamp(9:2) ":" ws-mtg-stamp(11:2)
                       delimited by size
                   " - &MINUTES STOP closes it." delimited by size
                   into ws-reply-text
               end-string
               perform send-reply
               exit paragraph
           end-if.
           move function trim(ws-rest-text) to ws-mtg-title.
           if ws-mtg-title is equal to spaces
               move "Meeting" to ws-mtg-title
           end-if.
           move spaces to ws-store-line.
           string ls-target delimited by size
               "," delimited by size
               ws-now delimited by size
               "," delimited by size
               ls-author-id delimited by size
               "," delimited by size
               function trim(ws-mtg-title) delimited by size
               into ws-store-line
           end-string.
           open extend fs-meetings.
           write fs-meetings-line from ws-store-line end-write.
           close fs-meetings.
           move spaces to ws-reply-text.
           string "Minuting " delimited by size
               function trim(ws-mtg-title) delimited by size
               " from " delimited by size
               ws-now(9:2) ":" ws-now(11:2) delimited by size
               ". Start lines with ACTION: (with an @mention for a"
                   delimited by size
               " ticket), DECISION: or RISK:. &MINUTES STOP to"
                   delimited by size
               " close." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
       stop-meeting.
           if not ws-meeting-open
               move "No meeting is being minuted here - &MINUTES"
                   & " START [title] opens one." to ws-reply-text
               perform send-reply
               exit paragraph
           end-if.
           perform close-meeting-line.
           move zero to ws-msg-count, ws-att-count, ws-item-count.
           move zero to ws-decision-count, ws-action-count,
               ws-risk-count, ws-ticket-count.
           move 'C' to ws-arch-pass.
           perform read-window.
           if ws-msg-count is equal to zero
               move spaces to ws-reply-text
               string "Meeting closed - nothing was archived"
                   delimited by size
                   " between START and STOP, so no minutes."
                   delimited by size
                   into ws-reply-text
               end-string
               perform send-reply
               exit paragraph
           end-if.
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx is greater than ws-item-count
               if ws-item-kind(ws-item-idx) is equal to 'A'
                   perform find-mention
                   if ws-item-assignee(ws-item-idx) is not equal to
                       spaces
                       perform open-action-ticket
                   end-if
               end-if
           end-perform.
           call "CBL_CREATE_DIR" using "minutes" end-call.
           move spaces to ws-file-name.
           string "minutes/minutes." delimited by size
               ls-target delimited by size
               "." delimited by size
               ws-mtg-stamp delimited by size
               ".txt" delimited by size
               into ws-file-name
           end-string.
           call static "rv-channel-name" using by reference ls-config
               by value ls-target
               by reference ws-channel-name end-call.
           perform write-minutes.
           perform note-for-handover.
           perform mail-minutes.
           perform post-minutes.
      *-----------------------------------------------------------------
      *Drop the channel's line from the register - temp then rename,
      *so a crash mid-rewrite can't lose the other channels' open
      *meetings.
       close-meeting-line.
           move 'N' to ws-reg-eof.
           open output fs-meetings-tmp.
           open input sharing with all fs-meetings.
           perform until ws-at-reg-eof
               read fs-meetings
                   at end move 'Y' to ws-reg-eof
                   not at end
                       if fs-meetings-line(1:26) is not equal to
                           ls-target
                           write fs-meetings-tmp-line
                               from fs-meetings-line end-write
                       end-if
               end-read
           end-perform.
           close fs-meetings.
           close fs-meetings-tmp.
           call "CBL_RENAME_FILE" using "minutes.dat.tmp"
               "minutes.dat" end-call.
      *-----------------------------------------------------------------
      *The channel's slice from START to now, oldest first - once to
      *collect (ws-collect-pass) and once more to write the
      *discussion, after the sections that head the document.
       read-window.
           move 'N' to ws-arch-eof.
           open input fd-archive.
           move ls-target to fs-arch-channel.
           move ws-mtg-stamp to fs-arch-stamp.
           start fd-archive key is not less than fs-arch-chanstamp
               invalid key move 'Y' to ws-arch-eof
           end-start.
           perform until ws-at-arch-eof
               read fd-archive next record
                   at end move 'Y' to ws-arch-eof
                   not at end perform take-one-message
               end-read
           end-perform.
           close fd-archive.
      *-----------------------------------------------------------------
       take-one-message.
           if fs-arch-channel is not equal to ls-target
               or fs-arch-stamp is greater than ws-now
               move 'Y' to ws-arch-eof
               exit paragraph
           end-if.
           move function trim(fs-arch-content leading)
               to ws-content-wk.
           move function upper-case(ws-content-wk(1:9)) to ws-lead-wk.
           move 'N' to ws-skip.
           if fs-arch-author is equal to ls-bot-id
               or ws-lead-wk(1:8) is equal to "&MINUTES"
               or ws-content-wk is equal to spaces
               move 'Y' to ws-skip
           end-if.
           if ws-skip-message
               exit paragraph
           end-if.
           if ws-collect-pass
               perform collect-one-message
           else
               perform write-discussion-line
           end-if.
      *-----------------------------------------------------------------
       collect-one-message.
           add 1 to ws-msg-count.
           perform varying ws-att-idx from 1 by 1
               until ws-att-idx is greater than ws-att-count
               if ws-att-id(ws-att-idx) is equal to fs-arch-author
                   exit perform
               end-if
           end-perform.
           if ws-att-idx is greater than ws-att-count
               and ws-att-count is less than 64
               add 1 to ws-att-count
               move fs-arch-author to ws-att-id(ws-att-count)
           end-if.
           if ws-item-count is not less than 100
               exit paragraph
           end-if.
           evaluate true
               when ws-lead-wk(1:7) is equal to "ACTION:"
                   add 1 to ws-item-count
                   move 'A' to ws-item-kind(ws-item-count)
                   add 1 to ws-action-count
                   move function trim(ws-content-wk(8:) leading)
                       to ws-item-text(ws-item-count)
               when ws-lead-wk(1:9) is equal to "DECISION:"
                   add 1 to ws-item-count
                   move 'D' to ws-item-kind(ws-item-count)
                   add 1 to ws-decision-count
                   move function trim(ws-content-wk(10:) leading)
                       to ws-item-text(ws-item-count)
               when ws-lead-wk(1:5) is equal to "RISK:"
                   add 1 to ws-item-count
                   move 'R' to ws-item-kind(ws-item-count)
                   add 1 to ws-risk-count
                   move function trim(ws-content-wk(6:) leading)
                       to ws-item-text(ws-item-count)
               when other
                   exit paragraph
           end-evaluate.
           move fs-arch-stamp to ws-item-stamp(ws-item-count).
           move fs-arch-author to ws-item-author(ws-item-count).
           move spaces to ws-item-mention(ws-item-count),
               ws-item-assignee(ws-item-count).
           move zero to ws-item-ticket(ws-item-count).
      *-----------------------------------------------------------------
      *The first "<@id>" mention in the action, else the first
      *"@name" word resolved through the user directory (rv-user-id,
      *api.cbl).
       find-mention.
           move zero to ws-scan-pos.
           inspect ws-item-text(ws-item-idx) tallying ws-scan-pos
               for characters before initial "<@".
           if ws-scan-pos is less than 372
               move ws-item-text(ws-item-idx)(ws-scan-pos + 3:26)
                   to ws-item-assignee(ws-item-idx)
               exit paragraph
           end-if.
           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx is greater than 399
               if ws-item-text(ws-item-idx)(ws-scan-idx:1) is equal
                   to '@'
                   if ws-scan-idx is equal to 1
                       exit perform
                   end-if
                   if ws-item-text(ws-item-idx)(ws-scan-idx - 1:1)
                       is equal to space
                       exit perform
                   end-if
               end-if
           end-perform.
           if ws-scan-idx is greater than 399
               exit paragraph
           end-if.
           move spaces to ws-mention-wk.
           unstring ws-item-text(ws-item-idx)(ws-scan-idx + 1:)
               delimited by space or "," or ";" or ":"
               into ws-mention-wk
           end-unstring.
           if ws-mention-wk is equal to spaces
               exit paragraph
           end-if.
           move ws-mention-wk to ws-item-mention(ws-item-idx).
           call static "rv-user-id" using
               by value ws-mention-wk
               by reference ws-item-assignee(ws-item-idx) end-call.
      *-----------------------------------------------------------------
      *Ticket numbers come off ticketseq.dat with the same duplicate-
      *key retry rv-cmd-ticket uses. Whoever said the action opens
      *it, so the assignee's first ASSIGN, NOTE or CLOSE stamps the
      *response.
       open-action-ticket.
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
               move ls-target to fs-tkt-channel
               move ws-item-author(ws-item-idx) to fs-tkt-opener
               move ws-item-assignee(ws-item-idx) to fs-tkt-assignee
               move function current-date(1:14) to fs-tkt-opened
               move spaces to fs-tkt-title
               string
                   "Action: " delimited by size
                   function trim(ws-item-text(ws-item-idx))
                       delimited by size
                   into fs-tkt-title
               end-string
               move '3' to fs-tkt-priority
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
           move ws-ticket-number to ws-item-ticket(ws-item-idx).
           add 1 to ws-ticket-count.
      *The title is cut at 80 - the whole action, and the meeting it
      *came from, go on the ticket as its first note.
           move spaces to ws-note-line.
           string
               ws-ticket-number delimited by size
               "," delimited by size
               function current-date(1:14) delimited by size
               ",minutes," delimited by size
               "Action from " delimited by size
               function trim(ws-mtg-title) delimited by size
               " (" delimited by size
               ws-mtg-stamp(1:8) delimited by size
               " " delimited by size
               ws-mtg-stamp(9:2) ":" ws-mtg-stamp(11:2)
                   delimited by size
               "): " delimited by size
               function trim(ws-item-text(ws-item-idx))
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
               by value ls-target
               by value "&TICKET "
               by value "rv-cmd-minutes"
               by value ws-audit-text
               by value "meeting minutes" end-call.
           move function trim(ws-ticket-disp) to ws-hook-ref.
           call static "rv-webhook-event" using
               by value ws-tkt-hook-event
               by value ls-target
               by value ws-hook-ref
               by value ws-item-author(ws-item-idx)
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
      *-----------------------------------------------------------------
       write-minutes.
           open output fd-minutes.
           move spaces to ws-work-line.
           string "Minutes - " delimited by size
               function trim(ws-mtg-title) delimited by size
               into ws-work-line
           end-string.
           write fs-minutes-line from ws-work-line end-write.
           move spaces to ws-work-line.
           move all "=" to ws-work-line(1:60).
           write fs-minutes-line from ws-work-line end-write.
           move spaces to ws-work-line.
           string "Channel:  " delimited by size
               function trim(ws-channel-name) delimited by size
               " (" delimited by size
               ls-target delimited by size
               ")" delimited by size
               into ws-work-line
           end-string.
           write fs-minutes-line from ws-work-line end-write.
           move spaces to ws-work-line.
           string "Held:     " delimited by size
               ws-mtg-stamp(1:4) "-" ws-mtg-stamp(5:2) "-"
                   ws-mtg-stamp(7:2) delimited by size
               " " delimited by size
               ws-mtg-stamp(9:2) ":" ws-mtg-stamp(11:2)
                   delimited by size
               " - " delimited by size
               ws-now(9:2) ":" ws-now(11:2) delimited by size
               into ws-work-line
           end-string.
           write fs-minutes-line from ws-work-line end-write.
           call static "rv-user-name" using by reference ls-config
               by value ws-mtg-chair
               by reference ws-author-name end-call.
           move spaces to ws-work-line.
           string "Chair:    " delimited by size
               function trim(ws-author-name) delimited by size
               into ws-work-line
           end-string.
           write fs-minutes-line from ws-work-line end-write.
           move spaces to ws-work-line.
           move "Present: " to ws-work-line.
           move 11 to ws-work-ptr.
           perform varying ws-att-idx from 1 by 1
               until ws-att-idx is greater than ws-att-count
               call static "rv-user-name" using
                   by reference ls-config
                   by value ws-att-id(ws-att-idx)
                   by reference ws-author-name end-call
               if ws-att-idx is greater than 1
                   string ", " delimited by size
                       into ws-work-line
                       with pointer ws-work-ptr
                   end-string
               end-if
               string function trim(ws-author-name) delimited by size
                   into ws-work-line
                   with pointer ws-work-ptr
               end-string
           end-perform.
           write fs-minutes-line from ws-work-line end-write.
           move spaces to ws-work-line.
           write fs-minutes-line from ws-work-line end-write.
           move 'D' to ws-section-kind.
           move "DECISIONS" to ws-section-head.
           perform write-section.
           move 'A' to ws-section-kind.
           move "ACTIONS" to ws-section-head.
           perform write-section.
           move 'R' to ws-section-kind.
           move "RISKS" to ws-section-head.
           perform write-section.
           move ws-msg-count to ws-count-disp.
           move spaces to ws-work-line.
           string "DISCUSSION (" delimited by size
               function trim(ws-count-disp) delimited by size
               " message(s))" delimited by size
               into ws-work-line
           end-string.
           write fs-minutes-line from ws-work-line end-write.
           move spaces to ws-work-line.
           move all "-" to ws-work-line(1:60).
           write fs-minutes-line from ws-work-line end-write.
           move 'W' to ws-arch-pass.
           perform read-window.
           close fd-minutes.
      *-----------------------------------------------------------------
       write-section.
           move spaces to ws-work-line.
           move ws-section-head to ws-work-line.
           write fs-minutes-line from ws-work-line end-write.
           move spaces to ws-work-line.
           move all "-" to ws-work-line(1:60).
           write fs-minutes-line from ws-work-line end-write.
           move zero to ws-item-no.
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx is greater than ws-item-count
               if ws-item-kind(ws-item-idx) is equal to
                   ws-section-kind
                   perform write-section-item
               end-if
           end-perform.
           if ws-item-no is equal to zero
               move "  (none)" to ws-work-line
               write fs-minutes-line from ws-work-line end-write
           end-if.
           move spaces to ws-work-line.
           write fs-minutes-line from ws-work-line end-write.
      *-----------------------------------------------------------------
       write-section-item.
           add 1 to ws-item-no.
           move ws-item-no to ws-item-no-disp.
           call static "rv-user-name" using by reference ls-config
               by value ws-item-author(ws-item-idx)
               by reference ws-author-name end-call.
           move spaces to ws-work-line.
           move 1 to ws-work-ptr.
           string ws-item-no-disp delimited by size
               ". " delimited by size
               function trim(ws-item-text(ws-item-idx))
                   delimited by size
               " (" delimited by size
               function trim(ws-author-name) delimited by size
               ", " delimited by size
               ws-item-stamp(ws-item-idx)(9:2) ":"
                   ws-item-stamp(ws-item-idx)(11:2) delimited by size
               ")" delimited by size
               into ws-work-line
               with pointer ws-work-ptr
           end-string.
           write fs-minutes-line from ws-work-line end-write.
           if ws-item-kind(ws-item-idx) is not equal to 'A'
               exit paragraph
           end-if.
           perform describe-action-owner.
           move spaces to ws-work-line.
           string "        -> " delimited by size
               function trim(ws-reply-text) delimited by size
               into ws-work-line
           end-string.
           write fs-minutes-line from ws-work-line end-write.
      *-----------------------------------------------------------------
      *Who an action went to, and its ticket - or why it has none.
       describe-action-owner.
           move spaces to ws-reply-text.
           if ws-item-ticket(ws-item-idx) is not equal to zero
               call static "rv-user-name" using
                   by reference ls-config
                   by value ws-item-assignee(ws-item-idx)
                   by reference ws-assignee-name end-call
               move ws-item-ticket(ws-item-idx) to ws-ticket-disp
               string function trim(ws-assignee-name)
                       delimited by size
                   ", ticket #" delimited by size
                   function trim(ws-ticket-disp) delimited by size
                   into ws-reply-text
               end-string
               exit paragraph
           end-if.
           if ws-item-assignee(ws-item-idx) is not equal to spaces
               move "no ticket - the ticket store refused it"
                   to ws-reply-text
               exit paragraph
           end-if.
           if ws-item-mention(ws-item-idx) is not equal to spaces
               string "no ticket - @" delimited by size
                   function trim(ws-item-mention(ws-item-idx))
                       delimited by size
                   " is not in the user directory" delimited by size
                   into ws-reply-text
               end-string
               exit paragraph
           end-if.
           move "no owner mentioned - no ticket" to ws-reply-text.
      *-----------------------------------------------------------------
       write-discussion-line.
           call static "rv-user-name" using by reference ls-config
               by value fs-arch-author
               by reference ws-author-name end-call.
           move spaces to ws-work-line.
           string
               fs-arch-stamp(9:2) delimited by size
               ":" delimited by size
               fs-arch-stamp(11:2) delimited by size
               ":" delimited by size
               fs-arch-stamp(13:2) delimited by size
               "  " delimited by size
               function trim(ws-author-name) delimited by size
               ": " delimited by size
               function trim(fs-arch-content) delimited by size
               into ws-work-line
           end-string.
           write fs-minutes-line from ws-work-line end-write.
      *-----------------------------------------------------------------
      *Into the open shift's section, under the MINUTES category, so
      *the changeover summary (rv-handover-post) points at the file.
       note-for-handover.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-author-name end-call.
           move ws-action-count to ws-action-disp.
           move ws-ticket-count to ws-count-disp.
           move spaces to ws-store-line.
           string
               ws-now delimited by size
               "," delimited by size
               function trim(ws-author-name) delimited by size
               ",MINUTES," delimited by size
               function trim(ws-mtg-title) delimited by size
               " - " delimited by size
               function trim(ws-action-disp) delimited by size
               " action(s), " delimited by size
               function trim(ws-count-disp) delimited by size
               " ticket(s) - minutes in " delimited by size
               function trim(ws-file-name) delimited by size
               into ws-store-line
           end-string.
           open extend fs-handover.
           write fs-handover-line from ws-store-line end-write.
           close fs-handover.
      *-----------------------------------------------------------------
       mail-minutes.
           move spaces to ws-mail-subject.
           string "Minutes: " delimited by size
               function trim(ws-mtg-title) delimited by size
               " " delimited by size
               ws-mtg-stamp(1:4) "-" ws-mtg-stamp(5:2) "-"
                   ws-mtg-stamp(7:2) delimited by size
               into ws-mail-subject
           end-string.
           move spaces to ws-mail-body.
           string "Minutes of " delimited by size
               function trim(ws-mtg-title) delimited by size
               " in " delimited by size
               function trim(ws-channel-name) delimited by size
               ", " delimited by size
               ws-mtg-stamp(9:2) ":" ws-mtg-stamp(11:2) "-"
                   ws-now(9:2) ":" ws-now(11:2) delimited by size
               " - on file as " delimited by size
               function trim(ws-file-name) delimited by size
               into ws-mail-body
           end-string.
           call static "rv-maildrop-doc" using
               by value "REPORT  "
               by value ws-mail-key
               by value ws-mail-subject
               by value ws-mail-body
               by value ws-file-name end-call.
      *-----------------------------------------------------------------
      *The minutes back into the channel as an attachment, the
      *actions listed in the post itself with their owners mentioned
      *so each one is notified of what they picked up.
       post-minutes.
           initialize ws-attachment-id.
           call static "rv-upload-attachment" using
               by reference ls-config
               by value ws-file-name
               by reference ws-attachment-id end-call.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           if ws-attachment-id(1:1) is not equal to space
               move ws-attachment-id to ws-attachments in ws-msg (1)
           end-if.
           move ws-msg-count to ws-count-disp.
           move ws-decision-count to ws-decision-disp.
           move ws-action-count to ws-action-disp.
           move ws-risk-count to ws-risk-disp.
           move 1 to ws-reply-ptr.
           string
               "Minutes of " delimited by size
               function trim(ws-mtg-title) delimited by size
               " (" delimited by size
               ws-mtg-stamp(9:2) ":" ws-mtg-stamp(11:2) "-"
                   ws-now(9:2) ":" ws-now(11:2) delimited by size
               "): " delimited by size
               function trim(ws-count-disp) delimited by size
               " message(s), " delimited by size
               function trim(ws-decision-disp) delimited by size
               " decision(s), " delimited by size
               function trim(ws-action-disp) delimited by size
               " action(s), " delimited by size
               function trim(ws-risk-disp) delimited by size
               " risk(s)." delimited by size
               x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           perform varying ws-item-idx from 1 by 1
               until ws-item-idx is greater than ws-item-count
               if ws-item-kind(ws-item-idx) is equal to 'A'
                   perform list-one-action
               end-if
           end-perform.
           if ws-attachment-id(1:1) is equal to space
               string "Upload failed - the minutes are on file as "
                   delimited by size
                   function trim(ws-file-name) delimited by size
                   x'0a' delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           string "Noted for the shift handover and sent to the"
               delimited by size
               " minutes mailing list." delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       list-one-action.
           if ws-item-ticket(ws-item-idx) is not equal to zero
               move ws-item-ticket(ws-item-idx) to ws-ticket-disp
               string
                   "  ACTION " delimited by size
                   function trim(ws-item-text(ws-item-idx)(1:120))
                       delimited by size
                   " -> <@" delimited by size
                   ws-item-assignee(ws-item-idx) delimited by size
                   "> ticket #" delimited by size
                   function trim(ws-ticket-disp) delimited by size
                   x'0a' delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
               exit paragraph
           end-if.
           perform describe-action-owner.
           string
               "  ACTION " delimited by size
               function trim(ws-item-text(ws-item-idx)(1:120))
                   delimited by size
               " (" delimited by size
               function trim(ws-reply-text) delimited by size
               ")" delimited by size
               x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
       send-reply.
           initialize ws-msg.
      *Thread the reply to the triggering message (see rv-send-msg).
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
       end program rv-cmd-minutes.

       copy "cabi.cpy".
      ******************************************************************
      *Shift swaps - cover for one dated shift agreed between two
      *people and confirmed by a supervisor, ending up as a line in
      *rosteroverride.txt (see rv-roster-lookup, roster.cbl) so
      *&ONCALL, the escalation sweep and the handover note all name
      *whoever is actually covering.
      *    &SWAP <YYYYMMDD> <HH:MM> <HH:MM> <@user>
      *proposes that <@user> covers the proposer's shift starting on
      *that date (same over-midnight rule as roster.txt). The
      *proposal is posted with a mention and kept in swappend.txt
      *("proposalmsgid,channel,proposer,coverer,stamp,date,start,
      *end" - rv-alert-track's pendack shape); the covering person
      *accepts with the checkmark reaction (rv-swap-accept), which
      *parks the swap in the two-person approval path
      *(rv-approval-park, approve.cbl) with the proposer as
      *requester. A second admin's checkmark there runs
      *rv-swap-apply, which appends the override line. Unaccepted
      *proposals lapse after seven days.
      *    &SWAP LIST
      *shows the overrides from today onward. Every step is an SWP
      *audit line. Routing is one routes.txt line
      *("channel,&SWAP,rv-cmd-swap,"); rv-swap-apply is reached only
      *through an approval and needs no route.
       identification division.
       program-id. rv-cmd-swap.
       environment division.
       input-output section.
       file-control.
           select optional fs-swappend assign to "swappend.txt"
           organization is line sequential.
           select optional fs-override assign to "rosteroverride.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-swappend.
       01  fs-swappend-line pic x(200).
       fd  fs-override.
       01  fs-override-line pic x(48).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-date-word pic x(16).
       01  ws-start-word pic x(16).
       01  ws-end-word pic x(16).
       01  ws-user-word pic x(40).
       01  ws-coverer pic x(26).
       01  ws-time-wk pic x(16).
       01  ws-date-probe picture 9(8).
       01  ws-bad-input pic x.
           88 ws-input-is-bad value 'Y'.
       01  ws-today pic x(8).
       01  ws-author-name pic x(32).
       01  ws-coverer-name pic x(32).
       01  ws-store-line pic x(200).
       01  ws-audit-text pic x(200).
       01  ws-reply-text pic x(200).
       01  ws-reply-ptr picture 9(8).
       01  ws-over-eof pic x value 'N'.
           88 ws-at-over-eof value 'Y'.
       01  ws-line-date pic x(8).
       01  ws-line-start pic x(5).
       01  ws-line-end pic x(5).
       01  ws-line-user pic x(26).
       01  ws-list-count picture 9(4).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-date-word, ws-start-word,
               ws-end-word, ws-user-word.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-date-word ws-start-word
                    ws-end-word ws-user-word
           end-unstring.
           move function current-date(1:8) to ws-today.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-author-name end-call.
           if function upper-case(ws-date-word) is equal to "LIST"
               perform list-overrides
           else
               perform propose-swap
           end-if.
           goback.
      *-----------------------------------------------------------------
       propose-swap.
           move 'N' to ws-bad-input.
           if ws-date-word(9:1) is not equal to space
               or ws-date-word(1:8) is not numeric
               move 'Y' to ws-bad-input
           else
               move ws-date-word(1:8) to ws-date-probe
               if function test-date-yyyymmdd(ws-date-probe)
                   is not equal to zero
                   or ws-date-word(1:8) is less than ws-today
                   move 'Y' to ws-bad-input
               end-if
           end-if.
           move ws-start-word to ws-time-wk.
           perform check-swap-time.
           move ws-end-word to ws-time-wk.
           perform check-swap-time.
           move ws-user-word to ws-coverer.
           if ws-user-word(1:2) is equal to "<@"
               move ws-user-word(3:26) to ws-coverer
           end-if.
           if ws-coverer is equal to spaces
               or ws-coverer is equal to ls-author-id
               move 'Y' to ws-bad-input
           end-if.
           if ws-input-is-bad
               perform reply-usage
               exit paragraph
           end-if.
           call static "rv-user-name" using by reference ls-config
               by value ws-coverer
               by reference ws-coverer-name end-call.
      *Posted directly (not spooled) - the pending line needs the
      *proposal's own id, same reason rv-approval-park posts direct.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           string
               "<@" delimited by size
               ws-coverer delimited by space
               "> " delimited by size
               function trim(ws-author-name) delimited by size
               " asks you to cover the shift on " delimited by size
               ws-date-word(1:8) delimited by size
               " " delimited by size
               ws-start-word(1:5) delimited by size
               "-" delimited by size
               ws-end-word(1:5) delimited by size
               ". React with the checkmark to accept; a supervisor"
                   delimited by size
               " then confirms the swap." delimited by size
               into ws-content in ws-msg
           end-string.
           call static "rv-post-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
           if return-code is not equal to zero
               or ls-last-sent-msg-id(1:1) is equal to space
               call static "rv-log" using by value "ERROR"
                   by value "[SWP] Swap proposal could not be"
                       & " posted - not recorded" end-call
               move 0 to return-code
               exit paragraph
           end-if.
           move spaces to ws-store-line.
           string
               ls-last-sent-msg-id delimited by size
               "," delimited by size
               ls-target delimited by size
               "," delimited by size
               ls-author-id delimited by size
               "," delimited by size
               ws-coverer delimited by size
               "," delimited by size
               function current-date(1:14) delimited by size
               "," delimited by size
               ws-date-word(1:8) delimited by size
               "," delimited by size
               ws-start-word(1:5) delimited by size
               "," delimited by size
               ws-end-word(1:5) delimited by size
               into ws-store-line
           end-string.
           open extend fs-swappend.
           write fs-swappend-line from ws-store-line end-write.
           close fs-swappend.
           move spaces to ws-audit-text.
           string "swap proposed: " delimited by size
               ws-date-word(1:8) delimited by size
               " " delimited by size
               ws-start-word(1:5) delimited by size
               "-" delimited by size
               ws-end-word(1:5) delimited by size
               " cover=" delimited by size
               ws-coverer delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "SWP"
               by value ls-target
               by value "&SWAP   "
               by value "rv-cmd-swap"
               by value ws-audit-text
               by value ws-author-name end-call.
      *-----------------------------------------------------------------
      *Zero-padded HH:MM on the 24-hour clock, nothing else.
       check-swap-time.
           if ws-time-wk(6:1) is not equal to space
               or ws-time-wk(1:2) is not numeric
               or ws-time-wk(3:1) is not equal to ":"
               or ws-time-wk(4:2) is not numeric
               move 'Y' to ws-bad-input
               exit paragraph
           end-if.
           if ws-time-wk(1:2) is greater than "23"
               or ws-time-wk(4:2) is greater than "59"
               move 'Y' to ws-bad-input
           end-if.
      *-----------------------------------------------------------------
      *Overrides whose shift starts today or later, in file order -
      *later lines win for the same shift (see rv-roster-lookup).
       list-overrides.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move spaces to ws-content in ws-msg.
           move 1 to ws-reply-ptr.
           string "Roster overrides from " delimited by size
               ws-today delimited by size
               ":" delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move zero to ws-list-count.
           move 'N' to ws-over-eof.
           open input sharing with all fs-override.
           perform until ws-at-over-eof
               read fs-override
                   at end move 'Y' to ws-over-eof
                   not at end perform list-override-line
               end-read
           end-perform.
           close fs-override.
           if ws-list-count is equal to zero
               string x'0a' "none" delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       list-override-line.
           if fs-override-line(1:1) is equal to space
               or fs-override-line(1:1) is equal to '*'
               or ws-list-count is not less than 40
               exit paragraph
           end-if.
           move spaces to ws-line-date, ws-line-start, ws-line-end,
               ws-line-user.
           unstring fs-override-line delimited by ","
               into ws-line-date ws-line-start
                    ws-line-end ws-line-user
           end-unstring.
           if ws-line-date is less than ws-today
               exit paragraph
           end-if.
           add 1 to ws-list-count.
           call static "rv-user-name" using by reference ls-config
               by value ws-line-user
               by reference ws-coverer-name end-call.
           string x'0a' delimited by size
               ws-line-date delimited by size
               " " delimited by size
               ws-line-start delimited by size
               "-" delimited by size
               ws-line-end delimited by size
               " " delimited by size
               function trim(ws-coverer-name) delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
       reply-usage.
           move "Usage: &SWAP <YYYYMMDD> <HH:MM> <HH:MM> <@user>"
               & " (a shift from today on, covered by someone else)"
               & " | &SWAP LIST" to ws-reply-text.
           call static "rv-template-lookup" using
               by reference ls-config
               by value "SWAP_USAGE"
               by reference ws-reply-text end-call.
           perform send-reply.
      *-----------------------------------------------------------------
       send-reply.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
       end program rv-cmd-swap.
      ******************************************************************
      *The covering person's checkmark on a swap proposal. Consumes
      *the reaction (return-code 1) whenever the reacted-to message
      *is a pending proposal; only the named coverer's reaction
      *takes it out of swappend.txt and parks it for a supervisor
      *through rv-approval-park - as the proposer's request, so the
      *proposer cannot confirm their own swap. Proposals older than
      *seven days are dropped on the same rewrite.
       identification division.
       program-id. rv-swap-accept.
       environment division.
       input-output section.
       file-control.
           select optional fs-swappend assign to "swappend.txt"
           organization is line sequential.
           select fs-swappend-tmp assign to "swappend.txt.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-swappend.
       01  fs-swappend-line pic x(200).
       fd  fs-swappend-tmp.
       01  fs-swappend-tmp-line pic x(200).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-pend-eof pic x value 'N'.
           88 ws-at-pend-eof value 'Y'.
       01  ws-hit pic x.
           88 ws-entry-found value 'Y'.
       01  ws-taken pic x.
           88 ws-entry-taken value 'Y'.
       01  ws-cutoff pic x(14).
       01  ws-line-msg-id pic x(26).
       01  ws-line-channel pic x(26).
       01  ws-line-proposer pic x(26).
       01  ws-line-coverer pic x(26).
       01  ws-line-stamp pic x(14).
       01  ws-line-date pic x(8).
       01  ws-line-start pic x(5).
       01  ws-line-end pic x(5).
       01  ws-swap-channel pic x(26).
       01  ws-swap-proposer pic x(26).
       01  ws-swap-coverer pic x(26).
       01  ws-swap-date pic x(8).
       01  ws-swap-start pic x(5).
       01  ws-swap-end pic x(5).
       01  ws-coverer-name pic x(32).
       01  ws-audit-text pic x(200).
       01  ws-apply-program pic x(30) value "rv-swap-apply".
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       01  ls-target-msg-id picture x(26).
       01  ls-user-id picture x(26).
       procedure division using by reference ls-config
           by value ls-target
           by value ls-target-msg-id
           by value ls-user-id.
           move 0 to return-code.
           move function date-of-integer(function integer-of-date(
               function numval(function current-date(1:8))) - 7)
               to ws-cutoff(1:8).
           move function current-date(9:6) to ws-cutoff(9:6).
           move 'N' to ws-hit, ws-taken.
           move 'N' to ws-pend-eof.
           open output fs-swappend-tmp.
           open input sharing with all fs-swappend.
           perform until ws-at-pend-eof
               read fs-swappend
                   at end move 'Y' to ws-pend-eof
                   not at end perform take-or-keep
               end-read
           end-perform.
           close fs-swappend.
           close fs-swappend-tmp.
           if not ws-entry-found
               goback
           end-if.
           if not ws-entry-taken
               call static "rv-log" using by value "WARN"
                   by value "[SWP] Swap reaction not from the named"
                       & " coverer, or on a lapsed proposal - ignored"
                   end-call
               move 1 to return-code
               goback
           end-if.
           call "CBL_RENAME_FILE" using "swappend.txt.tmp"
               "swappend.txt" end-call.
           call static "rv-user-name" using by reference ls-config
               by value ls-user-id
               by reference ws-coverer-name end-call.
           move spaces to ws-audit-text.
           string "swap accepted: " delimited by size
               ws-swap-date delimited by size
               " " delimited by size
               ws-swap-start delimited by size
               "-" delimited by size
               ws-swap-end delimited by size
               " proposer=" delimited by size
               ws-swap-proposer delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "SWP"
               by value ws-swap-channel
               by value "&SWAP   "
               by value "rv-swap-accept"
               by value ws-audit-text
               by value ws-coverer-name end-call.
      *The parked command reads back as the swap itself in the
      *approval preview; rv-swap-apply parses the same words.
           initialize ws-msg.
           move ws-swap-proposer to ws-author-id in ws-msg.
           move spaces to ws-content in ws-msg.
           string "&SWAP " delimited by size
               ws-swap-date delimited by size
               " " delimited by size
               ws-swap-start delimited by size
               " " delimited by size
               ws-swap-end delimited by size
               " <@" delimited by size
               ws-swap-coverer delimited by space
               ">" delimited by size
               into ws-content in ws-msg
           end-string.
           call static "rv-approval-park" using
               by reference ls-config
               by value ws-swap-channel
               by reference ws-msg
               by value ws-apply-program end-call.
           move 1 to return-code.
           goback.
      *-----------------------------------------------------------------
      *The matched line goes only when the coverer reacted; lapsed
      *lines go regardless. A rename happens only on a take, so a
      *lapse alone waits for the next accepted swap to be cleared.
       take-or-keep.
           move spaces to ws-line-msg-id, ws-line-channel,
               ws-line-proposer, ws-line-coverer, ws-line-stamp,
               ws-line-date, ws-line-start, ws-line-end.
           unstring fs-swappend-line delimited by ","
               into ws-line-msg-id ws-line-channel ws-line-proposer
                    ws-line-coverer ws-line-stamp ws-line-date
                    ws-line-start ws-line-end
           end-unstring.
           if ws-line-msg-id is equal to ls-target-msg-id
               move 'Y' to ws-hit
               if ws-line-coverer is equal to ls-user-id
                   and ws-line-stamp is not less than ws-cutoff
                   move 'Y' to ws-taken
                   move ws-line-channel to ws-swap-channel
                   move ws-line-proposer to ws-swap-proposer
                   move ws-line-coverer to ws-swap-coverer
                   move ws-line-date to ws-swap-date
                   move ws-line-start to ws-swap-start
                   move ws-line-end to ws-swap-end
                   exit paragraph
               end-if
           end-if.
           if ws-line-stamp is not less than ws-cutoff
               write fs-swappend-tmp-line from fs-swappend-line
                   end-write
           end-if.
       end program rv-swap-accept.
      ******************************************************************
      *Runs only from an approved swap (rv-approval-react,
      *approve.cbl), as the proposer. Appends the override line to
      *rosteroverride.txt and announces who now covers the shift.
       identification division.
       program-id. rv-swap-apply.
       environment division.
       input-output section.
       file-control.
           select optional fs-override assign to "rosteroverride.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-override.
       01  fs-override-line pic x(48).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-date-word pic x(16).
       01  ws-start-word pic x(16).
       01  ws-end-word pic x(16).
       01  ws-user-word pic x(40).
       01  ws-coverer pic x(26).
       01  ws-proposer-name pic x(32).
       01  ws-coverer-name pic x(32).
       01  ws-override-line pic x(48).
       01  ws-audit-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-date-word, ws-start-word,
               ws-end-word, ws-user-word.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-date-word ws-start-word
                    ws-end-word ws-user-word
           end-unstring.
           move ws-user-word(3:26) to ws-coverer.
           if ws-date-word(1:8) is not numeric
               or ws-coverer is equal to spaces
               call static "rv-log" using by value "ERROR"
                   by value "[SWP] Approved swap is malformed -"
                       & " roster not changed" end-call
               goback
           end-if.
           move spaces to ws-override-line.
           string ws-date-word(1:8) delimited by size
               "," delimited by size
               ws-start-word(1:5) delimited by size
               "," delimited by size
               ws-end-word(1:5) delimited by size
               "," delimited by size
               ws-coverer delimited by size
               into ws-override-line
           end-string.
           open extend fs-override.
           write fs-override-line from ws-override-line end-write.
           close fs-override.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-proposer-name end-call.
           call static "rv-user-name" using by reference ls-config
               by value ws-coverer
               by reference ws-coverer-name end-call.
           move spaces to ws-audit-text.
           string "swap confirmed: " delimited by size
               function trim(ws-override-line) delimited by size
               " proposer=" delimited by size
               ls-author-id delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "SWP"
               by value ls-target
               by value "&SWAP   "
               by value "rv-swap-apply"
               by value ws-audit-text
               by value ws-proposer-name end-call.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           string "Swap confirmed: " delimited by size
               function trim(ws-coverer-name) delimited by size
               " covers " delimited by size
               function trim(ws-proposer-name) delimited by size
               "'s shift on " delimited by size
               ws-date-word(1:8) delimited by size
               " " delimited by size
               ws-start-word(1:5) delimited by size
               "-" delimited by size
               ws-end-word(1:5) delimited by size
               " - the on-call lookup now names them."
                   delimited by size
               into ws-content in ws-msg
           end-string.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
           goback.
       end program rv-swap-apply.

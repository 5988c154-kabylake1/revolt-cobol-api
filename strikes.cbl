       copy "cabi.cpy".
      ******************************************************************
      *Moderation strike ledger - rv-watchlist-check used to treat
      *every banned-term hit as a first offence, so a repeat offender
      *got the same mild channel warning forever. Each hit is now a
      *strike, kept in strikes.dat one line per strike:
      *    author-id,stamp,channel,action,term
      *and the author's strikes still inside the expiry window decide
      *what happens this time:
      *    1st - the channel warning only (WARN)
      *    2nd - a direct message from the moderators as well (DM)
      *    3rd - a timeout through the API (TIMEOUT)
      *    4th and on - a referral to the admins via rv-ops-alert
      *                 (REFER)
      *The channel warning still goes out on every hit - it is what
      *tells the channel why a message vanished. strikepol.txt sets
      *the policy, first non-"*" line "expiry-days,timeout-minutes"
      *(house default 30 days and 60 minutes). Expired strikes stay
      *in the ledger as history; they just stop counting. A timeout
      *the API refuses becomes a referral, so a human picks it up.
      *Admins review and correct the ledger with
      *    &STRIKES <@user>         - every strike, active or expired
      *    &PARDON <@user> [number] - strike off one entry (by its
      *                               &STRIKES number, default the
      *                               latest active one)
      *both routed to rv-cmd-strikes, the command word says which.
      *Every strike and every pardon is an STK audit line.
       identification division.
       program-id. rv-strike-record.
       environment division.
       input-output section.
       file-control.
           select optional fs-strikes assign to "strikes.dat"
           organization is line sequential.
           select optional fs-policy assign to "strikepol.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-strikes.
       01  fs-strike-line pic x(160).
       fd  fs-policy.
       01  fs-policy-line pic x(80).
       working-storage section.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-expiry-days picture 9(4).
       01  ws-timeout-mins picture 9(6).
       01  ws-field-1 pic x(16).
       01  ws-field-2 pic x(16).
       01  ws-window :tp-int:.
       01  ws-cutoff picture 9(14).
       01  ws-until picture 9(14).
       01  ws-until-stamp pic x(14).
       01  ws-now-stamp pic x(14).
       01  ws-s-author pic x(26).
       01  ws-s-stamp pic x(14).
       01  ws-active-count picture 9(4).
       01  ws-strike-no picture 9(4).
       01  ws-strike-disp picture z(3)9.
       01  ws-server-id pic x(26).
       01  ws-author-name pic x(32).
       01  ws-note-text pic x(200).
       01  ws-dm-text pic x(200)
           value "A note from the moderators: your message broke the"
           & " posting policy again and was removed. A further"
           & " breach will earn a timeout.".
       01  ws-alert-text pic x(200).
       01  ws-audit-text pic x(200).
       01  ws-log-line pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       01  ls-author-id picture x(26).
       01  ls-term picture x(40).
       01  ls-action picture x(8).
       procedure division using by reference ls-config
           by value ls-target
           by value ls-author-id
           by value ls-term
           by reference ls-action.
           perform load-policy.
           compute ws-window = ws-expiry-days * 86400.
           call static "rv-stamp-minus-secs" using
               by value ws-window
               by reference ws-cutoff end-call.
           perform count-active-strikes.
           compute ws-strike-no = ws-active-count + 1.
           evaluate ws-strike-no
               when 1
                   move "WARN" to ls-action
               when 2
                   move "DM" to ls-action
               when 3
                   move "TIMEOUT" to ls-action
               when other
                   move "REFER" to ls-action
           end-evaluate.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-author-name end-call.
           evaluate ls-action
               when "DM"
                   perform send-moderator-dm
               when "TIMEOUT"
                   perform apply-timeout
           end-evaluate.
           if ls-action is equal to "REFER"
               perform refer-to-admins
           end-if.
           perform append-strike.
           move ws-strike-no to ws-strike-disp.
           move spaces to ws-audit-text.
           string "strike " delimited by size
               function trim(ws-strike-disp) delimited by size
               " " delimited by size
               ls-action delimited by space
               " term=" delimited by size
               function trim(ls-term) delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "STK"
               by value ls-target
               by value spaces
               by value "rv-strike-record"
               by value ws-audit-text
               by value ws-author-name end-call.
           move 0 to return-code.
           goback.
      *-----------------------------------------------------------------
       load-policy.
           move 30 to ws-expiry-days.
           move 60 to ws-timeout-mins.
           move 'N' to ws-eof.
           open input sharing with all fs-policy.
           perform until ws-at-eof
               read fs-policy
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-policy-line(1:1) is not equal to space
                           and fs-policy-line(1:1) is not equal to '*'
                           perform parse-policy-line
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-policy.
      *-----------------------------------------------------------------
       parse-policy-line.
           move spaces to ws-field-1, ws-field-2.
           unstring fs-policy-line delimited by ","
               into ws-field-1 ws-field-2
           end-unstring.
           if ws-field-1 is not equal to spaces
               and function test-numval(ws-field-1) is equal to zero
               and function numval(ws-field-1) is greater than zero
               move function numval(ws-field-1) to ws-expiry-days
           end-if.
           if ws-field-2 is not equal to spaces
               and function test-numval(ws-field-2) is equal to zero
               and function numval(ws-field-2) is greater than zero
               move function numval(ws-field-2) to ws-timeout-mins
           end-if.
      *-----------------------------------------------------------------
       count-active-strikes.
           move zero to ws-active-count.
           move 'N' to ws-eof.
           open input sharing with all fs-strikes.
           perform until ws-at-eof
               read fs-strikes
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-s-author, ws-s-stamp
                       unstring fs-strike-line delimited by ","
                           into ws-s-author ws-s-stamp
                       end-unstring
                       if ws-s-author is equal to ls-author-id
                           and ws-s-stamp is not less than ws-cutoff
                           add 1 to ws-active-count
                       end-if
               end-read
           end-perform.
           close fs-strikes.
      *-----------------------------------------------------------------
      *Wording editable under the STRIKE_DM templates.txt key.
       send-moderator-dm.
           move ws-dm-text to ws-note-text.
           call static "rv-template-lookup" using by reference ls-config
               by value "STRIKE_DM"
               by reference ws-note-text end-call.
           call static "rv-dm-user-now" using by reference ls-config
               by value ls-author-id
               by value ws-note-text end-call.
           move 0 to return-code.
      *-----------------------------------------------------------------
      *rv-stamp-minus-secs with a negative span gives a stamp in the
      *future - the end of the timeout.
       apply-timeout.
           call static "rv-query-channel-server" using
               by reference ls-config
               by value ls-target
               by reference ws-server-id end-call.
           if ws-server-id is equal to spaces
               move "REFER" to ls-action
               perform log-timeout-failure
               exit paragraph
           end-if.
           compute ws-window = 0 - ws-timeout-mins * 60.
           call static "rv-stamp-minus-secs" using
               by value ws-window
               by reference ws-until end-call.
           move ws-until to ws-until-stamp.
           call static "rv-timeout-member" using
               by reference ls-config
               by value ws-server-id
               by value ls-author-id
               by value ws-until-stamp end-call.
           if return-code is not equal to zero
               move "REFER" to ls-action
               perform log-timeout-failure
           end-if.
           move 0 to return-code.
      *-----------------------------------------------------------------
       log-timeout-failure.
           move spaces to ws-log-line.
           string "[MOD] timeout for " delimited by size
               ls-author-id delimited by size
               " refused by the API - referring to admins instead"
                   delimited by size
               into ws-log-line
           end-string.
           call static "rv-log" using by value "WARN "
               by value ws-log-line end-call.
      *-----------------------------------------------------------------
       refer-to-admins.
           move ws-strike-no to ws-strike-disp.
           move spaces to ws-alert-text.
           string "Moderation referral: " delimited by size
               function trim(ws-author-name) delimited by size
               " (" delimited by size
               ls-author-id delimited by size
               ") has " delimited by size
               function trim(ws-strike-disp) delimited by size
               " active strikes, latest in <#" delimited by size
               ls-target delimited by space
               "> - review with &STRIKES." delimited by size
               into ws-alert-text
           end-string.
           call static "rv-ops-alert" using by reference ls-config
               by value ws-alert-text end-call.
           move 0 to return-code.
      *-----------------------------------------------------------------
       append-strike.
           move function current-date(1:14) to ws-now-stamp.
           move spaces to fs-strike-line.
           open extend fs-strikes.
           string ls-author-id delimited by size
               "," delimited by size
               ws-now-stamp delimited by size
               "," delimited by size
               ls-target delimited by space
               "," delimited by size
               ls-action delimited by space
               "," delimited by size
               function trim(ls-term) delimited by size
               into fs-strike-line
           end-string.
           write fs-strike-line end-write.
           close fs-strikes.
       end program rv-strike-record.
      ******************************************************************
      *&STRIKES / &PARDON - the admins' view of, and correction to,
      *the strike ledger (admin-only, see ws-admin-only-programs in
      *rv-dispatch-cmd).
       identification division.
       program-id. rv-cmd-strikes.
       environment division.
       input-output section.
       file-control.
           select optional fs-strikes assign to "strikes.dat"
           organization is line sequential.
           select fs-strikes-tmp assign to "strikes.dat.tmp"
           organization is line sequential.
           select optional fs-policy assign to "strikepol.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-strikes.
       01  fs-strike-line pic x(160).
       fd  fs-strikes-tmp.
       01  fs-strikes-tmp-line pic x(160).
       fd  fs-policy.
       01  fs-policy-line pic x(80).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-user-word pic x(64).
       01  ws-number-word pic x(16).
       01  ws-parse-ptr picture 9(8).
       01  ws-is-pardon pic x value 'N'.
           88 ws-pardoning value 'Y'.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-user-id pic x(26).
       01  ws-user-wk pic x(64).
       01  ws-user-name pic x(32).
       01  ws-admin-name pic x(32).
       01  ws-expiry-days picture 9(4).
       01  ws-field-1 pic x(16).
       01  ws-window :tp-int:.
       01  ws-cutoff picture 9(14).
       01  ws-s-author pic x(26).
       01  ws-s-stamp pic x(14).
       01  ws-s-channel pic x(26).
       01  ws-s-action pic x(8).
       01  ws-s-term pic x(40).
       01  ws-strike-no picture 9(4).
       01  ws-strike-disp picture z(3)9.
       01  ws-active-count picture 9(4).
       01  ws-active-disp picture z(3)9.
       01  ws-total-disp picture z(3)9.
       01  ws-days-disp picture z(3)9.
       01  ws-pardon-no picture 9(4).
       01  ws-pardon-line pic x(160).
       01  ws-reply-ptr picture 9(8).
       01  ws-list-lines picture 9(4).
       01  ws-reply-text pic x(200).
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
           move spaces to ws-cmd-word, ws-user-word, ws-number-word.
           move 1 to ws-parse-ptr.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-user-word ws-number-word
               with pointer ws-parse-ptr
           end-unstring.
           move 'N' to ws-is-pardon.
           if function upper-case(ws-cmd-word) is equal to "&PARDON"
               move 'Y' to ws-is-pardon
           end-if.
           perform resolve-user.
           if ws-user-id is equal to spaces
               move "Usage: &STRIKES <@user> | &PARDON <@user>"
                   & " [strike number]" to ws-reply-text
               perform reply-text-only
               perform send-reply
               goback
           end-if.
           perform load-expiry.
           compute ws-window = ws-expiry-days * 86400.
           call static "rv-stamp-minus-secs" using
               by value ws-window
               by reference ws-cutoff end-call.
           call static "rv-user-name" using by reference ls-config
               by value ws-user-id
               by reference ws-user-name end-call.
           if ws-pardoning
               perform pardon-strike
           else
               perform list-strikes
           end-if.
           perform send-reply.
           goback.
      *-----------------------------------------------------------------
      *"<@ULID>" mention, a bare id, or a name through the user
      *directory - the same forms &TICKET ASSIGN takes.
       resolve-user.
           move spaces to ws-user-id.
           if ws-user-word is equal to spaces
               exit paragraph
           end-if.
           if ws-user-word(1:2) is equal to "<@"
               move ws-user-word(3:26) to ws-user-id
               exit paragraph
           end-if.
           move ws-user-word to ws-user-wk.
           if ws-user-wk(1:1) is equal to '@'
               move ws-user-word(2:) to ws-user-wk
           end-if.
           if ws-user-wk(27:1) is equal to space
               and function length(function trim(ws-user-wk))
                   is equal to 26
               move ws-user-wk(1:26) to ws-user-id
               exit paragraph
           end-if.
           call static "rv-user-id" using
               by value ws-user-wk(1:32)
               by reference ws-user-id end-call.
      *-----------------------------------------------------------------
       load-expiry.
           move 30 to ws-expiry-days.
           move 'N' to ws-eof.
           open input sharing with all fs-policy.
           perform until ws-at-eof
               read fs-policy
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-policy-line(1:1) is not equal to space
                           and fs-policy-line(1:1) is not equal to '*'
                           move spaces to ws-field-1
                           unstring fs-policy-line delimited by ","
                               into ws-field-1
                           end-unstring
                           if ws-field-1 is not equal to spaces
                               and function test-numval(ws-field-1)
                                   is equal to zero
                               and function numval(ws-field-1)
                                   is greater than zero
                               move function numval(ws-field-1)
                                   to ws-expiry-days
                           end-if
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-policy.
      *-----------------------------------------------------------------
       parse-strike-line.
           move spaces to ws-s-author, ws-s-stamp, ws-s-channel,
               ws-s-action, ws-s-term.
           unstring fs-strike-line delimited by ","
               into ws-s-author ws-s-stamp ws-s-channel ws-s-action
                    ws-s-term
           end-unstring.
      *-----------------------------------------------------------------
      *One line per strike, numbered in ledger order - the numbers
      *&PARDON takes. The listing stops at twenty lines; the count
      *line still covers them all.
       list-strikes.
           initialize ws-msg.
           move zero to ws-strike-no, ws-active-count, ws-list-lines.
           move 1 to ws-reply-ptr.
           string "Strikes for " delimited by size
               function trim(ws-user-name) delimited by size
               ":" delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move 'N' to ws-eof.
           open input sharing with all fs-strikes.
           perform until ws-at-eof
               read fs-strikes
                   at end move 'Y' to ws-eof
                   not at end
                       perform parse-strike-line
                       if ws-s-author is equal to ws-user-id
                           perform list-one-strike
                       end-if
               end-read
           end-perform.
           close fs-strikes.
           move ws-active-count to ws-active-disp.
           move ws-strike-no to ws-total-disp.
           move ws-expiry-days to ws-days-disp.
           string x'0a' delimited by size
               function trim(ws-active-disp) delimited by size
               " active of " delimited by size
               function trim(ws-total-disp) delimited by size
               " on record (strikes expire after " delimited by size
               function trim(ws-days-disp) delimited by size
               " days)." delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
       list-one-strike.
           add 1 to ws-strike-no.
           if ws-s-stamp is not less than ws-cutoff
               add 1 to ws-active-count
           end-if.
           if ws-list-lines is not less than 20
               exit paragraph
           end-if.
           add 1 to ws-list-lines.
           move ws-strike-no to ws-strike-disp.
           string x'0a' delimited by size
               function trim(ws-strike-disp) delimited by size
               ". " delimited by size
               ws-s-stamp(1:4) delimited by size
               "-" delimited by size
               ws-s-stamp(5:2) delimited by size
               "-" delimited by size
               ws-s-stamp(7:2) delimited by size
               " " delimited by size
               ws-s-stamp(9:2) delimited by size
               ":" delimited by size
               ws-s-stamp(11:2) delimited by size
               " <#" delimited by size
               ws-s-channel delimited by space
               "> " delimited by size
               ws-s-action delimited by space
               " - " delimited by size
               function trim(ws-s-term) delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           if ws-s-stamp is less than ws-cutoff
               string " (expired)" delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
      *-----------------------------------------------------------------
      *Which strike goes - the numbered one, or else the user's most
      *recent active strike - then the ledger is rewritten without
      *it, write-temp-then-rename.
       pardon-strike.
           move zero to ws-pardon-no.
           if ws-number-word is not equal to spaces
               if function test-numval(ws-number-word) is not equal
                   to zero
                   move "The strike number must be a number, as"
                       & " &STRIKES lists them." to ws-reply-text
                   perform reply-text-only
                   exit paragraph
               end-if
               move function numval(ws-number-word) to ws-pardon-no
           end-if.
           move spaces to ws-pardon-line.
           move zero to ws-strike-no.
           move 'N' to ws-eof.
           open input sharing with all fs-strikes.
           perform until ws-at-eof
               read fs-strikes
                   at end move 'Y' to ws-eof
                   not at end
                       perform parse-strike-line
                       if ws-s-author is equal to ws-user-id
                           add 1 to ws-strike-no
                           perform pick-pardon-line
                       end-if
               end-read
           end-perform.
           close fs-strikes.
           if ws-pardon-line is equal to spaces
               move spaces to ws-reply-text
               string "No such strike for " delimited by size
                   function trim(ws-user-name) delimited by size
                   " - see &STRIKES." delimited by size
                   into ws-reply-text
               end-string
               perform reply-text-only
               exit paragraph
           end-if.
           move ws-pardon-line to fs-strike-line.
           perform parse-strike-line.
           perform rewrite-without-pardoned.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-admin-name end-call.
           move spaces to ws-audit-text.
           string "pardon " delimited by size
               ws-user-id delimited by size
               " strike " delimited by size
               ws-s-stamp delimited by size
               " " delimited by size
               ws-s-action delimited by space
               " term=" delimited by size
               function trim(ws-s-term) delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "STK"
               by value ls-target
               by value spaces
               by value "rv-cmd-strikes"
               by value ws-audit-text
               by value ws-admin-name end-call.
           move spaces to ws-reply-text.
           string "Pardoned " delimited by size
               function trim(ws-user-name) delimited by size
               " for the " delimited by size
               ws-s-action delimited by space
               " strike of " delimited by size
               ws-s-stamp(1:4) delimited by size
               "-" delimited by size
               ws-s-stamp(5:2) delimited by size
               "-" delimited by size
               ws-s-stamp(7:2) delimited by size
               "." delimited by size
               into ws-reply-text
           end-string.
           perform reply-text-only.
      *-----------------------------------------------------------------
       pick-pardon-line.
           if ws-pardon-no is not equal to zero
               if ws-strike-no is equal to ws-pardon-no
                   move fs-strike-line to ws-pardon-line
               end-if
               exit paragraph
           end-if.
           if ws-s-stamp is not less than ws-cutoff
               move fs-strike-line to ws-pardon-line
           end-if.
      *-----------------------------------------------------------------
      *Drops the first ledger line identical to the chosen one - a
      *stamp to the second plus the author makes it unique in
      *practice.
       rewrite-without-pardoned.
           move 'N' to ws-eof.
           open output fs-strikes-tmp.
           open input sharing with all fs-strikes.
           perform until ws-at-eof
               read fs-strikes
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-strike-line is equal to ws-pardon-line
                           move spaces to ws-pardon-line
                       else
                           write fs-strikes-tmp-line
                               from fs-strike-line end-write
                       end-if
               end-read
           end-perform.
           close fs-strikes.
           close fs-strikes-tmp.
           call "CBL_RENAME_FILE" using "strikes.dat.tmp"
               "strikes.dat" end-call.
      *-----------------------------------------------------------------
       reply-text-only.
           initialize ws-msg.
           move ws-reply-text to ws-content in ws-msg.
      *-----------------------------------------------------------------
       send-reply.
      *Thread the reply to the triggering message (see rv-send-msg).
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
       end program rv-cmd-strikes.

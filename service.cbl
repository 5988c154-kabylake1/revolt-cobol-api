       copy "cabi.cpy".
      ******************************************************************
      *Service catalogue - who owns what. services.txt names each
      *service once, with the team that owns it, how that team is
      *paged, how much the business leans on it and the channels
      *that belong to it:
      *    service,team,owner,criticality[,alert-channel]:chan,...
      *e.g.
      *    Payments,Payments Ops,payroster.txt,HIGH,<#alerts>:<chan>
      *    Wiki,Docs,<@01H8X9K2M3N4P5Q6R7S8T9V0W1>,LOW:<chan>,<chan>
      *The owner is a roster file (roster.txt format, with its own
      *"<name>.override.txt" for leave and swaps - rv-roster-lookup-
      *file, roster.cbl) or a single named person. The channel list
      *takes raw ids or <#mentions>, like groups.txt. A leading "*"
      *marks a comment line. Re-read on every lookup, so the
      *catalogue is edited without a restart.
      *What the catalogue drives:
      *  - rv-traffic-monitor (traffic.cbl) tags a silence or spike
      *    on a catalogued channel with its service, and rv-ops-alert
      *    (api.cbl) pages that team's on-call in the team's alert
      *    channel instead of the ops channel;
      *  - rv-check-escalations (tick.cbl) re-posts an unacknowledged
      *    alert of a catalogued service to the team's on-call, and
      *    the level-2 ticket is theirs too;
      *  - &TICKET OPEN (ticket.cbl) and the nightly intake
      *    (intake.cbl) assign a ticket opened on a catalogued
      *    channel to the team's on-call;
      *  - &INCIDENT (program.cbl) records the affected service;
      *  - &SERVICE (rv-cmd-service, below) answers "who owns this
      *    channel".
      *Channels outside the catalogue keep the general duty officer
      *(roster.txt) exactly as before.
       identification division.
       program-id. rv-service-lookup.
       environment division.
       input-output section.
       file-control.
           select optional fs-services assign to "services.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-services.
       01  fs-service-line pic x(600).
       working-storage section.
       01  ws-svc-eof pic x value 'N'.
           88 ws-at-svc-eof value 'Y'.
       01  ws-svc-found pic x value 'N'.
           88 ws-svc-was-found value 'Y'.
       01  ws-head pic x(200).
       01  ws-chan-list pic x(440).
       01  ws-line-name pic x(32).
       01  ws-line-team pic x(32).
       01  ws-line-owner pic x(64).
       01  ws-line-crit pic x(8).
       01  ws-line-alert pic x(32).
       01  ws-key-upper pic x(32).
       01  ws-name-upper pic x(32).
       01  ws-hit-pos picture 9(4).
       01  ws-owner-len picture 9(4).
       01  ws-ext-pos picture 9(4).
       01  ws-owner-ext pic x(4).
       01  ws-roster-name pic x(64).
       01  ws-override-name pic x(64).
       01  ws-owner-wk pic x(32).
       linkage section.
       01  ls-key pic x(32).
       01  ls-mode pic x.
           88 ls-by-channel value 'C'.
           88 ls-by-name value 'N'.
       copy "rsvc.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by value ls-key
           by value ls-mode
           by reference ls-svc.
           initialize ls-svc.
           move 1 to return-code.
           if ls-key is equal to spaces
               goback
           end-if.
           move function upper-case(ls-key) to ws-key-upper.
           move 'N' to ws-svc-found.
           move 'N' to ws-svc-eof.
           open input sharing with all fs-services.
           perform until ws-at-svc-eof or ws-svc-was-found
               read fs-services
                   at end move 'Y' to ws-svc-eof
                   not at end perform match-service-line
               end-read
           end-perform.
           close fs-services.
           if not ws-svc-was-found
               goback
           end-if.
           perform resolve-owner.
           move 0 to return-code.
           goback.
      *-----------------------------------------------------------------
      *Ids are fixed-width ULIDs, so the substring scan of the
      *channel list can only match a whole entry - the same test the
      *groups.txt readers use.
       match-service-line.
           if fs-service-line(1:1) is equal to space
               or fs-service-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-head, ws-chan-list.
           unstring fs-service-line delimited by ":"
               into ws-head ws-chan-list
           end-unstring.
           move spaces to ws-line-name, ws-line-team, ws-line-owner,
               ws-line-crit, ws-line-alert.
           unstring ws-head delimited by ","
               into ws-line-name ws-line-team ws-line-owner
                    ws-line-crit ws-line-alert
           end-unstring.
           if ls-by-name
               move function upper-case(function trim(ws-line-name))
                   to ws-name-upper
               if ws-name-upper is not equal to
                   function trim(ws-key-upper)
                   exit paragraph
               end-if
           else
               move zero to ws-hit-pos
               inspect ws-chan-list tallying ws-hit-pos
                   for characters before initial ls-key(1:26)
               if ws-hit-pos is not less than length of ws-chan-list
                   exit paragraph
               end-if
           end-if.
           move 'Y' to ws-svc-found.
           move function trim(ws-line-name) to ls-svc-name.
           move function trim(ws-line-team) to ls-svc-team.
           move function trim(ws-line-owner) to ls-svc-owner.
           move function upper-case(function trim(ws-line-crit))
               to ls-svc-criticality.
           move function trim(ws-line-alert) to ws-line-alert.
           if ws-line-alert(1:2) is equal to "<#"
               move ws-line-alert(3:26) to ls-svc-alert-channel
           else
               move ws-line-alert(1:26) to ls-svc-alert-channel
           end-if.
           move ws-chan-list to ls-svc-channels.
      *-----------------------------------------------------------------
      *A roster file answers with whoever it has on right now; a
      *named person is always the answer.
       resolve-owner.
           if ls-svc-owner is equal to spaces
               exit paragraph
           end-if.
           move function length(function trim(ls-svc-owner))
               to ws-owner-len.
           move spaces to ws-owner-ext.
           if ws-owner-len is greater than 4
               compute ws-ext-pos = ws-owner-len - 3
               move ls-svc-owner(ws-ext-pos:4) to ws-owner-ext
               move function upper-case(ws-owner-ext) to ws-owner-ext
           end-if.
           if ws-owner-ext is equal to ".TXT"
               move ls-svc-owner to ws-roster-name
               move spaces to ws-override-name
               subtract 1 from ws-ext-pos
               string ls-svc-owner(1:ws-ext-pos) delimited by size
                   ".override.txt" delimited by size
                   into ws-override-name
               end-string
               call static "rv-roster-lookup-file" using
                   by value ws-roster-name
                   by value ws-override-name
                   by reference ls-svc-duty-id end-call
               exit paragraph
           end-if.
           if ls-svc-owner(1:2) is equal to "<@"
               move ls-svc-owner(3:26) to ls-svc-duty-id
               exit paragraph
           end-if.
           move ls-svc-owner(1:32) to ws-owner-wk.
           if ws-owner-wk(1:1) is equal to '@'
               move ls-svc-owner(2:32) to ws-owner-wk
           end-if.
           if ws-owner-len is equal to 26
               move ws-owner-wk(1:26) to ls-svc-duty-id
           else
               call static "rv-user-id" using
                   by value ws-owner-wk
                   by reference ls-svc-duty-id end-call
           end-if.
       end program rv-service-lookup.
      ******************************************************************
      *&SERVICE - who owns a channel, straight from the catalogue.
      *    &SERVICE               - this channel
      *    &SERVICE <#channel>    - that channel (or a raw id)
      *    &SERVICE <name>        - that service by name
      *    &SERVICE LIST          - every service and who is on now
      *The answer names the service, owning team and criticality,
      *and mentions the team's on-call so the asker can click
      *through. A channel outside the catalogue is covered by the
      *general duty officer, and the reply says so.
       identification division.
       program-id. rv-cmd-service.
       environment division.
       input-output section.
       file-control.
           select optional fs-services assign to "services.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-services.
       01  fs-service-line pic x(600).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       copy "rsvc.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-arg-text pic x(200).
       01  ws-parse-ptr picture 9(8).
       01  ws-key pic x(32).
       01  ws-mode pic x.
       01  ws-channel pic x(26).
       01  ws-duty-name pic x(32).
       01  ws-line-name pic x(32).
       01  ws-svc-eof pic x value 'N'.
           88 ws-at-svc-eof value 'Y'.
       01  ws-list-count picture 9(4).
       01  ws-reply-text pic x(400).
       01  ws-reply-ptr picture 9(8).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-arg-text.
           move 1 to ws-parse-ptr.
           unstring ls-content delimited by all spaces
               into ws-cmd-word
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of ls-content
               move function trim(ls-content(ws-parse-ptr:))
                   to ws-arg-text
           end-if.
           initialize ws-msg.
      *Thread the reply to the triggering message (see rv-send-msg).
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           evaluate true
               when function upper-case(ws-arg-text) is equal to
                   "LIST"
                   perform list-services
               when ws-arg-text is equal to spaces
                   or function upper-case(ws-arg-text) is equal to
                       "HERE"
                   move ls-target to ws-channel
                   perform show-channel
               when ws-arg-text(1:2) is equal to "<#"
                   move ws-arg-text(3:26) to ws-channel
                   perform show-channel
               when ws-arg-text(27:1) is equal to space
                   and ws-arg-text(26:1) is not equal to space
                   and ws-arg-text(1:26) is equal to
                       function upper-case(ws-arg-text(1:26))
                   move ws-arg-text(1:26) to ws-channel
                   perform show-channel
               when other
                   perform show-named
           end-evaluate.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
           goback.
      *-----------------------------------------------------------------
       show-channel.
           move ws-channel to ws-key.
           move 'C' to ws-mode.
           call static "rv-service-lookup" using
               by value ws-key
               by value ws-mode
               by reference ws-svc end-call.
           if return-code is not equal to zero
               move spaces to ws-content in ws-msg
               string
                   "<#" delimited by size
                   ws-channel delimited by size
                   "> is not in the service catalogue - the duty"
                       delimited by size
                   " officer (&ONCALL) covers it." delimited by size
                   into ws-content in ws-msg
               end-string
               exit paragraph
           end-if.
           move spaces to ws-reply-text.
           move 1 to ws-reply-ptr.
           string
               "<#" delimited by size
               ws-channel delimited by size
               "> belongs to " delimited by size
               into ws-reply-text
               with pointer ws-reply-ptr
           end-string.
           perform describe-service.
           move ws-reply-text to ws-content in ws-msg.
      *-----------------------------------------------------------------
       show-named.
           move ws-arg-text(1:32) to ws-key.
           move 'N' to ws-mode.
           call static "rv-service-lookup" using
               by value ws-key
               by value ws-mode
               by reference ws-svc end-call.
           if return-code is not equal to zero
               move spaces to ws-content in ws-msg
               string
                   "No service called " delimited by size
                   function trim(ws-arg-text) delimited by size
                   " in services.txt. Usage: &SERVICE [<#channel>|"
                       delimited by size
                   "<name>|LIST]" delimited by size
                   into ws-content in ws-msg
               end-string
               exit paragraph
           end-if.
           move spaces to ws-reply-text.
           move 1 to ws-reply-ptr.
           perform describe-service.
           move ws-reply-text to ws-content in ws-msg.
      *-----------------------------------------------------------------
      *"Payments (team Payments Ops, HIGH) - on call: Name <@id>" on
      *the end of ws-reply-text.
       describe-service.
           string
               function trim(ws-svc-name) delimited by size
               " (team " delimited by size
               function trim(ws-svc-team) delimited by size
               into ws-reply-text
               with pointer ws-reply-ptr
           end-string.
           if ws-svc-criticality is not equal to spaces
               string
                   ", " delimited by size
                   function trim(ws-svc-criticality) delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           if ws-svc-duty-id(1:1) is equal to space
               string
                   ") - nobody on call in " delimited by size
                   function trim(ws-svc-owner) delimited by size
                   " right now" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
               exit paragraph
           end-if.
           call static "rv-user-name" using by reference ls-config
               by value ws-svc-duty-id
               by reference ws-duty-name end-call.
           string
               ") - on call: " delimited by size
               function trim(ws-duty-name) delimited by size
               " <@" delimited by size
               ws-svc-duty-id delimited by size
               ">" delimited by size
               into ws-reply-text
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
       list-services.
           move zero to ws-list-count.
           move 1 to ws-parse-ptr.
           move spaces to ws-content in ws-msg.
           string "Service catalogue:" x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-parse-ptr
           end-string.
           move 'N' to ws-svc-eof.
           open input sharing with all fs-services.
           perform until ws-at-svc-eof
               read fs-services
                   at end move 'Y' to ws-svc-eof
                   not at end perform list-one-service
               end-read
           end-perform.
           close fs-services.
           if ws-list-count is equal to zero
               move "The service catalogue (services.txt) is empty."
                   to ws-content in ws-msg
           end-if.
      *-----------------------------------------------------------------
       list-one-service.
           if fs-service-line(1:1) is equal to space
               or fs-service-line(1:1) is equal to '*'
               or ws-list-count is not less than 40
               exit paragraph
           end-if.
           move spaces to ws-line-name.
           unstring fs-service-line delimited by "," or ":"
               into ws-line-name
           end-unstring.
           move function trim(ws-line-name) to ws-key.
           move 'N' to ws-mode.
           call static "rv-service-lookup" using
               by value ws-key
               by value ws-mode
               by reference ws-svc end-call.
           if return-code is not equal to zero
               exit paragraph
           end-if.
           add 1 to ws-list-count.
           move spaces to ws-reply-text.
           move 1 to ws-reply-ptr.
           string "  " delimited by size
               into ws-reply-text
               with pointer ws-reply-ptr
           end-string.
           perform describe-service.
           string
               function trim(ws-reply-text trailing) delimited by size
               x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-parse-ptr
           end-string.
       end program rv-cmd-service.

      *by the poster like any other send, and always written to
      *bot.log - which is all that happens when no ops channel is
      *configured.
      *An alert whose text leads with "[service] " belongs to that
      *service-catalogue entry (services.txt, service.cbl): it goes
      *to the owning team's alert channel (the ops channel when the
      *entry names none) and mentions the team's on-call.
       identification division.
       program-id. rv-ops-alert.
       data division.
       01  ws-mail-key pic x(16) value "1".
       01  ws-mail-subject pic x(80)
           value "Ops alert from the Revolt bot".
      *Storm gate (rv-alert-storm, storm.cbl) - fields sized to its
      *linkage.
       01  ws-storm-action pic x(8).
       01  ws-storm-source pic x(16) value "OPS-ALERT".
       01  ws-storm-state pic x.
       01  ws-storm-msg-id pic x(26).
       01  ws-storm-channel pic x(26).
       01  ws-storm-count picture 9(6).
       01  ws-storm-count-disp picture zzzzz9.
       01  ws-audit-text pic x(200).
       01  ws-post-channel pic x(26).
       01  ws-svc-key pic x(32).
       01  ws-svc-mode pic x value 'N'.
       copy "rsvc.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-alert-text picture x(200).
       procedure division using by reference ls-config
           by value ls-alert-text.
      *A repeat of an alert still inside its storm window doesn't
      *post, page or track again - the first post's count goes up
      *instead.
           move "CHECK" to ws-storm-action.
           call static "rv-alert-storm" using
               by value ws-storm-action
               by value ws-storm-source
               by value ls-alert-text
               by reference ws-storm-state
               by reference ws-storm-msg-id
               by reference ws-storm-channel
               by reference ws-storm-count end-call.
           if ws-storm-state is equal to 'R'
               perform collapse-repeat
               goback
           end-if.
           move spaces to ws-log-line.
           string "[API] ALERT: " delimited by size
               ls-alert-text delimited by size
               by value ws-mail-key
               by value ws-mail-subject
               by value ls-alert-text end-call.
           perform find-owning-service.
           if ws-post-channel(1:1) is equal to space
               goback
           end-if.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           if ws-svc-duty-id(1:1) is not equal to space
               string "ALERT: <@" delimited by size
                   ws-svc-duty-id delimited by space
                   "> " delimited by size
                   function trim(ls-alert-text) delimited by size
                   into ws-content in ws-msg
               end-string
           else
               string "ALERT: " delimited by size
                   function trim(ls-alert-text) delimited by size
                   into ws-content in ws-msg
               end-string
           end-if.
      *Posted directly (not spooled) so the created message id can
      *go straight into the pending-acknowledgement store - an alert
      *nobody checkmarks within the window gets re-posted with an
      *escalation mention (rv-check-escalations, tick.cbl).
           call static "rv-post-msg" using by reference ls-config
               by value ws-post-channel
               by content ws-msg end-call.
           if return-code is equal to zero
               and ls-last-sent-msg-id(1:1) is not equal to space
               call static "rv-alert-track" using
                   by value ls-last-sent-msg-id
                   by value ws-post-channel
                   by value "1"
                   by value ls-alert-text end-call
               move "BIND" to ws-storm-action
               move ls-last-sent-msg-id to ws-storm-msg-id
               move ws-post-channel to ws-storm-channel
               call static "rv-alert-storm" using
                   by value ws-storm-action
                   by value ws-storm-source
                   by value ls-alert-text
                   by reference ws-storm-state
                   by reference ws-storm-msg-id
                   by reference ws-storm-channel
                   by reference ws-storm-count end-call
           end-if.
           goback.
      *-----------------------------------------------------------------
      *No "[service] " tag, or one the catalogue doesn't know, leaves
      *the alert with the ops channel and no mention.
       find-owning-service.
           initialize ws-svc.
           move ls-ops-channel to ws-post-channel.
           if ls-alert-text(1:1) is not equal to "["
               exit paragraph
           end-if.
           move spaces to ws-svc-key.
           unstring ls-alert-text(2:) delimited by "]"
               into ws-svc-key
           end-unstring.
           call static "rv-service-lookup" using
               by value ws-svc-key
               by value ws-svc-mode
               by reference ws-svc end-call.
           if return-code is not equal to zero
               exit paragraph
           end-if.
           if ws-svc-alert-channel(1:1) is not equal to space
               move ws-svc-alert-channel to ws-post-channel
           end-if.
      *-----------------------------------------------------------------
      *The held-back repeat goes to the audit trail, and the running
      *count is edited into the first post when it made the channel.
       collapse-repeat.
           move ws-storm-count to ws-storm-count-disp.
           move spaces to ws-audit-text.
           string "repeat x" delimited by size
               function trim(ws-storm-count-disp) delimited by size
               " suppressed: " delimited by size
               function trim(ls-alert-text) delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "SUP"
               by value ws-storm-channel
               by value spaces
               by value "rv-ops-alert"
               by value ws-audit-text
               by value spaces end-call.
           if ws-storm-msg-id(1:1) is equal to space
               exit paragraph
           end-if.
      *The owner's mention stays on the edited post, as first sent.
           perform find-owning-service.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           if ws-svc-duty-id(1:1) is not equal to space
               string "ALERT: <@" delimited by size
                   ws-svc-duty-id delimited by space
                   "> " delimited by size
                   function trim(ls-alert-text) delimited by size
                   " (x" delimited by size
                   function trim(ws-storm-count-disp)
                       delimited by size
                   ")" delimited by size
                   into ws-content in ws-msg
               end-string
           else
               string "ALERT: " delimited by size
                   function trim(ls-alert-text) delimited by size
                   " (x" delimited by size
                   function trim(ws-storm-count-disp)
                       delimited by size
                   ")" delimited by size
                   into ws-content in ws-msg
               end-string
           end-if.
           call static "rv-edit-msg" using by reference ls-config
               by value ws-storm-channel
               by value ws-storm-msg-id
               by value ws-msg end-call.
       end program rv-ops-alert.
      ******************************************************************
      *Server member join/leave handling - log every one (so nobody
      *discovers a contractor was added weeks later), note it in the
      *audit trail, and greet a join in the designated welcome
      *channel with the house-rules template. Wording comes from the
      *WELCOME and RULES templates.txt keys. The audit line's text is
      *"userid serverid" - the monthly membership movement report
      *(rv-member-report, members.cbl) is built from these lines.
       identification division.
       program-id. rv-member-event.
       data division.
       01  ws-member-name pic x(32).
       01  ws-log-line picture x(200).
       01  ws-event-pgm pic x(30).
       01  ws-audit-text pic x(200).
       01  ws-welcome-text pic x(200) value "Welcome aboard!".
       01  ws-rules-text pic x(200)
           value "Please read the pinned house rules before "
                       ==:levl:== by ==01==.
       01  ls-kind picture x.
       01  ls-user-id picture x(26).
       01  ls-server-id picture x(26).
       procedure division using by reference ls-config
           by value ls-kind
           by value ls-user-id
           by value ls-server-id.
           call static "rv-user-name" using by reference ls-config
               by value ls-user-id
               by reference ws-member-name end-call.
           end-if.
           call static "rv-log" using by value "INFO "
               by value ws-log-line end-call.
           move spaces to ws-audit-text.
           string ls-user-id delimited by space
               " " delimited by size
               ls-server-id delimited by space
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "EVT"
               by value ls-welcome-channel
               by value spaces
               by value ws-event-pgm
               by value ws-audit-text
               by value ws-member-name end-call.
           if ls-kind is equal to 'J'
               and ls-welcome-channel(1:1) is not equal to space
      *single process and a single forever loop, so one run can post
      *as several distinct bot identities (e.g. a prod-alerts bot and
      *a dev-testing bot) without needing several processes. Most
      *installs only ever populate account 1 (from the vault's TOKEN
      *entry and server.txt); accounts 2-4 are only active when
      *rv-test-main's load-accounts found ACCOUNTn entries, and the loop
      *below is a no-op for any slot beyond ls-account-count.
       identification division.
       program-id. rv-init.
       environment division.
       input-output section.
       file-control.
           select fd-server assign to "server.txt"
           organization is line sequential.
           select optional fd-shutdown assign to "shutdown.request"
           organization is line sequential.
       data division.
       file section.
       fd  fd-server.
       01  fs-server picture x(80).
       fd  fd-shutdown.
                   goback
               end-if
           end-if.
      *This is now the active instance - the audit trail is written
      *from here, and other processes queue to it (rv-audit-log).
           call static "rv-bot-process" using by value "CLAIM"
               end-call.
           move 0 to return-code.
      *Read token from the credential vault (if needed)
           if ls-token(1:1) is equal to space then
               call static "rv-vault-token" using by reference ls-token
                   end-call
           end-if.
      *Read servername from token file (if needed)
           if ls-token(1:1) is equal to space then
           by value ls-target
           by value ls-msg
           returning omitted.
      *A replay run (rv-replay-day, replay.cbl) files the reply it
      *would have spooled and stops there - nothing is queued.
           if ls-replay-on
               call static "rv-replay-capture" using
                   by reference ls-config
                   by value ls-target
                   by reference ls-msg end-call
               goback
           end-if.
           perform build-queue-name.
      *Revolt rejects over-long content outright and the old path
      *just cut it at the field edge - split anything past one
      *
           initialize ws-response.
           initialize ls-last-sent-msg-id.
      *Same for a direct post under replay - filed, not sent, and so
      *no outbound ledger entry or OUT line either.
           if ls-replay-on
               call static "rv-replay-capture" using
                   by reference ls-config
                   by value ls-target
                   by reference ls-msg end-call
               goback
           end-if.
      *
           initialize ws-endpoint.
           string
      *rv-send-msg path. Zero in return-code means the note is on
      *its way; nonzero means the DM channel couldn't be opened and
      *the caller should fall back to whatever public behavior it
      *had before (denials do exactly that). This is the path for
      *non-urgent notices: during the user's quiet hours, or when
      *they take notices as a digest, rv-dm-defer (notify.cbl) holds
      *the note for later delivery and zero comes back at once.
      *Escalation pages and direct replies use rv-dm-user-now.
       identification division.
       program-id. rv-dm-user.
       data division.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-user-id picture x(26).
       01  ls-note-text picture x(200).
       procedure division using by reference ls-config
           by value ls-user-id
           by value ls-note-text.
           call static "rv-dm-defer" using by value ls-user-id
               by value ls-note-text end-call.
           if return-code is not equal to zero
               move 0 to return-code
               goback
           end-if.
           call static "rv-dm-user-now" using by reference ls-config
               by value ls-user-id
               by value ls-note-text end-call.
           goback.
       end program rv-dm-user.
      ******************************************************************
      *rv-dm-user without the quiet-hours check - same return-code.
       identification division.
       program-id. rv-dm-user-now.
       data division.
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
               by content ws-msg end-call.
           move 0 to return-code.
           goback.
       end program rv-dm-user-now.
      ******************************************************************
      *Which server does a channel belong to - one GET against the
      *channel object, for callers (the incident command) that have
           goback.
       end program rv-delete-msg.
      ******************************************************************
      *Delete a server channel outright - the last step of retiring
      *a dead one (rv-stale-react, stale.cbl). Same bodiless DELETE
      *as rv-delete-msg against the channel itself; http-request's
      *status rides back in return-code, zero for a deleted channel.
       identification division.
       program-id. rv-delete-channel.
       data division.
       working-storage section.
       01  ws-endpoint picture x(255).
       01  ws-response picture x(:rx-bufsize:).
       linkage section.
       01  ls-target picture x(26).
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target.
           initialize ws-response.
           initialize ws-endpoint.
           string
               ls-url delimited by space
               "/channels/" delimited by size
               ls-target delimited by size
               into ws-endpoint end-string.
           call "http-request" using by reference ls-config
               by content ws-endpoint
               by value "DELETE  "
               by reference ws-response end-call.
           goback.
       end program rv-delete-channel.
      ******************************************************************
      *Time a server member out until a server-clock stamp - the
      *third step of moderation enforcement (rv-strike-record,
      *strikes.cbl). A PATCH of the member object with an ISO-8601
      *"timeout"; http-request's status comes back in return-code,
      *zero for an applied timeout. The API reads the stamp as UTC,
      *so the server-clock stamp is taken back by the clock's own
      *offset (current-date's +hhmm) first, the way rv-ics-feed
      *(ics.cbl) builds its UTC stamps.
       identification division.
       program-id. rv-timeout-member.
       data division.
       working-storage section.
       copy "curl.cpy" replacing ==:pref:== by ==ws-==.
       01  ws-endpoint picture x(255).
       01  ws-response picture x(:rx-bufsize:).
       01  ws-body picture x(200).
       01  ws-count picture 9(8).
       01  ws-now-stamp pic x(21).
       01  ws-offset-mins picture s9(4).
       01  ws-epoch-base picture 9(8).
       01  ws-utc-secs picture s9(12).
       01  ws-utc-days picture 9(8).
       01  ws-utc-rem picture 9(8).
       01  ws-utc-date picture 9(8).
       01  ws-utc-hh picture 99.
       01  ws-utc-mi picture 99.
       01  ws-utc-ss picture 99.
       01  ws-utc-stamp pic x(14).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-server-id picture x(26).
       01  ls-user-id picture x(26).
       01  ls-until-stamp picture x(14).
       procedure division using by reference ls-config
           by value ls-server-id
           by value ls-user-id
           by value ls-until-stamp.
           initialize ws-response, ws-endpoint, ws-body.
           string
               ls-url delimited by space
               "/servers/" delimited by size
               ls-server-id delimited by size
               "/members/" delimited by size
               ls-user-id delimited by size
               into ws-endpoint end-string.
           move function current-date to ws-now-stamp.
           move zero to ws-offset-mins.
           if (ws-now-stamp(17:1) is equal to '+'
               or ws-now-stamp(17:1) is equal to '-')
               and ws-now-stamp(18:4) is numeric
               compute ws-offset-mins =
                   function numval(ws-now-stamp(18:2)) * 60
                   + function numval(ws-now-stamp(20:2))
               if ws-now-stamp(17:1) is equal to '-'
                   compute ws-offset-mins = 0 - ws-offset-mins
               end-if
           end-if.
           compute ws-epoch-base = function integer-of-date(19700101).
           compute ws-utc-secs =
               (function integer-of-date(
                   function numval(ls-until-stamp(1:8)))
                   - ws-epoch-base) * 86400
               + function numval(ls-until-stamp(9:2)) * 3600
               + function numval(ls-until-stamp(11:2)) * 60
               + function numval(ls-until-stamp(13:2))
               - ws-offset-mins * 60.
           divide ws-utc-secs by 86400 giving ws-utc-days
               remainder ws-utc-rem.
           move function date-of-integer(ws-epoch-base + ws-utc-days)
               to ws-utc-date.
           divide ws-utc-rem by 3600 giving ws-utc-hh
               remainder ws-utc-rem.
           divide ws-utc-rem by 60 giving ws-utc-mi
               remainder ws-utc-ss.
           string ws-utc-date ws-utc-hh ws-utc-mi ws-utc-ss
               delimited by size into ws-utc-stamp
           end-string.
           string
               '{"timeout":"' delimited by size
               ws-utc-stamp(1:4) delimited by size
               "-" delimited by size
               ws-utc-stamp(5:2) delimited by size
               "-" delimited by size
               ws-utc-stamp(7:2) delimited by size
               "T" delimited by size
               ws-utc-stamp(9:2) delimited by size
               ":" delimited by size
               ws-utc-stamp(11:2) delimited by size
               ":" delimited by size
               ws-utc-stamp(13:2) delimited by size
               'Z"}' delimited by size
               into ws-body end-string.
           initialize ws-count.
           compute ws-count =
               function length(function trim(ws-body)) + 1.
           move low-value to ws-body(ws-count:1).
           call "curl-easy-setopt" using by value ls-curl
               by value ws-curlopt-postfields
               by reference ws-body end-call.
           call "http-request" using by reference ls-config
               by content ws-endpoint
               by value "PATCH   "
               by reference ws-response end-call.
           goback.
       end program rv-timeout-member.
      ******************************************************************
      *Place a reaction on an existing message as the bot itself -
      *the receiving half always existed (rv-dispatch-reaction), but
      *every acknowledgement used to cost a full text reply. A
       01  ws-fixture-text picture x(:rx-bufsize:)
           value '{"_id":"dryrun0000000000000000","dry_run":true}'.
       01  ws-fixture-view picture x(:rx-bufsize:) based.
      *Per-call figures handed to rv-api-call-log once the retries
      *are settled - endpoint class, wall-clock time across every
      *attempt (backoff sleeps included), and how many of those
      *attempts Revolt answered 429. Fields sized to its linkage.
       01  ws-call-start.
           02 ws-call-start-hh picture 9(2).
           02 ws-call-start-mm picture 9(2).
           02 ws-call-start-sscc picture 9(4).
       01  ws-call-end.
           02 ws-call-end-hh picture 9(2).
           02 ws-call-end-mm picture 9(2).
           02 ws-call-end-sscc picture 9(4).
       01  ws-call-start-cs picture 9(8).
       01  ws-call-end-cs picture 9(8).
       01  ws-call-ms picture 9(8).
       01  ws-call-class picture x(8).
       01  ws-call-slot picture 9(1).
       01  ws-call-http picture 9(4).
       01  ws-call-curl picture 9(4).
       01  ws-call-retries picture 9(2).
       01  ws-call-429s picture 9(2).
       01  ws-ep-hits picture 9(4).
       01  ws-base-len picture 9(4).
       01  ws-revolt-host pic x value 'N'.
           88 ws-is-revolt-host value 'Y'.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
           move zero to ws-retry-count.
           move 1 to ws-retry-delay-secs.
           move 'Y' to ws-keep-retrying.
           move zero to ws-call-http, ws-call-429s.
           move function current-date(9:8) to ws-call-start.
           perform until ws-done-retrying
               move 'N' to ws-keep-retrying
               call "http-output-fill" using by value null
                   if ws-http-code is greater than or equal to 400
                       move ws-http-code to ws-final-rc
                   end-if
                   if ws-http-code is equal to 429
                       and ws-call-429s is less than 99
                       add 1 to ws-call-429s
                   end-if
                   if ws-http-code is equal to 429
                       or ws-http-code is greater than or equal to 500
                       add 1 to ws-retry-count
           else
               add 1 to ls-http-fail-streak
           end-if.
           perform record-call-figures.
           move ws-final-rc to return-code.
           goback.
      *-----------------------------------------------------------------
      *Elapsed time in hundredths of a second since midnight, start
      *and end, a call straddling midnight taking the day back.
       record-call-figures.
           move function current-date(9:8) to ws-call-end.
           compute ws-call-start-cs =
               ws-call-start-hh * 360000 + ws-call-start-mm * 6000
               + ws-call-start-sscc.
           compute ws-call-end-cs =
               ws-call-end-hh * 360000 + ws-call-end-mm * 6000
               + ws-call-end-sscc.
           if ws-call-end-cs is less than ws-call-start-cs
               add 8640000 to ws-call-end-cs
           end-if.
           compute ws-call-ms = (ws-call-end-cs - ws-call-start-cs)
               * 10.
           perform classify-endpoint.
           move ls-acct-slot to ws-call-slot.
           move ws-status to ws-call-curl.
           if ws-status is equal to zero
               move ws-http-code to ws-call-http
           end-if.
           if ws-retry-count is greater than ws-retry-max
               move ws-retry-max to ws-call-retries
           else
               move ws-retry-count to ws-call-retries
           end-if.
           call static "rv-api-call-log" using
               by value ws-call-class
               by value ws-call-slot
               by value ls-reqtype
               by value ws-call-http
               by value ws-call-curl
               by value ws-call-ms
               by value ws-call-retries
               by value ws-call-429s end-call.
      *-----------------------------------------------------------------
      *Which kind of Revolt call this was, off the endpoint's shape -
      *Autumn (files) first, since its URLs carry no /channels/. A
      *call to anywhere but the API, Autumn or Voso (a webhook
      *delivery to another team's receiver) is "external", which
      *rv-api-health keeps out of the Revolt figures.
       classify-endpoint.
           move "other" to ws-call-class.
           move zero to ws-ep-hits.
           inspect ls-endpoint(1:ws-count) tallying ws-ep-hits
               for all "/attachments".
           if ws-ep-hits is greater than zero
               if ls-reqtype(1:4) is equal to "POST"
                   move "upload" to ws-call-class
               else
                   move "download" to ws-call-class
               end-if
               exit paragraph
           end-if.
           move 'N' to ws-revolt-host.
           move zero to ws-base-len.
           inspect ls-url tallying ws-base-len
               for characters before initial space.
           if ws-base-len is greater than zero
               and ls-endpoint(1:ws-base-len) is equal to
                   ls-url(1:ws-base-len)
               move 'Y' to ws-revolt-host
           end-if.
           move zero to ws-base-len.
           inspect ls-autumn-base-url tallying ws-base-len
               for characters before initial space.
           if ws-base-len is greater than zero
               and ls-endpoint(1:ws-base-len) is equal to
                   ls-autumn-base-url(1:ws-base-len)
               move 'Y' to ws-revolt-host
           end-if.
           move zero to ws-base-len.
           inspect ls-voso-url tallying ws-base-len
               for characters before initial space.
           if ws-base-len is greater than zero
               and ls-endpoint(1:ws-base-len) is equal to
                   ls-voso-url(1:ws-base-len)
               move 'Y' to ws-revolt-host
           end-if.
           if not ws-is-revolt-host
               move "external" to ws-call-class
               exit paragraph
           end-if.
           inspect ls-endpoint(1:ws-count) tallying ws-ep-hits
               for all "/reactions/".
           if ws-ep-hits is greater than zero
               move "react" to ws-call-class
               exit paragraph
           end-if.
           inspect ls-endpoint(1:ws-count) tallying ws-ep-hits
               for all "/messages".
           if ws-ep-hits is greater than zero
               evaluate ls-reqtype(1:6)
                   when "POST  "
                       move "send" to ws-call-class
                   when "PATCH "
                       move "edit" to ws-call-class
                   when "DELETE"
                       move "delete" to ws-call-class
                   when other
                       move "history" to ws-call-class
               end-evaluate
               exit paragraph
           end-if.
           inspect ls-endpoint(1:ws-count) tallying ws-ep-hits
               for all "/dm".
           if ws-ep-hits is greater than zero
               move "dm-open" to ws-call-class
               exit paragraph
           end-if.
           inspect ls-endpoint(1:ws-count) tallying ws-ep-hits
               for all "/servers/".
           if ws-ep-hits is greater than zero
               move "server" to ws-call-class
               exit paragraph
           end-if.
           inspect ls-endpoint(1:ws-count) tallying ws-ep-hits
               for all "/channels/".
           if ws-ep-hits is greater than zero
               move "chaninfo" to ws-call-class
               exit paragraph
           end-if.
           inspect ls-endpoint(1:ws-count) tallying ws-ep-hits
               for all "/users/".
           if ws-ep-hits is greater than zero
               move "user" to ws-call-class
           end-if.
       end program http-request.
      ******************************************************************
      *One line per REST call, for rv-api-health (apihealth.cbl) -
      *"HHMMSScc,class,slot,method,http,curl,ms,retries,429s": the
      *endpoint class http-request worked out, the account slot, the
      *final HTTP status (zero when the transport itself failed, the
      *curl status then standing in the next field), wall-clock
      *milliseconds across every attempt, the retries spent and how
      *many attempts came back 429. Rolls daily
      *(apicalls.YYYYMMDD.log), kept open and pruned to the
      *logretain.txt window the same way rv-log keeps bot.log.
       identification division.
       program-id. rv-api-call-log.
       environment division.
       input-output section.
       file-control.
           select optional fs-calls assign to ws-calls-name
           organization is line sequential.
           select optional fs-retain assign to "logretain.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-calls.
       01  fs-calls-line pic x(80).
       fd  fs-retain.
       01  fs-retain-line pic x(48).
       working-storage section.
       01  ws-calls-line pic x(80).
       01  ws-calls-name pic x(32).
       01  ws-open-date pic x(8) value spaces.
       01  ws-file-state pic x value 'N'.
           88 ws-file-is-open value 'Y'.
       01  ws-now pic x(21).
       01  ws-today pic x(8).
       01  ws-retain-days picture 9(4) value zero.
       01  ws-retain-txt pic x(8).
       01  ws-retain-state pic x value 'N'.
           88 ws-retention-loaded value 'Y'.
       01  ws-prune-idx picture 9(4).
       01  ws-prune-date picture 9(8).
       01  ws-prune-name pic x(32).
       linkage section.
       01  ls-class picture x(8).
       01  ls-slot picture 9(1).
       01  ls-method picture x(8).
       01  ls-http picture 9(4).
       01  ls-curl-rc picture 9(4).
       01  ls-ms picture 9(8).
       01  ls-retries picture 9(2).
       01  ls-429s picture 9(2).
       procedure division using by value ls-class
           by value ls-slot
           by value ls-method
           by value ls-http
           by value ls-curl-rc
           by value ls-ms
           by value ls-retries
           by value ls-429s.
           move function current-date to ws-now.
           move spaces to ws-calls-line.
           string
               ws-now(9:8) delimited by size
               "," delimited by size
               ls-class delimited by space
               "," delimited by size
               ls-slot delimited by size
               "," delimited by size
               ls-method delimited by space
               "," delimited by size
               ls-http delimited by size
               "," delimited by size
               ls-curl-rc delimited by size
               "," delimited by size
               ls-ms delimited by size
               "," delimited by size
               ls-retries delimited by size
               "," delimited by size
               ls-429s delimited by size
               into ws-calls-line
           end-string.
           perform ensure-file-open.
           write fs-calls-line from ws-calls-line end-write.
           goback.
      *-----------------------------------------------------------------
       ensure-file-open.
           move ws-now(1:8) to ws-today.
           if ws-file-is-open and ws-open-date is equal to ws-today
               exit paragraph
           end-if.
           if ws-file-is-open
               close fs-calls
           end-if.
           move spaces to ws-calls-name.
           string "apicalls." delimited by size
               ws-today delimited by size
               ".log" delimited by size
               into ws-calls-name
           end-string.
           open extend fs-calls.
           move ws-today to ws-open-date.
           move 'Y' to ws-file-state.
           perform prune-old-files.
      *-----------------------------------------------------------------
       prune-old-files.
           if not ws-retention-loaded
               perform load-retention
           end-if.
           perform varying ws-prune-idx from ws-retain-days by 1
               until ws-prune-idx is greater than ws-retain-days + 7
               compute ws-prune-date = function date-of-integer(
                   function integer-of-date(
                       function numval(ws-today)) - ws-prune-idx)
               move spaces to ws-prune-name
               string "apicalls." delimited by size
                   ws-prune-date delimited by size
                   ".log" delimited by size
                   into ws-prune-name
               end-string
               call "CBL_DELETE_FILE" using ws-prune-name end-call
           end-perform.
      *-----------------------------------------------------------------
       load-retention.
           move 'Y' to ws-retain-state.
           move 30 to ws-retain-days.
           open input sharing with all fs-retain.
           read fs-retain
               at end continue
               not at end
                   if fs-retain-line(1:1) is not equal to space
                       and fs-retain-line(1:1) is not equal to '*'
                       move spaces to ws-retain-txt
                       unstring fs-retain-line delimited by ","
                           into ws-retain-txt
                       end-unstring
                       if ws-retain-txt is not equal to spaces
                           move function numval(ws-retain-txt)
                               to ws-retain-days
                       end-if
                   end-if
           end-read.
           close fs-retain.
       end program rv-api-call-log.
      ******************************************************************
      *curl's CURLOPT_WRITEFUNCTION callback - copies each chunk of a
      *response straight into the caller's own ls-userdata buffer
      *(whatever was set via CURLOPT_WRITEDATA - the ls-response
           88 ws-frame-is-member-event value 'Y'.
       01  ws-member-kind picture x.
       01  ws-member-user picture x(26).
       01  ws-member-server picture x(26).
       01  ws-is-msg-change picture x value 'N'.
           88 ws-frame-is-msg-change value 'Y'.
       01  ws-change-kind picture x.
                       add 9 to ws-count giving ws-count end-add
                       move ws-frame(ws-count:26) to ws-member-user
                   end-if
      *The event's own "id" is the server joined or left - the
      *membership report (rv-member-report, members.cbl) groups on it.
                   initialize ws-member-server
                   initialize ws-count
                   inspect ws-frame tallying ws-count
                       for characters before initial '"id":"'
                   if ws-count is less than length of ws-frame
                       add 7 to ws-count giving ws-count end-add
                       move ws-frame(ws-count:26) to ws-member-server
                   end-if
                   if ws-member-user(1:1) is not equal to space
                       call "rv-member-event" using
                           by reference ws-config
                           by value ws-member-kind
                           by value ws-member-user
                           by value ws-member-server end-call
                   end-if
               else
               if ws-frame-is-reaction
           display "[API] Heartbeat: reconnects="
               ws-reconnect-total-count
               " commands=" ws-command-total-count end-display.
      *The same figures, and the backlogs behind them, go to the
      *monitoring platform's metrics file (rv-write-metrics,
      *metrics.cbl) - it cannot read the line above.
           call static "rv-write-metrics" using
               by reference ws-config
               by value "beat" end-call.
           perform heartbeat-schedule.
      *-----------------------------------------------------------------
      *Zero means "use the house default" of 30 seconds, same

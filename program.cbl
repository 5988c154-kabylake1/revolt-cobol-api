       environment division.
       input-output section.
       file-control.
           select optional fs-server-file assign to "server.txt"
           organization is line sequential.
           select optional fs-reconnect assign to "reconnect.txt"
           organization is line sequential.
           select optional fs-catchup assign to "catchup.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-server-file.
       01  fs-server-line pic x(80).
       fd  fs-reconnect.
       01  fs-reconnect-line pic x(56).
       fd  fs-catchup.
       01  ws-account-count :tp-int: value 1.
       01  ws-have-token picture x value 'N'.
           88 ws-token-is-present value 'Y'.
      *Credentials come out of the vault (vault.cbl) - the TOKEN,
      *ACCOUNTn and TLS entries - instead of plain-text files.
       01  ws-vault-name pic x(16).
       01  ws-vault-value pic x(800).
       01  ws-account-slot picture 9.
       01  ws-reconnect-max-retries-txt pic x(8).
       01  ws-reconnect-base-delay-txt pic x(8).
       01  ws-keepalive-usecs-txt pic x(8).
       01  ws-catchup-hours-txt pic x(8).
       01  ws-throttle-txt pic x(8).
       01  ws-escalate-secs-txt pic x(8).
      *Run mode off the command line - blank is the normal bot run;
      *REPLAY and COMPARE are the regression runs (replay.cbl):
      *    REPLAY yyyymmdd [ARCHIVE|EXTRACT] [results file]
      *    COMPARE baseline-file results-file [report file]
       01  ws-cmdline pic x(240).
       01  ws-run-mode pic x(8).
           88 ws-run-is-replay value "REPLAY".
           88 ws-run-is-compare value "COMPARE".
       01  ws-run-arg-1 pic x(64).
       01  ws-run-arg-2 pic x(64).
       01  ws-run-arg-3 pic x(64).
       procedure division.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-run-mode, ws-run-arg-1, ws-run-arg-2,
               ws-run-arg-3.
           unstring ws-cmdline delimited by all spaces
               into ws-run-mode ws-run-arg-1 ws-run-arg-2 ws-run-arg-3
           end-unstring.
           move function upper-case(ws-run-mode) to ws-run-mode.
      *A compare needs no session at all - two results files in, a
      *difference report out.
           if ws-run-is-compare
               call static "rv-replay-compare" using
                   by value ws-run-arg-1
                   by value ws-run-arg-2
                   by value ws-run-arg-3 end-call
               stop run
           end-if.
           initialize ws-config.
           initialize ws-acct2-config.
           initialize ws-acct3-config.
           initialize ws-acct4-config.
           move "https://api.revolt.chat" to ws-url.
      *Read the bot token - the vault's TOKEN entry must be there
      *and open under the vault key, or we fail fast with a
      *documented exit code instead of limping along unauthenticated
      *until curl-init's calls start failing deep in the stack.
           move 'N' to ws-have-token.
           call static "rv-vault-token" using by reference ws-token
               end-call.
           if ws-token(1:1) is not equal to space
               move 'Y' to ws-have-token
           end-if.
           if not ws-token-is-present
               call static "rv-log" using by value "ERROR"
                   by value "[MAIN] no usable TOKEN in the credential"
                       & " vault (missing entry or vault key) -"
                       & " refusing to start unauthenticated"
                   end-call
               move 2 to return-code
           perform load-welcome-channel.
           perform load-throttle.
           perform load-escalate.
      *A replay runs the primary account's config through a captured
      *day of traffic instead of going live - one account is all it
      *needs, and rv-init never starts.
           if ws-run-is-replay
               call static "rv-replay-day" using
                   by reference ws-config
                   by value ws-run-arg-1
                   by value ws-run-arg-2
                   by value ws-run-arg-3 end-call
               stop run
           end-if.
      *Routes/templates/reactions/timeouts/TLS/reconnect settings are
      *shared across every account in the pool - only the credentials
      *(and optionally the server url) differ per account, set by
           goback.
      *-----------------------------------------------------------------
      *Load the custom CA bundle (and optional client cert/key) for a
      *self-hosted instance behind an internal CA. The vault's TLS
      *entry is optional - none leaves curl validating against the
      *system default trust store, same as today. Its value is
      *"ca_path,cert_path,key_path" - either of the last two may be
      *left blank, e.g.
      *    /etc/revolt-bot/internal-ca.pem,,
       load-tls-config.
           move "TLS" to ws-vault-name.
           call static "rv-vault-get" using by value ws-vault-name
               by reference ws-vault-value end-call.
           if ws-vault-value(1:1) is not equal to space
               unstring ws-vault-value delimited by ","
                   into ws-ssl-ca-filepath
                        ws-ssl-cert-filepath
                        ws-ssl-key-filepath
               end-unstring
           end-if.
      *-----------------------------------------------------------------
      *Load the reconnect/keepalive/heartbeat schedule. reconnect.txt
      *is optional - a missing file leaves schedule-reconnect's and
           end-read.
           close fs-escalate.
      *-----------------------------------------------------------------
      *Load additional bot identities (beyond the primary TOKEN/
      *server.txt pair) from the vault's optional ACCOUNT2, ACCOUNT3
      *and ACCOUNT4 entries, one "token,server" value per extra
      *identity - e.g. a separate
      *prod-alerts bot and dev-testing bot sharing the same routes
      *and templates but posting as different Revolt users, or
      *several different Revolt servers entirely (different teams
      *each get their own line with their own server url) serviced
      *from this one process instead of a separate process per
      *server. No ACCOUNTn entries just leaves the single primary
      *identity running, exactly as before extra identities
      *existed. The server field is optional; when left off, the
      *extra identity uses the same server url as the primary
      *account. The shared routes/reactions tables are still safe to
      *rather than by server, since each account's websocket only
      *ever sees traffic from its own server's channels in the first
      *place. Capped at three extra identities (four total) to keep
      *the pool a fixed size; a gap in the numbering just closes up.
       load-accounts.
           move 1 to ws-account-count.
           perform varying ws-account-slot from 2 by 1
               until ws-account-slot is greater than 4
               move spaces to ws-vault-name
               string "ACCOUNT" delimited by size
                   ws-account-slot delimited by size
                   into ws-vault-name
               end-string
               call static "rv-vault-get" using by value ws-vault-name
                   by reference ws-vault-value end-call
               perform read-account-line
           end-perform.
      *
       load-accounts-exit.
           exit.
      *-----------------------------------------------------------------
      *Called once per ACCOUNTn entry looked up by load-accounts.
       read-account-line.
           if ws-vault-value(1:1) is not equal to space
               and ws-account-count is less than 4
               add 1 to ws-account-count
               evaluate ws-account-count
      *-----------------------------------------------------------------
       load-one-account-2.
           move ws-url to ws-acct2-url.
           unstring ws-vault-value delimited by ","
               into ws-acct2-token ws-acct2-url
           end-unstring.
       load-one-account-3.
           move ws-url to ws-acct3-url.
           unstring ws-vault-value delimited by ","
               into ws-acct3-token ws-acct3-url
           end-unstring.
       load-one-account-4.
           move ws-url to ws-acct4-url.
           unstring ws-vault-value delimited by ","
               into ws-acct4-token ws-acct4-url
           end-unstring.
       end program rv-test-main.
                   by reference ls-config end-call
               call static "rv-check-escalations" using
                   by reference ls-config end-call
               call static "rv-check-ticket-sla" using
                   by reference ls-config end-call
               call static "rv-check-approvals" using
                   by reference ls-config end-call
               call static "rv-roster-handover" using
                   by reference ls-config end-call
               call static "rv-onboard-nag" using
                   by reference ls-config end-call
               call static "rv-release-deferred-dms" using
                   by reference ls-config end-call
               call static "rv-callback-release" using
                   by reference ls-config end-call
               call static "rv-disk-guard" using
                   by reference ls-config end-call
               call static "rv-status-board" using
                   by reference ls-config end-call
               call static "rv-status-page" using
                   by reference ls-config end-call
               call static "rv-traffic-monitor" using
                   by reference ls-config end-call
               call static "rv-sweep-control" using
                   by reference ls-config end-call
               call static "rv-sweep-audit-requests" end-call
               call static "rv-sweep-dropbox" using
                   by reference ls-config end-call
               call static "rv-webhook-drain" using
                   by reference ls-config end-call
               call static "rv-check-checklists" using
                   by reference ls-config end-call
               call static "rv-check-stale-channels" using
                   by reference ls-config end-call
               call static "rv-siem-drain" using
                   by reference ls-config end-call
               call static "rv-write-metrics" using
                   by reference ls-config
                   by value "tick" end-call
           end-if.
      *Every account watches its own credential file for rotation,
      *every pass - like the drain below, deliberately outside the
           02 filler pic x(30) value "rv-cmd-announce".
           02 filler pic x(30) value "rv-cmd-publish".
           02 filler pic x(30) value "rv-cmd-config".
           02 filler pic x(30) value "rv-cmd-hold".
           02 filler pic x(30) value "rv-cmd-strikes".
           02 filler pic x(30) value "rv-cmd-audit".
       01  ws-admin-only-programs redefines ws-admin-only-data.
           02 ws-admin-only-program pic x(30) occurs 11 times.
       01  ws-adm-pgm-idx picture 9(4).
       01  ws-adm-pgm-flag pic x value 'N'.
           88 ws-matched-is-admin-only value 'Y'.
       01  ws-channel-export pic x value 'N'.
           88 ws-channel-is-exported value 'Y'.
       01  ws-freeze-label pic x(40).
       01  ws-freeze-refusal pic x value 'N'.
           88 ws-freeze-refused value 'Y'.
       01  ws-freeze-audit pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
      *replay against a stale fd-state checkpoint can't make the bot
      *answer the same command twice. The id is claimed before any
      *handler runs: a crash mid-handler re-delivers as at-most-once
      *rather than the double reply the old path risked. A replay
      *run (rv-replay-day, replay.cbl) feeds back messages that were
      *claimed and archived the first time round, so it skips both.
           if ls-msg-id(1:1) is not equal to space
               and not ls-replay-on
               call static "rv-msg-ledger" using
                   by value ls-msg-id end-call
               if return-code is not equal to zero
               move 0 to return-code
               goback
           end-if.
      *Likewise a satisfaction survey in flight (rv-csat-answer,
      *csat.cbl) claims its requester's replies on the survey's DM.
           call static "rv-csat-answer" using by reference ls-config
               by value ls-target
               by reference ls-msg end-call.
           if return-code is equal to 1
               move 0 to return-code
               goback
           end-if.
           move ls-content to ws-effective-content.
           perform detect-mention.
           perform route-lookup.
      *going silent instead of an operator noticing two days late.
           if ws-channel-is-allowed
               and ls-msg-id(1:1) is not equal to space
               and not ls-replay-on
               call static "rv-traffic-count" using
                   by value ls-target end-call
           end-if.
      *(rv-export-msg) - chat as a capture front-end for the
      *downstream batch systems, instead of a clerk re-keying it.
           if ws-channel-is-exported
               and not ls-replay-on
               call static "rv-export-msg" using
                   by value ls-target
                   by reference ls-msg end-call
      *actually dispatch a command count against their author's
      *budget, so ordinary chatter isn't throttled. The first drop
      *of a window gets the one polite reply and a THR audit note;
      *the rest of the burst is dropped silently. A replay feeds a
      *day's traffic through in seconds, so it is not throttled.
           move 'N' to ws-would-dispatch.
           if ws-matched-program(1:1) is not equal to space
               or ws-matched-template(1:1) is not equal to space
               move 'Y' to ws-would-dispatch
           end-if.
           if ws-command-would-dispatch
               and not ls-replay-on
               call static "rv-throttle-check" using
                   by reference ls-config
                   by value ls-author-id end-call
                   by value ls-target
                   by reference ls-msg end-call
           end-if.
      *Out-of-hours auto-responder (rv-after-hours, ooh.cbl) - plain
      *chatter on a support channel while it is closed gets the one
      *"we're closed" reply per author and goes on the morning
      *callback queue. Commands still run as normal at any hour.
           if ws-channel-is-allowed
               and not ws-command-would-dispatch
               and ls-author-id is not equal to ls-bot-id
               and not ls-replay-on
               call static "rv-after-hours" using
                   by reference ls-config
                   by value ls-target
                   by reference ls-msg end-call
           end-if.
           if ws-matched-program(1:1) is not equal to space
      *A routes.txt line can point straight at an administrative
      *handler by name - check-admin above only ever guarded the
      *A route flagged APPROVE parks the command for a second
      *admin's checkmark instead of running it now - the pendack
      *pattern applied to commands (rv-approval-park, approve.cbl).
      *A change freeze (changefreeze.txt, rv-freeze-check in
      *change.cbl) refuses the command outright unless a supervisor
      *is asking - either way the decision is a FRZ audit line.
                   if ws-matched-needs-approval
                       perform check-change-freeze
                       if not ws-freeze-refused
                           call static "rv-approval-park" using
                               by reference ls-config
                               by value ls-target
                               by reference ls-msg
                               by value ws-matched-program end-call
                       end-if
                   else
      *A routes.txt line can name a program that doesn't exist (a
      *typo, or a handler dropped from the build) - trap the CALL
       check-admin-only-program.
           move 'N' to ws-adm-pgm-flag.
           perform varying ws-adm-pgm-idx from 1 by 1
               until ws-adm-pgm-idx is greater than 11
               if ws-admin-only-program(ws-adm-pgm-idx) is equal to
                   ws-matched-program
                   move 'Y' to ws-adm-pgm-flag
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Freeze gate for APPROVE routes - return-code 1 from
      *rv-freeze-check refuses, 2 is a supervisor's override.
       check-change-freeze.
           move 'N' to ws-freeze-refusal.
           call static "rv-freeze-check" using
               by value ls-author-id
               by reference ws-freeze-label end-call.
           if return-code is equal to zero
               exit paragraph
           end-if.
           move spaces to ws-freeze-audit.
           if return-code is equal to 1
               move 'Y' to ws-freeze-refusal
               string "refused in freeze " delimited by size
                   function trim(ws-freeze-label) delimited by size
                   ": " delimited by size
                   ls-content(1:140) delimited by size
                   into ws-freeze-audit
               end-string
           else
               string "supervisor override of freeze "
                   delimited by size
                   function trim(ws-freeze-label) delimited by size
                   ": " delimited by size
                   ls-content(1:140) delimited by size
                   into ws-freeze-audit
               end-string
           end-if.
           move 0 to return-code.
           call static "rv-audit-log" using
               by value "FRZ"
               by value ls-target
               by value ws-matched-prefix
               by value ws-matched-program
               by value ws-freeze-audit
               by value ws-author-name end-call.
           if ws-freeze-refused
               call static "rv-cmd-frozen" using
                   by reference ls-config
                   by value ls-target
                   by reference ls-msg
                   by value ws-freeze-label end-call
           end-if.
      *-----------------------------------------------------------------
      *The routed handler couldn't be CALLed - say so where the
      *command was typed (rv-cmd-misconfig), and put the route's
      *particulars in bot.log so the config can be fixed.
                       move 0 to return-code
                       goback
                   end-if
      *A checkmark on a shift swap proposal is the coverer
      *accepting it (rv-swap-accept, swap.cbl).
                   call static "rv-swap-accept" using
                       by reference ls-config
                       by value ls-target
                       by value ls-target-msg-id
                       by value ls-user-id end-call
                   if return-code is equal to 1
                       move 0 to return-code
                       goback
                   end-if
      *Likewise a checkmark on a tracked rules post is an onboarding
      *acknowledgement (rv-onboard-ack, onboard.cbl).
                   call static "rv-onboard-ack" using
                       move 0 to return-code
                       goback
                   end-if
      *And a checkmark on a live runbook checklist step is that step
      *being confirmed (rv-checklist-react, checklist.cbl).
                   call static "rv-checklist-react" using
                       by reference ls-config
                       by value ls-target
                       by value ls-target-msg-id
                       by value ls-user-id end-call
                   if return-code is equal to 1
                       move 0 to return-code
                       goback
                   end-if
      *And one on a stale channel's retirement proposal is an
      *admin approving the retirement (rv-stale-react, stale.cbl).
                   call static "rv-stale-react" using
                       by reference ls-config
                       by value ls-target
                       by value ls-target-msg-id
                       by value ls-user-id end-call
                   if return-code is equal to 1
                       move 0 to return-code
                       goback
                   end-if
                   call static "rv-audit-log" using
                       by value "IN "
                       by value ls-target
      *attempt in front of the whole channel served nobody. Only
      *when the DM channel can't be opened does the denial fall
      *back to the public channel, the old behavior.
           call static "rv-dm-user-now" using by reference ls-config
               by value ls-author-id
               by value ws-reply-text end-call.
           if return-code is not equal to zero
      *Every record rv-post-msg captured there (see api.cbl) is
      *re-spooled through rv-send-msg - so the paced queue delivers
      *them once the server is healthy - and the file is truncated.
      *&REPLAY WEBHOOKS does the same for the webhook dead-letter
      *file instead, putting its deliveries back on the webhook
      *spool (rv-webhook-replay, webhook.cbl).
       identification division.
       program-id. rv-cmd-replay.
       environment division.
       01  ws-replayed-count picture 9(8).
       01  ws-replayed-disp picture zzzzzzz9.
       01  ws-reply-text pic x(200).
       01  ws-cmd-word pic x(16).
       01  ws-sub-word pic x(16).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
           by value ls-target
           by reference ls-msg.
           move zero to ws-replayed-count.
           move spaces to ws-cmd-word, ws-sub-word.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-sub-word
           end-unstring.
           if function upper-case(ws-sub-word) is equal to "WEBHOOKS"
               perform replay-webhooks
               goback
           end-if.
           move 'N' to ws-dl-eof.
           open input sharing with all fd-deadletter.
           perform until ws-at-dl-eof
               by value fs-dl-target
               by content fs-dl-msg end-call.
           add 1 to ws-replayed-count.
      *-----------------------------------------------------------------
       replay-webhooks.
           call static "rv-webhook-replay" using
               by reference ws-replayed-count end-call.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move ws-replayed-count to ws-replayed-disp.
           move spaces to ws-reply-text.
           string
               "Requeued " delimited by size
               function trim(ws-replayed-disp) delimited by size
               " dead-letter webhook delivery(ies)."
                   delimited by size
               into ws-reply-text
           end-string.
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
       end program rv-cmd-replay.
      ******************************************************************
      *&RELOAD - admin-only live re-read of routes.txt,
      *it, and register it in the live routing table so the bot
      *listens there immediately. The new route is also appended to
      *routes.txt, so the registration survives the next restart.
      *Each incident opened this way is also entered in the incident
      *register, incidents.dat - an indexed store keyed on a
      *sequential incident number, the same organization as
      *tickets.dat, with the next number in incidentseq.dat - and
      *driven through its lifecycle by subcommands:
      *    &INCIDENT <channel-name> [severity 1-4] [service]
      *    &INCIDENT SEV <number> <1-4>
      *    &INCIDENT SERVICE <number> <service>
      *    &INCIDENT COMMANDER <number> <@user or user id>
      *    &INCIDENT MITIGATED <number>
      *    &INCIDENT RESOLVE <number> <one-line cause>
      *    &INCIDENT LIST
      *(so SEV, SERVICE, COMMANDER, MITIGATED, RESOLVE and LIST
      *cannot be used as incident channel names). Severity defaults
      *to 3. The affected service is a name from the service
      *catalogue (services.txt, service.cbl); left out, it is the
      *service the command was typed in, if that channel is
      *catalogued. Every state change lands in the
      *audit trail as an INC line and on the status board as one
      *"INC-nnnnnn" line in statusboard.txt, which rv-status-board
      *picks up on its next pass; resolved lines stay on the board
      *until the next incident is opened. The monthly pack reads the
      *register for its SEV counts and durations (see month.cbl).
      *Opening one is also an incident.raised event for the webhook
      *subscribers (webhook.cbl).
       identification division.
       program-id. rv-cmd-incident.
       environment division.
       file-control.
           select optional fs-routes assign to "routes.txt"
           organization is line sequential.
           select optional fd-incidents assign to "incidents.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-inc-number.
           select optional fs-seq assign to "incidentseq.dat"
           organization is line sequential.
           select optional fs-board assign to "statusboard.txt"
           organization is line sequential.
           select fs-board-tmp assign to "statusboard.txt.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-routes.
       01  fs-route pic x(120).
       fd  fd-incidents.
       01  fs-inc-rec.
           02 fs-inc-number picture 9(6).
           02 fs-inc-status pic x.
           02 fs-inc-severity pic x.
           02 fs-inc-channel pic x(26).
           02 fs-inc-origin pic x(26).
           02 fs-inc-opener pic x(26).
           02 fs-inc-commander pic x(26).
           02 fs-inc-name pic x(32).
           02 fs-inc-opened pic x(14).
           02 fs-inc-mitigated pic x(14).
           02 fs-inc-resolved pic x(14).
           02 fs-inc-cause pic x(80).
           02 fs-inc-service pic x(32).
       fd  fs-seq.
       01  fs-seq-line pic x(8).
       fd  fs-board.
       01  fs-board-line pic x(200).
       fd  fs-board-tmp.
       01  fs-board-tmp-line pic x(200).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-incident-name pic x(32).
      *The audit line's verb - the subcommand word, or OPEN for a new
      *incident (whose second word is the channel name, not a verb).
       01  ws-incident-verb pic x(32).
       01  ws-parse-ptr picture 9(8).
       01  ws-server-id pic x(26).
       01  ws-new-channel pic x(26).
       01  ws-route-line pic x(120).
       01  ws-route-flag pic x value 'N'.
           88 ws-route-was-registered value 'Y'.
       01  ws-third-word pic x(40).
       01  ws-rest-text pic x(200).
       01  ws-work-text pic x(200).
       01  ws-severity pic x.
           88 ws-severity-valid values '1' thru '4'.
       01  ws-number picture 9(6).
       01  ws-number-disp picture zzzzz9.
       01  ws-seq-next picture 9(6).
       01  ws-write-tries picture 9(4).
       01  ws-stored pic x.
           88 ws-incident-stored value 'Y'.
       01  ws-found pic x.
           88 ws-incident-found value 'Y'.
       01  ws-inc-eof pic x value 'N'.
           88 ws-at-inc-eof value 'Y'.
       01  ws-commander-id pic x(26).
       01  ws-commander-wk pic x(40).
       01  ws-id-shape pic x.
           88 ws-looks-like-id value 'Y'.
       01  ws-b32 pic x(32) value "0123456789ABCDEFGHJKMNPQRSTVWXYZ".
       01  ws-b32-idx picture 9(4).
       01  ws-b32-pos picture 9(8).
       01  ws-author-name pic x(32).
       01  ws-commander-name pic x(32).
       01  ws-open-count picture 9(4).
       01  ws-reply-ptr picture 9(8).
       01  ws-audit-text pic x(200).
      *The status-board line for one incident, and the scratch the
      *board rewrite uses to recognise incident lines already there.
       01  ws-board-eof pic x value 'N'.
           88 ws-at-board-eof value 'Y'.
       01  ws-board-system pic x(24).
       01  ws-board-status pic x(16).
       01  ws-board-line pic x(200).
       01  ws-line-system pic x(24).
       01  ws-line-status pic x(16).
       01  ws-purge-resolved pic x value 'N'.
           88 ws-purging-resolved value 'Y'.
       01  ws-hook-event pic x(24) value "incident.raised".
       01  ws-hook-ref pic x(26).
       01  ws-svc-key pic x(32).
       01  ws-svc-mode pic x.
       copy "rsvc.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-incident-name,
               ws-rest-text.
           move 1 to ws-parse-ptr.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-incident-name
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of ls-content
               move ls-content(ws-parse-ptr:) to ws-rest-text
           end-if.
           if ws-incident-name is equal to spaces
               perform reply-usage
               goback
           end-if.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-author-name end-call.
           move ws-incident-name to ws-incident-verb.
           evaluate function upper-case(ws-incident-name)
               when "SEV"
                   perform set-severity
               when "SERVICE"
                   perform set-service
               when "COMMANDER"
                   perform set-commander
               when "MITIGATED"
                   perform mark-mitigated
               when "RESOLVE"
                   perform resolve-incident
               when "LIST"
                   perform list-incidents
               when other
                   perform open-incident
           end-evaluate.
           goback.
      *-----------------------------------------------------------------
       open-incident.
           move '3' to ws-severity.
           move function trim(ws-rest-text) to ws-rest-text.
           if ws-rest-text(1:1) is not less than '1'
               and ws-rest-text(1:1) is not greater than '4'
               and ws-rest-text(2:1) is equal to space
               move ws-rest-text(1:1) to ws-severity
               move ws-rest-text(2:) to ws-work-text
               move function trim(ws-work-text) to ws-rest-text
           end-if.
           if ws-rest-text is equal to spaces
               move ls-target to ws-svc-key
               move 'C' to ws-svc-mode
           else
               move ws-rest-text(1:32) to ws-svc-key
               move 'N' to ws-svc-mode
           end-if.
           call static "rv-service-lookup" using
               by value ws-svc-key
               by value ws-svc-mode
               by reference ws-svc end-call.
           if return-code is not equal to zero
               and ws-rest-text is not equal to spaces
               perform reply-no-such-service
               exit paragraph
           end-if.
           call static "rv-query-channel-server" using
               by reference ls-config
               by value ls-target
               move "Could not determine this channel's server - "
                   & "incident channel not created." to ws-reply-text
               perform send-reply
               exit paragraph
           end-if.
           call static "rv-create-channel" using
               by reference ls-config
               move "Channel creation failed - see bot.log."
                   to ws-reply-text
               perform send-reply
               exit paragraph
           end-if.
           perform post-incident-template.
           perform register-route.
           perform register-incident.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           if ws-route-was-registered
               string
                   "Incident #" delimited by size
                   function trim(ws-number-disp) delimited by size
                   " SEV" delimited by size
                   ws-severity delimited by size
                   ": channel " delimited by size
                   function trim(ws-incident-name) delimited by size
                   " (" delimited by size
                   ws-new-channel delimited by size
                   ") created and routed." delimited by size
                   into ws-reply-text
               end-string
               if ws-svc-name is not equal to spaces
                   compute ws-reply-ptr = function length(
                       function trim(ws-reply-text trailing)) + 1
                   string
                       " Affected service: " delimited by size
                       function trim(ws-svc-name) delimited by size
                       "." delimited by size
                       into ws-reply-text
                       with pointer ws-reply-ptr
                   end-string
               end-if
           else
               string
                   "Incident #" delimited by size
                   function trim(ws-number-disp) delimited by size
                   ": channel " delimited by size
                   function trim(ws-incident-name) delimited by size
                   " (" delimited by size
                   ws-new-channel delimited by size
               end-string
           end-if.
           perform send-reply.
      *-----------------------------------------------------------------
       post-incident-template.
           initialize ws-msg.
           open extend fs-routes.
           write fs-route from ws-route-line end-write.
           close fs-routes.
      *-----------------------------------------------------------------
      *Enter the new incident in the register under the next free
      *number - a duplicate key just takes the next one, the same
      *recovery the ticket store uses for a stale sequence file.
       register-incident.
           perform read-next-number.
           move 'N' to ws-stored.
           move zero to ws-write-tries.
           open i-o fd-incidents.
           perform until ws-incident-stored
               or ws-write-tries is not less than 50
               add 1 to ws-write-tries
               initialize fs-inc-rec
               move ws-seq-next to fs-inc-number
               move 'O' to fs-inc-status
               move ws-severity to fs-inc-severity
               move ws-new-channel to fs-inc-channel
               move ls-target to fs-inc-origin
               move ls-author-id to fs-inc-opener
               move ls-author-id to fs-inc-commander
               move ws-incident-name to fs-inc-name
               move ws-svc-name to fs-inc-service
               move function current-date(1:14) to fs-inc-opened
               write fs-inc-rec
                   invalid key add 1 to ws-seq-next
                   not invalid key move 'Y' to ws-stored
               end-write
           end-perform.
           close fd-incidents.
           if not ws-incident-stored
               move zero to ws-number
               call static "rv-log" using by value "ERROR"
                   by value "[INC] 50 consecutive duplicate incident"
                       & " numbers - incidentseq.dat needs attention"
                   end-call
               exit paragraph
           end-if.
           move ws-seq-next to ws-number.
           perform store-next-number.
           move "OPEN" to ws-incident-verb.
           move spaces to ws-rest-text.
           string
               "SEV" delimited by size
               ws-severity delimited by size
               " " delimited by size
               function trim(fs-inc-name) delimited by size
               " " delimited by size
               ws-new-channel delimited by size
               into ws-rest-text
           end-string.
           perform audit-action.
           move spaces to ws-hook-ref.
           string "INC-" delimited by size
               ws-number delimited by size
               into ws-hook-ref
           end-string.
           call static "rv-webhook-event" using
               by value ws-hook-event
               by value ws-new-channel
               by value ws-hook-ref
               by value ls-author-id
               by value ws-rest-text end-call.
           move 'Y' to ws-purge-resolved.
           perform update-status-board.
      *-----------------------------------------------------------------
       set-severity.
           perform parse-number-and-rest.
           move ws-rest-text(1:1) to ws-severity.
           if ws-number is equal to zero
               or not ws-severity-valid
               or ws-rest-text(2:1) is not equal to space
               perform reply-usage
               exit paragraph
           end-if.
           perform read-incident-for-update.
           if not ws-incident-found
               perform reply-no-such-incident
               exit paragraph
           end-if.
           move ws-severity to fs-inc-severity.
           perform rewrite-incident.
           perform audit-action.
           perform update-status-board.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           string
               "Incident #" delimited by size
               function trim(ws-number-disp) delimited by size
               " is now SEV" delimited by size
               ws-severity delimited by size
               "." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
      *Correct (or fill in) the affected service - only a name the
      *catalogue knows, stored the way the catalogue spells it.
       set-service.
           perform parse-number-and-rest.
           if ws-number is equal to zero
               or ws-rest-text is equal to spaces
               perform reply-usage
               exit paragraph
           end-if.
           move ws-rest-text(1:32) to ws-svc-key.
           move 'N' to ws-svc-mode.
           call static "rv-service-lookup" using
               by value ws-svc-key
               by value ws-svc-mode
               by reference ws-svc end-call.
           if return-code is not equal to zero
               perform reply-no-such-service
               exit paragraph
           end-if.
           perform read-incident-for-update.
           if not ws-incident-found
               perform reply-no-such-incident
               exit paragraph
           end-if.
           move ws-svc-name to fs-inc-service.
           perform rewrite-incident.
           perform audit-action.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           string
               "Incident #" delimited by size
               function trim(ws-number-disp) delimited by size
               " affects " delimited by size
               function trim(ws-svc-name) delimited by size
               " (team " delimited by size
               function trim(ws-svc-team) delimited by size
               ")." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
       set-commander.
           perform parse-number-and-rest.
           if ws-number is equal to zero
               or ws-rest-text is equal to spaces
               perform reply-usage
               exit paragraph
           end-if.
           perform parse-commander.
           if ws-commander-id is equal to spaces
               move "Could not make out the commander - pass a"
                   & " <@mention> or a raw user id." to ws-reply-text
               perform send-reply
               exit paragraph
           end-if.
           perform read-incident-for-update.
           if not ws-incident-found
               perform reply-no-such-incident
               exit paragraph
           end-if.
           move ws-commander-id to fs-inc-commander.
           perform rewrite-incident.
           perform audit-action.
           perform update-status-board.
           call static "rv-user-name" using by reference ls-config
               by value ws-commander-id
               by reference ws-commander-name end-call.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           string
               "Incident #" delimited by size
               function trim(ws-number-disp) delimited by size
               " commander is now " delimited by size
               function trim(ws-commander-name) delimited by size
               " <@" delimited by size
               ws-commander-id delimited by size
               ">" delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
       mark-mitigated.
           perform parse-number-and-rest.
           if ws-number is equal to zero
               perform reply-usage
               exit paragraph
           end-if.
           perform read-incident-for-update.
           if not ws-incident-found
               perform reply-no-such-incident
               exit paragraph
           end-if.
           if fs-inc-status is not equal to 'O'
               perform reply-wrong-state
               exit paragraph
           end-if.
           move 'M' to fs-inc-status.
           move function current-date(1:14) to fs-inc-mitigated.
           perform rewrite-incident.
           perform audit-action.
           perform update-status-board.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           string
               "Incident #" delimited by size
               function trim(ws-number-disp) delimited by size
               " marked mitigated." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
      *Resolving an incident nobody marked mitigated stamps both - the
      *fix and the recovery were the same moment.
       resolve-incident.
           perform parse-number-and-rest.
           if ws-number is equal to zero
               or ws-rest-text is equal to spaces
               perform reply-usage
               exit paragraph
           end-if.
           perform read-incident-for-update.
           if not ws-incident-found
               perform reply-no-such-incident
               exit paragraph
           end-if.
           if fs-inc-status is equal to 'R'
               perform reply-wrong-state
               exit paragraph
           end-if.
           move 'R' to fs-inc-status.
           move function current-date(1:14) to fs-inc-resolved.
           if fs-inc-mitigated is equal to spaces
               move fs-inc-resolved to fs-inc-mitigated
           end-if.
           move function trim(ws-rest-text) to fs-inc-cause.
           perform rewrite-incident.
           perform audit-action.
           perform update-status-board.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           string
               "Incident #" delimited by size
               function trim(ws-number-disp) delimited by size
               " resolved: " delimited by size
               function trim(fs-inc-cause) delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
      *Every incident not yet resolved, in number order, up to 10.
       list-incidents.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move zero to ws-open-count.
           move 1 to ws-reply-ptr.
           string "Incidents not yet resolved:" x'0a'
               delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move 'N' to ws-inc-eof.
           open input fd-incidents.
           move zero to fs-inc-number.
           start fd-incidents key is not less than fs-inc-number
               invalid key move 'Y' to ws-inc-eof
           end-start.
           perform until ws-at-inc-eof
               read fd-incidents next record
                   at end move 'Y' to ws-inc-eof
                   not at end perform list-one-incident
               end-read
           end-perform.
           close fd-incidents.
           if ws-open-count is equal to zero
               move "No incidents open." to ws-content in ws-msg
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       list-one-incident.
           if fs-inc-status is equal to 'R'
               or ws-open-count is not less than 10
               exit paragraph
           end-if.
           add 1 to ws-open-count.
           move fs-inc-number to ws-number-disp.
           perform set-board-status.
           call static "rv-user-name" using by reference ls-config
               by value fs-inc-commander
               by reference ws-commander-name end-call.
           string
               "  #" delimited by size
               function trim(ws-number-disp) delimited by size
               " " delimited by size
               function trim(ws-board-status) delimited by size
               " " delimited by size
               function trim(fs-inc-name) delimited by size
               " <#" delimited by size
               fs-inc-channel delimited by size
               "> commander " delimited by size
               function trim(ws-commander-name) delimited by size
               ", opened " delimited by size
               fs-inc-opened(1:8) delimited by size
               " " delimited by size
               fs-inc-opened(9:4) delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           if fs-inc-service is not equal to spaces
               string
                   ", service " delimited by size
                   function trim(fs-inc-service) delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           string x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
      *Second word after the subcommand is the incident number; the
      *rest of the line is the free text (severity, commander,
      *cause).
       parse-number-and-rest.
           move zero to ws-number.
           move spaces to ws-third-word.
           move ws-rest-text to ws-work-text.
           move spaces to ws-rest-text.
           move 1 to ws-parse-ptr.
           unstring ws-work-text delimited by all spaces
               into ws-third-word
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of ws-work-text
               move ws-work-text(ws-parse-ptr:) to ws-rest-text
           end-if.
           if ws-third-word is not equal to spaces
               and function test-numval(ws-third-word) is equal to
                   zero
               compute ws-number = function numval(ws-third-word)
           end-if.
      *-----------------------------------------------------------------
      *"<@ULID>" mention, a bare 26-character id, or a name resolved
      *through the user directory - the ticket assignee rules.
       parse-commander.
           move spaces to ws-commander-id.
           if ws-rest-text(1:2) is equal to "<@"
               move ws-rest-text(3:26) to ws-commander-id
               exit paragraph
           end-if.
           move ws-rest-text(1:26) to ws-commander-wk.
           if ws-rest-text(1:1) is equal to '@'
               move ws-rest-text(2:32) to ws-commander-wk(1:32)
           end-if.
           perform check-ulid-shape.
           if ws-looks-like-id
               move ws-commander-wk(1:26) to ws-commander-id
               exit paragraph
           end-if.
           call static "rv-user-id" using
               by value ws-commander-wk(1:32)
               by reference ws-commander-id end-call.
      *-----------------------------------------------------------------
       check-ulid-shape.
           move 'N' to ws-id-shape.
           if ws-commander-wk(27:1) is not equal to space
               exit paragraph
           end-if.
           move 'Y' to ws-id-shape.
           perform varying ws-b32-idx from 1 by 1
               until ws-b32-idx is greater than 26
               move zero to ws-b32-pos
               inspect ws-b32 tallying ws-b32-pos
                   for characters before initial
                   ws-commander-wk(ws-b32-idx:1)
               if ws-b32-pos is not less than 32
                   move 'N' to ws-id-shape
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Read the incident into the record area, leaving the store open
      *i-o for rewrite-incident to finish and close.
       read-incident-for-update.
           move 'N' to ws-found.
           open i-o fd-incidents.
           move ws-number to fs-inc-number.
           read fd-incidents
               invalid key continue
               not invalid key move 'Y' to ws-found
           end-read.
           if not ws-incident-found
               close fd-incidents
           end-if.
      *-----------------------------------------------------------------
       rewrite-incident.
           rewrite fs-inc-rec
               invalid key continue
           end-rewrite.
           close fd-incidents.
      *-----------------------------------------------------------------
       read-next-number.
           move 1 to ws-seq-next.
           open input sharing with all fs-seq.
           read fs-seq
               at end continue
               not at end
                   if fs-seq-line(1:1) is not equal to space
                       compute ws-seq-next =
                           function numval(fs-seq-line)
                   end-if
           end-read.
           close fs-seq.
      *-----------------------------------------------------------------
       store-next-number.
           compute ws-seq-next = ws-number + 1.
           open output fs-seq.
           move spaces to fs-seq-line.
           move ws-seq-next to fs-seq-line(1:6).
           write fs-seq-line end-write.
           close fs-seq.
      *-----------------------------------------------------------------
      *Status word for the board and the listing - severity plus the
      *lifecycle state, off the record in the record area.
       set-board-status.
           move spaces to ws-board-status.
           evaluate fs-inc-status
               when 'O'
                   string "SEV" fs-inc-severity " OPEN"
                       delimited by size into ws-board-status
                   end-string
               when 'M'
                   string "SEV" fs-inc-severity " MITIGATED"
                       delimited by size into ws-board-status
                   end-string
               when other
                   move "RESOLVED" to ws-board-status
           end-evaluate.
      *-----------------------------------------------------------------
      *Replace this incident's line in statusboard.txt (or add it)
      *through a temp file and a rename, the way a dropbox BOARD drop
      *replaces the whole board - rv-status-board only ever sees a
      *complete file. Opening a new incident also clears the lines
      *of incidents already resolved.
       update-status-board.
           move spaces to ws-board-system.
           string "INC-" delimited by size
               fs-inc-number delimited by size
               into ws-board-system
           end-string.
           perform set-board-status.
           call static "rv-user-name" using by reference ls-config
               by value fs-inc-commander
               by reference ws-commander-name end-call.
           move spaces to ws-board-line.
           if fs-inc-status is equal to 'R'
               string
                   function trim(ws-board-system) delimited by size
                   "," delimited by size
                   function trim(ws-board-status) delimited by size
                   "," delimited by size
                   function trim(fs-inc-name) delimited by size
                   " - " delimited by size
                   function trim(fs-inc-cause) delimited by size
                   into ws-board-line
               end-string
           else
               string
                   function trim(ws-board-system) delimited by size
                   "," delimited by size
                   function trim(ws-board-status) delimited by size
                   "," delimited by size
                   function trim(fs-inc-name) delimited by size
                   " - commander " delimited by size
                   function trim(ws-commander-name) delimited by size
                   into ws-board-line
               end-string
           end-if.
           move 'N' to ws-board-eof.
           open output fs-board-tmp.
           open input sharing with all fs-board.
           perform until ws-at-board-eof
               read fs-board
                   at end move 'Y' to ws-board-eof
                   not at end perform copy-board-line
               end-read
           end-perform.
           close fs-board.
           write fs-board-tmp-line from ws-board-line end-write.
           close fs-board-tmp.
           call "CBL_RENAME_FILE" using "statusboard.txt.tmp"
               "statusboard.txt" end-call.
           move 'N' to ws-purge-resolved.
      *-----------------------------------------------------------------
       copy-board-line.
           move spaces to ws-line-system, ws-line-status.
           unstring fs-board-line delimited by ","
               into ws-line-system ws-line-status
           end-unstring.
           if ws-line-system is equal to ws-board-system
               exit paragraph
           end-if.
           if ws-purging-resolved
               and ws-line-system(1:4) is equal to "INC-"
               and ws-line-status is equal to "RESOLVED"
               exit paragraph
           end-if.
           write fs-board-tmp-line from fs-board-line end-write.
      *-----------------------------------------------------------------
      *One INC audit line per state change - subcommand, number and
      *the free text, under the author who typed it.
       audit-action.
           move ws-number to ws-number-disp.
           move spaces to ws-audit-text.
           string
               function trim(ws-incident-verb) delimited by size
               " #" delimited by size
               function trim(ws-number-disp) delimited by size
               " " delimited by size
               ws-rest-text(1:150) delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "INC"
               by value ls-target
               by value "&INCIDEN"
               by value "rv-cmd-incident"
               by value ws-audit-text
               by value ws-author-name end-call.
      *-----------------------------------------------------------------
       reply-no-such-incident.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           string
               "No incident #" delimited by size
               function trim(ws-number-disp) delimited by size
               " on file." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
       reply-no-such-service.
           move spaces to ws-reply-text.
           string
               "No service called " delimited by size
               function trim(ws-svc-key) delimited by size
               " in services.txt (&SERVICE LIST shows them)."
                   delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
       reply-wrong-state.
           close fd-incidents.
           move ws-number to ws-number-disp.
           perform set-board-status.
           move spaces to ws-reply-text.
           string
               "Incident #" delimited by size
               function trim(ws-number-disp) delimited by size
               " is already " delimited by size
               function trim(ws-board-status) delimited by size
               "." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
       send-reply.
           initialize ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       reply-usage.
           move "Usage: &INCIDENT <channel-name> [sev] [service] |"
               & " SEV <n> <1-4> | SERVICE <n> <service> |"
               & " COMMANDER <n> <@user> | MITIGATED <n> |"
               & " RESOLVE <n> <cause> | LIST" to ws-reply-text.
           call static "rv-template-lookup" using by reference ls-config
               by value "INCIDENT_USAGE"
               by reference ws-reply-text end-call.
           perform send-reply.
       end program rv-cmd-incident.
      ******************************************************************
      *Per-author command rate limit. A held-down up-arrow once fed
      *warning template (WATCHLIST key) is posted naming the author,
      *and a MOD entry lands in the audit trail. return-code 1 tells
      *the dispatcher the message is gone and nothing further should
      *run against it. Every hit is also a strike against the author
      *(rv-strike-record, strikes.cbl), and repeat offences escalate
      *from there - a moderators' DM, a timeout, an admin referral.
      *A line written as "REVIEW,term" is the softer tier: a match
      *is flagged with the eyes emoji (rv-send-reaction, the
      *WATCH_EYES template key naming the emoji) for a human to
       01  ws-content-upper pic x(2000).
       01  ws-hit-pos picture 9(8).
       01  ws-author-name pic x(32).
       01  ws-strike-action pic x(8).
       01  ws-warn-text pic x(200)
           value "That message was removed - it matched the "
           & "posting-policy watchlist.".
               by value "rv-watchlist-check"
               by value ls-content(1:200)
               by value ws-author-name end-call.
           call static "rv-strike-record" using by reference ls-config
               by value ls-target
               by value ls-author-id
               by value ws-term(1:40)
               by reference ws-strike-action end-call.
           perform post-warning.
           move 1 to return-code.
           goback.
               "&REMIND <min> <text>, &POLL <question>, "
               "&SEARCH <text>, &HELP. "
               "Admin only: &S shutdown, &D digest, &REPLAY, "
               "&RELOAD, &INCIDENT <name> (then SEV/COMMANDER/"
               "MITIGATED/RESOLVE <n>, LIST), &ANNOUNCE <text>."
               delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
                   move "reload config tables [admin]"
                       to ws-desc-text
               when "rv-cmd-incident"
                   move "incident channel and register (SEV/"
                       & "COMMANDER/MITIGATED/RESOLVE/LIST) [admin]"
                       to ws-desc-text
               when "rv-cmd-announce"
                   move "broadcast to routed channels [admin]"
                   move "who is on call right now"
                       to ws-desc-text
               when "rv-cmd-ticket"
                   move "ticket tracking (OPEN/ASSIGN/NOTE/LOG/"
                       & "CLOSE/LIST)" to ws-desc-text
               when "rv-cmd-kb"
                   move "knowledge-base lookup (&KB LIST for"
                       & " topics)" to ws-desc-text
               when "rv-cmd-config"
                   move "config HISTORY/ROLLBACK [admin]"
                       to ws-desc-text
               when "rv-cmd-prefs"
                   move "your quiet hours, time zone and notice"
                       & " delivery" to ws-desc-text
               when "rv-cmd-strikes"
                   move "review or pardon moderation strikes"
                       & " [admin]" to ws-desc-text
               when "rv-cmd-audit"
                   move "search the audit trail [admin]"
                       to ws-desc-text
               when "rv-cmd-callback"
                   move "list or claim out-of-hours callbacks"
                       to ws-desc-text
               when "rv-cmd-service"
                   move "who owns a channel (service catalogue)"
                       to ws-desc-text
               when "rv-cmd-checklist"
                   move "step-by-step runbook checklists"
                       to ws-desc-text
               when "rv-cmd-minutes"
                   move "meeting minutes (START [title]/STOP)"
                       to ws-desc-text
               when "rv-cmd-changes"
                   move "change calendar (PENDING, APPROVE/REJECT"
                       & " [admin])" to ws-desc-text
               when "rv-cmd-hold"
                   move "legal holds PLACE/RELEASE/LIST [admin]"
                       to ws-desc-text
               when "rv-cmd-swap"
                   move "propose or list on-call shift swaps"
                       to ws-desc-text
               when spaces
                   string "canned reply (" delimited by size
                       function trim(
      *rv-audit-verify (auditver.cbl) re-walks a day's chain and
      *reports the first broken link - the proof the record hasn't
      *been edited after the fact.
      *Every line written is also offered to rv-siem-event
      *(siem.cbl), which spools the security-relevant ones for the
      *SIEM collector.
      *Only the running bot writes the trail. The chain checksum
      *lives in this program's working storage and the day's file
      *stays open, so a line appended by any other process - a
      *standalone batch, the verifier, config maintenance, the
      *preflight - would fork the chain the bot carries on from. Any
      *process that has not claimed the trail (rv-bot-process, which
      *rv-init calls once it is the active instance) instead appends
      *the line, with its own stamp, to audit.request, and the
      *housekeeping tick writes it through here in-process
      *(rv-sweep-audit-requests, below) - the SIEM hand-off with it.
      *With the bot down the requests simply wait for its next start.
       identification division.
       program-id. rv-audit-log.
       environment division.
           organization is line sequential.
           select optional fs-retain assign to "logretain.txt"
           organization is line sequential.
           select optional fs-request assign to "audit.request"
           organization is line sequential.
       data division.
       file section.
       fd  fs-audit.
       01  fs-audit-line pic x(400).
       fd  fs-retain.
       01  fs-retain-line pic x(48).
       fd  fs-request.
       01  fs-request-line pic x(400).
       working-storage section.
       01  ws-audit-line pic x(400).
       01  ws-audit-name pic x(32).
           by value ls-program
           by value ls-text
           by value ls-author.
           call static "rv-bot-process" using by value "ASK  "
               end-call.
           if return-code is not equal to 1
               move 0 to return-code
               perform queue-request
               goback
           end-if.
           move 0 to return-code.
           move spaces to ws-audit-line.
           string
               function current-date delimited by size
           end-string.
           perform ensure-file-open.
           perform chain-and-write.
      *Security-relevant lines are forwarded on to the SIEM too -
      *rv-siem-event (siem.cbl) decides which from siemmap.txt.
           call static "rv-siem-event" using by reference ls-direction
               by reference ls-channel
               by reference ls-prefix
               by reference ls-program
               by reference ls-text
               by reference ls-author end-call.
           goback.
      *-----------------------------------------------------------------
      *"stamp|direction|channel|prefix|program|author|text" - text
      *last, so a "|" in it survives the sweep's unstring.
       queue-request.
           move spaces to fs-request-line.
           string
               function current-date delimited by size
               "|" delimited by size
               ls-direction delimited by size
               "|" delimited by size
               ls-channel delimited by space
               "|" delimited by size
               ls-prefix delimited by space
               "|" delimited by size
               ls-program delimited by space
               "|" delimited by size
               function trim(ls-author) delimited by size
               "|" delimited by size
               function trim(ls-text) delimited by size
               into fs-request-line
           end-string.
           open extend fs-request.
           write fs-request-line end-write.
           close fs-request.
      *-----------------------------------------------------------------
      *Chain the line into the day's checksum sequence and write it
      *with the checksum as its final field.
       chain-and-write.
           close fs-retain.
       end program rv-audit-log.
      ******************************************************************
      *Is this process the running bot? rv-init CLAIMs it once it is
      *the active instance (past any standby wait); everything else
      *ASKs - return-code 1 for yes, 0 for no. Working storage is
      *per process, so a standalone batch never sees the claim.
       identification division.
       program-id. rv-bot-process.
       data division.
       working-storage section.
       01  ws-claimed pic x value 'N'.
           88 ws-is-bot-process value 'Y'.
       linkage section.
       01  ls-action pic x(5).
       procedure division using by value ls-action.
           if ls-action is equal to "CLAIM"
               move 'Y' to ws-claimed
           end-if.
           if ws-is-bot-process
               move 1 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
       end program rv-bot-process.
      ******************************************************************
      *The other processes' audit lines (audit.request, see
      *rv-audit-log) into the trail - called on the housekeeping
      *tick. The file is claimed by renaming it to audit.sweep and
      *written one pass later, so a writer that opened audit.request
      *just before the rename has a whole pass to finish its line
      *before anything reads it. A line that waited past the minute
      *it was raised in (the bot was down, say) carries its own
      *stamp at the end of its text.
       identification division.
       program-id. rv-sweep-audit-requests.
       environment division.
       input-output section.
       file-control.
           select optional fs-sweep assign to "audit.sweep"
           organization is line sequential.
       data division.
       file section.
       fd  fs-sweep.
       01  fs-sweep-line pic x(400).
       working-storage section.
       01  ws-sweep-eof pic x value 'N'.
           88 ws-at-sweep-eof value 'Y'.
       01  ws-now pic x(21).
       01  ws-parse-ptr picture 9(4).
       01  ws-text-len picture 9(4).
       01  ws-q-stamp pic x(21).
       01  ws-q-direction pic x(3).
       01  ws-q-channel pic x(26).
       01  ws-q-prefix pic x(8).
       01  ws-q-program pic x(30).
       01  ws-q-author pic x(32).
       01  ws-q-text pic x(200).
       procedure division.
           move 'N' to ws-sweep-eof.
           open input sharing with all fs-sweep.
           perform until ws-at-sweep-eof
               read fs-sweep
                   at end move 'Y' to ws-sweep-eof
                   not at end
                       if fs-sweep-line is not equal to spaces
                           perform write-one-request
                       end-if
               end-read
           end-perform.
           close fs-sweep.
           call "CBL_DELETE_FILE" using "audit.sweep" end-call.
           call "CBL_RENAME_FILE" using "audit.request"
               "audit.sweep" end-call.
           move 0 to return-code.
           goback.
      *-----------------------------------------------------------------
       write-one-request.
           move spaces to ws-q-stamp, ws-q-direction, ws-q-channel,
               ws-q-prefix, ws-q-program, ws-q-author, ws-q-text.
           move 1 to ws-parse-ptr.
           unstring fs-sweep-line delimited by "|"
               into ws-q-stamp ws-q-direction ws-q-channel
                    ws-q-prefix ws-q-program ws-q-author
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is not greater than length of fs-sweep-line
               move fs-sweep-line(ws-parse-ptr:) to ws-q-text
           end-if.
           move function current-date to ws-now.
           if ws-q-stamp(1:12) is not equal to ws-now(1:12)
               move function length(function trim(ws-q-text
                   trailing)) to ws-text-len
               if ws-q-text is equal to spaces
                   move zero to ws-text-len
               end-if
               if ws-text-len is less than 175
                   string " (raised " delimited by size
                       ws-q-stamp(1:14) delimited by size
                       ")" delimited by size
                       into ws-q-text(ws-text-len + 1:)
                   end-string
               end-if
           end-if.
           call static "rv-audit-log" using
               by value ws-q-direction
               by value ws-q-channel
               by value ws-q-prefix
               by value ws-q-program
               by value ws-q-text
               by value ws-q-author end-call.
       end program rv-sweep-audit-requests.
      ******************************************************************
      *Structured, leveled diagnostic log, for the warning/error
      *conditions worth being able to grep out of a production run
      *without scrolling past every routine INFO-level DISPLAY line -

      *program that doesn't exist) - this is where those problems
      *get caught instead of at 03:00 when a user first triggers the
      *broken route.
      *Run standalone; touches no network, but does load the vault
      *key so it can prove every credential in vault.dat opens. A
      *plain-text token.txt, accounts.txt or tls.txt still lying in
      *the working directory is an error in its own right - those
      *belong in the vault (rv-vault-admin IMPORT), not on disk. The
      *service catalogue (services.txt) is checked for complete
      *lines and team rosters that actually exist. The
      *exit code is the number of errors found (zero means clean).
       identification division.
       program-id. rv-preflight.
       environment division.
       input-output section.
       file-control.
           select optional fs-vault assign to "vault.dat"
           organization is line sequential.
           select optional fs-routes assign to "routes.txt"
           organization is line sequential.
           organization is line sequential.
           select optional fs-reactions assign to "reactions.txt"
           organization is line sequential.
           select optional fs-admins assign to "admins.txt"
           organization is line sequential.
           select optional fs-reconnect assign to "reconnect.txt"
           organization is line sequential.
           select optional fs-schedule assign to "schedule.txt"
           organization is line sequential.
           select optional fs-services assign to "services.txt"
           organization is line sequential.
           select fs-probe assign to ws-probe-name
           organization is line sequential
           file status is ws-probe-status.
       data division.
       file section.
       fd  fs-vault.
       01  fs-vault-line pic x(1700).
       fd  fs-routes.
       01  fs-route pic x(120).
       fd  fs-templates.
       01  fs-template pic x(220).
       fd  fs-reactions.
       01  fs-reaction pic x(68).
       fd  fs-admins.
       01  fs-admin-line pic x(26).
       fd  fs-reconnect.
       01  fs-reconnect-line pic x(56).
       fd  fs-schedule.
       01  fs-schedule-line pic x(120).
       fd  fs-services.
       01  fs-service-line pic x(600).
       fd  fs-probe.
       01  fs-probe-line pic x(80).
       working-storage section.
       01  ws-file-name pic x(16).
       01  ws-probe-name pic x(255).
       01  ws-probe-status pic x(2).
      *Vault checks - the key once, then each entry opened with it.
       01  ws-vault-key pic x(32).
       01  ws-vault-key-state pic x value 'N'.
           88 ws-vault-key-is-loaded value 'Y'.
       01  ws-vault-name pic x(16).
       01  ws-vault-value pic x(800).
       01  ws-vault-len :tp-int:.
       01  ws-vault-rc picture 9(4).
      *The plain-text credential files the vault replaced.
       01  ws-plain-files-data.
           02 filler pic x(16) value "token.txt".
           02 filler pic x(16) value "accounts.txt".
           02 filler pic x(16) value "tls.txt".
       01  ws-plain-files redefines ws-plain-files-data.
           02 ws-plain-file pic x(16) occurs 3 times.
       01  ws-plain-idx picture 9(4).
      *Crockford base32 - the alphabet every ULID field must stick
      *to, same set rv-ulid-timestamp (api.cbl) decodes.
       01  ws-b32 pic x(32) value "0123456789ABCDEFGHJKMNPQRSTVWXYZ".
           02 filler pic x(30) value "rv-cmd-sent".
           02 filler pic x(30) value "rv-cmd-transcript".
           02 filler pic x(30) value "rv-cmd-config".
           02 filler pic x(30) value "rv-cmd-prefs".
           02 filler pic x(30) value "rv-cmd-strikes".
           02 filler pic x(30) value "rv-cmd-callback".
           02 filler pic x(30) value "rv-cmd-audit".
           02 filler pic x(30) value "rv-cmd-service".
           02 filler pic x(30) value "rv-cmd-checklist".
           02 filler pic x(30) value "rv-cmd-minutes".
           02 filler pic x(30) value "rv-cmd-changes".
           02 filler pic x(30) value "rv-cmd-hold".
           02 filler pic x(30) value "rv-cmd-swap".
       01  ws-known-programs redefines ws-known-programs-data.
           02 ws-known-program pic x(30) occurs 35 times.
      *Programs a reactions.txt line may name - the reaction
      *signature rv-dispatch-reaction CALLs with (config, target,
      *message-id, user-id, emoji). The two lists are deliberately
       01  ws-field-3 pic x(40).
       01  ws-field-4 pic x(40).
       01  ws-field-5 pic x(40).
       01  ws-svc-head pic x(200).
       01  ws-svc-chans pic x(440).
       01  ws-svc-owner pic x(64).
       01  ws-owner-len picture 9(4).
       01  ws-ext-pos picture 9(4).
       01  ws-owner-ext pic x(4).
       01  ws-err-disp picture zzz9.
       01  ws-warn-disp picture zzz9.
       procedure division.
           display "=== Revolt bot config preflight ===" end-display.
           perform check-token.
           perform check-plain-credentials.
           perform check-templates.
           perform check-routes.
           perform check-reactions.
           perform check-tls.
           perform check-reconnect.
           perform check-schedule.
           perform check-services.
           perform check-singletons.
      *Capture a config generation on every preflight pass too
      *(rv-config-snapshot, cfgver.cbl) - the restart path gets the
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *The vault key has to load and the TOKEN entry has to open
      *under it, or the bot refuses to start.
       check-token.
           move "vault.dat" to ws-file-name.
           move zero to ws-line-no.
           call static "rv-vault-key" using by reference ws-vault-key
               end-call.
           move return-code to ws-vault-rc.
           evaluate ws-vault-rc
               when 0
                   move 'Y' to ws-vault-key-state
               when 2
                   move "vault key path (REVOLT_BOT_VAULT_KEY) is not"
                       & " absolute - keep the key outside the"
                       & " working directory" to ws-report-text
                   perform report-error
               when other
                   move "vault key missing, unreadable or not 64 hex"
                       & " digits - no credential can be read"
                       to ws-report-text
                   perform report-error
           end-evaluate.
           if not ws-vault-key-is-loaded
               exit paragraph
           end-if.
           move "TOKEN" to ws-vault-name.
           call static "rv-vault-get" using by value ws-vault-name
               by reference ws-vault-value end-call.
           move return-code to ws-vault-rc.
           evaluate true
               when ws-vault-rc is equal to 1
                   move "no TOKEN entry - the bot refuses to start"
                       & " unauthenticated" to ws-report-text
                   perform report-error
               when ws-vault-rc is not equal to zero
                   move "TOKEN entry does not open under the vault"
                       & " key" to ws-report-text
                   perform report-error
               when ws-vault-value(1:1) is equal to space
                   move "TOKEN entry is blank - token not usable"
                       to ws-report-text
                   perform report-error
           end-evaluate.
      *-----------------------------------------------------------------
      *Any plain-text credential file left in the working directory
      *defeats the vault - present at all is an error, readable or
      *not.
       check-plain-credentials.
           move zero to ws-line-no.
           perform varying ws-plain-idx from 1 by 1
               until ws-plain-idx is greater than 3
               move ws-plain-file(ws-plain-idx) to ws-file-name
               move ws-plain-file(ws-plain-idx) to ws-probe-name
               open input fs-probe
               if ws-probe-status is equal to "00"
                   close fs-probe
               end-if
               if ws-probe-status is not equal to "35"
                   move "plain-text credential file still present -"
                       & " import it (rv-vault-admin IMPORT) and"
                       & " delete it" to ws-report-text
                   perform report-error
               end-if
           end-perform.
      *-----------------------------------------------------------------
       check-templates.
           move "templates.txt" to ws-file-name.
       check-known-program.
           move 'N' to ws-pgm-found.
           perform varying ws-pgm-idx from 1 by 1
               until ws-pgm-idx is greater than 35
               if ws-known-program(ws-pgm-idx) is equal to
                   ws-route-program(1:30)
                   move 'Y' to ws-pgm-found
               end-if
           end-if.
      *-----------------------------------------------------------------
      *Every vault entry has to open under the key; the extra
      *accounts are ACCOUNT2 to ACCOUNT4 only, so anything else is a
      *credential the bot will never read.
       check-accounts.
           move "vault.dat" to ws-file-name.
           move zero to ws-line-no.
           if not ws-vault-key-is-loaded
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           open input sharing with all fs-vault.
           perform until ws-at-eof
               read fs-vault
                   at end move 'Y' to ws-eof
                   not at end perform check-account-line
               end-read
           end-perform.
           close fs-vault.
      *-----------------------------------------------------------------
       check-account-line.
           add 1 to ws-line-no.
           call static "rv-vault-open" using by reference ws-vault-key
               by reference fs-vault-line
               by reference ws-vault-name
               by reference ws-vault-value
               by reference ws-vault-len end-call.
           if return-code is not equal to zero
               move spaces to ws-report-text
               string "entry " delimited by size
                   function trim(ws-vault-name) delimited by size
                   " is damaged or sealed under another key"
                       delimited by size
                   into ws-report-text
               end-string
               perform report-error
               exit paragraph
           end-if.
           evaluate ws-vault-name
               when "TOKEN"
               when "TLS"
               when "ACCOUNT2"
               when "ACCOUNT3"
               when "ACCOUNT4"
                   continue
               when other
                   move spaces to ws-report-text
                   string "entry " delimited by size
                       function trim(ws-vault-name) delimited by size
                       " is not one the bot reads (extra accounts"
                           delimited by size
                       " are ACCOUNT2-ACCOUNT4)" delimited by size
                       into ws-report-text
                   end-string
                   perform report-warn
           end-evaluate.
      *-----------------------------------------------------------------
       check-admins.
           move "admins.txt" to ws-file-name.
               perform report-error
           end-if.
      *-----------------------------------------------------------------
      *The three paths in the vault's TLS entry have to exist and be
      *readable now - curl would only complain at the first request.
       check-tls.
           move "vault.dat" to ws-file-name.
           move zero to ws-line-no.
           if not ws-vault-key-is-loaded
               exit paragraph
           end-if.
           move "TLS" to ws-vault-name.
           call static "rv-vault-get" using by value ws-vault-name
               by reference ws-vault-value end-call.
           if return-code is equal to zero
               and ws-vault-value(1:1) is not equal to space
               move spaces to ws-field-1, ws-field-2, ws-field-3
               unstring ws-vault-value delimited by ","
                   into ws-field-1 ws-field-2 ws-field-3
               end-unstring
               perform probe-tls-path
           end-if.
      *-----------------------------------------------------------------
       probe-tls-path.
           if ws-field-1 is not equal to spaces
                   & " placeholder" to ws-report-text
               perform report-warn
           end-if.
      *-----------------------------------------------------------------
       check-services.
           move "services.txt" to ws-file-name.
           move zero to ws-line-no.
           move 'N' to ws-eof.
           open input sharing with all fs-services.
           perform until ws-at-eof
               read fs-services
                   at end move 'Y' to ws-eof
                   not at end perform check-service-line
               end-read
           end-perform.
           close fs-services.
      *-----------------------------------------------------------------
      *"service,team,owner,criticality[,alert-channel]:chan,..." - a
      *line without its channel list owns nothing, and a roster file
      *that isn't there leaves the team with nobody on call.
       check-service-line.
           add 1 to ws-line-no.
           if fs-service-line(1:1) is equal to space
               or fs-service-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-svc-head, ws-svc-chans.
           unstring fs-service-line delimited by ":"
               into ws-svc-head ws-svc-chans
           end-unstring.
           move spaces to ws-field-1, ws-field-2, ws-svc-owner,
               ws-field-4, ws-field-5.
           unstring ws-svc-head delimited by ","
               into ws-field-1 ws-field-2 ws-svc-owner
                    ws-field-4 ws-field-5
           end-unstring.
           if ws-field-1 is equal to spaces
               or ws-field-2 is equal to spaces
               or ws-svc-owner is equal to spaces
               move "service, team and owner are all required"
                   to ws-report-text
               perform report-error
               exit paragraph
           end-if.
           if ws-svc-chans is equal to spaces
               move "no channel list after the colon - the service"
                   & " owns no channels" to ws-report-text
               perform report-error
           end-if.
           if ws-field-4 is equal to spaces
               move "criticality is blank" to ws-report-text
               perform report-warn
           end-if.
           move function length(function trim(ws-svc-owner))
               to ws-owner-len.
           if ws-owner-len is greater than 4
               compute ws-ext-pos = ws-owner-len - 3
               move function upper-case(ws-svc-owner(ws-ext-pos:4))
                   to ws-owner-ext
               if ws-owner-ext is equal to ".TXT"
                   move ws-svc-owner to ws-probe-name
                   perform probe-one-file
               end-if
           end-if.
      *-----------------------------------------------------------------
      *The single-value files: numeric knobs and channel ids.
       check-singletons.

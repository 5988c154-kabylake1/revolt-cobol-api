      *reports any whose name changed since chancache.dat last saw
      *them, and exits nonzero on dead ids - the same contract as
      *rv-preflight, so the restart script can gate on it. Needs
      *the vault TOKEN (and optionally server.txt), exactly like the bot
      *itself. The dead ids are also left in cfgaudit.dat - a
      *"*checked YYYYMMDDhhmmss" line, then one "channel,source" line
      *per dead id, replaced every run - for the config usage report
      *(rv-config-usage, cfgusage.cbl) to propose their clean-up.
       identification division.
       program-id. rv-config-audit.
       environment division.
       input-output section.
       file-control.
           select optional fs-server assign to "server.txt"
           organization is line sequential.
           select optional fs-routes assign to "routes.txt"
           organization is line sequential.
           select optional fs-ccache assign to "chancache.dat"
           organization is line sequential.
           select fs-dead assign to "cfgaudit.dat.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-server.
       01  fs-server-line pic x(80).
       fd  fs-routes.
       01  fs-escalate-line pic x(64).
       fd  fs-ccache.
       01  fs-ccache-line pic x(96).
       fd  fs-dead.
       01  fs-dead-line pic x(64).
       working-storage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
           perform init-session.
           perform load-channel-names.
           perform collect-config-ids.
           open output fs-dead.
           move spaces to fs-dead-line.
           string "*checked " delimited by size
               function current-date(1:14) delimited by size
               into fs-dead-line
           end-string.
           write fs-dead-line end-write.
           perform varying ws-id-idx from 1 by 1
               until ws-id-idx is greater than ws-id-count
               perform verify-one-id
           end-perform.
           close fs-dead.
           call "CBL_RENAME_FILE" using "cfgaudit.dat.tmp"
               "cfgaudit.dat" end-call.
           call static "rv-curl-handle-cleanup" using
               by reference ws-config end-call.
           call "curl-global-cleanup" end-call.
       init-session.
           initialize ws-config.
           move "https://api.revolt.chat" to ws-url.
           call static "rv-vault-token" using by reference ws-token
               end-call.
           if ws-token(1:1) is equal to space
               display "no usable TOKEN in the vault - cannot"
                   " verify channels" end-display
               move 2 to return-code
               stop run
                   ": channel " ws-id-value(ws-id-idx)
                   " does not answer (deleted/archived/no access)"
                   end-display
               move spaces to fs-dead-line
               string ws-id-value(ws-id-idx) delimited by size
                   "," delimited by size
                   function trim(ws-id-source(ws-id-idx))
                       delimited by size
                   into fs-dead-line
               end-string
               write fs-dead-line end-write
               exit paragraph
           end-if.
           perform lookup-cached-name.

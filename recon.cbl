      *the day's midnight), matches each audited send to a message
      *the bot authored with the same leading content, and writes
      *recon.YYYYMMDD.txt naming every audited send it could NOT
      *find. Needs the vault TOKEN (and optionally server.txt),
      *exactly like the bot itself.
      *The run is checkpointed the way config-state checkpoints the
      *bot: recon.YYYYMMDD.ckpt carries each channel's paging
      *after-id and done/pending status plus the matched flags
       environment division.
       input-output section.
       file-control.
           select optional fs-server assign to "server.txt"
           organization is line sequential.
           select optional fs-audit assign to ws-audit-name
           record key is fs-outl-msg-id.
       data division.
       file section.
       fd  fs-server.
       01  fs-server-line pic x(80).
       fd  fs-audit.
       init-session.
           initialize ws-config.
           move "https://api.revolt.chat" to ws-url.
           call static "rv-vault-token" using by reference ws-token
               end-call.
           if ws-token(1:1) is equal to space
               display "no usable TOKEN in the vault - cannot page"
                   " history" end-display
               move 2 to return-code
               stop run

      *each message's age from its ULID, deletes everything older
      *than the window through rv-delete-msg, and writes
      *retention.rpt (channel, messages removed, oldest kept) so
      *compliance can file the evidence. Needs the vault TOKEN (and
      *optionally server.txt), exactly like the bot itself.
      *The run is checkpointed the way config-state checkpoints the
      *bot: retention.ckpt carries each channel's paging after-id
      *resumes where it stopped instead of starting over from the
      *top of every channel's history. A clean finish removes the
      *checkpoint; remove it by hand to force a full re-run.
      *A message under a live legal hold (rv-hold-check, hold.cbl)
      *is never deleted, however old: it is skipped, listed in
      *legalhold.skip (rv-hold-report) and counted in the report's
      *messages_held column.
       identification division.
       program-id. rv-retention.
       environment division.
       input-output section.
       file-control.
           select optional fs-server assign to "server.txt"
           organization is line sequential.
           select optional fs-chanretain assign to "chanretain.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-server.
       01  fs-server-line pic x(80).
       fd  fs-chanretain.
       01  ws-after-id picture x(26).
       01  ws-msg-stamp picture 9(14).
       01  ws-removed-count picture 9(8).
       01  ws-held-count picture 9(8).
       01  ws-hold-case pic x(16).
       01  ws-hold-stamp pic x(14).
       01  ws-batch-name pic x(16) value "rv-retention".
       01  ws-oldest-kept pic x(26).
       01  ws-count-disp picture zzzzzzz9.
       01  ws-held-disp picture zzzzzzz9.
       01  ws-work-line pic x(120).
      *Sized to rv-maildrop's linkage so the recipient-key compare
      *sees blank fill, not whatever followed a short literal.
           perform load-checkpoint.
           perform init-session.
           open output fs-report.
           move "channel,messages_removed,oldest_kept,messages_held"
               to fs-report-line.
           write fs-report-line end-write.
           perform varying ws-entry-idx from 1 by 1
       init-session.
           initialize ws-config.
           move "https://api.revolt.chat" to ws-url.
           call static "rv-vault-token" using by reference ws-token
               end-call.
           if ws-token(1:1) is equal to space
               display "no usable TOKEN in the vault - cannot"
                   " prune" end-display
               move 2 to return-code
               stop run
      *A channel the checkpoint already records as done stays done -
      *this is the rerun-resumes behavior the checkpoint exists for.
           if ws-entry-done(ws-entry-idx) is equal to 'D'
               move zero to ws-removed-count, ws-held-count
               move "(done in earlier run)" to ws-oldest-kept
               perform write-channel-summary
               exit paragraph
           call static "rv-stamp-minus-secs" using
               by value ws-window-secs
               by reference ws-cutoff end-call.
           move zero to ws-removed-count, ws-held-count.
           move spaces to ws-oldest-kept.
           move ws-entry-after(ws-entry-idx) to ws-after-id.
           move 'Y' to ws-more-pages.
           if ws-msg-stamp is equal to zero
               exit paragraph
           end-if.
           if ws-msg-stamp is less than ws-cutoff
               move ws-msg-stamp to ws-hold-stamp
               call static "rv-hold-check" using
                   by value ws-entry-channel(ws-entry-idx)
                   by value wm-author-id
                   by value ws-hold-stamp
                   by reference ws-hold-case end-call
           end-if.
           if ws-msg-stamp is less than ws-cutoff
               and return-code is equal to 1
               move 0 to return-code
               call static "rv-hold-report" using
                   by value ws-batch-name
                   by value ws-hold-case
                   by value ws-entry-channel(ws-entry-idx)
                   by value wm-msg-id
                   by value wm-author-id
                   by value ws-hold-stamp end-call
               add 1 to ws-held-count
               exit paragraph
           end-if.
           if ws-msg-stamp is less than ws-cutoff
               call static "rv-delete-msg" using
                   by reference ws-config
      *-----------------------------------------------------------------
       write-channel-summary.
           move ws-removed-count to ws-count-disp.
           move ws-held-count to ws-held-disp.
           move spaces to ws-work-line.
           string
               ws-entry-channel(ws-entry-idx) delimited by space
               function trim(ws-count-disp) delimited by size
               "," delimited by size
               ws-oldest-kept delimited by space
               "," delimited by size
               function trim(ws-held-disp) delimited by size
               into ws-work-line
           end-string.
           move ws-work-line to fs-report-line.

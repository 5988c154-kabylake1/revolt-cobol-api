      *zero. Both files are rebuilt compactly by writing the kept
      *records to a fresh indexed file and renaming it into place,
      *and maint.rpt records before/after record counts so the
      *evidence can be filed. An archive record under a live legal
      *hold (rv-hold-check, hold.cbl) stays in the archive whatever
      *its age - it is kept, listed in legalhold.skip
      *(rv-hold-report) and counted as held in maint.rpt.
      *Needs no token and touches no network - but run it only while
      *the bot is down, the same rule as any other offline rebuild.
       identification division.
       01  ws-arch-before picture 9(8) value zero.
       01  ws-arch-kept picture 9(8) value zero.
       01  ws-arch-offloaded picture 9(8) value zero.
       01  ws-arch-held picture 9(8) value zero.
       01  ws-hold-case pic x(16).
       01  ws-batch-name pic x(16) value "rv-store-maint".
       01  ws-ledger-before picture 9(8) value zero.
       01  ws-ledger-kept picture 9(8) value zero.
       01  ws-count-disp picture zzzzzzz9.
       keep-or-offload-arch.
           add 1 to ws-arch-before.
           if fs-arch-stamp is less than ws-arch-cutoff
               call static "rv-hold-check" using
                   by value fs-arch-channel
                   by value fs-arch-author
                   by value fs-arch-stamp
                   by reference ws-hold-case end-call
               if return-code is equal to 1
                   move 0 to return-code
                   add 1 to ws-arch-held
                   call static "rv-hold-report" using
                       by value ws-batch-name
                       by value ws-hold-case
                       by value fs-arch-channel
                       by value fs-arch-msg-id
                       by value fs-arch-author
                       by value fs-arch-stamp end-call
               end-if
           end-if.
           if fs-arch-stamp is less than ws-arch-cutoff
               and ws-hold-case is equal to spaces
               add 1 to ws-arch-offloaded
               move spaces to ws-offload-line
               string
               delimited by size into ws-work-line
           end-string.
           perform emit-line.
           move ws-arch-held to ws-count-disp.
           move spaces to ws-work-line.
           string "  kept under legal hold (legalhold.skip): "
               ws-count-disp delimited by size into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           string "  offload file: " delimited by size
               function trim(ws-offload-name) delimited by size

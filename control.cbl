       end program rv-sweep-control.
      ******************************************************************
      *Bot token rotation without a restart - the security team's
      *quarterly rotation used to mean a full stop, because the
      *credentials were read once at startup and the
      *x-bot-token header baked into each account's curl handle by
      *rv-curl-handle-init. Called once per account per pass of
      *rv-onrun, this watches the slot's own vault entry (TOKEN for
      *slot 1, the matching ACCOUNTn entry for slots 2-4, counted
      *the way rv-test-main's load-accounts closes up gaps) and,
      *when the token there changes (rv-vault-admin ROTATE) - or the
      *ROTATE control verb left a rotate.slotN flag - rebuilds the
      *slot's curl handle on the new credential and re-runs
      *rv-fetch-self-id to validate it. A credential that fails
       environment division.
       input-output section.
       file-control.
           select optional fs-rotate assign to ws-rotate-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-rotate.
       01  fs-rotate-line pic x(40).
       working-storage section.
       01  ws-file-token pic x(80).
       01  ws-old-token pic x(80).
       01  ws-vault-name pic x(16).
       01  ws-vault-value pic x(800).
       01  ws-vault-slot picture 9.
       01  ws-sig-count picture 9(4).
       01  ws-want-line picture 9(4).
       01  ws-forced pic x.
                   ws-slot-disp delimited by size
                   " FAILED validation - old token restored."
                       delimited by size
                   " Fix the vault entry and ROTATE again."
                       delimited by size
                   into ws-log-line
               end-string
       read-file-token.
           move spaces to ws-file-token.
           if ws-slot-disp is equal to 1
               call static "rv-vault-token" using
                   by reference ws-file-token end-call
           else
               compute ws-want-line = ws-slot-disp - 1
               move zero to ws-sig-count
               perform varying ws-vault-slot from 2 by 1
                   until ws-vault-slot is greater than 4
                   or ws-file-token(1:1) is not equal to space
                   move spaces to ws-vault-name
                   string "ACCOUNT" delimited by size
                       ws-vault-slot delimited by size
                       into ws-vault-name
                   end-string
                   call static "rv-vault-get" using
                       by value ws-vault-name
                       by reference ws-vault-value end-call
                   perform take-account-line
               end-perform
           end-if.
      *-----------------------------------------------------------------
       take-account-line.
           if ws-vault-value(1:1) is equal to space
               exit paragraph
           end-if.
           add 1 to ws-sig-count.
           if ws-sig-count is equal to ws-want-line
               unstring ws-vault-value delimited by ","
                   into ws-file-token
               end-unstring
           end-if.
      *-----------------------------------------------------------------
      *Tear the slot's handle down, bring it back up on the new

       copy "cabi.cpy".
      ******************************************************************
      *Credential vault upkeep - the operator's side of vault.dat
      *(vault.cbl). Run standalone with the vault key in place:
      *    rv-vault-admin ADD <name> [value]
      *    rv-vault-admin ROTATE <name> [value]
      *    rv-vault-admin LIST
      *    rv-vault-admin IMPORT
      *ADD refuses a name already in the vault and ROTATE one that
      *isn't, so a typo can't quietly create a second token. Leave
      *the value off to type it at the prompt instead - a token on
      *the command line ends up in the shell history. The running
      *bot picks a rotated TOKEN/ACCOUNTn up on its next pass
      *(rv-token-rotate), no restart needed.
      *LIST shows each entry's name and length with the value masked
      *to its first and last four characters - enough to tell two
      *tokens apart, not enough to use one.
      *IMPORT is the one-off move off the old plain-text files:
      *token.txt becomes TOKEN, each significant accounts.txt line
      *ACCOUNT2 to ACCOUNT4 in order, tls.txt's line TLS. Each file
      *is deleted only once everything taken from it reads back
      *from the vault intact. Entries are written, never values, to
      *the audit trail.
      *Exit code 0 - done; 1 - usage, or the name is wrong for the
      *verb; 2 - the vault key can't be loaded; 3 - a value would
      *not seal, or an import did not read back.
       identification division.
       program-id. rv-vault-admin.
       environment division.
       input-output section.
       file-control.
           select optional fs-vault assign to "vault.dat"
           organization is line sequential.
           select optional fs-plain assign to ws-plain-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-vault.
       01  fs-vault-line pic x(1700).
       fd  fs-plain.
       01  fs-plain-line pic x(800).
       working-storage section.
       01  ws-cmdline pic x(1024).
       01  ws-verb pic x(16).
       01  ws-arg-name pic x(40).
       01  ws-parse-ptr picture 9(8).
       01  ws-name pic x(16).
       01  ws-value pic x(800).
       01  ws-mode pic x.
       01  ws-vault-key pic x(32).
       01  ws-vault-len :tp-int:.
       01  ws-open-name pic x(16).
       01  ws-open-value pic x(800).
       01  ws-check-value pic x(800).
       01  ws-rc picture 9(4) value zero.
       01  ws-put-rc picture 9(4).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-entry-count picture 9(4).
       01  ws-count-disp picture zzz9.
       01  ws-len-disp picture zzz9.
       01  ws-masked pic x(16).
       01  ws-comma-count picture 9(4).
      *IMPORT bookkeeping - the plain-text file being taken in, the
      *entries it produced, and whether they all read back.
       01  ws-plain-name pic x(16).
       01  ws-import-ok pic x.
           88 ws-import-is-ok value 'Y'.
       01  ws-acct-slot picture 9.
       01  ws-import-count picture 9(4).
       01  ws-import-idx picture 9(4).
       01  ws-import-names pic x(16) occurs 3 times.
       01  ws-audit-text pic x(200).
       procedure division.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-verb, ws-arg-name, ws-value.
           move 1 to ws-parse-ptr.
           unstring ws-cmdline delimited by all spaces
               into ws-verb ws-arg-name
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of ws-cmdline
               move ws-cmdline(ws-parse-ptr:) to ws-value
           end-if.
           move function upper-case(ws-verb) to ws-verb.
           evaluate ws-verb
               when "ADD"
                   move 'A' to ws-mode
                   perform put-entry
               when "ROTATE"
                   move 'R' to ws-mode
                   perform put-entry
               when "LIST"
                   perform list-entries
               when "IMPORT"
                   perform import-plain-files
               when other
                   display "usage: rv-vault-admin ADD <name> [value]"
                       end-display
                   display "       rv-vault-admin ROTATE <name>"
                       " [value]" end-display
                   display "       rv-vault-admin LIST" end-display
                   display "       rv-vault-admin IMPORT" end-display
                   move 1 to ws-rc
           end-evaluate.
           move ws-rc to return-code.
           stop run.
      *-----------------------------------------------------------------
      *ADD / ROTATE one entry, prompting for the value when the
      *command line didn't carry one.
       put-entry.
           move function upper-case(ws-arg-name) to ws-arg-name.
           move zero to ws-comma-count.
           inspect ws-arg-name tallying ws-comma-count for all ",".
           if ws-arg-name is equal to spaces
               or ws-arg-name(17:1) is not equal to space
               or ws-comma-count is not equal to zero
               display "Entry name must be 1-16 characters with no"
                   " comma" end-display
               move 1 to ws-rc
               exit paragraph
           end-if.
           move ws-arg-name to ws-name.
           if ws-value is equal to spaces
               display "Value for " function trim(ws-name) ": "
                   with no advancing end-display
               accept ws-value end-accept
           end-if.
           if ws-value is equal to spaces
               display "No value given - vault unchanged" end-display
               move 1 to ws-rc
               exit paragraph
           end-if.
           call static "rv-vault-put" using by value ws-name
               by reference ws-value
               by value ws-mode end-call.
           move return-code to ws-put-rc.
           evaluate ws-put-rc
               when 0
                   move spaces to ws-audit-text
                   if ws-mode is equal to 'A'
                       string "vault entry " delimited by size
                           function trim(ws-name) delimited by size
                           " added" delimited by size
                           into ws-audit-text
                       end-string
                   else
                       string "vault entry " delimited by size
                           function trim(ws-name) delimited by size
                           " rotated" delimited by size
                           into ws-audit-text
                       end-string
                   end-if
                   perform audit-change
                   display function trim(ws-audit-text) end-display
               when 1
                   if ws-mode is equal to 'A'
                       display function trim(ws-name)
                           " is already in the vault - use ROTATE"
                           end-display
                   else
                       display function trim(ws-name)
                           " is not in the vault - use ADD"
                           end-display
                   end-if
                   move 1 to ws-rc
               when 2
                   perform report-no-key
               when other
                   display "Could not seal the value - vault"
                       " unchanged" end-display
                   move 3 to ws-rc
           end-evaluate.
      *-----------------------------------------------------------------
       list-entries.
           call static "rv-vault-key" using by reference ws-vault-key
               end-call.
           if return-code is not equal to zero
               perform report-no-key
               exit paragraph
           end-if.
           move zero to ws-entry-count.
           move 'N' to ws-eof.
           open input sharing with all fs-vault.
           perform until ws-at-eof
               read fs-vault
                   at end move 'Y' to ws-eof
                   not at end perform list-one-entry
               end-read
           end-perform.
           close fs-vault.
           move ws-entry-count to ws-count-disp.
           display function trim(ws-count-disp) " entr"
               with no advancing end-display.
           if ws-entry-count is equal to 1
               display "y in vault.dat" end-display
           else
               display "ies in vault.dat" end-display
           end-if.
      *-----------------------------------------------------------------
       list-one-entry.
           add 1 to ws-entry-count.
           call static "rv-vault-open" using by reference ws-vault-key
               by reference fs-vault-line
               by reference ws-open-name
               by reference ws-open-value
               by reference ws-vault-len end-call.
           if return-code is not equal to zero
               display ws-open-name " DAMAGED - does not open under"
                   " this key" end-display
               exit paragraph
           end-if.
           move all "*" to ws-masked.
           if ws-vault-len is greater than 12
               move ws-open-value(1:4) to ws-masked(1:4)
               move ws-open-value(ws-vault-len - 3:4)
                   to ws-masked(9:4)
           end-if.
           move ws-vault-len to ws-len-disp.
           display ws-open-name " " ws-masked(1:12) "  ("
               function trim(ws-len-disp) " chars)" end-display.
      *-----------------------------------------------------------------
      *Take the old plain-text files in. Each file is handled on its
      *own: everything it held is sealed, read back and compared,
      *and only then is the file deleted.
       import-plain-files.
           call static "rv-vault-key" using by reference ws-vault-key
               end-call.
           if return-code is not equal to zero
               perform report-no-key
               exit paragraph
           end-if.
           move "token.txt" to ws-plain-name.
           perform import-one-file.
           move "accounts.txt" to ws-plain-name.
           perform import-one-file.
           move "tls.txt" to ws-plain-name.
           perform import-one-file.
      *-----------------------------------------------------------------
       import-one-file.
           move zero to ws-import-count.
           move 'Y' to ws-import-ok.
           move 1 to ws-acct-slot.
           move 'N' to ws-eof.
           open input sharing with all fs-plain.
           perform until ws-at-eof
               read fs-plain
                   at end move 'Y' to ws-eof
                   not at end perform import-one-line
               end-read
           end-perform.
           close fs-plain.
           if ws-import-count is equal to zero
               exit paragraph
           end-if.
           perform varying ws-import-idx from 1 by 1
               until ws-import-idx is greater than ws-import-count
               perform verify-one-import
           end-perform.
           if ws-import-is-ok
               call "CBL_DELETE_FILE" using ws-plain-name end-call
               display function trim(ws-plain-name)
                   " imported and deleted" end-display
           else
               display function trim(ws-plain-name)
                   " NOT deleted - its entries did not read back"
                   end-display
               move 3 to ws-rc
           end-if.
      *-----------------------------------------------------------------
      *token.txt and tls.txt only ever had the one line that
      *counted; accounts.txt had up to three.
       import-one-line.
           if fs-plain-line(1:1) is equal to space
               or fs-plain-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           evaluate ws-plain-name
               when "token.txt"
                   move "TOKEN" to ws-name
                   move 'Y' to ws-eof
               when "tls.txt"
                   move "TLS" to ws-name
                   move 'Y' to ws-eof
               when other
                   if ws-acct-slot is not less than 4
                       display "accounts.txt line past the"
                           " 3-extra-account cap not imported"
                           end-display
                       exit paragraph
                   end-if
                   add 1 to ws-acct-slot
                   move spaces to ws-name
                   string "ACCOUNT" delimited by size
                       ws-acct-slot delimited by size
                       into ws-name
                   end-string
           end-evaluate.
           move fs-plain-line to ws-value.
           move 'U' to ws-mode.
           call static "rv-vault-put" using by value ws-name
               by reference ws-value
               by value ws-mode end-call.
           if return-code is not equal to zero
               move 'N' to ws-import-ok
               exit paragraph
           end-if.
           add 1 to ws-import-count.
           move ws-name to ws-import-names(ws-import-count).
           move spaces to ws-audit-text.
           string "vault entry " delimited by size
               function trim(ws-name) delimited by size
               " imported from " delimited by size
               function trim(ws-plain-name) delimited by size
               into ws-audit-text
           end-string.
           perform audit-change.
      *-----------------------------------------------------------------
       verify-one-import.
           move ws-import-names(ws-import-idx) to ws-name.
           call static "rv-vault-get" using by value ws-name
               by reference ws-check-value end-call.
           if return-code is not equal to zero
               move 'N' to ws-import-ok
               exit paragraph
           end-if.
      *Re-read the source line the entry came from and compare.
           move 'N' to ws-eof.
           move zero to ws-entry-count.
           move spaces to ws-value.
           open input sharing with all fs-plain.
           perform until ws-at-eof
               read fs-plain
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-plain-line(1:1) is not equal to space
                           and fs-plain-line(1:1) is not equal to '*'
                           add 1 to ws-entry-count
                           if ws-entry-count is equal to
                               ws-import-idx
                               move fs-plain-line to ws-value
                               move 'Y' to ws-eof
                           end-if
                       end-if
               end-read
           end-perform.
           close fs-plain.
           if ws-check-value is not equal to ws-value
               move 'N' to ws-import-ok
           end-if.
      *-----------------------------------------------------------------
       audit-change.
           call static "rv-audit-log" using
               by value "CTL"
               by value spaces
               by value spaces
               by value "rv-vault-admin"
               by value ws-audit-text
               by value "operator" end-call.
      *-----------------------------------------------------------------
       report-no-key.
           display "Vault key not usable - set REVOLT_BOT_VAULT_KEY"
               " to an absolute path outside the working directory"
               end-display.
           display "holding the key as 64 hex digits"
               " (default /etc/revolt-bot/vault.key)" end-display.
           move 2 to ws-rc.
       end program rv-vault-admin.

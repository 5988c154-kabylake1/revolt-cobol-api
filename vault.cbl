       copy "cabi.cpy".
      ******************************************************************
      *Credential vault - the bot token, the extra account lines and
      *the TLS paths used to sit in clear text in token.txt,
      *accounts.txt and tls.txt in the working directory. They now
      *live in vault.dat, one
      *    name,iv,tag,ciphertext
      *line per entry (the last three hex), each value sealed with
      *AES-256-GCM under its own random IV, the entry name bound in as
      *additional authenticated data so an entry can't be passed off
      *under another name. The 256-bit key is held OUTSIDE the
      *working directory: the file named by REVOLT_BOT_VAULT_KEY in
      *the environment, default /etc/revolt-bot/vault.key, whose
      *first significant line is the key as 64 hex digits. A
      *relative key path is refused - a key sitting next to the
      *vault protects nothing.
      *The entries the bot knows:
      *    TOKEN     the primary bot token (was token.txt)
      *    ACCOUNT2 .. ACCOUNT4
      *              "token[,server-url]" for each extra identity
      *              (was one accounts.txt line each)
      *    TLS       "ca_path,cert_path,key_path" (was tls.txt)
      *rv-vault-admin (vaultadm.cbl) adds, rotates, lists (masked)
      *and imports them; rv-preflight refuses a working directory
      *that still holds any of the old plain-text files.
      *The cipher calls go straight to libcrypto's EVP interface, the
      *way the transport calls go straight to libcurl.
       identification division.
       program-id. rv-vault-key.
       environment division.
       input-output section.
       file-control.
           select optional fs-key assign to ws-key-path
           organization is line sequential.
       data division.
       file section.
       fd  fs-key.
       01  fs-key-line pic x(128).
       working-storage section.
       01  ws-key-path pic x(255).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-key-hex pic x(1600).
       01  ws-key-bytes pic x(800).
       01  ws-key-len :tp-int:.
       linkage section.
       01  ls-key pic x(32).
      *return-code 0 - key loaded; 1 - key file missing, unreadable
      *or not 64 hex digits; 2 - the key path is not absolute.
       procedure division using by reference ls-key.
           move low-values to ls-key.
           move spaces to ws-key-path.
           accept ws-key-path from environment "REVOLT_BOT_VAULT_KEY"
               on exception continue
           end-accept.
           if ws-key-path is equal to spaces
               move "/etc/revolt-bot/vault.key" to ws-key-path
           end-if.
           if ws-key-path(1:1) is not equal to "/"
               move 2 to return-code
               goback
           end-if.
           move spaces to ws-key-hex.
           move 'N' to ws-eof.
           open input sharing with all fs-key.
           perform until ws-at-eof
               read fs-key
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-key-line(1:1) is not equal to space
                           and fs-key-line(1:1) is not equal to '*'
                           move fs-key-line(1:64) to ws-key-hex
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-key.
           if ws-key-hex(64:1) is equal to space
               or ws-key-hex(65:1) is not equal to space
               move 1 to return-code
               goback
           end-if.
           call static "rv-vault-unhex" using by reference ws-key-hex
               by reference ws-key-bytes
               by reference ws-key-len end-call.
           if return-code is not equal to zero
               or ws-key-len is not equal to 32
               move 1 to return-code
               goback
           end-if.
           move ws-key-bytes(1:32) to ls-key.
           move 0 to return-code.
           goback.
       end program rv-vault-key.
      ******************************************************************
      *Bytes to upper-case hex, two digits a byte.
       identification division.
       program-id. rv-vault-hex.
       data division.
       working-storage section.
       01  ws-hex-digits pic x(16) value "0123456789ABCDEF".
       01  ws-byte-idx picture 9(4).
       01  ws-byte-val picture 9(4).
       01  ws-hi picture 9(4).
       01  ws-lo picture 9(4).
       linkage section.
       01  ls-bytes pic x(800).
       01  ls-len :tp-int:.
       01  ls-hex pic x(1600).
       procedure division using by reference ls-bytes
           by value ls-len
           by reference ls-hex.
           move spaces to ls-hex.
           perform varying ws-byte-idx from 1 by 1
               until ws-byte-idx is greater than ls-len
               compute ws-byte-val =
                   function ord(ls-bytes(ws-byte-idx:1)) - 1
               divide ws-byte-val by 16 giving ws-hi
                   remainder ws-lo
               end-divide
               move ws-hex-digits(ws-hi + 1:1)
                   to ls-hex(ws-byte-idx * 2 - 1:1)
               move ws-hex-digits(ws-lo + 1:1)
                   to ls-hex(ws-byte-idx * 2:1)
           end-perform.
           goback.
       end program rv-vault-hex.
      ******************************************************************
      *Hex back to bytes, up to the first space; return-code 1 on an
      *odd length or a character that is not a hex digit.
       identification division.
       program-id. rv-vault-unhex.
       data division.
       working-storage section.
       01  ws-hex-digits pic x(16) value "0123456789ABCDEF".
       01  ws-char-idx picture 9(4).
       01  ws-hi picture 9(4).
       01  ws-lo picture 9(4).
       01  ws-hex-len picture 9(4).
       01  ws-pair pic x(2).
       linkage section.
       01  ls-hex pic x(1600).
       01  ls-bytes pic x(800).
       01  ls-len :tp-int:.
       procedure division using by reference ls-hex
           by reference ls-bytes
           by reference ls-len.
           move low-values to ls-bytes.
           move zero to ls-len.
           move zero to ws-hex-len.
           inspect ls-hex tallying ws-hex-len
               for characters before initial space.
           if function rem(ws-hex-len 2) is not equal to zero
               move 1 to return-code
               goback
           end-if.
           perform varying ws-char-idx from 1 by 2
               until ws-char-idx is greater than ws-hex-len
               move function upper-case(ls-hex(ws-char-idx:2))
                   to ws-pair
               move zero to ws-hi, ws-lo
               inspect ws-hex-digits tallying ws-hi
                   for characters before initial ws-pair(1:1)
               inspect ws-hex-digits tallying ws-lo
                   for characters before initial ws-pair(2:1)
               if ws-hi is greater than 15
                   or ws-lo is greater than 15
                   move 1 to return-code
                   goback
               end-if
               add 1 to ls-len
               move function char(ws-hi * 16 + ws-lo + 1)
                   to ls-bytes(ls-len:1)
           end-perform.
           move 0 to return-code.
           goback.
       end program rv-vault-unhex.
      ******************************************************************
      *Seal one value into a vault.dat line: fresh 96-bit IV from
      *RAND_bytes, AES-256-GCM with the name as AAD, 128-bit tag.
      *return-code 0 - sealed; 1 - the cipher refused (line blank).
       identification division.
       program-id. rv-vault-seal.
       data division.
       working-storage section.
       01  ws-ctx usage pointer.
       01  ws-cipher usage pointer.
       01  ws-null-ptr usage pointer.
       01  ws-status :tp-int:.
       01  ws-out-len :tp-int:.
       01  ws-final-len :tp-int:.
       01  ws-aad-len :tp-int:.
       01  ws-iv-len :tp-int: value 12.
       01  ws-tag-len :tp-int: value 16.
       01  ws-ctrl-get-tag :tp-int: value 16.
       01  ws-iv pic x(800).
       01  ws-tag pic x(800).
       01  ws-cipher-text pic x(800).
       01  ws-final-buf pic x(32).
       01  ws-iv-hex pic x(1600).
       01  ws-tag-hex pic x(1600).
       01  ws-ct-hex pic x(1600).
       linkage section.
       01  ls-key pic x(32).
       01  ls-name pic x(16).
       01  ls-plain pic x(800).
       01  ls-len :tp-int:.
       01  ls-line pic x(1700).
       procedure division using by reference ls-key
           by value ls-name
           by reference ls-plain
           by value ls-len
           by reference ls-line.
           move spaces to ls-line.
           set ws-null-ptr to null.
           move low-values to ws-iv, ws-tag, ws-cipher-text.
           call static "RAND_bytes" using by reference ws-iv
               by value ws-iv-len
               returning ws-status end-call.
           if ws-status is not equal to 1
               move 1 to return-code
               goback
           end-if.
           compute ws-aad-len =
               function length(function trim(ls-name)).
           call static "EVP_CIPHER_CTX_new" returning ws-ctx
               end-call.
           if ws-ctx is equal to null
               move 1 to return-code
               goback
           end-if.
           call static "EVP_aes_256_gcm" returning ws-cipher
               end-call.
           call static "EVP_EncryptInit_ex" using by value ws-ctx
               by value ws-cipher
               by value ws-null-ptr
               by reference ls-key
               by reference ws-iv
               returning ws-status end-call.
           if ws-status is equal to 1
               call static "EVP_EncryptUpdate" using by value ws-ctx
                   by value ws-null-ptr
                   by reference ws-out-len
                   by reference ls-name
                   by value ws-aad-len
                   returning ws-status end-call
           end-if.
           if ws-status is equal to 1
               call static "EVP_EncryptUpdate" using by value ws-ctx
                   by reference ws-cipher-text
                   by reference ws-out-len
                   by reference ls-plain
                   by value ls-len
                   returning ws-status end-call
           end-if.
           if ws-status is equal to 1
               call static "EVP_EncryptFinal_ex" using
                   by value ws-ctx
                   by reference ws-final-buf
                   by reference ws-final-len
                   returning ws-status end-call
           end-if.
           if ws-status is equal to 1
               call static "EVP_CIPHER_CTX_ctrl" using
                   by value ws-ctx
                   by value ws-ctrl-get-tag
                   by value ws-tag-len
                   by reference ws-tag
                   returning ws-status end-call
           end-if.
           call static "EVP_CIPHER_CTX_free" using by value ws-ctx
               end-call.
           if ws-status is not equal to 1
               move 1 to return-code
               goback
           end-if.
           call static "rv-vault-hex" using by reference ws-iv
               by value ws-iv-len
               by reference ws-iv-hex end-call.
           call static "rv-vault-hex" using by reference ws-tag
               by value ws-tag-len
               by reference ws-tag-hex end-call.
           call static "rv-vault-hex" using by reference ws-cipher-text
               by value ws-out-len
               by reference ws-ct-hex end-call.
           string function trim(ls-name) delimited by size
               "," delimited by size
               ws-iv-hex delimited by space
               "," delimited by size
               ws-tag-hex delimited by space
               "," delimited by size
               ws-ct-hex delimited by space
               into ls-line
           end-string.
           move 0 to return-code.
           goback.
       end program rv-vault-seal.
      ******************************************************************
      *Open one vault.dat line. return-code 0 - ls-plain/ls-len hold
      *the value; 1 - the line is damaged, or the tag did not verify
      *(wrong key, or the line was edited).
       identification division.
       program-id. rv-vault-open.
       data division.
       working-storage section.
       01  ws-ctx usage pointer.
       01  ws-cipher usage pointer.
       01  ws-null-ptr usage pointer.
       01  ws-status :tp-int:.
       01  ws-out-len :tp-int:.
       01  ws-final-len :tp-int:.
       01  ws-aad-len :tp-int:.
       01  ws-iv-len :tp-int:.
       01  ws-tag-len :tp-int:.
       01  ws-ct-len :tp-int:.
       01  ws-ctrl-set-tag :tp-int: value 17.
       01  ws-iv-hex pic x(1600).
       01  ws-tag-hex pic x(1600).
       01  ws-ct-hex pic x(1600).
       01  ws-iv pic x(800).
       01  ws-tag pic x(800).
       01  ws-cipher-text pic x(800).
       01  ws-final-buf pic x(32).
       linkage section.
       01  ls-key pic x(32).
       01  ls-line pic x(1700).
       01  ls-name pic x(16).
       01  ls-plain pic x(800).
       01  ls-len :tp-int:.
       procedure division using by reference ls-key
           by reference ls-line
           by reference ls-name
           by reference ls-plain
           by reference ls-len.
           move spaces to ls-name, ls-plain.
           move zero to ls-len.
           set ws-null-ptr to null.
           move spaces to ws-iv-hex, ws-tag-hex, ws-ct-hex.
           unstring ls-line delimited by ","
               into ls-name ws-iv-hex ws-tag-hex ws-ct-hex
           end-unstring.
           call static "rv-vault-unhex" using by reference ws-iv-hex
               by reference ws-iv
               by reference ws-iv-len end-call.
           if return-code is not equal to zero
               or ws-iv-len is not equal to 12
               move 1 to return-code
               goback
           end-if.
           call static "rv-vault-unhex" using by reference ws-tag-hex
               by reference ws-tag
               by reference ws-tag-len end-call.
           if return-code is not equal to zero
               or ws-tag-len is not equal to 16
               move 1 to return-code
               goback
           end-if.
           call static "rv-vault-unhex" using by reference ws-ct-hex
               by reference ws-cipher-text
               by reference ws-ct-len end-call.
           if return-code is not equal to zero
               move 1 to return-code
               goback
           end-if.
           compute ws-aad-len =
               function length(function trim(ls-name)).
           call static "EVP_CIPHER_CTX_new" returning ws-ctx
               end-call.
           if ws-ctx is equal to null
               move 1 to return-code
               goback
           end-if.
           call static "EVP_aes_256_gcm" returning ws-cipher
               end-call.
           call static "EVP_DecryptInit_ex" using by value ws-ctx
               by value ws-cipher
               by value ws-null-ptr
               by reference ls-key
               by reference ws-iv
               returning ws-status end-call.
           if ws-status is equal to 1
               call static "EVP_DecryptUpdate" using by value ws-ctx
                   by value ws-null-ptr
                   by reference ws-out-len
                   by reference ls-name
                   by value ws-aad-len
                   returning ws-status end-call
           end-if.
           if ws-status is equal to 1
               call static "EVP_DecryptUpdate" using by value ws-ctx
                   by reference ls-plain
                   by reference ws-out-len
                   by reference ws-cipher-text
                   by value ws-ct-len
                   returning ws-status end-call
           end-if.
           if ws-status is equal to 1
               call static "EVP_CIPHER_CTX_ctrl" using
                   by value ws-ctx
                   by value ws-ctrl-set-tag
                   by value ws-tag-len
                   by reference ws-tag
                   returning ws-status end-call
           end-if.
           if ws-status is equal to 1
               call static "EVP_DecryptFinal_ex" using
                   by value ws-ctx
                   by reference ws-final-buf
                   by reference ws-final-len
                   returning ws-status end-call
           end-if.
           call static "EVP_CIPHER_CTX_free" using by value ws-ctx
               end-call.
           if ws-status is not greater than zero
               move spaces to ls-plain
               move 1 to return-code
               goback
           end-if.
           move ws-out-len to ls-len.
           move 0 to return-code.
           goback.
       end program rv-vault-open.
      ******************************************************************
      *Look one entry up by name. return-code 0 - ls-value holds it;
      *1 - no such entry; 2 - the key can't be loaded; 3 - the entry
      *is there but would not open (damaged, or a different key).
      *The key is loaded once per process and kept.
       identification division.
       program-id. rv-vault-get.
       environment division.
       input-output section.
       file-control.
           select optional fs-vault assign to "vault.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-vault.
       01  fs-vault-line pic x(1700).
       working-storage section.
       01  ws-key pic x(32).
       01  ws-key-state pic x value 'N'.
           88 ws-key-is-loaded value 'Y'.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-line pic x(1700).
       01  ws-entry-name pic x(16).
       01  ws-found pic x.
           88 ws-entry-found value 'Y'.
       01  ws-open-name pic x(16).
       01  ws-plain pic x(800).
       01  ws-plain-len :tp-int:.
       linkage section.
       01  ls-name pic x(16).
       01  ls-value pic x(800).
       procedure division using by value ls-name
           by reference ls-value.
           move spaces to ls-value.
           if not ws-key-is-loaded
               call static "rv-vault-key" using by reference ws-key
                   end-call
               if return-code is not equal to zero
                   move 2 to return-code
                   goback
               end-if
               move 'Y' to ws-key-state
           end-if.
           move 'N' to ws-found.
           move 'N' to ws-eof.
           open input sharing with all fs-vault.
           perform until ws-at-eof
               read fs-vault
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-entry-name
                       unstring fs-vault-line delimited by ","
                           into ws-entry-name
                       end-unstring
                       if ws-entry-name is equal to ls-name
                           move fs-vault-line to ws-line
                           move 'Y' to ws-found
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-vault.
           if not ws-entry-found
               move 1 to return-code
               goback
           end-if.
           call static "rv-vault-open" using by reference ws-key
               by reference ws-line
               by reference ws-open-name
               by reference ws-plain
               by reference ws-plain-len end-call.
           if return-code is not equal to zero
               move 3 to return-code
               goback
           end-if.
           move ws-plain to ls-value.
           move 0 to return-code.
           goback.
       end program rv-vault-get.
      ******************************************************************
      *The primary bot token - what every token-using batch used to
      *read off token.txt's first line. A blank ls-token afterwards
      *means no usable token; return-code is rv-vault-get's.
       identification division.
       program-id. rv-vault-token.
       data division.
       working-storage section.
       01  ws-name pic x(16) value "TOKEN".
       01  ws-value pic x(800).
       linkage section.
       01  ls-token pic x(80).
       procedure division using by reference ls-token.
           call static "rv-vault-get" using by value ws-name
               by reference ws-value end-call.
           move ws-value(1:80) to ls-token.
           goback.
       end program rv-vault-token.
      ******************************************************************
      *Add or replace one entry - ls-mode A adds (return-code 1 if
      *the name is already there), R rotates (return-code 1 if it
      *is not), U does whichever applies. return-code 2 - no key;
      *3 - the value could not be sealed. The vault is rewritten
      *tmp-then-rename like every other store here, the other
      *entries copied through untouched.
       identification division.
       program-id. rv-vault-put.
       environment division.
       input-output section.
       file-control.
           select optional fs-vault assign to "vault.dat"
           organization is line sequential.
           select fs-vault-tmp assign to "vault.dat.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-vault.
       01  fs-vault-line pic x(1700).
       fd  fs-vault-tmp.
       01  fs-vault-tmp-line pic x(1700).
       working-storage section.
       01  ws-key pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-entry-name pic x(16).
       01  ws-found pic x.
           88 ws-entry-found value 'Y'.
       01  ws-new-line pic x(1700).
       01  ws-plain pic x(800).
       01  ws-plain-len :tp-int:.
       linkage section.
       01  ls-name pic x(16).
       01  ls-value pic x(800).
       01  ls-mode pic x.
       procedure division using by value ls-name
           by reference ls-value
           by value ls-mode.
           call static "rv-vault-key" using by reference ws-key
               end-call.
           if return-code is not equal to zero
               move 2 to return-code
               goback
           end-if.
           move 'N' to ws-found.
           move 'N' to ws-eof.
           open input sharing with all fs-vault.
           perform until ws-at-eof
               read fs-vault
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-entry-name
                       unstring fs-vault-line delimited by ","
                           into ws-entry-name
                       end-unstring
                       if ws-entry-name is equal to ls-name
                           move 'Y' to ws-found
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-vault.
           if (ls-mode is equal to 'A' and ws-entry-found)
               or (ls-mode is equal to 'R' and not ws-entry-found)
               move 1 to return-code
               goback
           end-if.
           move ls-value to ws-plain.
           compute ws-plain-len =
               function length(function trim(ws-plain trailing)).
           call static "rv-vault-seal" using by reference ws-key
               by value ls-name
               by reference ws-plain
               by value ws-plain-len
               by reference ws-new-line end-call.
           if return-code is not equal to zero
               move 3 to return-code
               goback
           end-if.
           move 'N' to ws-eof.
           open output fs-vault-tmp.
           open input sharing with all fs-vault.
           perform until ws-at-eof
               read fs-vault
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-entry-name
                       unstring fs-vault-line delimited by ","
                           into ws-entry-name
                       end-unstring
                       if ws-entry-name is not equal to ls-name
                           write fs-vault-tmp-line from fs-vault-line
                               end-write
                       end-if
               end-read
           end-perform.
           write fs-vault-tmp-line from ws-new-line end-write.
           close fs-vault.
           close fs-vault-tmp.
           call "CBL_RENAME_FILE" using "vault.dat.tmp"
               "vault.dat" end-call.
           move 0 to return-code.
           goback.
       end program rv-vault-put.

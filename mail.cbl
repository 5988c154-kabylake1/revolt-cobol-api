      *body), named msg.YYYYMMDDHHMMSS.NNNN.txt so the sweep order
      *reads naturally. No recipients file, or no matching line,
      *means no mail - chat and the logs still carry everything they
      *always did. rv-maildrop-doc (below) is the same drop with a
      *whole document - meeting minutes - carried as the body.
       identification division.
       program-id. rv-maildrop.
       environment division.
           write fs-mail-line from ws-work-line end-write.
           close fs-mail.
       end program rv-maildrop.
      ******************************************************************
      *Maildrop with a document - the same recipient match and mail
      *file as rv-maildrop, but the one-line body is followed by the
      *whole of a text file (the meeting minutes rv-cmd-minutes
      *compiles, minutes.cbl), so the recipients read the document
      *itself, not just word that it exists. A missing document
      *still mails the body line.
       identification division.
       program-id. rv-maildrop-doc.
       environment division.
       input-output section.
       file-control.
           select optional fs-recip assign to "mailrecip.txt"
           organization is line sequential.
           select fs-mail assign to ws-mail-name
           organization is line sequential.
           select optional fs-doc assign to ws-doc-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-recip.
       01  fs-recip-line pic x(120).
       fd  fs-mail.
       01  fs-mail-line pic x(500).
       fd  fs-doc.
       01  fs-doc-line pic x(500).
       working-storage section.
       01  ws-dir-state pic x value 'N'.
           88 ws-dir-created value 'Y'.
       01  ws-recip-eof pic x value 'N'.
           88 ws-at-recip-eof value 'Y'.
       01  ws-doc-eof pic x value 'N'.
           88 ws-at-doc-eof value 'Y'.
       01  ws-line-kind pic x(8).
       01  ws-line-key pic x(16).
       01  ws-line-address pic x(80).
       01  ws-mail-name pic x(48).
       01  ws-doc-name pic x(255).
      *"D" in the name keeps these clear of rv-maildrop's own
      *sequence in the same second.
       01  ws-mail-seq picture 9(4) value zero.
       01  ws-work-line pic x(500).
       linkage section.
       01  ls-kind picture x(8).
       01  ls-key picture x(16).
       01  ls-subject picture x(80).
       01  ls-body picture x(200).
       01  ls-doc-name picture x(255).
       procedure division using by value ls-kind
           by value ls-key
           by value ls-subject
           by value ls-body
           by value ls-doc-name.
           if not ws-dir-created
               call "CBL_CREATE_DIR" using "maildrop" end-call
               move 'Y' to ws-dir-state
           end-if.
           move ls-doc-name to ws-doc-name.
           move 'N' to ws-recip-eof.
           open input sharing with all fs-recip.
           perform until ws-at-recip-eof
               read fs-recip
                   at end move 'Y' to ws-recip-eof
                   not at end perform drop-if-matching
               end-read
           end-perform.
           close fs-recip.
           goback.
      *-----------------------------------------------------------------
       drop-if-matching.
           if fs-recip-line(1:1) is equal to space
               or fs-recip-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-line-kind, ws-line-key,
               ws-line-address.
           unstring fs-recip-line delimited by ","
               into ws-line-kind ws-line-key ws-line-address
           end-unstring.
           if ws-line-kind is not equal to ls-kind
               or ws-line-address is equal to spaces
               exit paragraph
           end-if.
           if ws-line-key(1:1) is not equal to '*'
               and ws-line-key is not equal to ls-key
               exit paragraph
           end-if.
           perform write-mail-file.
      *-----------------------------------------------------------------
       write-mail-file.
           add 1 to ws-mail-seq.
           if ws-mail-seq is greater than 9998
               move 1 to ws-mail-seq
           end-if.
           move spaces to ws-mail-name.
           string "maildrop/msg." delimited by size
               function current-date(1:14) delimited by size
               ".D" delimited by size
               ws-mail-seq delimited by size
               ".txt" delimited by size
               into ws-mail-name
           end-string.
           open output fs-mail.
           move spaces to ws-work-line.
           string "To: " delimited by size
               function trim(ws-line-address) delimited by size
               into ws-work-line
           end-string.
           write fs-mail-line from ws-work-line end-write.
           move spaces to ws-work-line.
           string "Subject: " delimited by size
               function trim(ls-subject) delimited by size
               into ws-work-line
           end-string.
           write fs-mail-line from ws-work-line end-write.
           move spaces to ws-work-line.
           write fs-mail-line from ws-work-line end-write.
           move spaces to ws-work-line.
           move function trim(ls-body) to ws-work-line.
           write fs-mail-line from ws-work-line end-write.
           move spaces to ws-work-line.
           write fs-mail-line from ws-work-line end-write.
           move 'N' to ws-doc-eof.
           open input sharing with all fs-doc.
           perform until ws-at-doc-eof
               read fs-doc
                   at end move 'Y' to ws-doc-eof
                   not at end
                       write fs-mail-line from fs-doc-line end-write
               end-read
           end-perform.
           close fs-doc.
           move spaces to ws-work-line.
           write fs-mail-line from ws-work-line end-write.
           string "-- revolt-bot maildrop "
               delimited by size
               function current-date(1:14) delimited by size
               into ws-work-line
           end-string.
           write fs-mail-line from ws-work-line end-write.
           close fs-mail.
       end program rv-maildrop-doc.

       copy "cabi.cpy".
      ******************************************************************
      *Sealed case export - everything a legal hold preserved for
      *one case, packaged for counsel. Run standalone:
      *    rv-case-export <case id>
      *Every hold ever placed under the case (legalhold.dat, see
      *hold.cbl - released holds included, the case covered what it
      *covered) selects the records. The package is a directory
      *caseexport/<case>.<YYYYMMDDhhmmss> holding:
      *    holds.txt        the case's hold register entries
      *    messages.txt     every selected msgarchive.dat record,
      *                     "id|channel|author|stamp|content"
      *    events.txt       the UPD/DEL audit lines rv-msg-change-event
      *                     wrote for those messages, as logged
      *    attachments.txt  their attachments/ and quarantine/
      *                     index.log entries, "tree|index line"
      *    manifest.txt     one "file|records|hash" line per file
      *                     and a closing "SEAL|case|stamp|hash"
      *Each file's hash is the audit trail's own chain checksum
      *(rv-chain-hash) run over its lines in order from 00000000,
      *lines longer than 400 characters hashed in 400-character
      *pieces; the seal chains the file entries above it the same
      *way. Re-running the chain over the package proves it is the
      *one exported - the seal itself lands in the audit trail as an
      *HLD line. Audit days are scanned from the earliest hold date
      *(or the earliest exported message) to today. Needs no token;
      *safe to run while the bot is up.
       identification division.
       program-id. rv-case-export.
       environment division.
       input-output section.
       file-control.
           select optional fd-holds assign to "legalhold.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-hold-number
           alternate record key is fs-hold-case with duplicates.
           select optional fd-archive assign to "msgarchive.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-arch-msg-id
           alternate record key is fs-arch-chanstamp
               with duplicates.
           select optional fs-audit assign to ws-audit-name
           organization is line sequential.
           select optional fs-index assign to ws-index-name
           organization is line sequential.
           select fs-out assign to ws-out-name
           organization is line sequential.
           select fs-manifest assign to ws-manifest-name
           organization is line sequential.
       data division.
       file section.
       fd  fd-holds.
       01  fs-hold-rec.
           02 fs-hold-number picture 9(6).
           02 fs-hold-case pic x(16).
           02 fs-hold-channel pic x(26).
           02 fs-hold-author pic x(26).
           02 fs-hold-from pic x(8).
           02 fs-hold-to pic x(8).
           02 fs-hold-placed-by pic x(26).
           02 fs-hold-placed pic x(14).
           02 fs-hold-released-by pic x(26).
           02 fs-hold-released pic x(14).
       fd  fd-archive.
       01  fs-arch-rec.
           02 fs-arch-msg-id pic x(26).
           02 fs-arch-chanstamp.
               03 fs-arch-channel pic x(26).
               03 fs-arch-stamp pic x(14).
           02 fs-arch-author pic x(26).
           02 fs-arch-content pic x(400).
       fd  fs-audit.
       01  fs-audit-line pic x(400).
       fd  fs-index.
       01  fs-index-line pic x(250).
       fd  fs-out.
       01  fs-out-line pic x(500).
       fd  fs-manifest.
       01  fs-manifest-line pic x(120).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-case pic x(16).
       01  ws-run-stamp pic x(14).
       01  ws-dir-name pic x(64).
       01  ws-out-name pic x(80).
       01  ws-manifest-name pic x(80).
       01  ws-audit-name pic x(32).
       01  ws-index-name pic x(32).
       01  ws-index-tree pic x(12).
       01  ws-file-title pic x(16).
      *The case's holds, released or not.
       01  ws-hold-count picture 9(4) value zero.
       01  ws-holds occurs 100 times.
           02 ws-hold-channel pic x(26).
           02 ws-hold-author pic x(26).
           02 ws-hold-from pic x(8).
           02 ws-hold-to pic x(8).
       01  ws-hold-idx picture 9(4).
       01  ws-selected pic x.
           88 ws-record-selected value 'Y'.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-look-id pic x(26).
      *Output line, its running chain and count.
       01  ws-out-line pic x(500).
       01  ws-hash-part pic x(400).
       01  ws-chain-hash pic x(8).
       01  ws-next-hash pic x(8).
       01  ws-seal-hash pic x(8).
       01  ws-out-count picture 9(8).
       01  ws-count-disp picture zzzzzzz9.
       01  ws-msg-count picture 9(8) value zero.
       01  ws-event-count picture 9(8) value zero.
       01  ws-attach-count picture 9(8) value zero.
      *Audit day range and the line split.
       01  ws-first-date pic x(8).
       01  ws-day-int picture 9(8).
       01  ws-last-int picture 9(8).
       01  ws-day-date picture 9(8).
       01  ws-a-stamp pic x(26).
       01  ws-a-dir pic x(8).
       01  ws-a-text pic x(400).
       01  ws-a-filler pic x(40).
       01  ws-i-msg-id pic x(26).
       01  ws-audit-text pic x(200).
       procedure division.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-case.
           unstring ws-cmdline delimited by all spaces
               into ws-case
           end-unstring.
           move function upper-case(ws-case) to ws-case.
           if ws-case is equal to spaces
               display "Usage: rv-case-export <case id>" end-display
               move 2 to return-code
               stop run
           end-if.
           perform load-case-holds.
           if ws-hold-count is equal to zero
               display "No holds on file for case "
                   function trim(ws-case) end-display
               move 2 to return-code
               stop run
           end-if.
           move function current-date(1:14) to ws-run-stamp.
           call "CBL_CREATE_DIR" using "caseexport" end-call.
           move spaces to ws-dir-name.
           string "caseexport/" delimited by size
               function trim(ws-case) delimited by size
               "." delimited by size
               ws-run-stamp delimited by size
               into ws-dir-name
           end-string.
           call "CBL_CREATE_DIR" using ws-dir-name end-call.
           move "manifest.txt" to ws-file-title.
           perform name-output.
           move ws-out-name to ws-manifest-name.
           open output fs-manifest.
           move spaces to fs-manifest-line.
           string "*Case export " delimited by size
               function trim(ws-case) delimited by size
               " " delimited by size
               ws-run-stamp delimited by size
               " - file|records|chain hash" delimited by size
               into fs-manifest-line
           end-string.
           write fs-manifest-line end-write.
           move "00000000" to ws-seal-hash.
           perform export-holds.
           perform export-messages.
           perform export-events.
           perform export-attachments.
           move spaces to fs-manifest-line.
           string "SEAL|" delimited by size
               function trim(ws-case) delimited by size
               "|" delimited by size
               ws-run-stamp delimited by size
               "|" delimited by size
               ws-seal-hash delimited by size
               into fs-manifest-line
           end-string.
           write fs-manifest-line end-write.
           close fs-manifest.
           perform audit-seal.
           display "Case " function trim(ws-case) " exported to "
               function trim(ws-dir-name) " - seal " ws-seal-hash
               end-display.
           stop run.
      *-----------------------------------------------------------------
       load-case-holds.
           move 'N' to ws-eof.
           open input fd-holds.
           move ws-case to fs-hold-case.
           start fd-holds key is equal to fs-hold-case
               invalid key move 'Y' to ws-eof
           end-start.
           perform until ws-at-eof
               read fd-holds next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-hold-case is not equal to ws-case
                           move 'Y' to ws-eof
                       else
                           if ws-hold-count is less than 100
                               add 1 to ws-hold-count
                               move fs-hold-channel to
                                   ws-hold-channel(ws-hold-count)
                               move fs-hold-author to
                                   ws-hold-author(ws-hold-count)
                               move fs-hold-from to
                                   ws-hold-from(ws-hold-count)
                               move fs-hold-to to
                                   ws-hold-to(ws-hold-count)
                           end-if
                       end-if
               end-read
           end-perform.
           close fd-holds.
      *-----------------------------------------------------------------
      *The register entries themselves go in the package first - the
      *selection has to be provable along with what it selected.
       export-holds.
           move "holds.txt" to ws-file-title.
           perform begin-output.
           move 'N' to ws-eof.
           open input fd-holds.
           move ws-case to fs-hold-case.
           start fd-holds key is equal to fs-hold-case
               invalid key move 'Y' to ws-eof
           end-start.
           perform until ws-at-eof
               read fd-holds next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-hold-case is not equal to ws-case
                           move 'Y' to ws-eof
                       else
                           move spaces to ws-out-line
                           string
                               fs-hold-number delimited by size
                               "|" fs-hold-case "|" fs-hold-channel
                               "|" fs-hold-author "|" fs-hold-from
                               "|" fs-hold-to "|" fs-hold-placed-by
                               "|" fs-hold-placed
                               "|" fs-hold-released-by
                               "|" fs-hold-released
                                   delimited by size
                               into ws-out-line
                           end-string
                           perform put-line
                       end-if
               end-read
           end-perform.
           close fd-holds.
           perform end-output.
      *-----------------------------------------------------------------
       export-messages.
           move "messages.txt" to ws-file-title.
           perform begin-output.
           move spaces to ws-first-date.
           move 'N' to ws-eof.
           open input fd-archive.
           perform until ws-at-eof
               read fd-archive next record
                   at end move 'Y' to ws-eof
                   not at end
                       perform match-archive-record
                       if ws-record-selected
                           perform put-message
                       end-if
               end-read
           end-perform.
           close fd-archive.
           move ws-out-count to ws-msg-count.
           perform end-output.
      *-----------------------------------------------------------------
       put-message.
           if ws-first-date is equal to spaces
               or fs-arch-stamp(1:8) is less than ws-first-date
               move fs-arch-stamp(1:8) to ws-first-date
           end-if.
           move spaces to ws-out-line.
           string
               fs-arch-msg-id delimited by size
               "|" delimited by size
               fs-arch-channel delimited by size
               "|" delimited by size
               fs-arch-author delimited by size
               "|" delimited by size
               fs-arch-stamp delimited by size
               "|" delimited by size
               function trim(fs-arch-content) delimited by size
               into ws-out-line
           end-string.
           perform put-line.
      *-----------------------------------------------------------------
      *The same test rv-hold-check applies, against this case's
      *holds only.
       match-archive-record.
           move 'N' to ws-selected.
           perform varying ws-hold-idx from 1 by 1
               until ws-hold-idx is greater than ws-hold-count
               if (ws-hold-channel(ws-hold-idx) is equal to spaces
                   or ws-hold-channel(ws-hold-idx) is equal to
                       fs-arch-channel)
                   and (ws-hold-author(ws-hold-idx) is equal to
                       spaces
                   or ws-hold-author(ws-hold-idx) is equal to
                       fs-arch-author)
                   and (ws-hold-channel(ws-hold-idx) is not equal to
                       spaces
                   or ws-hold-author(ws-hold-idx) is not equal to
                       spaces)
                   and (ws-hold-from(ws-hold-idx) is equal to spaces
                   or fs-arch-stamp(1:8) is not less than
                       ws-hold-from(ws-hold-idx))
                   and (ws-hold-to(ws-hold-idx) is equal to spaces
                   or fs-arch-stamp(1:8) is not greater than
                       ws-hold-to(ws-hold-idx))
                   move 'Y' to ws-selected
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Is ws-look-id a selected message? Looked up in the archive
      *by id and put through the same test.
       check-selected-id.
           move 'N' to ws-selected.
           move ws-look-id to fs-arch-msg-id.
           read fd-archive
               invalid key exit paragraph
           end-read.
           perform match-archive-record.
      *-----------------------------------------------------------------
       export-events.
           move "events.txt" to ws-file-title.
           perform begin-output.
           perform set-audit-range.
           open input fd-archive.
           perform varying ws-day-int from ws-day-int by 1
               until ws-day-int is greater than ws-last-int
               move function date-of-integer(ws-day-int)
                   to ws-day-date
               move spaces to ws-audit-name
               string "audit." delimited by size
                   ws-day-date delimited by size
                   ".log" delimited by size
                   into ws-audit-name
               end-string
               move 'N' to ws-eof
               open input sharing with all fs-audit
               perform until ws-at-eof
                   read fs-audit
                       at end move 'Y' to ws-eof
                       not at end perform consider-audit-line
                   end-read
               end-perform
               close fs-audit
           end-perform.
           close fd-archive.
           move ws-out-count to ws-event-count.
           perform end-output.
      *-----------------------------------------------------------------
      *Earliest hold start, else the earliest exported message, else
      *today; never more than ten years of days.
       set-audit-range.
           perform varying ws-hold-idx from 1 by 1
               until ws-hold-idx is greater than ws-hold-count
               if ws-hold-from(ws-hold-idx) is not equal to spaces
                   and (ws-first-date is equal to spaces
                   or ws-hold-from(ws-hold-idx) is less than
                       ws-first-date)
                   move ws-hold-from(ws-hold-idx) to ws-first-date
               end-if
           end-perform.
           compute ws-last-int = function integer-of-date(
               function numval(ws-run-stamp(1:8))).
           if ws-first-date is equal to spaces
               or ws-first-date is not numeric
               move ws-last-int to ws-day-int
           else
               compute ws-day-int = function integer-of-date(
                   function numval(ws-first-date))
           end-if.
           if ws-last-int - ws-day-int is greater than 3660
               compute ws-day-int = ws-last-int - 3660
           end-if.
      *-----------------------------------------------------------------
       consider-audit-line.
           move spaces to ws-a-stamp, ws-a-dir, ws-a-text.
           unstring fs-audit-line delimited by "|"
               into ws-a-stamp ws-a-dir ws-a-filler ws-a-filler
                    ws-a-filler ws-a-filler ws-a-text
           end-unstring.
           if ws-a-dir(1:3) is not equal to "UPD"
               and ws-a-dir(1:3) is not equal to "DEL"
               exit paragraph
           end-if.
           if ws-a-text(1:3) is not equal to "id="
               exit paragraph
           end-if.
           move ws-a-text(4:26) to ws-look-id.
           perform check-selected-id.
           if ws-record-selected
               move fs-audit-line to ws-out-line
               perform put-line
           end-if.
      *-----------------------------------------------------------------
       export-attachments.
           move "attachments.txt" to ws-file-title.
           perform begin-output.
           open input fd-archive.
           move "attachments" to ws-index-tree.
           perform scan-index.
           move "quarantine" to ws-index-tree.
           perform scan-index.
           close fd-archive.
           move ws-out-count to ws-attach-count.
           perform end-output.
      *-----------------------------------------------------------------
       scan-index.
           move spaces to ws-index-name.
           string function trim(ws-index-tree) delimited by size
               "/index.log" delimited by size
               into ws-index-name
           end-string.
           move 'N' to ws-eof.
           open input sharing with all fs-index.
           perform until ws-at-eof
               read fs-index
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-i-msg-id
                       unstring fs-index-line delimited by "|"
                           into ws-i-msg-id
                       end-unstring
                       move ws-i-msg-id to ws-look-id
                       perform check-selected-id
                       if ws-record-selected
                           move spaces to ws-out-line
                           string
                               function trim(ws-index-tree)
                                   delimited by size
                               "|" delimited by size
                               function trim(fs-index-line)
                                   delimited by size
                               into ws-out-line
                           end-string
                           perform put-line
                       end-if
               end-read
           end-perform.
           close fs-index.
      *-----------------------------------------------------------------
       name-output.
           move spaces to ws-out-name.
           string function trim(ws-dir-name) delimited by size
               "/" delimited by size
               function trim(ws-file-title) delimited by size
               into ws-out-name
           end-string.
      *-----------------------------------------------------------------
       begin-output.
           perform name-output.
           open output fs-out.
           move "00000000" to ws-chain-hash.
           move zero to ws-out-count.
      *-----------------------------------------------------------------
      *Write one package line and carry the file's chain over it.
       put-line.
           write fs-out-line from ws-out-line end-write.
           add 1 to ws-out-count.
           move ws-out-line(1:400) to ws-hash-part.
           call static "rv-chain-hash" using
               by value ws-chain-hash
               by reference ws-hash-part
               by reference ws-next-hash end-call.
           move ws-next-hash to ws-chain-hash.
           if ws-out-line(401:100) is not equal to spaces
               move spaces to ws-hash-part
               move ws-out-line(401:100) to ws-hash-part
               call static "rv-chain-hash" using
                   by value ws-chain-hash
                   by reference ws-hash-part
                   by reference ws-next-hash end-call
               move ws-next-hash to ws-chain-hash
           end-if.
      *-----------------------------------------------------------------
      *Close the file and enter it in the manifest; the manifest line
      *joins the seal's chain.
       end-output.
           close fs-out.
           move ws-out-count to ws-count-disp.
           move spaces to fs-manifest-line.
           string function trim(ws-file-title) delimited by size
               "|" delimited by size
               function trim(ws-count-disp) delimited by size
               "|" delimited by size
               ws-chain-hash delimited by size
               into fs-manifest-line
           end-string.
           move fs-manifest-line to ws-hash-part.
           call static "rv-chain-hash" using
               by value ws-seal-hash
               by reference ws-hash-part
               by reference ws-next-hash end-call.
           move ws-next-hash to ws-seal-hash.
           write fs-manifest-line end-write.
      *-----------------------------------------------------------------
       audit-seal.
           move spaces to ws-audit-text.
           move ws-msg-count to ws-count-disp.
           string "case export " delimited by size
               function trim(ws-case) delimited by size
               " sealed " delimited by size
               ws-seal-hash delimited by size
               " - " delimited by size
               function trim(ws-count-disp) delimited by size
               " message(s) in " delimited by size
               function trim(ws-dir-name) delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "HLD"
               by value spaces
               by value spaces
               by value "rv-case-export"
               by value ws-audit-text
               by value "case-export" end-call.
       end program rv-case-export.

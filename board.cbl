           call "CBL_RENAME_FILE" using "boardstate.dat.tmp"
               "boardstate.dat" end-call.
       end program rv-status-board.
      ******************************************************************
      *Public status page - the same board as a self-contained HTML
      *file, for the customers and departments who aren't in the
      *server and keep asking by email whether things are up. The
      *web team publishes statuspage.html read-only; it carries
      *  - the board, one row per statusboard.txt system;
      *  - the open incidents (open or mitigated) off the incident
      *    register, incidents.dat (rv-cmd-incident, program.cbl);
      *  - the last 14 days of status changes, off the audit trail.
      *Each system whose status moves is recorded here as an STS
      *audit line ("status change: <system> <old> -> <new>") - the
      *BRD lines only say the board post was edited - and the
      *history section is those STS lines read back out of the
      *dated audit.YYYYMMDD.log files, newest first.
      *Driven off the housekeeping tick right after rv-status-board,
      *but the page is rewritten (temp then rename, so the web side
      *never picks up half a file) ONLY when the board's hash moves
      *- the same rv-chain-hash over the same raw lines the board
      *uses - so an unchanged board leaves the file, and its
      *timestamp, alone. An incident opened or closed with no board
      *change shows on the next board change.
      *  statuspage.dat  - the hash of the board last published and
      *                    its "system,status" lines, for the diff
      *  statuspage.txt  - optional, the page title on the first
      *                    non-"*" line (house default "Service
      *                    status")
       identification division.
       program-id. rv-status-page.
       environment division.
       input-output section.
       file-control.
           select optional fs-board assign to "statusboard.txt"
           organization is line sequential.
           select optional fs-state assign to "statuspage.dat"
           organization is line sequential.
           select fs-state-tmp assign to "statuspage.dat.tmp"
           organization is line sequential.
           select optional fs-title assign to "statuspage.txt"
           organization is line sequential.
           select fs-page assign to "statuspage.html.tmp"
           organization is line sequential.
           select optional fs-audit assign to ws-audit-name
           organization is line sequential.
           select optional fd-incidents assign to "incidents.dat"
           organization is indexed
           access mode is sequential
           record key is fs-inc-number.
       data division.
       file section.
       fd  fs-board.
       01  fs-board-line pic x(200).
       fd  fs-state.
       01  fs-state-line pic x(80).
       fd  fs-state-tmp.
       01  fs-state-tmp-line pic x(80).
       fd  fs-title.
       01  fs-title-line pic x(80).
       fd  fs-page.
       01  fs-page-line pic x(1400).
       fd  fs-audit.
       01  fs-audit-line pic x(400).
       fd  fd-incidents.
       01  fs-inc-rec.
           02 fs-inc-number picture 9(6).
           02 fs-inc-status pic x.
           02 fs-inc-severity pic x.
           02 fs-inc-channel pic x(26).
           02 fs-inc-origin pic x(26).
           02 fs-inc-opener pic x(26).
           02 fs-inc-commander pic x(26).
           02 fs-inc-name pic x(32).
           02 fs-inc-opened pic x(14).
           02 fs-inc-mitigated pic x(14).
           02 fs-inc-resolved pic x(14).
           02 fs-inc-cause pic x(80).
           02 fs-inc-service pic x(32).
       working-storage section.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-parse-ptr picture 9(8).
       01  ws-board-hash pic x(8).
       01  ws-hash-text pic x(400).
       01  ws-page-title pic x(80).
      *The board as it stands now, and as it was last published.
       01  ws-sys-count picture 9(4).
       01  ws-sys-idx picture 9(4).
       01  ws-sys-tbl occurs 64 times.
           02 ws-sys-name pic x(24).
           02 ws-sys-status pic x(16).
           02 ws-sys-note pic x(120).
       01  ws-prev-hash pic x(8).
       01  ws-prev-count picture 9(4).
       01  ws-prev-idx picture 9(4).
       01  ws-prev-tbl occurs 64 times.
           02 ws-prev-name pic x(24).
           02 ws-prev-status pic x(16).
       01  ws-found pic x.
           88 ws-was-found value 'Y'.
      *Status changes for the history section - the trail's STS
      *lines for the last 14 days, then this pass's own changes, in
      *a ring that keeps the newest 100.
       01  ws-hist-max picture 9(4) value 100.
       01  ws-hist-count picture 9(4).
       01  ws-hist-next picture 9(4).
       01  ws-hist-idx picture 9(4).
       01  ws-hist-n picture 9(4).
       01  ws-hist-tbl occurs 100 times.
           02 ws-hist-stamp pic x(14).
           02 ws-hist-text pic x(120).
       01  ws-change-text pic x(120).
       01  ws-audit-name pic x(32).
       01  ws-from-int picture 9(8).
       01  ws-day-int picture 9(8).
       01  ws-day-date picture 9(8).
       01  ws-day-idx picture 9(4).
       01  ws-a-stamp pic x(21).
       01  ws-a-dir pic x(3).
       01  ws-a-chan pic x(26).
       01  ws-a-prefix pic x(8).
       01  ws-a-program pic x(30).
       01  ws-a-author pic x(32).
       01  ws-a-text pic x(200).
       01  ws-audit-text pic x(200).
       01  ws-now pic x(14).
      *HTML output.
       01  ws-html-line pic x(1400).
       01  ws-html-ptr picture 9(8).
       01  ws-esc-in pic x(200).
       01  ws-esc-out pic x(1200).
       01  ws-esc-len picture 9(4).
       01  ws-esc-idx picture 9(4).
       01  ws-esc-ptr picture 9(8).
       01  ws-fmt-in pic x(14).
       01  ws-fmt-out pic x(16).
       01  ws-css-class pic x(4).
       01  ws-status-uc pic x(16).
       01  ws-inc-count picture 9(4).
       01  ws-inc-disp picture zzzzz9.
       01  ws-inc-state pic x(10).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config.
           perform load-board.
           if ws-sys-count is equal to zero
               goback
           end-if.
           perform load-state.
           if ws-prev-hash is equal to ws-board-hash
               goback
           end-if.
           move function current-date(1:14) to ws-now.
           perform load-title.
           perform load-history.
      *A first publication has nothing to diff against - the page
      *simply starts from the board as it stands.
           if ws-prev-hash is not equal to spaces
               perform diff-board
           end-if.
           perform write-page.
           call "CBL_RENAME_FILE" using "statuspage.html.tmp"
               "statuspage.html" end-call.
           perform write-state.
           move spaces to ws-audit-text.
           string "status page rewritten, board hash "
               delimited by size
               ws-board-hash delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "BRD"
               by value spaces
               by value spaces
               by value "rv-status-page"
               by value ws-audit-text
               by value "status-board" end-call.
           goback.
      *-----------------------------------------------------------------
      *The board's lines and their chained hash, exactly as
      *rv-status-board computes it.
       load-board.
           move zero to ws-sys-count.
           move "00000000" to ws-board-hash.
           move 'N' to ws-eof.
           open input sharing with all fs-board.
           perform until ws-at-eof
               read fs-board
                   at end move 'Y' to ws-eof
                   not at end perform take-board-line
               end-read
           end-perform.
           close fs-board.
      *-----------------------------------------------------------------
       take-board-line.
           if fs-board-line(1:1) is equal to space
               or fs-board-line(1:1) is equal to '*'
               or ws-sys-count is not less than 64
               exit paragraph
           end-if.
           move spaces to ws-hash-text.
           move fs-board-line to ws-hash-text(1:200).
           call static "rv-chain-hash" using
               by value ws-board-hash
               by reference ws-hash-text
               by reference ws-board-hash end-call.
           add 1 to ws-sys-count.
           move spaces to ws-sys-tbl(ws-sys-count).
           move 1 to ws-parse-ptr.
           unstring fs-board-line delimited by ","
               into ws-sys-name(ws-sys-count)
                    ws-sys-status(ws-sys-count)
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-board-line
               move fs-board-line(ws-parse-ptr:)
                   to ws-sys-note(ws-sys-count)
           end-if.
      *-----------------------------------------------------------------
      *statuspage.dat - the hash line, then one "system,status" line
      *per system as last published.
       load-state.
           move spaces to ws-prev-hash.
           move zero to ws-prev-count.
           move 'N' to ws-eof.
           open input sharing with all fs-state.
           read fs-state
               at end move 'Y' to ws-eof
               not at end move fs-state-line(1:8) to ws-prev-hash
           end-read.
           perform until ws-at-eof
               read fs-state
                   at end move 'Y' to ws-eof
                   not at end
                       if ws-prev-count is less than 64
                           add 1 to ws-prev-count
                           move spaces to ws-prev-tbl(ws-prev-count)
                           unstring fs-state-line delimited by ","
                               into ws-prev-name(ws-prev-count)
                                    ws-prev-status(ws-prev-count)
                           end-unstring
                       end-if
               end-read
           end-perform.
           close fs-state.
      *-----------------------------------------------------------------
       load-title.
           move "Service status" to ws-page-title.
           move 'N' to ws-eof.
           open input sharing with all fs-title.
           perform until ws-at-eof
               read fs-title
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-title-line(1:1) is not equal to '*'
                           and fs-title-line is not equal to spaces
                           move fs-title-line to ws-page-title
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-title.
      *-----------------------------------------------------------------
      *Walk the last 14 days' audit files, oldest first, keeping the
      *STS lines. Read before this pass writes its own changes, which
      *go into the ring straight from diff-board.
       load-history.
           move zero to ws-hist-count.
           move 1 to ws-hist-next.
           compute ws-from-int = function integer-of-date(
               function numval(ws-now(1:8))) - 13.
           perform varying ws-day-idx from 0 by 1
               until ws-day-idx is greater than 13
               compute ws-day-int = ws-from-int + ws-day-idx
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
                       not at end perform take-audit-line
                   end-read
               end-perform
               close fs-audit
           end-perform.
      *-----------------------------------------------------------------
       take-audit-line.
           if fs-audit-line(22:5) is not equal to "|STS|"
               exit paragraph
           end-if.
           move spaces to ws-a-stamp, ws-a-dir, ws-a-chan,
               ws-a-prefix, ws-a-program, ws-a-author, ws-a-text.
           unstring fs-audit-line delimited by "|"
               into ws-a-stamp ws-a-dir ws-a-chan ws-a-prefix
                    ws-a-program ws-a-author ws-a-text
           end-unstring.
           move ws-a-stamp(1:14) to ws-fmt-in.
           move ws-a-text to ws-change-text.
           perform add-history.
      *-----------------------------------------------------------------
       add-history.
           move ws-fmt-in to ws-hist-stamp(ws-hist-next).
           move ws-change-text to ws-hist-text(ws-hist-next).
           add 1 to ws-hist-next.
           if ws-hist-next is greater than ws-hist-max
               move 1 to ws-hist-next
           end-if.
           if ws-hist-count is less than ws-hist-max
               add 1 to ws-hist-count
           end-if.
      *-----------------------------------------------------------------
      *Every system whose status differs from the last published
      *board - including ones that have appeared or gone - is an
      *STS audit line and a history entry.
       diff-board.
           perform varying ws-sys-idx from 1 by 1
               until ws-sys-idx is greater than ws-sys-count
               move 'N' to ws-found
               perform varying ws-prev-idx from 1 by 1
                   until ws-prev-idx is greater than ws-prev-count
                   if ws-prev-name(ws-prev-idx) is equal to
                       ws-sys-name(ws-sys-idx)
                       move 'Y' to ws-found
                       exit perform
                   end-if
               end-perform
               move spaces to ws-change-text
               if not ws-was-found
                   string "status change: " delimited by size
                       function trim(ws-sys-name(ws-sys-idx))
                           delimited by size
                       " (new) -> " delimited by size
                       function trim(ws-sys-status(ws-sys-idx))
                           delimited by size
                       into ws-change-text
                   end-string
               else
                   if ws-prev-status(ws-prev-idx) is not equal to
                       ws-sys-status(ws-sys-idx)
                       string "status change: " delimited by size
                           function trim(ws-sys-name(ws-sys-idx))
                               delimited by size
                           " " delimited by size
                           function trim(ws-prev-status(ws-prev-idx))
                               delimited by size
                           " -> " delimited by size
                           function trim(ws-sys-status(ws-sys-idx))
                               delimited by size
                           into ws-change-text
                       end-string
                   end-if
               end-if
               if ws-change-text is not equal to spaces
                   perform record-change
               end-if
           end-perform.
           perform varying ws-prev-idx from 1 by 1
               until ws-prev-idx is greater than ws-prev-count
               move 'N' to ws-found
               perform varying ws-sys-idx from 1 by 1
                   until ws-sys-idx is greater than ws-sys-count
                   if ws-sys-name(ws-sys-idx) is equal to
                       ws-prev-name(ws-prev-idx)
                       move 'Y' to ws-found
                       exit perform
                   end-if
               end-perform
               if not ws-was-found
                   move spaces to ws-change-text
                   string "status change: " delimited by size
                       function trim(ws-prev-name(ws-prev-idx))
                           delimited by size
                       " " delimited by size
                       function trim(ws-prev-status(ws-prev-idx))
                           delimited by size
                       " -> (removed)" delimited by size
                       into ws-change-text
                   end-string
                   perform record-change
               end-if
           end-perform.
      *-----------------------------------------------------------------
       record-change.
           move ws-change-text to ws-audit-text.
           call static "rv-audit-log" using
               by value "STS"
               by value spaces
               by value spaces
               by value "rv-status-page"
               by value ws-audit-text
               by value "status-board" end-call.
           move ws-now to ws-fmt-in.
           perform add-history.
      *-----------------------------------------------------------------
       write-page.
           open output fs-page.
           move "<!DOCTYPE html>" to fs-page-line.
           write fs-page-line end-write.
           move "<html lang=""en""><head><meta charset=""utf-8"">"
               to fs-page-line.
           write fs-page-line end-write.
           move ws-page-title to ws-esc-in.
           perform html-escape.
           move spaces to ws-html-line.
           string "<title>" delimited by size
               ws-esc-out(1:ws-esc-ptr - 1) delimited by size
               "</title>" delimited by size
               into ws-html-line
           end-string.
           perform put-line.
           move "<style>body{font-family:sans-serif;margin:2em}"
               & "table{border-collapse:collapse}"
               & "td,th{border:1px solid #ccc;padding:4px 8px;"
               & "text-align:left}.ok{background:#cfc}"
               & ".warn{background:#ffc}.down{background:#fcc}"
               & "</style></head><body>" to fs-page-line.
           write fs-page-line end-write.
           move spaces to ws-html-line.
           string "<h1>" delimited by size
               ws-esc-out(1:ws-esc-ptr - 1) delimited by size
               "</h1>" delimited by size
               into ws-html-line
           end-string.
           perform put-line.
           move ws-now to ws-fmt-in.
           perform format-stamp.
           move spaces to ws-html-line.
           string "<p>Last changed " delimited by size
               ws-fmt-out delimited by size
               "</p>" delimited by size
               into ws-html-line
           end-string.
           perform put-line.
           perform write-board-table.
           perform write-incidents.
           perform write-history.
           move "</body></html>" to fs-page-line.
           write fs-page-line end-write.
           close fs-page.
      *-----------------------------------------------------------------
       write-board-table.
           move "<h2>Systems</h2><table><tr><th>System</th>"
               & "<th>Status</th><th>Note</th></tr>" to fs-page-line.
           write fs-page-line end-write.
           perform varying ws-sys-idx from 1 by 1
               until ws-sys-idx is greater than ws-sys-count
               move function upper-case(ws-sys-status(ws-sys-idx))
                   to ws-status-uc
               evaluate ws-status-uc
                   when "UP"
                   when "OK"
                   when "GREEN"
                   when "OPERATIONAL"
                       move "ok" to ws-css-class
                   when "DOWN"
                   when "OUTAGE"
                   when "RED"
                       move "down" to ws-css-class
                   when other
                       move "warn" to ws-css-class
               end-evaluate
               move 1 to ws-html-ptr
               move spaces to ws-html-line
               move ws-sys-name(ws-sys-idx) to ws-esc-in
               perform html-escape
               string "<tr class=""" delimited by size
                   ws-css-class delimited by space
                   """><td>" delimited by size
                   ws-esc-out(1:ws-esc-ptr - 1) delimited by size
                   "</td><td>" delimited by size
                   into ws-html-line
                   with pointer ws-html-ptr
               end-string
               move ws-sys-status(ws-sys-idx) to ws-esc-in
               perform html-escape
               string ws-esc-out(1:ws-esc-ptr - 1) delimited by size
                   "</td><td>" delimited by size
                   into ws-html-line
                   with pointer ws-html-ptr
               end-string
               move ws-sys-note(ws-sys-idx) to ws-esc-in
               perform html-escape
               string ws-esc-out(1:ws-esc-ptr - 1) delimited by size
                   "</td></tr>" delimited by size
                   into ws-html-line
                   with pointer ws-html-ptr
               end-string
               perform put-line
           end-perform.
           move "</table>" to fs-page-line.
           write fs-page-line end-write.
      *-----------------------------------------------------------------
      *Open and mitigated incidents - resolved ones are history.
       write-incidents.
           move "<h2>Open incidents</h2>" to fs-page-line.
           write fs-page-line end-write.
           move zero to ws-inc-count.
           move 'N' to ws-eof.
           open input fd-incidents.
           perform until ws-at-eof
               read fd-incidents next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-inc-status is equal to 'O'
                           or fs-inc-status is equal to 'M'
                           perform write-one-incident
                       end-if
               end-read
           end-perform.
           close fd-incidents.
           if ws-inc-count is equal to zero
               move "<p>None.</p>" to fs-page-line
           else
               move "</table>" to fs-page-line
           end-if.
           write fs-page-line end-write.
      *-----------------------------------------------------------------
       write-one-incident.
           if ws-inc-count is equal to zero
               move "<table><tr><th>Incident</th><th>Service</th>"
                   & "<th>Severity</th><th>State</th>"
                   & "<th>Opened</th></tr>" to fs-page-line
               write fs-page-line end-write
           end-if.
           add 1 to ws-inc-count.
           move fs-inc-number to ws-inc-disp.
           if fs-inc-status is equal to 'M'
               move "mitigated" to ws-inc-state
           else
               move "open" to ws-inc-state
           end-if.
           move fs-inc-opened to ws-fmt-in.
           perform format-stamp.
           move 1 to ws-html-ptr.
           move spaces to ws-html-line.
           move fs-inc-name to ws-esc-in.
           perform html-escape.
           string "<tr><td>#" delimited by size
               function trim(ws-inc-disp) delimited by size
               " " delimited by size
               ws-esc-out(1:ws-esc-ptr - 1) delimited by size
               "</td><td>" delimited by size
               into ws-html-line
               with pointer ws-html-ptr
           end-string.
           move fs-inc-service to ws-esc-in.
           perform html-escape.
           string ws-esc-out(1:ws-esc-ptr - 1) delimited by size
               "</td><td>SEV" delimited by size
               fs-inc-severity delimited by size
               "</td><td>" delimited by size
               function trim(ws-inc-state) delimited by size
               "</td><td>" delimited by size
               ws-fmt-out delimited by size
               "</td></tr>" delimited by size
               into ws-html-line
               with pointer ws-html-ptr
           end-string.
           perform put-line.
      *-----------------------------------------------------------------
      *Newest first - walk the ring backwards from the last entry.
       write-history.
           move "<h2>Status changes, last 14 days</h2>"
               to fs-page-line.
           write fs-page-line end-write.
           if ws-hist-count is equal to zero
               move "<p>None.</p>" to fs-page-line
               write fs-page-line end-write
               exit paragraph
           end-if.
           move "<table><tr><th>When</th><th>Change</th></tr>"
               to fs-page-line.
           write fs-page-line end-write.
           move ws-hist-next to ws-hist-idx.
           perform varying ws-hist-n from 1 by 1
               until ws-hist-n is greater than ws-hist-count
               if ws-hist-idx is equal to 1
                   move ws-hist-max to ws-hist-idx
               else
                   subtract 1 from ws-hist-idx
               end-if
               move ws-hist-stamp(ws-hist-idx) to ws-fmt-in
               perform format-stamp
               move spaces to ws-esc-in
               if ws-hist-text(ws-hist-idx)(1:15) is equal to
                   "status change: "
                   move ws-hist-text(ws-hist-idx)(16:)
                       to ws-esc-in
               else
                   move ws-hist-text(ws-hist-idx) to ws-esc-in
               end-if
               perform html-escape
               move spaces to ws-html-line
               string "<tr><td>" delimited by size
                   ws-fmt-out delimited by size
                   "</td><td>" delimited by size
                   ws-esc-out(1:ws-esc-ptr - 1) delimited by size
                   "</td></tr>" delimited by size
                   into ws-html-line
               end-string
               perform put-line
           end-perform.
           move "</table>" to fs-page-line.
           write fs-page-line end-write.
      *-----------------------------------------------------------------
      *YYYYMMDDHHMMSS to "YYYY-MM-DD HH:MM".
       format-stamp.
           move spaces to ws-fmt-out.
           string ws-fmt-in(1:4) "-" ws-fmt-in(5:2) "-"
               ws-fmt-in(7:2) " " ws-fmt-in(9:2) ":"
               ws-fmt-in(11:2) delimited by size
               into ws-fmt-out
           end-string.
      *-----------------------------------------------------------------
      *ws-esc-in, trailing spaces dropped, into ws-esc-out with the
      *HTML-special characters escaped; ws-esc-ptr ends one past
      *the last character written (so a blank input gives a single
      *space - never a zero-length reference).
       html-escape.
           move spaces to ws-esc-out.
           move 1 to ws-esc-ptr.
           move function length(function trim(ws-esc-in trailing))
               to ws-esc-len.
           if ws-esc-in is equal to spaces
               move 2 to ws-esc-ptr
               exit paragraph
           end-if.
           perform varying ws-esc-idx from 1 by 1
               until ws-esc-idx is greater than ws-esc-len
               evaluate ws-esc-in(ws-esc-idx:1)
                   when "&"
                       string "&amp;" delimited by size
                           into ws-esc-out with pointer ws-esc-ptr
                       end-string
                   when "<"
                       string "&lt;" delimited by size
                           into ws-esc-out with pointer ws-esc-ptr
                       end-string
                   when ">"
                       string "&gt;" delimited by size
                           into ws-esc-out with pointer ws-esc-ptr
                       end-string
                   when '"'
                       string "&quot;" delimited by size
                           into ws-esc-out with pointer ws-esc-ptr
                       end-string
                   when other
                       move ws-esc-in(ws-esc-idx:1)
                           to ws-esc-out(ws-esc-ptr:1)
                       add 1 to ws-esc-ptr
               end-evaluate
           end-perform.
      *-----------------------------------------------------------------
       put-line.
           move ws-html-line to fs-page-line.
           write fs-page-line end-write.
      *-----------------------------------------------------------------
      *The published hash and board, temp then rename like
      *boardstate.dat.
       write-state.
           open output fs-state-tmp.
           move ws-board-hash to fs-state-tmp-line.
           write fs-state-tmp-line end-write.
           perform varying ws-sys-idx from 1 by 1
               until ws-sys-idx is greater than ws-sys-count
               move spaces to fs-state-tmp-line
               string ws-sys-name(ws-sys-idx) delimited by size
                   "," delimited by size
                   ws-sys-status(ws-sys-idx) delimited by size
                   into fs-state-tmp-line
               end-string
               write fs-state-tmp-line end-write
           end-perform.
           close fs-state-tmp.
           call "CBL_RENAME_FILE" using "statuspage.dat.tmp"
               "statuspage.dat" end-call.
       end program rv-status-page.

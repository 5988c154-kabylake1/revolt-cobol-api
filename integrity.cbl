       copy "cabi.cpy".
      ******************************************************************
      *Nightly cross-store referential integrity check - the stores
      *point at each other by message id, user id and ticket number,
      *and until now nothing checked that they still agree. Run
      *standalone from the overnight schedule, while the bot is down
      *(the same rule as rv-store-maint):
      *    rv-integrity-check [YYYYMMDD] [REPAIR]
      *    rv-integrity-check APPLY <repair file>
      *No date means "yesterday" - the day whose outbound sends are
      *balanced against the audit trail; every other relationship is
      *checked across the whole store. Writes integrity.YYYYMMDD.txt,
      *one line per orphan with its reason code:
      *    I01 msgledger.dat id with no msgarchive.dat record
      *    I02 outledger.dat send (that day) with no audited OUT line
      *    I03 tickets.dat assignee missing from userdir.dat
      *    I04 boardstate.dat board message since deleted
      *    I05 polls.dat poll message since deleted
      *    I06 formsess.dat session for a member who has left
      *Deletions are the DEL lines rv-msg-change-event (store.cbl)
      *audits and departures the member-leave EVT lines of
      *rv-member-event (api.cbl), read from every audit file the
      *logretain.txt window still keeps (house default 30 days) - a
      *member who left and came back is not a departure. I01 and I02
      *are the proof records themselves and are only ever reported.
      *With REPAIR the run also writes integrity.YYYYMMDD.fix, one
      *"action,store,key,reason" line per orphan that has a safe
      *repair:
      *    DROP,boardstate.dat,<msgid>  - the board re-posts itself
      *    DROP,polls.dat,<msgid>       - the poll record goes
      *    DROP,formsess.dat,<userid>   - the session goes
      *    UNASSIGN,tickets.dat,<number> - open tickets only
      *An operator reviews it, deletes or "*"-comments any line not
      *wanted, and runs APPLY on it; each applied line lands in the
      *audit trail as a FIX line. Any orphans found also go to the
      *maildrop (rv-maildrop, mail.cbl) as an "integrity" REPORT.
       identification division.
       program-id. rv-integrity-check.
       environment division.
       input-output section.
       file-control.
           select optional fs-audit assign to ws-audit-name
           organization is line sequential.
           select optional fs-retain assign to "logretain.txt"
           organization is line sequential.
           select optional fd-ledger assign to "msgledger.dat"
           organization is indexed
           access mode is sequential
           record key is fs-ledger-msg-id.
           select optional fd-archive assign to "msgarchive.dat"
           organization is indexed
           access mode is random
           record key is fs-arch-msg-id
           alternate record key is fs-arch-chanstamp
               with duplicates.
           select optional fd-outledger assign to "outledger.dat"
           organization is indexed
           access mode is sequential
           record key is fs-outl-msg-id.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-tkt-number.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is random
           record key is fs-udir-user-id.
           select optional fs-store assign to ws-store-name
           organization is line sequential.
           select fs-store-tmp assign to ws-store-tmp-name
           organization is line sequential.
           select fs-report assign to ws-report-name
           organization is line sequential.
           select fs-fix assign to ws-fix-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-audit.
       01  fs-audit-line pic x(400).
       fd  fs-retain.
       01  fs-retain-line pic x(48).
       fd  fd-ledger.
       01  fs-ledger-rec.
           02 fs-ledger-msg-id pic x(26).
           02 fs-ledger-stamp pic x(14).
       fd  fd-archive.
       01  fs-arch-rec.
           02 fs-arch-msg-id pic x(26).
           02 fs-arch-chanstamp.
               03 fs-arch-channel pic x(26).
               03 fs-arch-stamp pic x(14).
           02 fs-arch-author pic x(26).
           02 fs-arch-content pic x(400).
       fd  fd-outledger.
       01  fs-outl-rec.
           02 fs-outl-msg-id pic x(26).
           02 fs-outl-channel pic x(26).
           02 fs-outl-stamp pic x(14).
           02 fs-outl-content pic x(60).
       fd  fd-tickets.
       01  fs-tkt-rec.
           02 fs-tkt-number picture 9(6).
           02 fs-tkt-status pic x.
           02 fs-tkt-channel pic x(26).
           02 fs-tkt-opener pic x(26).
           02 fs-tkt-assignee pic x(26).
           02 fs-tkt-opened pic x(14).
           02 fs-tkt-closed pic x(14).
           02 fs-tkt-title pic x(80).
           02 fs-tkt-priority pic x.
           02 fs-tkt-responded pic x(14).
           02 fs-tkt-sla-flags.
               03 fs-tkt-resp-warned pic x.
               03 fs-tkt-resp-breached pic x.
               03 fs-tkt-fix-warned pic x.
               03 fs-tkt-fix-breached pic x.
       fd  fd-udir.
       01  fs-udir-rec.
           02 fs-udir-user-id pic x(26).
           02 fs-udir-name pic x(32).
       fd  fs-store.
       01  fs-store-line pic x(1500).
       fd  fs-store-tmp.
       01  fs-store-tmp-line pic x(1500).
       fd  fs-report.
       01  fs-report-line pic x(160).
       fd  fs-fix.
       01  fs-fix-line pic x(120).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(64).
       01  ws-arg-2 pic x(64).
       01  ws-run-date picture 9(8).
       01  ws-today-int picture 9(8).
       01  ws-from-int picture 9(8).
       01  ws-day-int picture 9(8).
       01  ws-day-date picture 9(8).
       01  ws-repair pic x value 'N'.
           88 ws-repair-wanted value 'Y'.
       01  ws-audit-name pic x(32).
       01  ws-report-name pic x(32).
       01  ws-fix-name pic x(64).
       01  ws-store-name pic x(32).
       01  ws-store-tmp-name pic x(36).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-retain-days picture 9(4) value 30.
      *Parsed audit fields - "stamp|dir|channel|prefix|program|
      *author|text", the line rv-audit-log writes.
       01  ws-a-stamp pic x(26).
       01  ws-a-dir pic x(8).
       01  ws-a-channel pic x(26).
       01  ws-a-prefix pic x(8).
       01  ws-a-program pic x(30).
       01  ws-a-author pic x(32).
       01  ws-a-text pic x(200).
       01  ws-a-user pic x(26).
      *The check day's audited sends, each matched at most once.
       01  ws-audit-day-state pic x value 'N'.
           88 ws-audit-day-found value 'Y'.
       01  ws-out-count picture 9(4) value zero.
       01  ws-out-idx picture 9(4).
       01  ws-out-entries occurs 4000 times.
           02 ws-out-channel pic x(26).
           02 ws-out-text pic x(60).
           02 ws-out-matched pic x.
       01  ws-match-prefix pic x(60).
       01  ws-match-len picture 9(4).
       01  ws-match-state pic x.
           88 ws-send-matched value 'Y'.
      *Message ids the audit trail saw deleted.
       01  ws-del-count picture 9(4) value zero.
       01  ws-del-idx picture 9(4).
       01  ws-deleted-ids pic x(26) occurs 4000 times.
       01  ws-del-state pic x.
           88 ws-id-was-deleted value 'Y'.
      *Each member's latest join/leave in the window.
       01  ws-mbr-count picture 9(4) value zero.
       01  ws-mbr-idx picture 9(4).
       01  ws-members occurs 2048 times.
           02 ws-mbr-user pic x(26).
           02 ws-mbr-last pic x.
       01  ws-mbr-state pic x.
           88 ws-member-has-left value 'Y'.
       01  ws-skipped-count picture 9(8) value zero.
      *Per-reason tallies, I01 through I06.
       01  ws-reason-counts.
           02 ws-reason-count picture 9(8) occurs 6 times.
       01  ws-reason-idx picture 9(4).
       01  ws-total-count picture 9(8) value zero.
       01  ws-fix-count picture 9(8) value zero.
       01  ws-checked-count picture 9(8).
      *One exception as it is reported.
       01  ws-x-reason pic x(3).
       01  ws-x-store pic x(16).
       01  ws-x-key pic x(26).
       01  ws-x-detail pic x(80).
       01  ws-x-action pic x(8).
      *Store-line scratch.
       01  ws-f1 pic x(26).
       01  ws-f2 pic x(26).
       01  ws-f3 pic x(26).
       01  ws-f4 pic x(26).
      *APPLY mode.
       01  ws-fx-action pic x(16).
       01  ws-fx-store pic x(32).
       01  ws-fx-key pic x(26).
       01  ws-fx-reason pic x(8).
       01  ws-fx-number picture 9(6).
       01  ws-drop-field picture 9.
       01  ws-dropped-count picture 9(8).
       01  ws-applied-count picture 9(8) value zero.
       01  ws-failed-count picture 9(8) value zero.
       01  ws-audit-text pic x(200).
       01  ws-count-disp picture zzzzzzz9.
       01  ws-work-line pic x(160).
       01  ws-fix-work pic x(120).
       01  ws-mail-body pic x(200).
      *Sized to rv-maildrop's linkage so the recipient-key compare
      *sees blank fill, not whatever followed a short literal.
       01  ws-mail-key pic x(16) value "integrity".
       01  ws-mail-subject pic x(80)
           value "Store integrity check found orphans".
       procedure division.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1, ws-arg-2.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1 ws-arg-2
           end-unstring.
           if function upper-case(ws-arg-1) is equal to "APPLY"
               perform apply-repairs
               stop run
           end-if.
           if function upper-case(ws-arg-1) is equal to "REPAIR"
               move 'Y' to ws-repair
               move spaces to ws-arg-1
           end-if.
           if function upper-case(ws-arg-2) is equal to "REPAIR"
               move 'Y' to ws-repair
           end-if.
           compute ws-today-int = function integer-of-date(
               function numval(function current-date(1:8))).
           if ws-arg-1 is equal to spaces
               compute ws-run-date =
                   function date-of-integer(ws-today-int - 1)
           else
               compute ws-run-date = function numval(ws-arg-1)
           end-if.
           perform load-retention.
           perform read-audit-history.
           perform open-outputs.
           perform check-ledger.
           perform check-outledger.
           open input fd-udir.
           perform check-tickets.
           close fd-udir.
           perform check-board.
           perform check-polls.
           perform check-form-sessions.
           perform write-summary.
           close fs-report.
           if ws-repair-wanted
               close fs-fix
           end-if.
           display "Integrity report written to "
               function trim(ws-report-name) end-display.
           if ws-repair-wanted
               display "Repair file written to "
                   function trim(ws-fix-name) end-display
           end-if.
           perform mail-if-orphans.
           stop run.
      *-----------------------------------------------------------------
      *First line of logretain.txt, "*" comment lines allowed - the
      *same window rv-audit-log prunes to.
       load-retention.
           move 'N' to ws-eof.
           open input sharing with all fs-retain.
           perform until ws-at-eof
               read fs-retain
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-retain-line(1:1) is not equal to space
                           and fs-retain-line(1:1) is not equal to '*'
                           if function test-numval(fs-retain-line)
                               is equal to zero
                               move function numval(fs-retain-line)
                                   to ws-retain-days
                           end-if
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-retain.
           if ws-retain-days is equal to zero
               move 30 to ws-retain-days
           end-if.
      *-----------------------------------------------------------------
      *Every audit file still on disk, oldest first, up to today -
      *a deletion or departure after the check day still counts.
       read-audit-history.
           compute ws-from-int = ws-today-int - ws-retain-days.
           perform varying ws-day-int from ws-from-int by 1
               until ws-day-int is greater than ws-today-int
               move function date-of-integer(ws-day-int)
                   to ws-day-date
               perform read-audit-file
           end-perform.
      *-----------------------------------------------------------------
       read-audit-file.
           move spaces to ws-audit-name.
           string "audit." delimited by size
               ws-day-date delimited by size
               ".log" delimited by size
               into ws-audit-name
           end-string.
           move 'N' to ws-eof.
           open input sharing with all fs-audit.
           perform until ws-at-eof
               read fs-audit
                   at end move 'Y' to ws-eof
                   not at end perform take-audit-line
               end-read
           end-perform.
           close fs-audit.
      *-----------------------------------------------------------------
       take-audit-line.
           move spaces to ws-a-stamp, ws-a-dir, ws-a-channel,
               ws-a-prefix, ws-a-program, ws-a-author, ws-a-text.
           unstring fs-audit-line delimited by "|"
               into ws-a-stamp ws-a-dir ws-a-channel ws-a-prefix
                    ws-a-program ws-a-author ws-a-text
           end-unstring.
           if ws-day-date is equal to ws-run-date
               and ws-a-stamp(1:8) is equal to ws-run-date
               move 'Y' to ws-audit-day-state
           end-if.
           evaluate ws-a-dir(1:3)
               when "OUT"
                   if ws-day-date is equal to ws-run-date
                       perform take-out-line
                   end-if
               when "DEL"
                   perform take-del-line
               when "EVT"
                   perform take-member-line
               when other
                   continue
           end-evaluate.
      *-----------------------------------------------------------------
       take-out-line.
           if ws-out-count is not less than 4000
               add 1 to ws-skipped-count
               exit paragraph
           end-if.
           add 1 to ws-out-count.
           move ws-a-channel to ws-out-channel(ws-out-count).
           move ws-a-text(1:60) to ws-out-text(ws-out-count).
           move 'N' to ws-out-matched(ws-out-count).
      *-----------------------------------------------------------------
      *The DEL text is "id=<msgid> (see archive ...)".
       take-del-line.
           if ws-a-text(1:3) is not equal to "id="
               exit paragraph
           end-if.
           if ws-del-count is not less than 4000
               add 1 to ws-skipped-count
               exit paragraph
           end-if.
           add 1 to ws-del-count.
           unstring ws-a-text(4:197) delimited by all spaces
               into ws-deleted-ids(ws-del-count)
           end-unstring.
      *-----------------------------------------------------------------
      *The EVT text is "userid [serverid]"; only the latest event
      *per member matters.
       take-member-line.
           if ws-a-program is not equal to "member-join"
               and ws-a-program is not equal to "member-leave"
               exit paragraph
           end-if.
           move spaces to ws-a-user.
           unstring ws-a-text delimited by all spaces
               into ws-a-user
           end-unstring.
           if ws-a-user is equal to spaces
               exit paragraph
           end-if.
           perform varying ws-mbr-idx from 1 by 1
               until ws-mbr-idx is greater than ws-mbr-count
               if ws-mbr-user(ws-mbr-idx) is equal to ws-a-user
                   exit perform
               end-if
           end-perform.
           if ws-mbr-idx is greater than ws-mbr-count
               if ws-mbr-count is not less than 2048
                   add 1 to ws-skipped-count
                   exit paragraph
               end-if
               add 1 to ws-mbr-count
               move ws-mbr-count to ws-mbr-idx
               move ws-a-user to ws-mbr-user(ws-mbr-idx)
           end-if.
           if ws-a-program is equal to "member-join"
               move 'J' to ws-mbr-last(ws-mbr-idx)
           else
               move 'L' to ws-mbr-last(ws-mbr-idx)
           end-if.
      *-----------------------------------------------------------------
       open-outputs.
           move spaces to ws-report-name.
           string "integrity." delimited by size
               ws-run-date delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           open output fs-report.
           move spaces to ws-work-line.
           string "Cross-store integrity check, run "
                   delimited by size
               function current-date(1:8) delimited by size
               ", sends of " delimited by size
               ws-run-date delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           move "Code Store            Key"
               to ws-work-line.
           move "Detail" to ws-work-line(49:6).
           perform emit-line.
           initialize ws-reason-counts.
           if ws-repair-wanted
               move spaces to ws-fix-name
               string "integrity." delimited by size
                   ws-run-date delimited by size
                   ".fix" delimited by size
                   into ws-fix-name
               end-string
               open output fs-fix
               move "* Review, then: rv-integrity-check APPLY "
                   & "<this file>" to ws-fix-work
               write fs-fix-line from ws-fix-work end-write
           end-if.
      *-----------------------------------------------------------------
      *I01 - every id the dispatch ledger claimed should have been
      *archived as it was dispatched.
       check-ledger.
           move 'N' to ws-eof.
           open input fd-ledger.
           open input fd-archive.
           perform until ws-at-eof
               read fd-ledger next record
                   at end move 'Y' to ws-eof
                   not at end perform check-one-ledger-id
               end-read
           end-perform.
           close fd-archive.
           close fd-ledger.
      *-----------------------------------------------------------------
       check-one-ledger-id.
           move fs-ledger-msg-id to fs-arch-msg-id.
           read fd-archive
               invalid key
                   move "I01" to ws-x-reason
                   move "msgledger.dat" to ws-x-store
                   move fs-ledger-msg-id to ws-x-key
                   move spaces to ws-x-detail
                   string "claimed " delimited by size
                       fs-ledger-stamp delimited by size
                       ", not in msgarchive.dat" delimited by size
                       into ws-x-detail
                   end-string
                   move spaces to ws-x-action
                   perform report-orphan
               not invalid key continue
           end-read.
      *-----------------------------------------------------------------
      *I02 - the outbound ledger against the check day's audited OUT
      *lines, on channel and leading content (up to the first "|"
      *or line break, which the audit line cannot carry whole).
       check-outledger.
           if not ws-audit-day-found
               move spaces to ws-work-line
               string "  I02 not checked - no audit." delimited by size
                   ws-run-date delimited by size
                   ".log on file" delimited by size
                   into ws-work-line
               end-string
               perform emit-line
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           open input fd-outledger.
           perform until ws-at-eof
               read fd-outledger next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-outl-stamp(1:8) is equal to ws-run-date
                           perform check-one-send
                       end-if
               end-read
           end-perform.
           close fd-outledger.
      *-----------------------------------------------------------------
       check-one-send.
           move function trim(fs-outl-content leading)
               to ws-match-prefix.
           move zero to ws-match-len.
           inspect ws-match-prefix tallying ws-match-len
               for characters before initial "|".
           move zero to ws-out-idx.
           inspect ws-match-prefix tallying ws-out-idx
               for characters before initial x'0a'.
           if ws-out-idx is less than ws-match-len
               move ws-out-idx to ws-match-len
           end-if.
           if ws-match-len is equal to zero
               exit paragraph
           end-if.
           move 'N' to ws-match-state.
           perform varying ws-out-idx from 1 by 1
               until ws-out-idx is greater than ws-out-count
               if ws-out-matched(ws-out-idx) is equal to 'N'
                   and ws-out-channel(ws-out-idx) is equal to
                       fs-outl-channel
                   and ws-out-text(ws-out-idx)(1:ws-match-len)
                       is equal to ws-match-prefix(1:ws-match-len)
                   move 'Y' to ws-out-matched(ws-out-idx)
                   move 'Y' to ws-match-state
                   exit perform
               end-if
           end-perform.
           if not ws-send-matched
               move "I02" to ws-x-reason
               move "outledger.dat" to ws-x-store
               move fs-outl-msg-id to ws-x-key
               move spaces to ws-x-detail
               string "sent " delimited by size
                   fs-outl-stamp delimited by size
                   " to " delimited by size
                   fs-outl-channel delimited by space
                   ", no OUT line" delimited by size
                   into ws-x-detail
               end-string
               move spaces to ws-x-action
               perform report-orphan
           end-if.
      *-----------------------------------------------------------------
      *I03 - an assignee the user directory has never heard of. Only
      *an open ticket is offered for un-assignment; a closed one is
      *history and only reported.
       check-tickets.
           move 'N' to ws-eof.
           open input fd-tickets.
           perform until ws-at-eof
               read fd-tickets next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-tkt-assignee is not equal to spaces
                           perform check-one-assignee
                       end-if
               end-read
           end-perform.
           close fd-tickets.
      *-----------------------------------------------------------------
       check-one-assignee.
           move fs-tkt-assignee to fs-udir-user-id.
           read fd-udir
               invalid key
                   move "I03" to ws-x-reason
                   move "tickets.dat" to ws-x-store
                   move spaces to ws-x-key
                   move fs-tkt-number to ws-x-key(1:6)
                   move spaces to ws-x-detail
                   string "status " delimited by size
                       fs-tkt-status delimited by size
                       ", assignee " delimited by size
                       fs-tkt-assignee delimited by size
                       " not in userdir.dat" delimited by size
                       into ws-x-detail
                   end-string
                   if fs-tkt-status is equal to 'O'
                       move "UNASSIGN" to ws-x-action
                   else
                       move spaces to ws-x-action
                   end-if
                   perform report-orphan
               not invalid key continue
           end-read.
      *-----------------------------------------------------------------
      *I04 - boardstate.dat is "channel,msgid,hash".
       check-board.
           move "boardstate.dat" to ws-store-name.
           move 'N' to ws-eof.
           open input sharing with all fs-store.
           perform until ws-at-eof
               read fs-store
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-f1, ws-f2
                       unstring fs-store-line delimited by ","
                           into ws-f1 ws-f2
                       end-unstring
                       if ws-f2 is not equal to spaces
                           perform find-deleted-id
                           if ws-id-was-deleted
                               move "I04" to ws-x-reason
                               move "boardstate.dat" to ws-x-store
                               move ws-f2 to ws-x-key
                               move spaces to ws-x-detail
                               string "board post in " delimited by size
                                   ws-f1 delimited by space
                                   " was deleted" delimited by size
                                   into ws-x-detail
                               end-string
                               move "DROP" to ws-x-action
                               perform report-orphan
                           end-if
                       end-if
               end-read
           end-perform.
           close fs-store.
      *-----------------------------------------------------------------
      *I05 - polls.dat lines lead with the poll message id (rpol.cpy).
       check-polls.
           move "polls.dat" to ws-store-name.
           move 'N' to ws-eof.
           open input sharing with all fs-store.
           perform until ws-at-eof
               read fs-store
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-f1, ws-f2, ws-f3, ws-f4
                       unstring fs-store-line delimited by ","
                           into ws-f2 ws-f1 ws-f3 ws-f4
                       end-unstring
                       if ws-f2 is not equal to spaces
                           perform find-deleted-id
                           if ws-id-was-deleted
                               move "I05" to ws-x-reason
                               move "polls.dat" to ws-x-store
                               move ws-f2 to ws-x-key
                               move spaces to ws-x-detail
                               string "poll in " delimited by size
                                   ws-f1 delimited by space
                                   " (status " delimited by size
                                   ws-f4(1:1) delimited by size
                                   ") was deleted" delimited by size
                                   into ws-x-detail
                               end-string
                               move "DROP" to ws-x-action
                               perform report-orphan
                           end-if
                       end-if
               end-read
           end-perform.
           close fs-store.
      *-----------------------------------------------------------------
      *I06 - formsess.dat lines lead with the member's user id.
       check-form-sessions.
           move "formsess.dat" to ws-store-name.
           move 'N' to ws-eof.
           open input sharing with all fs-store.
           perform until ws-at-eof
               read fs-store
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-f1
                       unstring fs-store-line delimited by ","
                           into ws-f1
                       end-unstring
                       if ws-f1 is not equal to spaces
                           perform find-departed-member
                           if ws-member-has-left
                               move "I06" to ws-x-reason
                               move "formsess.dat" to ws-x-store
                               move ws-f1 to ws-x-key
                               move "form session for a member who"
                                   & " has left the server"
                                   to ws-x-detail
                               move "DROP" to ws-x-action
                               perform report-orphan
                           end-if
                       end-if
               end-read
           end-perform.
           close fs-store.
      *-----------------------------------------------------------------
       find-deleted-id.
           move 'N' to ws-del-state.
           perform varying ws-del-idx from 1 by 1
               until ws-del-idx is greater than ws-del-count
               if ws-deleted-ids(ws-del-idx) is equal to ws-f2
                   move 'Y' to ws-del-state
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       find-departed-member.
           move 'N' to ws-mbr-state.
           perform varying ws-mbr-idx from 1 by 1
               until ws-mbr-idx is greater than ws-mbr-count
               if ws-mbr-user(ws-mbr-idx) is equal to ws-f1
                   if ws-mbr-last(ws-mbr-idx) is equal to 'L'
                       move 'Y' to ws-mbr-state
                   end-if
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *One report line per orphan, and its repair line when there
      *is one and a repair file was asked for.
       report-orphan.
           move ws-x-reason(2:2) to ws-reason-idx.
           add 1 to ws-reason-count(ws-reason-idx).
           add 1 to ws-total-count.
           move spaces to ws-work-line.
           string ws-x-reason delimited by size
               "  " delimited by size
               ws-x-store delimited by size
               " " delimited by size
               ws-x-key delimited by size
               " " delimited by size
               function trim(ws-x-detail) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           if ws-repair-wanted
               and ws-x-action is not equal to spaces
               move spaces to ws-fix-work
               string function trim(ws-x-action) delimited by size
                   "," delimited by size
                   function trim(ws-x-store) delimited by size
                   "," delimited by size
                   function trim(ws-x-key) delimited by size
                   "," delimited by size
                   ws-x-reason delimited by size
                   into ws-fix-work
               end-string
               write fs-fix-line from ws-fix-work end-write
               add 1 to ws-fix-count
           end-if.
      *-----------------------------------------------------------------
       write-summary.
           if ws-total-count is equal to zero
               move "  (no orphans - the stores agree)" to ws-work-line
               perform emit-line
           end-if.
           move spaces to ws-work-line.
           perform emit-line.
           move "Orphans by reason:" to ws-work-line.
           perform emit-line.
           perform varying ws-reason-idx from 1 by 1
               until ws-reason-idx is greater than 6
               move ws-reason-count(ws-reason-idx) to ws-count-disp
               move spaces to ws-work-line
               evaluate ws-reason-idx
                   when 1
                       move "  I01 ledger id not archived      "
                           to ws-work-line
                   when 2
                       move "  I02 send with no OUT audit line "
                           to ws-work-line
                   when 3
                       move "  I03 assignee not in userdir     "
                           to ws-work-line
                   when 4
                       move "  I04 board message deleted       "
                           to ws-work-line
                   when 5
                       move "  I05 poll message deleted        "
                           to ws-work-line
                   when 6
                       move "  I06 form session, member left   "
                           to ws-work-line
               end-evaluate
               move ws-count-disp to ws-work-line(36:8)
               perform emit-line
           end-perform.
           move ws-total-count to ws-count-disp.
           move "  Total" to ws-work-line.
           move ws-count-disp to ws-work-line(36:8).
           perform emit-line.
           if ws-repair-wanted
               move ws-fix-count to ws-count-disp
               move spaces to ws-work-line
               string "Repair lines written: " delimited by size
                   function trim(ws-count-disp) delimited by size
                   " (" delimited by size
                   function trim(ws-fix-name) delimited by size
                   ")" delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
           if ws-skipped-count is greater than zero
               move ws-skipped-count to ws-count-disp
               move spaces to ws-work-line
               string "NOT CHECKED: " delimited by size
                   function trim(ws-count-disp) delimited by size
                   " audit entry(ies) past this run's table caps"
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
       mail-if-orphans.
           if ws-total-count is equal to zero
               exit paragraph
           end-if.
           move ws-total-count to ws-count-disp.
           move spaces to ws-mail-body.
           string "Integrity check for " delimited by size
               ws-run-date delimited by size
               ": " delimited by size
               function trim(ws-count-disp) delimited by size
               " orphan(s) - see " delimited by size
               function trim(ws-report-name) delimited by size
               into ws-mail-body
           end-string.
           call static "rv-maildrop" using
               by value "REPORT  "
               by value ws-mail-key
               by value ws-mail-subject
               by value ws-mail-body end-call.
      *-----------------------------------------------------------------
      *APPLY - carry out a reviewed repair file line by line. A line
      *that no longer matches anything (already repaired, or the
      *store moved on) is counted as not applied, not an error.
       apply-repairs.
           if ws-arg-2 is equal to spaces
               display "Usage: rv-integrity-check APPLY <repair file>"
                   end-display
               move 16 to return-code
               exit paragraph
           end-if.
           move ws-arg-2 to ws-fix-name.
           move 'N' to ws-eof.
           open input fs-fix.
           perform until ws-at-eof
               read fs-fix
                   at end move 'Y' to ws-eof
                   not at end perform apply-one-repair
               end-read
           end-perform.
           close fs-fix.
           move ws-applied-count to ws-count-disp.
           display "Repairs applied: " function trim(ws-count-disp)
               end-display.
           move ws-failed-count to ws-count-disp.
           display "Repairs not applied (nothing matched): "
               function trim(ws-count-disp) end-display.
      *-----------------------------------------------------------------
       apply-one-repair.
           if fs-fix-line(1:1) is equal to space
               or fs-fix-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-fx-action, ws-fx-store, ws-fx-key,
               ws-fx-reason.
           unstring fs-fix-line delimited by ","
               into ws-fx-action ws-fx-store ws-fx-key ws-fx-reason
           end-unstring.
           move zero to ws-dropped-count.
           evaluate true
               when ws-fx-action is equal to "DROP"
                   and ws-fx-store is equal to "boardstate.dat"
                   move 2 to ws-drop-field
                   perform drop-store-lines
               when ws-fx-action is equal to "DROP"
                   and ws-fx-store is equal to "polls.dat"
                   move 1 to ws-drop-field
                   perform drop-store-lines
               when ws-fx-action is equal to "DROP"
                   and ws-fx-store is equal to "formsess.dat"
                   move 1 to ws-drop-field
                   perform drop-store-lines
               when ws-fx-action is equal to "UNASSIGN"
                   and ws-fx-store is equal to "tickets.dat"
                   perform unassign-ticket
               when other
                   display "Unrecognised repair line skipped: "
                       function trim(fs-fix-line) end-display
                   exit paragraph
           end-evaluate.
           if ws-dropped-count is equal to zero
               add 1 to ws-failed-count
               exit paragraph
           end-if.
           add 1 to ws-applied-count.
           move spaces to ws-audit-text.
           string function trim(ws-fx-action) delimited by size
               " " delimited by size
               function trim(ws-fx-store) delimited by size
               " " delimited by size
               function trim(ws-fx-key) delimited by size
               " (" delimited by size
               function trim(ws-fx-reason) delimited by size
               ")" delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "FIX"
               by value spaces
               by value spaces
               by value "rv-integrity-check"
               by value ws-audit-text
               by value "integrity-check" end-call.
      *-----------------------------------------------------------------
      *Copy the store without the lines whose key field (1 or 2)
      *is the repair key - temp then rename, like every rewrite.
       drop-store-lines.
           move ws-fx-store to ws-store-name.
           move spaces to ws-store-tmp-name.
           string function trim(ws-fx-store) delimited by size
               ".tmp" delimited by size
               into ws-store-tmp-name
           end-string.
           move 'N' to ws-eof.
           open output fs-store-tmp.
           open input sharing with all fs-store.
           perform until ws-at-eof
               read fs-store
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-f1, ws-f2
                       unstring fs-store-line delimited by ","
                           into ws-f1 ws-f2
                       end-unstring
                       if (ws-drop-field is equal to 1
                           and ws-f1 is equal to ws-fx-key)
                           or (ws-drop-field is equal to 2
                           and ws-f2 is equal to ws-fx-key)
                           add 1 to ws-dropped-count
                       else
                           write fs-store-tmp-line from fs-store-line
                               end-write
                       end-if
               end-read
           end-perform.
           close fs-store.
           close fs-store-tmp.
           move 'N' to ws-eof.
           if ws-dropped-count is greater than zero
               call "CBL_RENAME_FILE" using ws-store-tmp-name
                   ws-store-name end-call
           else
               call "CBL_DELETE_FILE" using ws-store-tmp-name
                   end-call
           end-if.
      *-----------------------------------------------------------------
       unassign-ticket.
           if function test-numval(ws-fx-key) is not equal to zero
               exit paragraph
           end-if.
           move function numval(ws-fx-key) to ws-fx-number.
           open i-o fd-tickets.
           move ws-fx-number to fs-tkt-number.
           read fd-tickets
               invalid key continue
               not invalid key
                   if fs-tkt-status is equal to 'O'
                       and fs-tkt-assignee is not equal to spaces
                       move spaces to fs-tkt-assignee
                       rewrite fs-tkt-rec
                           invalid key continue
                           not invalid key add 1 to ws-dropped-count
                       end-rewrite
                   end-if
           end-read.
           close fd-tickets.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-integrity-check.

       copy "cabi.cpy".
      ******************************************************************
      *Change calendar - the change requests rv-intake-batch numbers
      *(intake.cbl), laid out by the date they are asked for. The
      *batch files one calendar entry per change request in the
      *indexed changecal.dat, keyed on requested date plus CR number
      *(and a second time on the CR number alone), carrying the
      *system the form named, the ticket and an approval status:
      *    P awaiting approval   A approved   X rejected
      *Two live (not rejected) changes against the same system on
      *the same day are a conflict - rv-change-conflicts below marks
      *both entries and puts a CAL line in the audit trail, and is
      *run again whenever an entry on that day changes status.
      *    &CHANGES                 today's and this week's approved
      *    &CHANGES PENDING         entries still awaiting approval
      *    &CHANGES APPROVE <CRn>   admins only
      *    &CHANGES REJECT <CRn>    admins only
      *Routing is one routes.txt line ("channel,&CHANGES,
      *rv-cmd-changes,"), the same as &TICKET.
      *
      *Change freezes live here too. The optional changefreeze.txt
      *holds the blackout windows, one "start,end,label" line each
      *(YYYYMMDDHHMM stamps, or bare YYYYMMDD dates covering the
      *whole day), plus one "SUPERVISOR,<user id>" line per person
      *allowed to override a freeze. While a window is open every
      *route flagged APPROVE in routes.txt is refused instead of
      *parked (rv-dispatch-cmd, program.cbl) - unless a supervisor
      *asks, in which case the override is audited and the command
      *parks as usual. Refusals and overrides are FRZ audit lines.
       identification division.
       program-id. rv-cmd-changes.
       environment division.
       input-output section.
       file-control.
           select optional fd-calendar assign to "changecal.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-cal-key
           alternate record key is fs-cal-cr.
       data division.
       file section.
       fd  fd-calendar.
       01  fs-cal-rec.
           02 fs-cal-key.
               03 fs-cal-date pic x(8).
               03 fs-cal-cr picture 9(6).
           02 fs-cal-system pic x(32).
           02 fs-cal-status pic x.
           02 fs-cal-conflict pic x.
           02 fs-cal-ticket picture 9(6).
           02 fs-cal-user pic x(26).
           02 fs-cal-title pic x(60).
           02 fs-cal-decided-by pic x(26).
           02 fs-cal-decided pic x(14).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-sub-word pic x(16).
       01  ws-third-word pic x(40).
       01  ws-parse-ptr picture 9(8).
       01  ws-cr-number picture 9(6).
       01  ws-cr-tag pic x(8).
       01  ws-tkt-disp picture zzzzz9.
       01  ws-cal-eof pic x value 'N'.
           88 ws-at-cal-eof value 'Y'.
       01  ws-found pic x.
           88 ws-entry-found value 'Y'.
       01  ws-is-admin pic x value 'N'.
           88 ws-author-is-admin value 'Y'.
       01  ws-admin-idx picture 9(4).
       01  ws-author-name pic x(32).
       01  ws-new-status pic x.
       01  ws-old-status pic x.
       01  ws-conflict-count picture 9(4).
       01  ws-cal-date pic x(8).
       01  ws-cal-system pic x(32).
       01  ws-cal-conflict pic x.
      *The listing window - today, and Monday to Sunday around it.
       01  ws-today pic x(8).
       01  ws-today-int picture 9(8).
       01  ws-dow picture 9.
       01  ws-week-from pic x(8).
       01  ws-week-to pic x(8).
       01  ws-list-from pic x(8).
       01  ws-list-to pic x(8).
       01  ws-list-skip pic x(8).
       01  ws-list-status pic x.
       01  ws-list-count picture 9(4).
       01  ws-list-total picture 9(4).
       01  ws-reply-ptr picture 9(8).
       01  ws-audit-text pic x(200).
       01  ws-reply-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-sub-word, ws-third-word.
           move 1 to ws-parse-ptr.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-sub-word ws-third-word
               with pointer ws-parse-ptr
           end-unstring.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-author-name end-call.
           move function current-date(1:8) to ws-today.
           evaluate function upper-case(ws-sub-word)
               when spaces
                   perform list-approved
               when "PENDING "
                   perform list-pending
               when "APPROVE "
                   move 'A' to ws-new-status
                   perform decide-change
               when "REJECT  "
                   move 'X' to ws-new-status
                   perform decide-change
               when other
                   perform reply-usage
           end-evaluate.
           goback.
      *-----------------------------------------------------------------
      *Today's approved changes first, then the rest of the week -
      *two passes over the same stretch of the date key.
       list-approved.
           compute ws-today-int =
               function integer-of-date(function numval(ws-today)).
           compute ws-dow = function rem(ws-today-int, 7).
      *rem() gives 0 for Sunday - step back to the Monday.
           if ws-dow is equal to zero
               compute ws-today-int = ws-today-int - 6
           else
               compute ws-today-int = ws-today-int - ws-dow + 1
           end-if.
           move function date-of-integer(ws-today-int)
               to ws-week-from.
           move function date-of-integer(ws-today-int + 6)
               to ws-week-to.
           perform start-reply.
           move zero to ws-list-total.
           string "Approved changes today (" delimited by size
               ws-today delimited by size
               "):" x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move 'A' to ws-list-status.
           move ws-today to ws-list-from, ws-list-to.
           move spaces to ws-list-skip.
           perform list-range.
           if ws-list-count is equal to zero
               string "  none" x'0a' delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           string "Rest of this week (" delimited by size
               ws-week-from delimited by size
               " - " delimited by size
               ws-week-to delimited by size
               "):" x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move ws-week-from to ws-list-from.
           move ws-week-to to ws-list-to.
           move ws-today to ws-list-skip.
           perform list-range.
           if ws-list-count is equal to zero
               string "  none" x'0a' delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           perform send-list.
      *-----------------------------------------------------------------
       list-pending.
           perform start-reply.
           move zero to ws-list-total.
           string "Changes awaiting approval from " delimited by size
               ws-today delimited by size
               ":" x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move 'P' to ws-list-status.
           move ws-today to ws-list-from.
           move "99999999" to ws-list-to.
           move spaces to ws-list-skip.
           perform list-range.
           if ws-list-count is equal to zero
               string "  none" x'0a' delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           perform send-list.
      *-----------------------------------------------------------------
      *Entries of ws-list-status dated ws-list-from to ws-list-to
      *(less ws-list-skip), capped at 40 lines a reply overall.
       list-range.
           move zero to ws-list-count.
           move 'N' to ws-cal-eof.
           open input fd-calendar.
           move ws-list-from to fs-cal-date.
           move zero to fs-cal-cr.
           start fd-calendar key is not less than fs-cal-key
               invalid key move 'Y' to ws-cal-eof
           end-start.
           perform until ws-at-cal-eof
               read fd-calendar next record
                   at end move 'Y' to ws-cal-eof
                   not at end
                       if fs-cal-date is greater than ws-list-to
                           move 'Y' to ws-cal-eof
                       else
                           perform list-one-entry
                       end-if
               end-read
           end-perform.
           close fd-calendar.
      *-----------------------------------------------------------------
       list-one-entry.
           if fs-cal-status is not equal to ws-list-status
               or fs-cal-date is equal to ws-list-skip
               or ws-list-total is not less than 40
               exit paragraph
           end-if.
           add 1 to ws-list-count, ws-list-total.
           move "CR" to ws-cr-tag.
           move fs-cal-cr to ws-cr-tag(3:6).
           move fs-cal-ticket to ws-tkt-disp.
           string
               "  " delimited by size
               ws-cr-tag delimited by size
               " " delimited by size
               fs-cal-date delimited by size
               " " delimited by size
               function trim(fs-cal-system) delimited by size
               " - " delimited by size
               function trim(fs-cal-title) delimited by size
               " (ticket #" delimited by size
               function trim(ws-tkt-disp) delimited by size
               ")" delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           if fs-cal-conflict is equal to 'Y'
               string " CONFLICT" delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           string x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
      *APPROVE / REJECT - an admin decision, stamped on the entry and
      *audited; the day's conflicts are re-worked either way, since
      *a rejected change no longer collides with anything.
       decide-change.
           perform check-admin.
           if not ws-author-is-admin
               call static "rv-audit-log" using
                   by value "DEN"
                   by value ls-target
                   by value "&CHANGES"
                   by value "rv-cmd-changes"
                   by value ls-content(1:200)
                   by value ws-author-name end-call
               call static "rv-cmd-denied" using
                   by reference ls-config
                   by value ls-target
                   by reference ls-msg end-call
               exit paragraph
           end-if.
           perform parse-cr-number.
           if ws-cr-number is equal to zero
               perform reply-usage
               exit paragraph
           end-if.
           move 'N' to ws-found.
           open i-o fd-calendar.
           move ws-cr-number to fs-cal-cr.
           read fd-calendar key is fs-cal-cr
               invalid key continue
               not invalid key
                   move 'Y' to ws-found
                   move fs-cal-status to ws-old-status
                   move fs-cal-date to ws-cal-date
                   move fs-cal-system to ws-cal-system
                   move ws-new-status to fs-cal-status
                   move ls-author-id to fs-cal-decided-by
                   move function current-date(1:14)
                       to fs-cal-decided
                   rewrite fs-cal-rec
                       invalid key continue
                   end-rewrite
           end-read.
           close fd-calendar.
           move "CR" to ws-cr-tag.
           move ws-cr-number to ws-cr-tag(3:6).
           if not ws-entry-found
               move spaces to ws-reply-text
               string "No calendar entry for " delimited by size
                   ws-cr-tag delimited by size
                   "." delimited by size
                   into ws-reply-text
               end-string
               perform send-reply
               exit paragraph
           end-if.
           call static "rv-change-conflicts" using
               by value ws-cal-date
               by reference ws-conflict-count end-call.
           move spaces to ws-audit-text.
           string
               function upper-case(function trim(ws-sub-word))
                   delimited by size
               " " delimited by size
               ws-cr-tag delimited by size
               " " delimited by size
               ws-cal-date delimited by size
               " " delimited by size
               function trim(ws-cal-system) delimited by size
               " was " delimited by size
               ws-old-status delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "CHG"
               by value ls-target
               by value "&CHANGES"
               by value "rv-cmd-changes"
               by value ws-audit-text
               by value ws-author-name end-call.
      *Re-read for the reply - the conflict pass may have moved the
      *entry's flag.
           open input fd-calendar.
           move 'N' to ws-cal-conflict.
           move ws-cr-number to fs-cal-cr.
           read fd-calendar key is fs-cal-cr
               invalid key continue
               not invalid key
                   move fs-cal-conflict to ws-cal-conflict
           end-read.
           close fd-calendar.
           move spaces to ws-reply-text.
           move 1 to ws-reply-ptr.
           string
               ws-cr-tag delimited by size
               " for " delimited by size
               ws-cal-date delimited by size
               " (" delimited by size
               function trim(ws-cal-system) delimited by size
               ") " delimited by size
               into ws-reply-text
               with pointer ws-reply-ptr
           end-string.
           if ws-new-status is equal to 'A'
               string "approved." delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           else
               string "rejected." delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           if ws-cal-conflict is equal to 'Y'
               and ws-new-status is equal to 'A'
               string " Note: it CONFLICTS with another change to"
                   " the same system that day - see &CHANGES PENDING."
                   delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           perform send-reply.
      *-----------------------------------------------------------------
      *"CR000012", "CR12" or a bare "12".
       parse-cr-number.
           move zero to ws-cr-number.
           if function upper-case(ws-third-word(1:2)) is equal to
               "CR"
               move ws-third-word(3:) to ws-third-word
           end-if.
           if ws-third-word is not equal to spaces
               and function test-numval(ws-third-word) is equal to
                   zero
               and function numval(ws-third-word) is greater than
                   zero
               and function numval(ws-third-word) is less than
                   1000000
               compute ws-cr-number = function numval(ws-third-word)
           end-if.
      *-----------------------------------------------------------------
       check-admin.
           move 'N' to ws-is-admin.
           perform varying ws-admin-idx from 1 by 1
               until ws-admin-idx is greater than ls-admin-count
               if ls-admins(ws-admin-idx) is equal to ls-author-id
                   move 'Y' to ws-is-admin
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       start-reply.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move 1 to ws-reply-ptr.
      *-----------------------------------------------------------------
       send-list.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       send-reply.
           initialize ws-msg.
      *Thread the reply to the triggering message (see rv-send-msg).
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       reply-usage.
           move "Usage: &CHANGES | PENDING | APPROVE <CRn> |"
               & " REJECT <CRn>"
               to ws-reply-text.
           call static "rv-template-lookup" using by reference ls-config
               by value "CHANGES_USAGE"
               by reference ws-reply-text end-call.
           perform send-reply.
       end program rv-cmd-changes.
      ******************************************************************
      *Re-work the conflict flags for one calendar day: an entry is
      *in conflict while another live entry that day names the same
      *system (compared trimmed and upper-cased; a blank system never
      *conflicts). Flags are only rewritten where they change, and
      *each entry newly in conflict gets a CAL audit line and counts
      *towards ls-new-count for the caller's report.
       identification division.
       program-id. rv-change-conflicts.
       environment division.
       input-output section.
       file-control.
           select optional fd-calendar assign to "changecal.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-cal-key
           alternate record key is fs-cal-cr.
       data division.
       file section.
       fd  fd-calendar.
       01  fs-cal-rec.
           02 fs-cal-key.
               03 fs-cal-date pic x(8).
               03 fs-cal-cr picture 9(6).
           02 fs-cal-system pic x(32).
           02 fs-cal-status pic x.
           02 fs-cal-conflict pic x.
           02 fs-cal-ticket picture 9(6).
           02 fs-cal-user pic x(26).
           02 fs-cal-title pic x(60).
           02 fs-cal-decided-by pic x(26).
           02 fs-cal-decided pic x(14).
       working-storage section.
       01  ws-cal-eof pic x value 'N'.
           88 ws-at-cal-eof value 'Y'.
       01  ws-day-count picture 9(4).
       01  ws-day-entries occurs 64 times.
           02 ws-day-cr picture 9(6).
           02 ws-day-system pic x(32).
           02 ws-day-status pic x.
           02 ws-day-conflict pic x.
       01  ws-idx picture 9(4).
       01  ws-other-idx picture 9(4).
       01  ws-want pic x.
       01  ws-cr-tag pic x(8).
       01  ws-audit-text pic x(200).
       linkage section.
       01  ls-date pic x(8).
       01  ls-new-count picture 9(4).
       procedure division using by value ls-date
           by reference ls-new-count.
           move zero to ls-new-count.
           move zero to ws-day-count.
           move 'N' to ws-cal-eof.
           open i-o fd-calendar.
           move ls-date to fs-cal-date.
           move zero to fs-cal-cr.
           start fd-calendar key is not less than fs-cal-key
               invalid key move 'Y' to ws-cal-eof
           end-start.
           perform until ws-at-cal-eof
               read fd-calendar next record
                   at end move 'Y' to ws-cal-eof
                   not at end
                       if fs-cal-date is not equal to ls-date
                           or ws-day-count is not less than 64
                           move 'Y' to ws-cal-eof
                       else
                           add 1 to ws-day-count
                           move fs-cal-cr to ws-day-cr(ws-day-count)
                           move function upper-case(
                               function trim(fs-cal-system))
                               to ws-day-system(ws-day-count)
                           move fs-cal-status
                               to ws-day-status(ws-day-count)
                           move fs-cal-conflict
                               to ws-day-conflict(ws-day-count)
                       end-if
               end-read
           end-perform.
           perform varying ws-idx from 1 by 1
               until ws-idx is greater than ws-day-count
               perform judge-entry
           end-perform.
           close fd-calendar.
           goback.
      *-----------------------------------------------------------------
       judge-entry.
           move 'N' to ws-want.
           if ws-day-status(ws-idx) is not equal to 'X'
               and ws-day-system(ws-idx) is not equal to spaces
               perform varying ws-other-idx from 1 by 1
                   until ws-other-idx is greater than ws-day-count
                   if ws-other-idx is not equal to ws-idx
                       and ws-day-status(ws-other-idx) is not equal
                           to 'X'
                       and ws-day-system(ws-other-idx) is equal to
                           ws-day-system(ws-idx)
                       move 'Y' to ws-want
                       exit perform
                   end-if
               end-perform
           end-if.
           if ws-want is equal to ws-day-conflict(ws-idx)
               exit paragraph
           end-if.
           move ls-date to fs-cal-date.
           move ws-day-cr(ws-idx) to fs-cal-cr.
           read fd-calendar
               invalid key exit paragraph
           end-read.
           move ws-want to fs-cal-conflict.
           rewrite fs-cal-rec
               invalid key exit paragraph
           end-rewrite.
           if ws-want is not equal to 'Y'
               exit paragraph
           end-if.
           add 1 to ls-new-count.
           move "CR" to ws-cr-tag.
           move ws-day-cr(ws-idx) to ws-cr-tag(3:6).
           move spaces to ws-audit-text.
           string
               "conflict: " delimited by size
               ws-cr-tag delimited by size
               " " delimited by size
               function trim(fs-cal-system) delimited by size
               " on " delimited by size
               ls-date delimited by size
               " shares its system and day with another change"
                   delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "CAL"
               by value spaces
               by value "&CHANGES"
               by value "rv-change-conflicts"
               by value ws-audit-text
               by value "change-cal" end-call.
       end program rv-change-conflicts.
      ******************************************************************
      *Is a change freeze in force right now? return-code 0 for no,
      *1 for yes, 2 for yes but ls-user-id is a SUPERVISOR in
      *changefreeze.txt and so may override it. ls-label gets the
      *open window's label (or its dates, when it has none).
       identification division.
       program-id. rv-freeze-check.
       environment division.
       input-output section.
       file-control.
           select optional fs-freeze assign to "changefreeze.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-freeze.
       01  fs-freeze-line pic x(120).
       working-storage section.
       01  ws-freeze-eof pic x value 'N'.
           88 ws-at-freeze-eof value 'Y'.
       01  ws-now pic x(12).
       01  ws-from-wk pic x(16).
       01  ws-to-wk pic x(16).
       01  ws-label-wk pic x(40).
       01  ws-from pic x(12).
       01  ws-to pic x(12).
       01  ws-frozen pic x.
           88 ws-freeze-open value 'Y'.
       01  ws-supervisor pic x.
           88 ws-user-is-supervisor value 'Y'.
       linkage section.
       01  ls-user-id pic x(26).
       01  ls-label pic x(40).
       procedure division using by value ls-user-id
           by reference ls-label.
           move spaces to ls-label.
           move 'N' to ws-frozen, ws-supervisor.
           move function current-date(1:12) to ws-now.
           move 'N' to ws-freeze-eof.
           open input sharing with all fs-freeze.
           perform until ws-at-freeze-eof
               read fs-freeze
                   at end move 'Y' to ws-freeze-eof
                   not at end perform check-freeze-line
               end-read
           end-perform.
           close fs-freeze.
           evaluate true
               when not ws-freeze-open
                   move 0 to return-code
               when ws-user-is-supervisor
                   move 2 to return-code
               when other
                   move 1 to return-code
           end-evaluate.
           goback.
      *-----------------------------------------------------------------
       check-freeze-line.
           if fs-freeze-line(1:1) is equal to '*'
               or fs-freeze-line is equal to spaces
               exit paragraph
           end-if.
           move spaces to ws-from-wk, ws-to-wk, ws-label-wk.
           unstring fs-freeze-line delimited by ","
               into ws-from-wk ws-to-wk ws-label-wk
           end-unstring.
           if function upper-case(ws-from-wk) is equal to
               "SUPERVISOR"
               if function trim(ws-to-wk) is equal to ls-user-id
                   move 'Y' to ws-supervisor
               end-if
               exit paragraph
           end-if.
           move function trim(ws-from-wk) to ws-from-wk.
           move function trim(ws-to-wk) to ws-to-wk.
           if ws-from-wk(1:8) is not numeric
               or ws-to-wk(1:8) is not numeric
               exit paragraph
           end-if.
           move ws-from-wk(1:12) to ws-from.
           move ws-to-wk(1:12) to ws-to.
           if ws-from(9:4) is not numeric
               move "0000" to ws-from(9:4)
           end-if.
           if ws-to(9:4) is not numeric
               move "2359" to ws-to(9:4)
           end-if.
           if ws-now is less than ws-from
               or ws-now is greater than ws-to
               exit paragraph
           end-if.
      *First open window wins the label.
           if ws-freeze-open
               exit paragraph
           end-if.
           move 'Y' to ws-frozen.
           move function trim(ws-label-wk) to ls-label.
           if ls-label is equal to spaces
               string ws-from delimited by size
                   " - " delimited by size
                   ws-to delimited by size
                   into ls-label
               end-string
           end-if.
       end program rv-freeze-check.
      ******************************************************************
      *The refusal a frozen APPROVE route gets instead of a preview -
      *posted in the channel (not DM'd like a denial) so everyone
      *watching knows why the command did not park.
       identification division.
       program-id. rv-cmd-frozen.
       data division.
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-reply-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-label picture x(40).
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg
           by value ls-label.
           move spaces to ws-reply-text.
           string
               "Change freeze in force (" delimited by size
               function trim(ls-label) delimited by size
               ") - this command is refused. A supervisor can run"
                   delimited by size
               " it as an override." delimited by size
               into ws-reply-text
           end-string.
           initialize ws-msg.
      *Thread the reply to the triggering message (see rv-send-msg).
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
           move 0 to return-code.
           goback.
       end program rv-cmd-frozen.

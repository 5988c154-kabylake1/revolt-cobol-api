       copy "cabi.cpy".
      ******************************************************************
      *Ticket SLA clock - the gap between fs-tkt-opened and the first
      *response, and between fs-tkt-opened and fs-tkt-closed, measured
      *against per-priority targets in business hours, instead of a
      *ticket only being noticed days late in the daily report's
      *ageing section.
      *  sla.txt - the optional target file, one
      *            "priority,response_hours,resolve_hours" line per
      *            priority 1-4, plus one "HOURS,hhmm,hhmm" line for
      *            the business day; house defaults
      *                1,1,4   2,4,16   3,8,40   4,24,120
      *                HOURS,0800,1800
      *Business hours skip weekends and every holidays.txt date
      *whatever its mode - the calendar rv-run-schedule (tick.cbl)
      *already keeps. The clock (rv-check-ticket-sla) runs on the
      *housekeeping tick, at most once a minute: at 80% of a target
      *the assignee is warned by DM (the ticket's channel, if nobody
      *is assigned yet), at 100% rv-ops-alert is raised, each once
      *per ticket per target - the flags ride in the ticket record.
      *Every warning and breach lands in the audit trail as an SLA
      *line. The monthly pack's compliance section (month.cbl) uses
      *the same targets and arithmetic.
       identification division.
       program-id. rv-sla-targets.
       environment division.
       input-output section.
       file-control.
           select optional fs-sla assign to "sla.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-sla.
       01  fs-sla-line pic x(80).
       working-storage section.
       01  ws-sla-eof pic x value 'N'.
           88 ws-at-sla-eof value 'Y'.
       01  ws-field-1 pic x(8).
       01  ws-field-2 pic x(8).
       01  ws-field-3 pic x(8).
       linkage section.
       01  ls-priority pic x.
       01  ls-response-mins picture 9(8).
       01  ls-resolve-mins picture 9(8).
       procedure division using by value ls-priority
           by reference ls-response-mins
           by reference ls-resolve-mins.
           evaluate ls-priority
               when '1'
                   move 60 to ls-response-mins
                   move 240 to ls-resolve-mins
               when '2'
                   move 240 to ls-response-mins
                   move 960 to ls-resolve-mins
               when '4'
                   move 1440 to ls-response-mins
                   move 7200 to ls-resolve-mins
               when other
                   move 480 to ls-response-mins
                   move 2400 to ls-resolve-mins
           end-evaluate.
           move 'N' to ws-sla-eof.
           open input sharing with all fs-sla.
           perform until ws-at-sla-eof
               read fs-sla
                   at end move 'Y' to ws-sla-eof
                   not at end perform take-sla-line
               end-read
           end-perform.
           close fs-sla.
           goback.
      *-----------------------------------------------------------------
       take-sla-line.
           if fs-sla-line(1:1) is equal to space
               or fs-sla-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-field-1, ws-field-2, ws-field-3.
           unstring fs-sla-line delimited by ","
               into ws-field-1 ws-field-2 ws-field-3
           end-unstring.
           if ws-field-1(1:1) is not equal to ls-priority
               or ws-field-1(2:1) is not equal to space
               exit paragraph
           end-if.
           if ws-field-2 is not equal to spaces
               and function test-numval(ws-field-2) is equal to zero
               compute ls-response-mins =
                   function numval(ws-field-2) * 60
           end-if.
           if ws-field-3 is not equal to spaces
               and function test-numval(ws-field-3) is equal to zero
               compute ls-resolve-mins =
                   function numval(ws-field-3) * 60
           end-if.
       end program rv-sla-targets.
      ******************************************************************
      *Business minutes between two YYYYMMDDHHMMSS stamps - the
      *overlap of the interval with each business day's HOURS window,
      *summed day by day. A "to" before "from" is zero; the walk is
      *capped at 400 days, far past any target.
       identification division.
       program-id. rv-business-minutes.
       environment division.
       input-output section.
       file-control.
           select optional fs-sla assign to "sla.txt"
           organization is line sequential.
           select optional fs-holidays assign to "holidays.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-sla.
       01  fs-sla-line pic x(80).
       fd  fs-holidays.
       01  fs-holiday-line pic x(80).
       working-storage section.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-field-1 pic x(8).
       01  ws-field-2 pic x(8).
       01  ws-field-3 pic x(8).
       01  ws-day-open picture 9(4) value 480.
       01  ws-day-close picture 9(4) value 1080.
       01  ws-hol-count picture 9(4).
       01  ws-hol-idx picture 9(4).
       01  ws-holidays occurs 64 times.
           02 ws-hol-date pic x(8).
       01  ws-from-int picture 9(8).
       01  ws-to-int picture 9(8).
       01  ws-day-int picture 9(8).
       01  ws-biz-probe picture 9(8).
       01  ws-biz-probe-x redefines ws-biz-probe pic x(8).
       01  ws-biz-flag pic x.
           88 ws-probe-is-business-day value 'Y'.
       01  ws-dow-rem picture 9.
       01  ws-lo picture 9(4).
       01  ws-hi picture 9(4).
       01  ws-from-mins picture 9(4).
       01  ws-to-mins picture 9(4).
       linkage section.
       01  ls-from-stamp pic x(14).
       01  ls-to-stamp pic x(14).
       01  ls-minutes picture 9(8).
       procedure division using by value ls-from-stamp
           by value ls-to-stamp
           by reference ls-minutes.
           move zero to ls-minutes.
           if ls-from-stamp(1:8) is not numeric
               or ls-to-stamp(1:8) is not numeric
               or ls-to-stamp is not greater than ls-from-stamp
               goback
           end-if.
           perform load-hours.
           perform load-holidays.
           compute ws-from-int = function integer-of-date(
               function numval(ls-from-stamp(1:8))).
           compute ws-to-int = function integer-of-date(
               function numval(ls-to-stamp(1:8))).
           if ws-to-int - ws-from-int is greater than 400
               compute ws-from-int = ws-to-int - 400
           end-if.
           compute ws-from-mins =
               function numval(ls-from-stamp(9:2)) * 60
               + function numval(ls-from-stamp(11:2)).
           compute ws-to-mins =
               function numval(ls-to-stamp(9:2)) * 60
               + function numval(ls-to-stamp(11:2)).
           perform varying ws-day-int from ws-from-int by 1
               until ws-day-int is greater than ws-to-int
               perform add-one-day
           end-perform.
           goback.
      *-----------------------------------------------------------------
       add-one-day.
           move function date-of-integer(ws-day-int) to ws-biz-probe.
           perform check-business-day.
           if not ws-probe-is-business-day
               exit paragraph
           end-if.
           move ws-day-open to ws-lo.
           move ws-day-close to ws-hi.
           if ws-day-int is equal to ws-from-int
               and ws-from-mins is greater than ws-lo
               move ws-from-mins to ws-lo
           end-if.
           if ws-day-int is equal to ws-to-int
               and ws-to-mins is less than ws-hi
               move ws-to-mins to ws-hi
           end-if.
           if ws-hi is greater than ws-lo
               compute ls-minutes = ls-minutes + ws-hi - ws-lo
           end-if.
      *-----------------------------------------------------------------
      *Weekends and any holidays.txt date, SKIP or SHIFT alike - the
      *same test as check-business-day in rv-run-schedule.
       check-business-day.
           move 'N' to ws-biz-flag.
           compute ws-dow-rem = function rem(
               function integer-of-date(ws-biz-probe) 7).
           if ws-dow-rem is equal to 6 or ws-dow-rem is equal to 0
               exit paragraph
           end-if.
           perform varying ws-hol-idx from 1 by 1
               until ws-hol-idx is greater than ws-hol-count
               if ws-hol-date(ws-hol-idx) is equal to ws-biz-probe-x
                   exit paragraph
               end-if
           end-perform.
           move 'Y' to ws-biz-flag.
      *-----------------------------------------------------------------
       load-hours.
           move 480 to ws-day-open.
           move 1080 to ws-day-close.
           move 'N' to ws-eof.
           open input sharing with all fs-sla.
           perform until ws-at-eof
               read fs-sla
                   at end move 'Y' to ws-eof
                   not at end
                       move spaces to ws-field-1, ws-field-2,
                           ws-field-3
                       unstring fs-sla-line delimited by ","
                           into ws-field-1 ws-field-2 ws-field-3
                       end-unstring
                       if ws-field-1 is equal to "HOURS"
                           and ws-field-2(1:4) is numeric
                           and ws-field-3(1:4) is numeric
                           compute ws-day-open =
                               function numval(ws-field-2(1:2)) * 60
                               + function numval(ws-field-2(3:2))
                           compute ws-day-close =
                               function numval(ws-field-3(1:2)) * 60
                               + function numval(ws-field-3(3:2))
                       end-if
               end-read
           end-perform.
           close fs-sla.
      *-----------------------------------------------------------------
       load-holidays.
           move zero to ws-hol-count.
           move 'N' to ws-eof.
           open input sharing with all fs-holidays.
           perform until ws-at-eof
               read fs-holidays
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-holiday-line(1:1) is not equal to space
                           and fs-holiday-line(1:1) is not equal
                               to '*'
                           and ws-hol-count is less than 64
                           add 1 to ws-hol-count
                           move fs-holiday-line(1:8)
                               to ws-hol-date(ws-hol-count)
                       end-if
               end-read
           end-perform.
           close fs-holidays.
       end program rv-business-minutes.
      ******************************************************************
      *The clock itself, off the housekeeping tick. One pass over the
      *ticket store a minute at most - the per-pass cost in between
      *is one compare against the minute last run.
       identification division.
       program-id. rv-check-ticket-sla.
       environment division.
       input-output section.
       file-control.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-tkt-number.
       data division.
       file section.
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
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-last-minute pic x(12) value spaces.
       01  ws-now-stamp pic x(14).
       01  ws-tkt-eof pic x value 'N'.
           88 ws-at-tkt-eof value 'Y'.
       01  ws-dirty pic x.
           88 ws-record-changed value 'Y'.
       01  ws-priority pic x.
       01  ws-response-mins picture 9(8).
       01  ws-resolve-mins picture 9(8).
       01  ws-elapsed-mins picture 9(8).
       01  ws-target-mins picture 9(8).
       01  ws-used-pct picture 9(6).
       01  ws-target-kind pic x(8).
       01  ws-number-disp picture zzzzz9.
       01  ws-hours-disp picture zzzz9.
       01  ws-note-text pic x(200).
       01  ws-audit-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config.
           move function current-date(1:14) to ws-now-stamp.
           if ws-now-stamp(1:12) is equal to ws-last-minute
               goback
           end-if.
           move ws-now-stamp(1:12) to ws-last-minute.
           move 'N' to ws-tkt-eof.
           open i-o fd-tickets.
           move zero to fs-tkt-number.
           start fd-tickets key is not less than fs-tkt-number
               invalid key move 'Y' to ws-tkt-eof
           end-start.
           perform until ws-at-tkt-eof
               read fd-tickets next record
                   at end move 'Y' to ws-tkt-eof
                   not at end perform check-one-ticket
               end-read
           end-perform.
           close fd-tickets.
           goback.
      *-----------------------------------------------------------------
      *A ticket with no priority yet (opened before priorities
      *existed) runs on the P3 targets.
       check-one-ticket.
           if fs-tkt-status is not equal to 'O'
               exit paragraph
           end-if.
           move fs-tkt-priority to ws-priority.
           if ws-priority is less than '1'
               or ws-priority is greater than '4'
               move '3' to ws-priority
           end-if.
           call static "rv-sla-targets" using by value ws-priority
               by reference ws-response-mins
               by reference ws-resolve-mins end-call.
           call static "rv-business-minutes" using
               by value fs-tkt-opened
               by value ws-now-stamp
               by reference ws-elapsed-mins end-call.
           move 'N' to ws-dirty.
           if fs-tkt-responded is equal to spaces
               move "response" to ws-target-kind
               move ws-response-mins to ws-target-mins
               perform compute-used-pct
               if ws-used-pct is not less than 100
                   and fs-tkt-resp-breached is not equal to 'Y'
                   move 'Y' to fs-tkt-resp-breached
                   move 'Y' to fs-tkt-resp-warned
                   move 'Y' to ws-dirty
                   perform raise-breach
               else
                   if ws-used-pct is not less than 80
                       and fs-tkt-resp-warned is not equal to 'Y'
                       move 'Y' to fs-tkt-resp-warned
                       move 'Y' to ws-dirty
                       perform warn-assignee
                   end-if
               end-if
           end-if.
           move "resolve" to ws-target-kind.
           move ws-resolve-mins to ws-target-mins.
           perform compute-used-pct.
           if ws-used-pct is not less than 100
               and fs-tkt-fix-breached is not equal to 'Y'
               move 'Y' to fs-tkt-fix-breached
               move 'Y' to fs-tkt-fix-warned
               move 'Y' to ws-dirty
               perform raise-breach
           else
               if ws-used-pct is not less than 80
                   and fs-tkt-fix-warned is not equal to 'Y'
                   move 'Y' to fs-tkt-fix-warned
                   move 'Y' to ws-dirty
                   perform warn-assignee
               end-if
           end-if.
           if ws-record-changed
               rewrite fs-tkt-rec
                   invalid key continue
               end-rewrite
           end-if.
      *-----------------------------------------------------------------
       compute-used-pct.
           if ws-target-mins is equal to zero
               move zero to ws-used-pct
           else
               compute ws-used-pct =
                   ws-elapsed-mins * 100 / ws-target-mins
           end-if.
      *-----------------------------------------------------------------
      *80% - tell whoever holds the ticket, by DM; an unassigned
      *ticket (or a DM that cannot be delivered) is told in the
      *ticket's own channel instead.
       warn-assignee.
           move fs-tkt-number to ws-number-disp.
           compute ws-hours-disp = ws-target-mins / 60.
           move spaces to ws-note-text.
           string
               "SLA warning: ticket #" delimited by size
               function trim(ws-number-disp) delimited by size
               " (P" delimited by size
               ws-priority delimited by size
               ") has used 80% of its " delimited by size
               function trim(ws-target-kind) delimited by size
               " target of " delimited by size
               function trim(ws-hours-disp) delimited by size
               " business hours: " delimited by size
               function trim(fs-tkt-title) delimited by size
               into ws-note-text
           end-string.
           move 1 to return-code.
           if fs-tkt-assignee(1:1) is not equal to space
               call static "rv-dm-user-now" using by reference ls-config
                   by value fs-tkt-assignee
                   by value ws-note-text end-call
           end-if.
           if return-code is not equal to zero
               initialize ws-msg
               move ws-note-text to ws-content in ws-msg
               call static "rv-send-msg" using by reference ls-config
                   by value fs-tkt-channel
                   by content ws-msg end-call
           end-if.
           move spaces to ws-audit-text.
           string
               "WARN " delimited by size
               function trim(ws-target-kind) delimited by size
               " #" delimited by size
               function trim(ws-number-disp) delimited by size
               " P" delimited by size
               ws-priority delimited by size
               into ws-audit-text
           end-string.
           perform audit-sla.
      *-----------------------------------------------------------------
       raise-breach.
           move fs-tkt-number to ws-number-disp.
           compute ws-hours-disp = ws-target-mins / 60.
           move spaces to ws-note-text.
           string
               "SLA BREACH: ticket #" delimited by size
               function trim(ws-number-disp) delimited by size
               " (P" delimited by size
               ws-priority delimited by size
               ") is past its " delimited by size
               function trim(ws-target-kind) delimited by size
               " target of " delimited by size
               function trim(ws-hours-disp) delimited by size
               " business hours: " delimited by size
               function trim(fs-tkt-title) delimited by size
               into ws-note-text
           end-string.
           call static "rv-ops-alert" using by reference ls-config
               by value ws-note-text end-call.
           move spaces to ws-audit-text.
           string
               "BREACH " delimited by size
               function trim(ws-target-kind) delimited by size
               " #" delimited by size
               function trim(ws-number-disp) delimited by size
               " P" delimited by size
               ws-priority delimited by size
               into ws-audit-text
           end-string.
           perform audit-sla.
      *-----------------------------------------------------------------
       audit-sla.
           call static "rv-audit-log" using
               by value "SLA"
               by value fs-tkt-channel
               by value "&TICKET "
               by value "rv-check-ticket-sla"
               by value ws-audit-text
               by value "sla-clock" end-call.
       end program rv-check-ticket-sla.

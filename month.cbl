      *    groups.txt (the same server/department grouping &ANNOUNCE
      *    fans out on, the closest thing to a server the logs can
      *    name offline), channels resolved through chancache.dat
      *    the way the daily report resolves its;
      *  - the incident register (incidents.dat, rv-cmd-incident) by
      *    severity - opened this month and quarter to date, resolved,
      *    and the mean hours to mitigate and to resolve;
      *  - ticket SLA compliance for the tickets closed in the month
      *    (tickets.dat, rv-cmd-ticket) - response and resolve targets
      *    met or breached per priority, and resolve per assignee,
      *    on the same business-hours targets the live clock uses
      *    (rv-sla-targets, rv-business-minutes, sla.cbl).
      *Needs no token and touches no network, same as rv-daily-report.
       identification division.
       program-id. rv-monthly-pack.
           organization is line sequential.
           select optional fs-threshold assign to "monthpack.txt"
           organization is line sequential.
           select optional fd-incidents assign to "incidents.dat"
           organization is indexed
           access mode is sequential
           record key is fs-inc-number.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is sequential
           record key is fs-tkt-number.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-udir-user-id
           alternate record key is fs-udir-name
               with duplicates.
       data division.
       file section.
       fd  fs-audit.
       01  fs-group-line pic x(500).
       fd  fs-threshold.
       01  fs-threshold-line pic x(48).
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
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-w4-disp picture zzzzzz9.
       01  ws-w5-disp picture zzzzzz9.
       01  ws-work-line pic x(160).
      *Incident register tallies, one row per severity 1-4, seeded
      *zero like the weekly totals. Durations are summed in seconds
      *and averaged to hours only when printed.
       01  ws-inc-eof pic x value 'N'.
           88 ws-at-inc-eof value 'Y'.
       01  ws-quarter-start pic x(6).
       01  ws-quarter-month picture 9(2).
       01  ws-sev-idx picture 9(1).
       01  ws-sev-totals.
           02 ws-sev occurs 4 times.
               03 ws-sev-month picture 9(6) value zero.
               03 ws-sev-qtd picture 9(6) value zero.
               03 ws-sev-resolved picture 9(6) value zero.
               03 ws-sev-mitigated picture 9(6) value zero.
               03 ws-sev-mit-secs picture 9(12) value zero.
               03 ws-sev-res-secs picture 9(12) value zero.
       01  ws-inc-stamp-wk pic x(14).
       01  ws-inc-secs picture 9(12).
       01  ws-inc-open-secs picture 9(12).
       01  ws-epoch-base picture 9(8).
       01  ws-hours-avg picture 9(6)v9.
       01  ws-hours-disp picture zzzzz9.9.
       01  ws-hours-disp-2 picture zzzzz9.9.
       01  ws-sev-disp-1 picture zzzzz9.
       01  ws-sev-disp-2 picture zzzzz9.
       01  ws-sev-disp-3 picture zzzzz9.
      *Ticket SLA compliance tallies - per priority 1-4, and resolve
      *per assignee (blank assignee is its own row).
       01  ws-tkt-eof pic x value 'N'.
           88 ws-at-tkt-eof value 'Y'.
       01  ws-tkt-priority pic x.
       01  ws-pri-idx picture 9(1).
       01  ws-response-mins picture 9(8).
       01  ws-resolve-mins picture 9(8).
       01  ws-taken-mins picture 9(8).
       01  ws-response-stamp pic x(14).
       01  ws-sla-pri.
           02 ws-pri occurs 4 times.
               03 ws-pri-resp-met picture 9(6) value zero.
               03 ws-pri-resp-brch picture 9(6) value zero.
               03 ws-pri-fix-met picture 9(6) value zero.
               03 ws-pri-fix-brch picture 9(6) value zero.
       01  ws-fix-met pic x.
           88 ws-resolve-target-met value 'Y'.
       01  ws-asg-count picture 9(4) value zero.
       01  ws-asg-idx picture 9(4).
       01  ws-asg-tbl occurs 64 times.
           02 ws-asg-id pic x(26).
           02 ws-asg-met picture 9(6) value zero.
           02 ws-asg-brch picture 9(6) value zero.
       01  ws-asg-name pic x(32).
       01  ws-sla-disp-1 picture zzzzz9.
       01  ws-sla-disp-2 picture zzzzz9.
       01  ws-sla-disp-3 picture zzzzz9.
       01  ws-sla-disp-4 picture zzzzz9.
       procedure division.
           perform resolve-month.
           perform load-threshold.
           perform emit-line.
           perform emit-weekly-metrics.
           perform emit-group-breaks.
           perform emit-incident-section.
           perform emit-sla-section.
           close fs-report.
      *-----------------------------------------------------------------
       emit-weekly-metrics.
               delimited by size into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
      *The incident register by severity. "Quarter to date" runs from
      *the first month of the pack month's calendar quarter through
      *the pack month; resolved counts and durations are for the
      *incidents opened in the pack month.
       emit-incident-section.
           compute ws-quarter-month =
               ((function numval(ws-month(5:2)) - 1) / 3) * 3 + 1.
           move ws-month(1:4) to ws-quarter-start(1:4).
           move ws-quarter-month to ws-quarter-start(5:2).
           compute ws-epoch-base =
               function integer-of-date(19700101).
           move 'N' to ws-inc-eof.
           open input fd-incidents.
           perform until ws-at-inc-eof
               read fd-incidents next record
                   at end move 'Y' to ws-inc-eof
                   not at end perform tally-incident
               end-read
           end-perform.
           close fd-incidents.
           move spaces to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           string "Incidents by severity (quarter from "
               delimited by size
               ws-quarter-start delimited by size
               "):" delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "  SEV   month    QTD resolved  mean h to mitigate"
               & "  mean h to resolve" to ws-work-line.
           perform emit-line.
           perform varying ws-sev-idx from 1 by 1
               until ws-sev-idx is greater than 4
               perform emit-severity-line
           end-perform.
      *-----------------------------------------------------------------
       tally-incident.
           if fs-inc-severity is less than '1'
               or fs-inc-severity is greater than '4'
               or fs-inc-opened(1:6) is less than ws-quarter-start
               or fs-inc-opened(1:6) is greater than ws-month
               exit paragraph
           end-if.
           move fs-inc-severity to ws-sev-idx.
           add 1 to ws-sev-qtd(ws-sev-idx).
           if fs-inc-opened(1:6) is not equal to ws-month
               exit paragraph
           end-if.
           add 1 to ws-sev-month(ws-sev-idx).
           move fs-inc-opened to ws-inc-stamp-wk.
           perform inc-stamp-to-secs.
           move ws-inc-secs to ws-inc-open-secs.
           if fs-inc-mitigated is not equal to spaces
               move fs-inc-mitigated to ws-inc-stamp-wk
               perform inc-stamp-to-secs
               if ws-inc-secs is not less than ws-inc-open-secs
                   add 1 to ws-sev-mitigated(ws-sev-idx)
                   compute ws-sev-mit-secs(ws-sev-idx) =
                       ws-sev-mit-secs(ws-sev-idx)
                       + ws-inc-secs - ws-inc-open-secs
               end-if
           end-if.
           if fs-inc-status is equal to 'R'
               move fs-inc-resolved to ws-inc-stamp-wk
               perform inc-stamp-to-secs
               if ws-inc-secs is not less than ws-inc-open-secs
                   add 1 to ws-sev-resolved(ws-sev-idx)
                   compute ws-sev-res-secs(ws-sev-idx) =
                       ws-sev-res-secs(ws-sev-idx)
                       + ws-inc-secs - ws-inc-open-secs
               end-if
           end-if.
      *-----------------------------------------------------------------
       emit-severity-line.
           move ws-sev-month(ws-sev-idx) to ws-sev-disp-1.
           move ws-sev-qtd(ws-sev-idx) to ws-sev-disp-2.
           move ws-sev-resolved(ws-sev-idx) to ws-sev-disp-3.
           move zero to ws-hours-avg.
           if ws-sev-mitigated(ws-sev-idx) is greater than zero
               compute ws-hours-avg rounded =
                   ws-sev-mit-secs(ws-sev-idx)
                   / ws-sev-mitigated(ws-sev-idx) / 3600
           end-if.
           move ws-hours-avg to ws-hours-disp.
           move zero to ws-hours-avg.
           if ws-sev-resolved(ws-sev-idx) is greater than zero
               compute ws-hours-avg rounded =
                   ws-sev-res-secs(ws-sev-idx)
                   / ws-sev-resolved(ws-sev-idx) / 3600
           end-if.
           move ws-hours-avg to ws-hours-disp-2.
           move spaces to ws-work-line.
           string "  SEV" ws-sev-idx " " ws-sev-disp-1 " "
               ws-sev-disp-2 "   " ws-sev-disp-3 "          "
               ws-hours-disp "          " ws-hours-disp-2
               delimited by size into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
      *YYYYMMDDHHMMSS to seconds since the epoch, the daily report's
      *stamp-to-secs arithmetic.
       inc-stamp-to-secs.
           compute ws-inc-secs =
               (function integer-of-date(
                   function numval(ws-inc-stamp-wk(1:8)))
                   - ws-epoch-base) * 86400
               + function numval(ws-inc-stamp-wk(9:2)) * 3600
               + function numval(ws-inc-stamp-wk(11:2)) * 60
               + function numval(ws-inc-stamp-wk(13:2)).
      *-----------------------------------------------------------------
      *Ticket SLA compliance for the tickets closed in the pack month.
      *A ticket closed with no response stamp was answered by being
      *closed. Tickets from before priorities existed count as P3,
      *as they do on the live clock.
       emit-sla-section.
           move 'N' to ws-tkt-eof.
           open input fd-tickets.
           perform until ws-at-tkt-eof
               read fd-tickets next record
                   at end move 'Y' to ws-tkt-eof
                   not at end perform tally-ticket-sla
               end-read
           end-perform.
           close fd-tickets.
           move spaces to ws-work-line.
           perform emit-line.
           move "Ticket SLA compliance (tickets closed this month):"
               to ws-work-line.
           perform emit-line.
           move "  Priority  response met  breached   resolve met"
               & "  breached" to ws-work-line.
           perform emit-line.
           perform varying ws-pri-idx from 1 by 1
               until ws-pri-idx is greater than 4
               move ws-pri-resp-met(ws-pri-idx) to ws-sla-disp-1
               move ws-pri-resp-brch(ws-pri-idx) to ws-sla-disp-2
               move ws-pri-fix-met(ws-pri-idx) to ws-sla-disp-3
               move ws-pri-fix-brch(ws-pri-idx) to ws-sla-disp-4
               move spaces to ws-work-line
               string "  P" ws-pri-idx "              " ws-sla-disp-1
                   "    " ws-sla-disp-2 "        " ws-sla-disp-3
                   "    " ws-sla-disp-4
                   delimited by size into ws-work-line
               end-string
               perform emit-line
           end-perform.
           move "  Assignee                          resolve met"
               & "  breached" to ws-work-line.
           perform emit-line.
           if ws-asg-count is equal to zero
               move "  (none)" to ws-work-line
               perform emit-line
           end-if.
           open input fd-udir.
           perform varying ws-asg-idx from 1 by 1
               until ws-asg-idx is greater than ws-asg-count
               perform emit-assignee-line
           end-perform.
           close fd-udir.
      *-----------------------------------------------------------------
       tally-ticket-sla.
           if fs-tkt-status is not equal to 'C'
               or fs-tkt-closed(1:6) is not equal to ws-month
               exit paragraph
           end-if.
           move fs-tkt-priority to ws-tkt-priority.
           if ws-tkt-priority is less than '1'
               or ws-tkt-priority is greater than '4'
               move '3' to ws-tkt-priority
           end-if.
           move ws-tkt-priority to ws-pri-idx.
           call static "rv-sla-targets" using
               by value ws-tkt-priority
               by reference ws-response-mins
               by reference ws-resolve-mins end-call.
           move fs-tkt-responded to ws-response-stamp.
           if ws-response-stamp is equal to spaces
               move fs-tkt-closed to ws-response-stamp
           end-if.
           call static "rv-business-minutes" using
               by value fs-tkt-opened
               by value ws-response-stamp
               by reference ws-taken-mins end-call.
           if ws-taken-mins is greater than ws-response-mins
               add 1 to ws-pri-resp-brch(ws-pri-idx)
           else
               add 1 to ws-pri-resp-met(ws-pri-idx)
           end-if.
           call static "rv-business-minutes" using
               by value fs-tkt-opened
               by value fs-tkt-closed
               by reference ws-taken-mins end-call.
           move 'Y' to ws-fix-met.
           if ws-taken-mins is greater than ws-resolve-mins
               move 'N' to ws-fix-met
               add 1 to ws-pri-fix-brch(ws-pri-idx)
           else
               add 1 to ws-pri-fix-met(ws-pri-idx)
           end-if.
           perform varying ws-asg-idx from 1 by 1
               until ws-asg-idx is greater than ws-asg-count
               if ws-asg-id(ws-asg-idx) is equal to fs-tkt-assignee
                   exit perform
               end-if
           end-perform.
           if ws-asg-idx is greater than ws-asg-count
               if ws-asg-count is not less than 64
                   exit paragraph
               end-if
               add 1 to ws-asg-count
               move ws-asg-count to ws-asg-idx
               move fs-tkt-assignee to ws-asg-id(ws-asg-idx)
               move zero to ws-asg-met(ws-asg-idx)
               move zero to ws-asg-brch(ws-asg-idx)
           end-if.
           if ws-resolve-target-met
               add 1 to ws-asg-met(ws-asg-idx)
           else
               add 1 to ws-asg-brch(ws-asg-idx)
           end-if.
      *-----------------------------------------------------------------
       emit-assignee-line.
           move ws-asg-id(ws-asg-idx) to ws-asg-name.
           if ws-asg-id(ws-asg-idx) is equal to spaces
               move "(unassigned)" to ws-asg-name
           else
               move ws-asg-id(ws-asg-idx) to fs-udir-user-id
               read fd-udir key is fs-udir-user-id
                   invalid key continue
                   not invalid key
                       move fs-udir-name to ws-asg-name
               end-read
           end-if.
           move ws-asg-met(ws-asg-idx) to ws-sla-disp-3.
           move ws-asg-brch(ws-asg-idx) to ws-sla-disp-4.
           move spaces to ws-work-line.
           string "  " ws-asg-name "   " ws-sla-disp-3 "    "
               ws-sla-disp-4
               delimited by size into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       load-groups.
           move 'N' to ws-eof.

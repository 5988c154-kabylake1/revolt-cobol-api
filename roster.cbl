      *comment line, same as in the source. Re-read from disk on every
      *lookup, same convention as rv-run-schedule's schedule.txt - the
      *rota can be edited without a restart.
      *Leave, sickness and swaps go in rosteroverride.txt instead of
      *editing the pattern - one "YYYYMMDD,start,end,userid" line
      *per covered shift, e.g.
      *    20261020,20:00,08:00,01H8X9K2M3N4P5Q6R7S8T9V0W1
      *same HH:MM and over-midnight rules, the date being the day the
      *shift starts. An override covering the current moment beats
      *every roster.txt line, so the pattern never needs undoing.
      *&SWAP (swap.cbl) appends confirmed swaps to the same file.
      *rv-roster-lookup resolves "who is on call right now" (through
      *rv-roster-lookup-file, which any team roster named in
      *services.txt also goes through - same format, its own
      *"<name>.override.txt" beside it);
      *rv-cmd-oncall answers the &ONCALL command with it; the
      *escalation sweep (rv-check-escalations, tick.cbl) mentions the
      *duty officer instead of whoever is first in admins.txt; and
      *note to the ops channel when the duty officer changes.
       identification division.
       program-id. rv-roster-lookup.
       data division.
       working-storage section.
       01  ws-roster-name pic x(64) value "roster.txt".
       01  ws-override-name pic x(64) value "rosteroverride.txt".
       linkage section.
       01  ls-duty-id picture x(26).
       procedure division using by reference ls-duty-id.
           call static "rv-roster-lookup-file" using
               by value ws-roster-name
               by value ws-override-name
               by reference ls-duty-id end-call.
           goback.
       end program rv-roster-lookup.
      ******************************************************************
      *Who a given roster file says is on call right now - the duty
      *roster's own lookup, and the per-team rosters the service
      *catalogue (services.txt, service.cbl) points at. A roster that
      *doesn't exist simply has nobody on it.
       identification division.
       program-id. rv-roster-lookup-file.
       environment division.
       input-output section.
       file-control.
           select optional fs-roster assign to ws-roster-name
           organization is line sequential.
           select optional fs-override assign to ws-override-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-roster.
       01  fs-roster-line pic x(48).
       fd  fs-override.
       01  fs-override-line pic x(48).
       working-storage section.
       01  ws-roster-eof pic x value 'N'.
           88 ws-at-roster-eof value 'Y'.
       01  ws-now-stamp pic x(21).
       01  ws-today pic x(8).
       01  ws-yesterday pic x(8).
       01  ws-now-hhmm pic x(4).
       01  ws-dow-rem picture 9(8).
       01  ws-dow-idx picture 9(4).
      *rv-run-schedule.
       01  ws-dow-names pic x(21) value "SUNMONTUEWEDTHUFRISAT".
       01  ws-line-user pic x(26).
       01  ws-line-date pic x(8).
       01  ws-line-dow pic x(3).
       01  ws-line-start pic x(5).
       01  ws-line-end pic x(5).
       01  ws-start-hhmm pic x(4).
       01  ws-end-hhmm pic x(4).
       01  ws-roster-name pic x(64).
       01  ws-override-name pic x(64).
       linkage section.
       01  ls-roster-name pic x(64).
       01  ls-override-name pic x(64).
       01  ls-duty-id picture x(26).
       procedure division using by value ls-roster-name
           by value ls-override-name
           by reference ls-duty-id.
           initialize ls-duty-id.
           move ls-roster-name to ws-roster-name.
           move ls-override-name to ws-override-name.
           move function current-date to ws-now-stamp.
           move ws-now-stamp(1:8) to ws-today.
           move ws-now-stamp(9:4) to ws-now-hhmm.
                   function numval(ws-today)) - 1 7).
           compute ws-dow-idx = ws-dow-rem * 3 + 1.
           move ws-dow-names(ws-dow-idx:3) to ws-yesterday-dow.
           move function date-of-integer(function integer-of-date(
               function numval(ws-today)) - 1) to ws-yesterday.
           move 'N' to ws-roster-eof.
           open input sharing with all fs-override.
           perform until ws-at-roster-eof
               read fs-override
                   at end move 'Y' to ws-roster-eof
                   not at end perform match-override-line
               end-read
           end-perform.
           close fs-override.
           if ls-duty-id(1:1) is not equal to space
               goback
           end-if.
           move 'N' to ws-roster-eof.
           open input sharing with all fs-roster.
           perform until ws-at-roster-eof
                   move ws-line-user to ls-duty-id
               end-if
           end-if.
      *-----------------------------------------------------------------
      *Dated cover - the same window tests as match-roster-line, with
      *the shift's start date standing in for its day of the week.
      *Here the LAST matching line wins, so a later swap (appended at
      *the end) supersedes an earlier one for the same shift.
       match-override-line.
           if fs-override-line(1:1) is equal to space
               or fs-override-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-line-date, ws-line-user,
               ws-line-start, ws-line-end.
           unstring fs-override-line delimited by ","
               into ws-line-date ws-line-start
                    ws-line-end ws-line-user
           end-unstring.
           move ws-line-start(1:2) to ws-start-hhmm(1:2).
           move ws-line-start(4:2) to ws-start-hhmm(3:2).
           move ws-line-end(1:2) to ws-end-hhmm(1:2).
           move ws-line-end(4:2) to ws-end-hhmm(3:2).
           if ws-end-hhmm is greater than ws-start-hhmm
               if ws-line-date is equal to ws-today
                   and ws-now-hhmm is not less than ws-start-hhmm
                   and ws-now-hhmm is less than ws-end-hhmm
                   move ws-line-user to ls-duty-id
               end-if
           else
               if (ws-line-date is equal to ws-today
                   and ws-now-hhmm is not less than ws-start-hhmm)
                   or (ws-line-date is equal to ws-yesterday
                   and ws-now-hhmm is less than ws-end-hhmm)
                   move ws-line-user to ls-duty-id
               end-if
           end-if.
       end program rv-roster-lookup-file.
      ******************************************************************
      *&ONCALL - answer "who do I page right now" straight from the
      *roster, with the officer's resolved name and a mention so the

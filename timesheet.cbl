       copy "cabi.cpy".
      ******************************************************************
      *Weekly timesheet - where the hours went, off the work-log
      *store &TICKET LOG writes (worklog.dat, rv-cmd-ticket,
      *ticket.cbl). Run standalone from the weekly schedule:
      *    rv-timesheet [YYYYMMDD]
      *No argument means a week ending today; the week is the seven
      *days ending on the given date, as in rv-kb-gap-report. Writes
      *timesheet.YYYYMMDD.txt with:
      *  - one block per person who logged anything that week: total
      *    hours, hours per ticket (with its title) and per channel,
      *    and the weekdays (Monday to Friday) they logged nothing;
      *  - a summary by department - each entry's ticket channel
      *    looked up in groups.txt, the same department-to-channels
      *    grouping rv-dept-statement bills on, with hours per
      *    person inside each department. Hours on channels no
      *    department claims are shown as "(no department)".
      *The monthly departmental statements pick the same hours up
      *straight off worklog.dat. The headline goes to the maildrop
      *(REPORT,timesheet). Names come from userdir.dat and
      *chancache.dat; no API session needed.
       identification division.
       program-id. rv-timesheet.
       environment division.
       input-output section.
       file-control.
           select optional fd-worklog assign to "worklog.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-wl-key.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is random
           record key is fs-tkt-number.
           select optional fs-groups assign to "groups.txt"
           organization is line sequential.
           select optional fs-ccache assign to "chancache.dat"
           organization is line sequential.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-udir-user-id
           alternate record key is fs-udir-name
               with duplicates.
           select fs-report assign to ws-report-name
           organization is line sequential.
       data division.
       file section.
       fd  fd-worklog.
       01  fs-wl-rec.
           02 fs-wl-key.
               03 fs-wl-stamp pic x(14).
               03 fs-wl-user pic x(26).
               03 fs-wl-ticket picture 9(6).
           02 fs-wl-minutes picture 9(5).
           02 fs-wl-channel pic x(26).
           02 fs-wl-text pic x(120).
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
           02 fs-tkt-sla-flags pic x(4).
       fd  fs-groups.
       01  fs-group-line pic x(500).
       fd  fs-ccache.
       01  fs-ccache-line pic x(96).
       fd  fd-udir.
       01  fs-udir-rec.
           02 fs-udir-user-id pic x(26).
           02 fs-udir-name pic x(32).
       fd  fs-report.
       01  fs-report-line pic x(160).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-week-end pic x(8).
       01  ws-week-start pic x(8).
       01  ws-start-int picture 9(8).
       01  ws-end-int picture 9(8).
       01  ws-entry-int picture 9(8).
       01  ws-report-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
      *One row per person, with the minutes for each day of the week
      *(day 1 is the week's first day).
       01  ws-per-count picture 9(4) value zero.
       01  ws-per-idx picture 9(4).
       01  ws-per-tbl occurs 64 times.
           02 ws-per-id pic x(26).
           02 ws-per-minutes picture 9(7) value zero.
           02 ws-per-day-minutes picture 9(5) value zero
               occurs 7 times.
      *Person-by-ticket and person-by-channel minutes.
       01  ws-pt-count picture 9(4) value zero.
       01  ws-pt-idx picture 9(4).
       01  ws-pt-tbl occurs 512 times.
           02 ws-pt-person picture 9(4).
           02 ws-pt-ticket picture 9(6).
           02 ws-pt-minutes picture 9(7) value zero.
       01  ws-pc-count picture 9(4) value zero.
       01  ws-pc-idx picture 9(4).
       01  ws-pc-tbl occurs 256 times.
           02 ws-pc-person picture 9(4).
           02 ws-pc-channel pic x(26).
           02 ws-pc-minutes picture 9(7) value zero.
      *The departments off groups.txt; row 17 is "(no department)".
       01  ws-group-count picture 9(4) value zero.
       01  ws-group-idx picture 9(4).
       01  ws-groups occurs 17 times.
           02 ws-grp-name pic x(64).
           02 ws-grp-channels pic x(440).
           02 ws-grp-minutes picture 9(7) value zero.
       01  ws-dept-idx picture 9(4).
       01  ws-hit-pos picture 9(8).
       01  ws-one-channel pic x(26).
       01  ws-dp-count picture 9(4) value zero.
       01  ws-dp-idx picture 9(4).
       01  ws-dp-tbl occurs 256 times.
           02 ws-dp-dept picture 9(4).
           02 ws-dp-person picture 9(4).
           02 ws-dp-minutes picture 9(7) value zero.
       01  ws-day-idx picture 9(4).
       01  ws-day-int picture 9(8).
       01  ws-day-date picture 9(8).
      *integer-of-date remainder 1 is MON ... 0 is SUN, as in
      *rv-roster-lookup.
       01  ws-dow-names pic x(21) value "SUNMONTUEWEDTHUFRISAT".
       01  ws-dow-rem picture 9(8).
       01  ws-gap-count picture 9(4).
       01  ws-gap-total picture 9(6) value zero.
       01  ws-gap-ptr picture 9(8).
       01  ws-entry-count picture 9(6) value zero.
       01  ws-tot-minutes picture 9(7) value zero.
      *Channel names off the running bot's cache.
       01  ws-cname-count picture 9(4) value zero.
       01  ws-cname-idx picture 9(4).
       01  ws-cname-tbl occurs 128 times.
           02 ws-cname-id pic x(26).
           02 ws-cname-text pic x(64).
       01  ws-chan-name pic x(64).
       01  ws-user-name pic x(32).
       01  ws-lookup-id pic x(26).
       01  ws-lookup-chan pic x(26).
       01  ws-row-minutes picture 9(7).
       01  ws-row-hours picture 9(5)v99.
       01  ws-hours-disp picture zzzz9.99.
       01  ws-ticket-disp picture zzzzz9.
       01  ws-count-disp picture zzzzz9.
       01  ws-count-disp-2 picture zzzzz9.
       01  ws-work-line pic x(160).
      *Sized to rv-maildrop's linkage so the recipient-key compare
      *sees blank fill, not whatever followed a short literal.
       01  ws-mail-key pic x(16) value "timesheet".
       01  ws-mail-subject pic x(80)
           value "Weekly timesheet".
       01  ws-mail-body pic x(200).
       procedure division.
           perform resolve-week.
           perform load-groups.
           perform load-channel-names.
           perform tally-week.
           move spaces to ws-report-name.
           string "timesheet." delimited by size
               ws-week-end delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           open output fs-report.
           move spaces to ws-work-line.
           string "Timesheet, week " delimited by size
               ws-week-start delimited by size
               " - " delimited by size
               ws-week-end delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           open input fd-udir.
           open input fd-tickets.
           if ws-per-count is equal to zero
               move spaces to ws-work-line
               perform emit-line
               move "No time logged this week." to ws-work-line
               perform emit-line
           end-if.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx is greater than ws-per-count
               perform write-person-block
           end-perform.
           perform write-department-summary.
           close fd-tickets.
           close fd-udir.
           close fs-report.
           display "Timesheet written to "
               function trim(ws-report-name) end-display.
           perform mail-headline.
           stop run.
      *-----------------------------------------------------------------
       resolve-week.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1
           end-unstring.
           if ws-arg-1(1:8) is numeric
               move ws-arg-1(1:8) to ws-week-end
           else
               move function current-date(1:8) to ws-week-end
           end-if.
           compute ws-end-int = function integer-of-date(
               function numval(ws-week-end)).
           compute ws-start-int = ws-end-int - 6.
           move function date-of-integer(ws-start-int)
               to ws-week-start.
      *-----------------------------------------------------------------
       load-groups.
           move 'N' to ws-eof.
           open input sharing with all fs-groups.
           perform until ws-at-eof
               read fs-groups
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-group-line(1:1) is not equal to space
                           and fs-group-line(1:1) is not equal to '*'
                           and ws-group-count is less than 16
                           add 1 to ws-group-count
                           move spaces to ws-grp-name(ws-group-count)
                           move spaces
                               to ws-grp-channels(ws-group-count)
                           unstring fs-group-line delimited by ":"
                               into ws-grp-name(ws-group-count)
                                    ws-grp-channels(ws-group-count)
                           end-unstring
                       end-if
               end-read
           end-perform.
           close fs-groups.
           move "(no department)" to ws-grp-name(17).
           move spaces to ws-grp-channels(17).
      *-----------------------------------------------------------------
      *The store is keyed stamp first, so the week is one START and
      *a read forward until the stamps pass its last day.
       tally-week.
           open input fd-worklog.
           move spaces to fs-wl-key.
           move ws-week-start to fs-wl-stamp(1:8).
           move 'N' to ws-eof.
           start fd-worklog key is not less than fs-wl-key
               invalid key move 'Y' to ws-eof
           end-start.
           perform until ws-at-eof
               read fd-worklog next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-wl-stamp(1:8) is greater than
                           ws-week-end
                           move 'Y' to ws-eof
                       else
                           perform tally-entry
                       end-if
               end-read
           end-perform.
           close fd-worklog.
      *-----------------------------------------------------------------
       tally-entry.
           add 1 to ws-entry-count.
           add fs-wl-minutes to ws-tot-minutes.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx is greater than ws-per-count
               if ws-per-id(ws-per-idx) is equal to fs-wl-user
                   exit perform
               end-if
           end-perform.
           if ws-per-idx is greater than ws-per-count
               if ws-per-count is not less than 64
                   exit paragraph
               end-if
               add 1 to ws-per-count
               move ws-per-count to ws-per-idx
               move fs-wl-user to ws-per-id(ws-per-idx)
           end-if.
           add fs-wl-minutes to ws-per-minutes(ws-per-idx).
           compute ws-entry-int = function integer-of-date(
               function numval(fs-wl-stamp(1:8))).
           compute ws-day-idx = ws-entry-int - ws-start-int + 1.
           add fs-wl-minutes
               to ws-per-day-minutes(ws-per-idx, ws-day-idx).
      *Person by ticket.
           perform varying ws-pt-idx from 1 by 1
               until ws-pt-idx is greater than ws-pt-count
               if ws-pt-person(ws-pt-idx) is equal to ws-per-idx
                   and ws-pt-ticket(ws-pt-idx) is equal to
                       fs-wl-ticket
                   exit perform
               end-if
           end-perform.
           if ws-pt-idx is greater than ws-pt-count
               and ws-pt-count is less than 512
               add 1 to ws-pt-count
               move ws-pt-count to ws-pt-idx
               move ws-per-idx to ws-pt-person(ws-pt-idx)
               move fs-wl-ticket to ws-pt-ticket(ws-pt-idx)
           end-if.
           if ws-pt-idx is not greater than ws-pt-count
               add fs-wl-minutes to ws-pt-minutes(ws-pt-idx)
           end-if.
      *Person by channel.
           perform varying ws-pc-idx from 1 by 1
               until ws-pc-idx is greater than ws-pc-count
               if ws-pc-person(ws-pc-idx) is equal to ws-per-idx
                   and ws-pc-channel(ws-pc-idx) is equal to
                       fs-wl-channel
                   exit perform
               end-if
           end-perform.
           if ws-pc-idx is greater than ws-pc-count
               and ws-pc-count is less than 256
               add 1 to ws-pc-count
               move ws-pc-count to ws-pc-idx
               move ws-per-idx to ws-pc-person(ws-pc-idx)
               move fs-wl-channel to ws-pc-channel(ws-pc-idx)
           end-if.
           if ws-pc-idx is not greater than ws-pc-count
               add fs-wl-minutes to ws-pc-minutes(ws-pc-idx)
           end-if.
      *Department, and person within it.
           move fs-wl-channel to ws-one-channel.
           perform find-department.
           add fs-wl-minutes to ws-grp-minutes(ws-dept-idx).
           perform varying ws-dp-idx from 1 by 1
               until ws-dp-idx is greater than ws-dp-count
               if ws-dp-dept(ws-dp-idx) is equal to ws-dept-idx
                   and ws-dp-person(ws-dp-idx) is equal to
                       ws-per-idx
                   exit perform
               end-if
           end-perform.
           if ws-dp-idx is greater than ws-dp-count
               and ws-dp-count is less than 256
               add 1 to ws-dp-count
               move ws-dp-count to ws-dp-idx
               move ws-dept-idx to ws-dp-dept(ws-dp-idx)
               move ws-per-idx to ws-dp-person(ws-dp-idx)
           end-if.
           if ws-dp-idx is not greater than ws-dp-count
               add fs-wl-minutes to ws-dp-minutes(ws-dp-idx)
           end-if.
      *-----------------------------------------------------------------
      *Which department's channel list carries ws-one-channel? Ids
      *are fixed-width ULIDs, so the substring scan can only match a
      *whole aligned entry - as in rv-dept-statement. No match is
      *row 17, "(no department)".
       find-department.
           move 17 to ws-dept-idx.
           if ws-one-channel is equal to spaces
               exit paragraph
           end-if.
           perform varying ws-group-idx from 1 by 1
               until ws-group-idx is greater than ws-group-count
               move zero to ws-hit-pos
               inspect ws-grp-channels(ws-group-idx)
                   tallying ws-hit-pos for characters before
                   initial ws-one-channel
               if ws-hit-pos is less than
                   length of ws-grp-channels(ws-group-idx)
                   move ws-group-idx to ws-dept-idx
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       write-person-block.
           move spaces to ws-work-line.
           perform emit-line.
           move ws-per-id(ws-per-idx) to ws-lookup-id.
           perform resolve-user-name.
           move ws-per-minutes(ws-per-idx) to ws-row-minutes.
           perform minutes-to-hours.
           move spaces to ws-work-line.
           string function trim(ws-user-name) delimited by size
               " - " delimited by size
               function trim(ws-hours-disp) delimited by size
               " hours" delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           perform write-day-gaps.
           move "  By ticket:" to ws-work-line.
           perform emit-line.
           perform varying ws-pt-idx from 1 by 1
               until ws-pt-idx is greater than ws-pt-count
               if ws-pt-person(ws-pt-idx) is equal to ws-per-idx
                   perform write-ticket-row
               end-if
           end-perform.
           move "  By channel:" to ws-work-line.
           perform emit-line.
           perform varying ws-pc-idx from 1 by 1
               until ws-pc-idx is greater than ws-pc-count
               if ws-pc-person(ws-pc-idx) is equal to ws-per-idx
                   perform write-channel-row
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Weekdays in the week with nothing logged - weekends are not
      *flagged.
       write-day-gaps.
           move zero to ws-gap-count.
           move spaces to ws-work-line.
           move "  No entries: " to ws-work-line.
           move 15 to ws-gap-ptr.
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx is greater than 7
               compute ws-day-int = ws-start-int + ws-day-idx - 1
               move function rem(ws-day-int 7) to ws-dow-rem
               if ws-dow-rem is not equal to zero
                   and ws-dow-rem is not equal to 6
                   and ws-per-day-minutes(ws-per-idx, ws-day-idx)
                       is equal to zero
                   add 1 to ws-gap-count
                   move function date-of-integer(ws-day-int)
                       to ws-day-date
                   string ws-dow-names(ws-dow-rem * 3 + 1:3)
                           delimited by size
                       " " delimited by size
                       ws-day-date delimited by size
                       "  " delimited by size
                       into ws-work-line
                       with pointer ws-gap-ptr
                   end-string
               end-if
           end-perform.
           if ws-gap-count is equal to zero
               move "  No entries: none - every weekday logged"
                   to ws-work-line
           end-if.
           add ws-gap-count to ws-gap-total.
           perform emit-line.
      *-----------------------------------------------------------------
       write-ticket-row.
           move ws-pt-minutes(ws-pt-idx) to ws-row-minutes.
           perform minutes-to-hours.
           move ws-pt-ticket(ws-pt-idx) to ws-ticket-disp.
           move ws-pt-ticket(ws-pt-idx) to fs-tkt-number.
           read fd-tickets
               invalid key move spaces to fs-tkt-title
           end-read.
           move spaces to ws-work-line.
           string "    #" delimited by size
               ws-ticket-disp delimited by size
               "  " delimited by size
               ws-hours-disp delimited by size
               "  " delimited by size
               fs-tkt-title delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       write-channel-row.
           move ws-pc-minutes(ws-pc-idx) to ws-row-minutes.
           perform minutes-to-hours.
           move ws-pc-channel(ws-pc-idx) to ws-lookup-chan.
           perform resolve-channel-name.
           move spaces to ws-work-line.
           string "    " delimited by size
               ws-hours-disp delimited by size
               "  #" delimited by size
               function trim(ws-chan-name) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       write-department-summary.
           move spaces to ws-work-line.
           perform emit-line.
           move "By department (groups.txt):" to ws-work-line.
           perform emit-line.
           perform varying ws-group-idx from 1 by 1
               until ws-group-idx is greater than 17
               if ws-group-idx is not greater than ws-group-count
                   or ws-group-idx is equal to 17
                   perform write-department-row
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *A department with no hours still gets its row, so a quiet
      *week reads as zero rather than as missing; "(no department)"
      *only shows when something landed there.
       write-department-row.
           if ws-group-idx is equal to 17
               and ws-grp-minutes(17) is equal to zero
               exit paragraph
           end-if.
           move ws-grp-minutes(ws-group-idx) to ws-row-minutes.
           perform minutes-to-hours.
           move spaces to ws-work-line.
           move ws-grp-name(ws-group-idx)(1:30) to ws-work-line(3:30).
           move ws-hours-disp to ws-work-line(34:8).
           perform emit-line.
           perform varying ws-dp-idx from 1 by 1
               until ws-dp-idx is greater than ws-dp-count
               if ws-dp-dept(ws-dp-idx) is equal to ws-group-idx
                   move ws-dp-minutes(ws-dp-idx) to ws-row-minutes
                   perform minutes-to-hours
                   move ws-dp-person(ws-dp-idx) to ws-per-idx
                   move ws-per-id(ws-per-idx) to ws-lookup-id
                   perform resolve-user-name
                   move spaces to ws-work-line
                   move ws-user-name(1:26) to ws-work-line(7:26)
                   move ws-hours-disp to ws-work-line(34:8)
                   perform emit-line
               end-if
           end-perform.
      *-----------------------------------------------------------------
       minutes-to-hours.
           compute ws-row-hours rounded = ws-row-minutes / 60.
           move ws-row-hours to ws-hours-disp.
      *-----------------------------------------------------------------
       resolve-user-name.
           move ws-lookup-id to ws-user-name.
           move ws-lookup-id to fs-udir-user-id.
           read fd-udir key is fs-udir-user-id
               invalid key continue
               not invalid key
                   move fs-udir-name to ws-user-name
           end-read.
      *-----------------------------------------------------------------
       load-channel-names.
           move 'N' to ws-eof.
           open input sharing with all fs-ccache.
           perform until ws-at-eof
               read fs-ccache
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-ccache-line(1:1) is not equal to space
                           and ws-cname-count is less than 128
                           add 1 to ws-cname-count
                           unstring fs-ccache-line delimited by ","
                               into ws-cname-id(ws-cname-count)
                                    ws-cname-text(ws-cname-count)
                           end-unstring
                       end-if
               end-read
           end-perform.
           close fs-ccache.
      *-----------------------------------------------------------------
       resolve-channel-name.
           move ws-lookup-chan to ws-chan-name.
           perform varying ws-cname-idx from 1 by 1
               until ws-cname-idx is greater than ws-cname-count
               if ws-cname-id(ws-cname-idx) is equal to
                   ws-lookup-chan
                   move ws-cname-text(ws-cname-idx) to ws-chan-name
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       mail-headline.
           move ws-tot-minutes to ws-row-minutes.
           perform minutes-to-hours.
           move ws-per-count to ws-count-disp.
           move ws-gap-total to ws-count-disp-2.
           move spaces to ws-mail-body.
           string "Week to " delimited by size
               ws-week-end delimited by size
               ": " delimited by size
               function trim(ws-hours-disp) delimited by size
               " hour(s) logged by " delimited by size
               function trim(ws-count-disp) delimited by size
               " person(s), " delimited by size
               function trim(ws-count-disp-2) delimited by size
               " weekday(s) with no entries - see " delimited by size
               function trim(ws-report-name) delimited by size
               into ws-mail-body
           end-string.
           call static "rv-maildrop" using
               by value "REPORT  "
               by value ws-mail-key
               by value ws-mail-subject
               by value ws-mail-body end-call.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-timesheet.

       copy "cabi.cpy".
      ******************************************************************
      *Monthly server membership movement report - who joined and
      *who left which server, for the auditors, built from the EVT
      *lines rv-member-event (api.cbl) writes to the audit trail for
      *every join and leave. Run standalone from the overnight
      *schedule, before logretain.txt ages the month's audit files
      *out:
      *    rv-member-report [YYYYMM]
      *No argument means "last month", same as rv-mtta-report. Reads
      *audit.YYYYMMDD.log for each day of the month and the seven
      *days after it (a member who joins on the 30th and leaves on
      *the 2nd still left within 7 days - the later days are read
      *for that and nothing else). An EVT line's program is
      *member-join or member-leave and its text "userid serverid";
      *lines written before the server was recorded are grouped
      *under "(not recorded)". Per server: joiners, leavers, the net
      *change, members who joined and left within 7 days, and
      *joiners with no rules acknowledgement in pendonboard.dat
      *(rv-onboard-start/rv-onboard-ack, onboard.cbl) - either no
      *onboarding record at all or one still outstanding. Names
      *come off userdir.dat; no API session needed. Output:
      *  members.YYYYMM.txt - the printable report;
      *  members.YYYYMM.csv - one row per join or leave for the
      *      access-review team,
      *      "server,user_id,name,event,stamp,left_within_7_days,
      *      onboarding".
       identification division.
       program-id. rv-member-report.
       environment division.
       input-output section.
       file-control.
           select optional fs-audit assign to ws-audit-name
           organization is line sequential.
           select optional fs-onboard assign to "pendonboard.dat"
           organization is line sequential.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is random
           record key is fs-udir-user-id.
           select fs-report assign to ws-report-name
           organization is line sequential.
           select fs-csv assign to ws-csv-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-audit.
       01  fs-audit-line pic x(400).
       fd  fs-onboard.
       01  fs-onboard-line pic x(120).
       fd  fd-udir.
       01  fs-udir-rec.
           02 fs-udir-user-id pic x(26).
           02 fs-udir-name pic x(32).
       fd  fs-report.
       01  fs-report-line pic x(160).
       fd  fs-csv.
       01  fs-csv-line pic x(200).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-month pic x(6).
       01  ws-prev-int picture 9(8).
       01  ws-prev-date picture 9(8).
       01  ws-first-date picture 9(8).
       01  ws-next-first picture 9(8).
       01  ws-first-int picture 9(8).
       01  ws-last-int picture 9(8).
       01  ws-read-to-int picture 9(8).
       01  ws-day-int picture 9(8).
       01  ws-day-date picture 9(8).
       01  ws-audit-name pic x(32).
       01  ws-report-name pic x(32).
       01  ws-csv-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
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
       01  ws-a-server pic x(26).
      *Every join and leave read, in the order they happened.
       01  ws-event-count picture 9(4) value zero.
       01  ws-event-idx picture 9(4).
       01  ws-later-idx picture 9(4).
       01  ws-events occurs 4000 times.
           02 ws-ev-server pic x(26).
           02 ws-ev-user pic x(26).
           02 ws-ev-kind pic x.
           02 ws-ev-stamp pic x(14).
           02 ws-ev-in-month pic x.
           02 ws-ev-quick pic x.
           02 ws-ev-left-stamp pic x(14).
           02 ws-ev-onboard pic x.
       01  ws-skipped-count picture 9(8) value zero.
      *Servers seen this month, with their movement counts.
       01  ws-server-count picture 9(4) value zero.
       01  ws-server-idx picture 9(4).
       01  ws-servers occurs 32 times.
           02 ws-srv-id pic x(26).
           02 ws-srv-joins picture 9(6).
           02 ws-srv-leaves picture 9(6).
           02 ws-srv-quick picture 9(6).
           02 ws-srv-unacked picture 9(6).
      *pendonboard.dat - one "userid,dm,msgid,start,status,ackstamp"
      *line per member, status O open / A acked.
       01  ws-onb-count picture 9(4) value zero.
       01  ws-onb-idx picture 9(4).
       01  ws-onb-tbl occurs 2048 times.
           02 ws-onb-user pic x(26).
           02 ws-onb-status pic x.
       01  ws-line-user pic x(26).
       01  ws-line-dm pic x(26).
       01  ws-line-msg-id pic x(26).
       01  ws-line-start pic x(14).
       01  ws-line-status pic x(2).
      *Stamp-to-epoch-seconds conversion scratch.
       01  ws-stamp-wk pic x(14).
       01  ws-epoch-base picture 9(8).
       01  ws-stamp-secs picture 9(12).
       01  ws-join-secs picture 9(12).
       01  ws-quick-secs picture 9(8) value 604800.
       01  ws-member-name pic x(32).
       01  ws-server-label pic x(26).
       01  ws-listed-count picture 9(6).
       01  ws-net-change picture s9(6).
       01  ws-list-kind pic x.
       01  ws-count-disp picture zzzzz9.
       01  ws-joins-disp picture zzzzz9.
       01  ws-leaves-disp picture zzzzz9.
       01  ws-net-disp picture ++++++9.
       01  ws-stamp-disp pic x(16).
       01  ws-left-disp pic x(16).
       01  ws-total-joins picture 9(6) value zero.
       01  ws-total-leaves picture 9(6) value zero.
       01  ws-csv-event pic x(5).
       01  ws-csv-onboard pic x(12).
       01  ws-work-line pic x(160).
       01  ws-csv-work pic x(200).
       procedure division.
           perform resolve-month.
           perform load-onboarding.
           perform varying ws-day-int from ws-first-int by 1
               until ws-day-int is greater than ws-read-to-int
               move function date-of-integer(ws-day-int)
                   to ws-day-date
               perform read-audit-file
           end-perform.
           perform mark-quick-leavers.
           perform mark-onboarding.
           open input fd-udir.
           perform write-report.
           perform write-csv.
           close fd-udir.
           display "Membership movement report written to "
               function trim(ws-report-name) " and "
               function trim(ws-csv-name) end-display.
           stop run.
      *-----------------------------------------------------------------
      *No argument means the month before the current one. The
      *audit files are read from the 1st through seven days past
      *the month's last day.
       resolve-month.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1
           end-unstring.
           if ws-arg-1 is equal to spaces
               compute ws-prev-int = function integer-of-date(
                   function numval(function current-date(1:6))
                       * 100 + 1) - 1
               move function date-of-integer(ws-prev-int)
                   to ws-prev-date
               move ws-prev-date(1:6) to ws-month
           else
               move ws-arg-1(1:6) to ws-month
           end-if.
           compute ws-first-date = function numval(ws-month) * 100 + 1.
           if ws-month(5:2) is equal to "12"
               compute ws-next-first =
                   (function numval(ws-month(1:4)) + 1) * 10000
                   + 101
           else
               compute ws-next-first = ws-first-date + 100
           end-if.
           compute ws-first-int =
               function integer-of-date(ws-first-date).
           compute ws-last-int =
               function integer-of-date(ws-next-first) - 1.
           compute ws-read-to-int = ws-last-int + 7.
      *-----------------------------------------------------------------
       load-onboarding.
           move 'N' to ws-eof.
           open input sharing with all fs-onboard.
           perform until ws-at-eof
               read fs-onboard
                   at end move 'Y' to ws-eof
                   not at end perform take-onboard-line
               end-read
           end-perform.
           close fs-onboard.
      *-----------------------------------------------------------------
       take-onboard-line.
           if fs-onboard-line(1:1) is equal to space
               or ws-onb-count is not less than 2048
               exit paragraph
           end-if.
           move spaces to ws-line-user, ws-line-dm, ws-line-msg-id,
               ws-line-start, ws-line-status.
           unstring fs-onboard-line delimited by ","
               into ws-line-user ws-line-dm ws-line-msg-id
                    ws-line-start ws-line-status
           end-unstring.
           add 1 to ws-onb-count.
           move ws-line-user to ws-onb-user(ws-onb-count).
           move ws-line-status(1:1) to ws-onb-status(ws-onb-count).
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
      *Past the month's end only leaves matter - they can close a
      *join made late in the month.
       take-audit-line.
           move spaces to ws-a-stamp, ws-a-dir, ws-a-channel,
               ws-a-prefix, ws-a-program, ws-a-author, ws-a-text.
           unstring fs-audit-line delimited by "|"
               into ws-a-stamp ws-a-dir ws-a-channel ws-a-prefix
                    ws-a-program ws-a-author ws-a-text
           end-unstring.
           if ws-a-dir(1:3) is not equal to "EVT"
               exit paragraph
           end-if.
           if ws-a-program is not equal to "member-join"
               and ws-a-program is not equal to "member-leave"
               exit paragraph
           end-if.
           if ws-day-int is greater than ws-last-int
               and ws-a-program is equal to "member-join"
               exit paragraph
           end-if.
           if ws-event-count is not less than 4000
               add 1 to ws-skipped-count
               exit paragraph
           end-if.
           move spaces to ws-a-user, ws-a-server.
           unstring ws-a-text delimited by all spaces
               into ws-a-user ws-a-server
           end-unstring.
           if ws-a-user is equal to spaces
               exit paragraph
           end-if.
           if ws-a-server is equal to spaces
               move "(not recorded)" to ws-a-server
           end-if.
           add 1 to ws-event-count.
           move ws-a-server to ws-ev-server(ws-event-count).
           move ws-a-user to ws-ev-user(ws-event-count).
           if ws-a-program is equal to "member-join"
               move 'J' to ws-ev-kind(ws-event-count)
           else
               move 'L' to ws-ev-kind(ws-event-count)
           end-if.
           move ws-a-stamp(1:14) to ws-ev-stamp(ws-event-count).
           move 'N' to ws-ev-quick(ws-event-count).
           move spaces to ws-ev-left-stamp(ws-event-count).
           move space to ws-ev-onboard(ws-event-count).
           if ws-day-int is greater than ws-last-int
               move 'N' to ws-ev-in-month(ws-event-count)
               exit paragraph
           end-if.
           move 'Y' to ws-ev-in-month(ws-event-count).
           perform find-server.
           if ws-ev-kind(ws-event-count) is equal to 'J'
               add 1 to ws-srv-joins(ws-server-idx)
               add 1 to ws-total-joins
           else
               add 1 to ws-srv-leaves(ws-server-idx)
               add 1 to ws-total-leaves
           end-if.
      *-----------------------------------------------------------------
      *Past the table's 32 servers the last slot takes the rest.
       find-server.
           perform varying ws-server-idx from 1 by 1
               until ws-server-idx is greater than ws-server-count
               if ws-srv-id(ws-server-idx) is equal to ws-a-server
                   exit paragraph
               end-if
           end-perform.
           if ws-server-count is less than 32
               add 1 to ws-server-count
               move ws-server-count to ws-server-idx
               initialize ws-servers(ws-server-idx)
               move ws-a-server to ws-srv-id(ws-server-idx)
           else
               move 32 to ws-server-idx
           end-if.
      *-----------------------------------------------------------------
      *A join in the month followed by the same member leaving the
      *same server within 7 days (604800 seconds).
       mark-quick-leavers.
           perform varying ws-event-idx from 1 by 1
               until ws-event-idx is greater than ws-event-count
               if ws-ev-kind(ws-event-idx) is equal to 'J'
                   and ws-ev-in-month(ws-event-idx) is equal to 'Y'
                   perform find-quick-leave
               end-if
           end-perform.
      *-----------------------------------------------------------------
       find-quick-leave.
           move ws-ev-stamp(ws-event-idx) to ws-stamp-wk.
           perform stamp-to-secs.
           move ws-stamp-secs to ws-join-secs.
           perform varying ws-later-idx from ws-event-idx by 1
               until ws-later-idx is greater than ws-event-count
               if ws-ev-user(ws-later-idx) is equal to
                   ws-ev-user(ws-event-idx)
                   and ws-ev-server(ws-later-idx) is equal to
                   ws-ev-server(ws-event-idx)
                   and ws-ev-kind(ws-later-idx) is equal to 'L'
                   move ws-ev-stamp(ws-later-idx) to ws-stamp-wk
                   perform stamp-to-secs
                   if ws-stamp-secs - ws-join-secs is not greater
                       than ws-quick-secs
                       move 'Y' to ws-ev-quick(ws-event-idx)
                       move 'Y' to ws-ev-quick(ws-later-idx)
                       move ws-ev-stamp(ws-later-idx)
                           to ws-ev-left-stamp(ws-event-idx)
                       move ws-ev-server(ws-event-idx)
                           to ws-a-server
                       perform find-server
                       add 1 to ws-srv-quick(ws-server-idx)
                   end-if
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *A for acknowledged, O for outstanding, N for no onboarding
      *record at all.
       mark-onboarding.
           perform varying ws-event-idx from 1 by 1
               until ws-event-idx is greater than ws-event-count
               if ws-ev-kind(ws-event-idx) is equal to 'J'
                   and ws-ev-in-month(ws-event-idx) is equal to 'Y'
                   perform find-onboarding
               end-if
           end-perform.
      *-----------------------------------------------------------------
       find-onboarding.
           move 'N' to ws-ev-onboard(ws-event-idx).
           perform varying ws-onb-idx from 1 by 1
               until ws-onb-idx is greater than ws-onb-count
               if ws-onb-user(ws-onb-idx) is equal to
                   ws-ev-user(ws-event-idx)
                   move ws-onb-status(ws-onb-idx)
                       to ws-ev-onboard(ws-event-idx)
                   exit perform
               end-if
           end-perform.
           if ws-ev-onboard(ws-event-idx) is not equal to 'A'
               move ws-ev-server(ws-event-idx) to ws-a-server
               perform find-server
               add 1 to ws-srv-unacked(ws-server-idx)
           end-if.
      *-----------------------------------------------------------------
      *YYYYMMDDHHMMSS to seconds since the epoch - the same
      *integer-of-date arithmetic rv-mtta-report uses.
       stamp-to-secs.
           compute ws-epoch-base =
               function integer-of-date(19700101).
           compute ws-stamp-secs =
               (function integer-of-date(
                   function numval(ws-stamp-wk(1:8)))
                   - ws-epoch-base) * 86400
               + function numval(ws-stamp-wk(9:2)) * 3600
               + function numval(ws-stamp-wk(11:2)) * 60
               + function numval(ws-stamp-wk(13:2)).
      *-----------------------------------------------------------------
       write-report.
           move spaces to ws-report-name.
           string "members." delimited by size
               ws-month delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           open output fs-report.
           move spaces to ws-work-line.
           string "Server membership movement report, "
               delimited by size
               ws-month delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           if ws-server-count is equal to zero
               move "No joins or leaves on the audit trail this"
                   & " month." to ws-work-line
               perform emit-line
           end-if.
           perform varying ws-server-idx from 1 by 1
               until ws-server-idx is greater than ws-server-count
               perform write-server-section
           end-perform.
           move spaces to ws-work-line.
           perform emit-line.
           move ws-total-joins to ws-joins-disp.
           move ws-total-leaves to ws-leaves-disp.
           compute ws-net-change = ws-total-joins - ws-total-leaves.
           move ws-net-change to ws-net-disp.
           move spaces to ws-work-line.
           string "All servers - joined " delimited by size
               function trim(ws-joins-disp) delimited by size
               ", left " delimited by size
               function trim(ws-leaves-disp) delimited by size
               ", net change " delimited by size
               function trim(ws-net-disp) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           if ws-skipped-count is greater than zero
               move ws-skipped-count to ws-count-disp
               move spaces to ws-work-line
               string "NOT COUNTED: " delimited by size
                   function trim(ws-count-disp) delimited by size
                   " event(s) past this run's 4000-event cap"
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
           close fs-report.
      *-----------------------------------------------------------------
       write-server-section.
           move ws-srv-id(ws-server-idx) to ws-server-label.
           move spaces to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           string "Server " delimited by size
               ws-server-label delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           compute ws-net-change = ws-srv-joins(ws-server-idx)
               - ws-srv-leaves(ws-server-idx).
           move ws-net-change to ws-net-disp.
           move ws-srv-joins(ws-server-idx) to ws-joins-disp.
           move ws-srv-leaves(ws-server-idx) to ws-leaves-disp.
           move spaces to ws-work-line.
           string "  Joined " delimited by size
               ws-joins-disp delimited by size
               "   Left " delimited by size
               ws-leaves-disp delimited by size
               "   Net change " delimited by size
               ws-net-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "  Joiners:" to ws-work-line.
           perform emit-line.
           move 'J' to ws-list-kind.
           perform list-movements.
           move "  Leavers:" to ws-work-line.
           perform emit-line.
           move 'L' to ws-list-kind.
           perform list-movements.
           move ws-srv-quick(ws-server-idx) to ws-count-disp.
           move spaces to ws-work-line.
           string "  Joined and left within 7 days: " delimited by size
               function trim(ws-count-disp) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move zero to ws-listed-count.
           perform varying ws-event-idx from 1 by 1
               until ws-event-idx is greater than ws-event-count
               if ws-ev-server(ws-event-idx) is equal to
                   ws-server-label
                   and ws-ev-kind(ws-event-idx) is equal to 'J'
                   and ws-ev-quick(ws-event-idx) is equal to 'Y'
                   perform emit-quick-line
               end-if
           end-perform.
           perform emit-none-if-empty.
           move ws-srv-unacked(ws-server-idx) to ws-count-disp.
           move spaces to ws-work-line.
           string "  Joined with no rules acknowledgement on record: "
                   delimited by size
               function trim(ws-count-disp) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move zero to ws-listed-count.
           perform varying ws-event-idx from 1 by 1
               until ws-event-idx is greater than ws-event-count
               if ws-ev-server(ws-event-idx) is equal to
                   ws-server-label
                   and ws-ev-kind(ws-event-idx) is equal to 'J'
                   and ws-ev-in-month(ws-event-idx) is equal to 'Y'
                   and ws-ev-onboard(ws-event-idx) is not equal to 'A'
                   perform emit-unacked-line
               end-if
           end-perform.
           perform emit-none-if-empty.
      *-----------------------------------------------------------------
      *ws-list-kind is the kind being listed, J or L.
       list-movements.
           move zero to ws-listed-count.
           perform varying ws-event-idx from 1 by 1
               until ws-event-idx is greater than ws-event-count
               if ws-ev-server(ws-event-idx) is equal to
                   ws-server-label
                   and ws-ev-kind(ws-event-idx) is equal to
                       ws-list-kind
                   and ws-ev-in-month(ws-event-idx) is equal to 'Y'
                   perform emit-movement-line
               end-if
           end-perform.
           perform emit-none-if-empty.
      *-----------------------------------------------------------------
       emit-movement-line.
           add 1 to ws-listed-count.
           perform resolve-member-name.
           move ws-ev-stamp(ws-event-idx) to ws-stamp-wk.
           perform format-stamp.
           move spaces to ws-work-line.
           string "    " delimited by size
               ws-stamp-disp delimited by size
               "  " delimited by size
               ws-member-name delimited by size
               " " delimited by size
               ws-ev-user(ws-event-idx) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-quick-line.
           add 1 to ws-listed-count.
           perform resolve-member-name.
           move ws-ev-left-stamp(ws-event-idx) to ws-stamp-wk.
           perform format-stamp.
           move ws-stamp-disp to ws-left-disp.
           move ws-ev-stamp(ws-event-idx) to ws-stamp-wk.
           perform format-stamp.
           move spaces to ws-work-line.
           string "    " delimited by size
               ws-member-name delimited by size
               " " delimited by size
               ws-ev-user(ws-event-idx) delimited by size
               "  joined " delimited by size
               ws-stamp-disp delimited by size
               "  left " delimited by size
               ws-left-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-unacked-line.
           add 1 to ws-listed-count.
           perform resolve-member-name.
           move spaces to ws-work-line.
           string "    " delimited by size
               ws-member-name delimited by size
               " " delimited by size
               ws-ev-user(ws-event-idx) delimited by size
               into ws-work-line
           end-string.
           if ws-ev-onboard(ws-event-idx) is equal to 'O'
               move "  acknowledgement outstanding"
                   to ws-work-line(65:)
           else
               move "  no onboarding record" to ws-work-line(65:)
           end-if.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-none-if-empty.
           if ws-listed-count is equal to zero
               move "    (none)" to ws-work-line
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
       format-stamp.
           move spaces to ws-stamp-disp.
           string ws-stamp-wk(1:4) "-" ws-stamp-wk(5:2) "-"
               ws-stamp-wk(7:2) " " ws-stamp-wk(9:2) ":"
               ws-stamp-wk(11:2)
               delimited by size into ws-stamp-disp
           end-string.
      *-----------------------------------------------------------------
       resolve-member-name.
           move ws-ev-user(ws-event-idx) to fs-udir-user-id.
           read fd-udir
               invalid key
                   move "(unknown)" to ws-member-name
               not invalid key
                   move fs-udir-name to ws-member-name
           end-read.
      *-----------------------------------------------------------------
      *One row per join or leave in the month. Names lose any commas
      *so the columns stay put.
       write-csv.
           move spaces to ws-csv-name.
           string "members." delimited by size
               ws-month delimited by size
               ".csv" delimited by size
               into ws-csv-name
           end-string.
           open output fs-csv.
           move "server,user_id,name,event,stamp,left_within_7_days,"
               & "onboarding" to ws-csv-work.
           write fs-csv-line from ws-csv-work end-write.
           perform varying ws-event-idx from 1 by 1
               until ws-event-idx is greater than ws-event-count
               if ws-ev-in-month(ws-event-idx) is equal to 'Y'
                   perform emit-csv-row
               end-if
           end-perform.
           close fs-csv.
      *-----------------------------------------------------------------
       emit-csv-row.
           perform resolve-member-name.
           inspect ws-member-name replacing all "," by space.
           move spaces to ws-csv-onboard.
           if ws-ev-kind(ws-event-idx) is equal to 'J'
               move "join" to ws-csv-event
               evaluate ws-ev-onboard(ws-event-idx)
                   when 'A'
                       move "ACKNOWLEDGED" to ws-csv-onboard
                   when 'O'
                       move "OUTSTANDING" to ws-csv-onboard
                   when other
                       move "NONE" to ws-csv-onboard
               end-evaluate
           else
               move "leave" to ws-csv-event
           end-if.
           move spaces to ws-csv-work.
           string
               function trim(ws-ev-server(ws-event-idx))
                   delimited by size
               "," delimited by size
               ws-ev-user(ws-event-idx) delimited by space
               "," delimited by size
               function trim(ws-member-name) delimited by size
               "," delimited by size
               ws-csv-event delimited by space
               "," delimited by size
               ws-ev-stamp(ws-event-idx) delimited by size
               "," delimited by size
               ws-ev-quick(ws-event-idx) delimited by size
               "," delimited by size
               ws-csv-onboard delimited by space
               into ws-csv-work
           end-string.
           write fs-csv-line from ws-csv-work end-write.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-member-report.

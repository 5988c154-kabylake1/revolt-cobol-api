       copy "cabi.cpy".
      ******************************************************************
      *Calendar feeds - the dates in schedule.txt, the duty roster and
      *the change calendar rendered as standard iCalendar (.ics)
      *files, so staff subscribe once in Outlook and see them next
      *to their own meetings instead of only when the bot posts.
      *Run standalone from the overnight schedule:
      *    rv-ics-feeds [YYYYMMDD] [directory]
      *The feeds cover the 60 days from that date (default today)
      *and are written into the directory (default "ics") the web
      *server publishes - each file is written beside its old copy
      *and renamed over it, so a subscriber never pulls half a feed.
      *  announce-<channel>.ics - one event per scheduled
      *      announcement into that channel, worked out the way
      *      rv-run-schedule (tick.cbl) will fire it: day
      *      expressions (MON..SUN, *, FBD, LBD), the entry's
      *      tzones.txt zone with its summer/winter offset, and
      *      holidays.txt - SKIP drops the day, SHIFT moves it to the
      *      next business day. The wording is the templates.txt text.
      *  oncall-<user>.ics - one event per continuous spell on duty,
      *      resolved minute for minute the way rv-roster-lookup
      *      (roster.cbl) names the duty officer: rosteroverride.txt
      *      first (last match wins), then the roster.txt pattern.
      *  changes-<system>.ics - one all-day event per change request
      *      in changecal.dat (change.cbl) still live, pending ones
      *      marked as such, conflicts flagged.
      *A shift or change that falls on a holidays.txt date says so
      *in its description. Times go out in UTC, converted from the
      *server clock with the offset the clock reports at run time,
      *so every subscriber's client shows them in local time. User
      *and channel ids are lower-cased in the file names. Names come
      *off userdir.dat; no API session needed.
       identification division.
       program-id. rv-ics-feeds.
       environment division.
       input-output section.
       file-control.
           select optional fs-schedule assign to "schedule.txt"
           organization is line sequential.
           select optional fs-templates assign to "templates.txt"
           organization is line sequential.
           select optional fs-holidays assign to "holidays.txt"
           organization is line sequential.
           select optional fs-tzones assign to "tzones.txt"
           organization is line sequential.
           select optional fs-roster assign to "roster.txt"
           organization is line sequential.
           select optional fs-override assign to "rosteroverride.txt"
           organization is line sequential.
           select optional fd-calendar assign to "changecal.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-cal-key
           alternate record key is fs-cal-cr.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is random
           record key is fs-udir-user-id.
       data division.
       file section.
       fd  fs-schedule.
       01  fs-schedule-line pic x(140).
       fd  fs-templates.
       01  fs-template-line pic x(300).
       fd  fs-holidays.
       01  fs-holiday-line pic x(80).
       fd  fs-tzones.
       01  fs-tzone-line pic x(48).
       fd  fs-roster.
       01  fs-roster-line pic x(48).
       fd  fs-override.
       01  fs-override-line pic x(48).
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
       fd  fd-udir.
       01  fs-udir-rec.
           02 fs-udir-user-id pic x(26).
           02 fs-udir-name pic x(32).
       working-storage section.
       01  ws-cmdline pic x(160).
       01  ws-arg-1 pic x(16).
       01  ws-arg-2 pic x(120).
       01  ws-feed-dir pic x(120).
       01  ws-first-int picture 9(8).
       01  ws-last-int picture 9(8).
       01  ws-scan-int picture 9(8).
       01  ws-day-int picture 9(8).
       01  ws-first-date picture 9(8).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-field-1 pic x(26).
       01  ws-field-2 pic x(8).
       01  ws-field-3 pic x(8).
       01  ws-field-4 pic x(26).
       01  ws-parse-ptr picture 9(8).
      *integer-of-date remainder 1 is MON ... 0 is SUN, as in
      *rv-run-schedule.
       01  ws-dow-names pic x(21) value "SUNMONTUEWEDTHUFRISAT".
       01  ws-dow-rem picture 9(8).
       01  ws-dow-idx picture 9(4).
      *The server clock's offset from UTC, minutes east.
       01  ws-now-stamp pic x(21).
       01  ws-srv-offset-mins picture s9(8) value zero.
       01  ws-run-utc pic x(16).
      *Holidays, with their mode and text.
       01  ws-hol-count picture 9(4) value zero.
       01  ws-hol-idx picture 9(4).
       01  ws-holidays occurs 64 times.
           02 ws-hol-date pic x(8).
           02 ws-hol-mode pic x(5).
           02 ws-hol-text pic x(60).
      *Zones, as rv-run-schedule loads them.
       01  ws-tz-count picture 9(4) value zero.
       01  ws-tz-idx picture 9(4).
       01  ws-tzones occurs 8 times.
           02 ws-tz-name pic x(8).
           02 ws-tz-std-mins picture s9(8).
           02 ws-tz-dst-mins picture s9(8).
       01  ws-tz-field-1 pic x(8).
       01  ws-tz-field-2 pic x(8).
       01  ws-tz-field-3 pic x(8).
       01  ws-offset-mins picture s9(8).
       01  ws-dst-year picture 9(4).
       01  ws-dst-start picture 9(8).
       01  ws-dst-end picture 9(8).
       01  ws-dst-int picture 9(8).
      *Templates, for the announcement wording.
       01  ws-tpl-count picture 9(4) value zero.
       01  ws-tpl-idx picture 9(4).
       01  ws-templates occurs 200 times.
           02 ws-tpl-key pic x(16).
           02 ws-tpl-text pic x(120).
      *Schedule entries.
       01  ws-entry-count picture 9(4) value zero.
       01  ws-entry-idx picture 9(4).
       01  ws-entries occurs 32 times.
           02 ws-entry-time pic x(5).
           02 ws-entry-dow pic x(3).
           02 ws-entry-channel pic x(26).
           02 ws-entry-template pic x(16).
           02 ws-entry-zone pic x(8).
       01  ws-entry-mins picture 9(4).
      *The roster pattern and the dated overrides, times as minutes.
       01  ws-rst-count picture 9(4) value zero.
       01  ws-rst-idx picture 9(4).
       01  ws-rst-lines occurs 200 times.
           02 ws-rst-user pic x(26).
           02 ws-rst-dow pic x(3).
           02 ws-rst-start picture 9(4).
           02 ws-rst-end picture 9(4).
       01  ws-ovr-count picture 9(4) value zero.
       01  ws-ovr-idx picture 9(4).
       01  ws-ovr-lines occurs 500 times.
           02 ws-ovr-date pic x(8).
           02 ws-ovr-user pic x(26).
           02 ws-ovr-start picture 9(4).
           02 ws-ovr-end picture 9(4).
       01  ws-hhmm-wk pic x(8).
       01  ws-mins-wk picture 9(4).
      *Day classification scratch.
       01  ws-probe-date pic x(8).
       01  ws-probe-dow pic x(3).
       01  ws-probe-prior pic x(8).
       01  ws-probe-prior-dow pic x(3).
       01  ws-probe-min picture 9(4).
       01  ws-probe-hol picture 9(4).
       01  ws-biz-int picture 9(8).
       01  ws-biz-date picture 9(8).
       01  ws-biz-flag pic x.
           88 ws-is-business-day value 'Y'.
       01  ws-walk-int picture 9(8).
       01  ws-walk-date picture 9(8).
       01  ws-month-wk pic x(6).
       01  ws-day-match pic x.
           88 ws-entry-day-matches value 'Y'.
       01  ws-fire-int picture 9(8).
      *Day cutting for the shift feed, as rv-callout-report.
       01  ws-day-date pic x(8).
       01  ws-bound-count picture 9(4).
       01  ws-bound-idx picture 9(4).
       01  ws-bound-jdx picture 9(4).
       01  ws-bounds picture 9(4) occurs 1500 times.
       01  ws-seg-start picture 9(4).
       01  ws-duty-id pic x(26).
       01  ws-cur-user pic x(26).
       01  ws-cur-date picture 9(8).
       01  ws-cur-min picture 9(4).
       01  ws-person-name pic x(32).
       01  ws-spell-hol picture 9(4).
      *Server-clock moment to UTC stamp.
       01  ws-cv-date picture 9(8).
       01  ws-cv-mins picture s9(8).
       01  ws-cv-stamp pic x(16).
       01  ws-epoch-base picture 9(8).
       01  ws-cv-secs picture s9(12).
       01  ws-cv-days picture 9(8).
       01  ws-cv-rem picture 9(8).
       01  ws-cv-out-date picture 9(8).
       01  ws-cv-hh picture 99.
       01  ws-cv-mi picture 99.
      *The feeds - kind A(nnounce), O(ncall) or C(hanges) plus the
      *channel, user or system they are for.
       01  ws-fd-count picture 9(4) value zero.
       01  ws-fd-idx picture 9(4).
       01  ws-fd-dropped picture 9(6) value zero.
       01  ws-feeds occurs 300 times.
           02 ws-fd-kind pic x.
           02 ws-fd-key pic x(32).
           02 ws-fd-title pic x(60).
       01  ws-find-kind pic x.
       01  ws-find-key pic x(32).
       01  ws-find-title pic x(60).
      *The events, every feed's together.
       01  ws-ev-count picture 9(4) value zero.
       01  ws-ev-idx picture 9(4).
       01  ws-ev-dropped picture 9(6) value zero.
       01  ws-events occurs 4000 times.
           02 ws-ev-feed picture 9(4).
           02 ws-ev-allday pic x.
           02 ws-ev-start pic x(16).
           02 ws-ev-end pic x(16).
           02 ws-ev-uid pic x(80).
           02 ws-ev-summary pic x(160).
           02 ws-ev-desc pic x(240).
       01  ws-new-allday pic x.
       01  ws-new-start pic x(16).
       01  ws-new-end pic x(16).
       01  ws-new-uid pic x(80).
       01  ws-new-summary pic x(160).
       01  ws-new-desc pic x(240).
      *Text escaping and the writer.
       01  ws-esc-in pic x(160).
       01  ws-esc-out pic x(240).
       01  ws-esc-idx picture 9(4).
       01  ws-esc-len picture 9(4).
       01  ws-esc-pos picture 9(4).
       01  ws-slug pic x(32).
       01  ws-slug-idx picture 9(4).
       01  ws-feed-name pic x(200).
       01  ws-feed-tmp-name pic x(200).
       01  ws-feed-events picture 9(6).
       01  ws-work-line pic x(400).
       01  ws-line-len picture 9(4).
       01  ws-line-pos picture 9(4).
       01  ws-chunk-len picture 9(4).
      *iCalendar wants CRLF line ends, which a line sequential file
      *won't carry - the feed goes out through the byte-stream file
      *routines, as rv-fetch-attachments (api.cbl) writes its files.
       01  ws-feed-out pic x(80).
       01  ws-out-len picture 9(4).
       01  ws-zpath pic x(200).
       01  ws-zpath-len picture 9(4).
       01  ws-access-mode pic x comp-x value 2.
       01  ws-deny-mode pic x comp-x value 0.
       01  ws-device pic x comp-x value 0.
       01  ws-file-handle pic x(4) comp-x.
       01  ws-file-offset pic x(8) comp-x.
       01  ws-write-count pic x(4) comp-x.
       01  ws-write-flags pic x comp-x value 0.
       01  ws-cr-num picture z(5)9.
       01  ws-ticket-disp picture z(5)9.
       01  ws-count-disp picture zzz9.
       01  ws-ev-disp picture zzzzz9.
       procedure division.
           perform resolve-window.
           perform load-clock-offset.
           perform load-holidays.
           perform load-tzones.
           perform load-templates.
           perform load-schedule.
           perform load-roster.
           perform load-overrides.
           perform build-announcements.
           perform build-shifts.
           perform build-changes.
           if ws-fd-count is equal to zero
               display "No announcements, shifts or changes in the "
                   "60 days from " ws-first-date
                   " - nothing to publish" end-display
               stop run
           end-if.
           call "CBL_CREATE_DIR" using ws-feed-dir end-call.
           perform varying ws-fd-idx from 1 by 1
               until ws-fd-idx is greater than ws-fd-count
               perform write-feed
           end-perform.
           move ws-fd-count to ws-count-disp.
           move ws-ev-count to ws-ev-disp.
           display function trim(ws-count-disp) " calendar feed(s), "
               function trim(ws-ev-disp) " event(s), written to "
               function trim(ws-feed-dir) end-display.
           if ws-fd-dropped is greater than zero
               or ws-ev-dropped is greater than zero
               display "Feed or event table full - "
                   ws-fd-dropped " feed(s) and " ws-ev-dropped
                   " event(s) left out" end-display
           end-if.
           stop run.
      *-----------------------------------------------------------------
      *Start date and output directory off the command line. The
      *announcement scan starts a week early so a SHIFT holiday just
      *before the window still carries its make-up day into it.
       resolve-window.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1, ws-arg-2.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1 ws-arg-2
           end-unstring.
           if ws-arg-1(1:8) is numeric
               move ws-arg-1(1:8) to ws-first-date
           else
               move function current-date(1:8) to ws-first-date
           end-if.
           move "ics" to ws-feed-dir.
           if ws-arg-2 is not equal to spaces
               move ws-arg-2 to ws-feed-dir
           end-if.
           compute ws-first-int =
               function integer-of-date(ws-first-date).
           compute ws-last-int = ws-first-int + 59.
           compute ws-scan-int = ws-first-int - 7.
           compute ws-epoch-base =
               function integer-of-date(19700101).
      *-----------------------------------------------------------------
      *current-date carries the clock's offset from UTC in
      *positions 17-21 ("+hhmm"); a clock that reports none is taken
      *to be UTC.
       load-clock-offset.
           move function current-date to ws-now-stamp.
           move zero to ws-srv-offset-mins.
           if (ws-now-stamp(17:1) is equal to '+'
               or ws-now-stamp(17:1) is equal to '-')
               and ws-now-stamp(18:4) is numeric
               compute ws-srv-offset-mins =
                   function numval(ws-now-stamp(18:2)) * 60
                   + function numval(ws-now-stamp(20:2))
               if ws-now-stamp(17:1) is equal to '-'
                   compute ws-srv-offset-mins =
                       0 - ws-srv-offset-mins
               end-if
           end-if.
           move function numval(ws-now-stamp(1:8)) to ws-cv-date.
           compute ws-cv-mins =
               function numval(ws-now-stamp(9:2)) * 60
               + function numval(ws-now-stamp(11:2)).
           perform make-utc-stamp.
           move ws-cv-stamp to ws-run-utc.
      *-----------------------------------------------------------------
       load-holidays.
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
                           initialize ws-holidays(ws-hol-count)
                           unstring fs-holiday-line delimited by ","
                               into ws-hol-date(ws-hol-count)
                                    ws-hol-mode(ws-hol-count)
                                    ws-hol-text(ws-hol-count)
                           end-unstring
                       end-if
               end-read
           end-perform.
           close fs-holidays.
      *-----------------------------------------------------------------
       load-tzones.
           move 'N' to ws-eof.
           open input sharing with all fs-tzones.
           perform until ws-at-eof
               read fs-tzones
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-tzone-line(1:1) is not equal to space
                           and fs-tzone-line(1:1) is not equal
                               to '*'
                           and ws-tz-count is less than 8
                           perform take-tzone-line
                       end-if
               end-read
           end-perform.
           close fs-tzones.
      *-----------------------------------------------------------------
       take-tzone-line.
           add 1 to ws-tz-count.
           move spaces to ws-tz-field-1 ws-tz-field-2 ws-tz-field-3.
           unstring fs-tzone-line delimited by ","
               into ws-tz-field-1 ws-tz-field-2 ws-tz-field-3
           end-unstring.
           move ws-tz-field-1 to ws-tz-name(ws-tz-count).
           move zero to ws-tz-std-mins(ws-tz-count).
           move zero to ws-tz-dst-mins(ws-tz-count).
           if ws-tz-field-2 is not equal to spaces
               compute ws-tz-std-mins(ws-tz-count) =
                   function numval(ws-tz-field-2)
           end-if.
           if ws-tz-field-3 is not equal to spaces
               compute ws-tz-dst-mins(ws-tz-count) =
                   function numval(ws-tz-field-3)
           end-if.
      *-----------------------------------------------------------------
      *"KEY=text", the same file rv-load-tables reads.
       load-templates.
           move 'N' to ws-eof.
           open input sharing with all fs-templates.
           perform until ws-at-eof
               read fs-templates
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-template-line(1:1) is not equal to space
                           and fs-template-line(1:1) is not equal
                               to '*'
                           and ws-tpl-count is less than 200
                           add 1 to ws-tpl-count
                           initialize ws-templates(ws-tpl-count)
                           move 1 to ws-parse-ptr
                           unstring fs-template-line delimited by "="
                               into ws-tpl-key(ws-tpl-count)
                               with pointer ws-parse-ptr
                           end-unstring
                           if ws-parse-ptr is less than
                               length of fs-template-line
                               move fs-template-line(ws-parse-ptr:)
                                   to ws-tpl-text(ws-tpl-count)
                           end-if
                       end-if
               end-read
           end-perform.
           close fs-templates.
      *-----------------------------------------------------------------
       load-schedule.
           move 'N' to ws-eof.
           open input sharing with all fs-schedule.
           perform until ws-at-eof
               read fs-schedule
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-schedule-line(1:1) is not equal to space
                           and fs-schedule-line(1:1) is not equal
                               to '*'
                           and ws-entry-count is less than 32
                           add 1 to ws-entry-count
                           initialize ws-entries(ws-entry-count)
                           unstring fs-schedule-line delimited by ","
                               into ws-entry-time(ws-entry-count)
                                    ws-entry-dow(ws-entry-count)
                                    ws-entry-channel(ws-entry-count)
                                    ws-entry-template(ws-entry-count)
                                    ws-entry-zone(ws-entry-count)
                           end-unstring
                       end-if
               end-read
           end-perform.
           close fs-schedule.
      *-----------------------------------------------------------------
       load-roster.
           move 'N' to ws-eof.
           open input sharing with all fs-roster.
           perform until ws-at-eof
               read fs-roster
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-roster-line(1:1) is not equal to space
                           and fs-roster-line(1:1) is not equal
                               to '*'
                           and ws-rst-count is less than 200
                           perform take-roster-line
                       end-if
               end-read
           end-perform.
           close fs-roster.
      *-----------------------------------------------------------------
       take-roster-line.
           move spaces to ws-field-1, ws-field-2, ws-field-3,
               ws-field-4.
           unstring fs-roster-line delimited by ","
               into ws-field-1 ws-field-4 ws-field-2 ws-field-3
           end-unstring.
           add 1 to ws-rst-count.
           move ws-field-1 to ws-rst-user(ws-rst-count).
           move ws-field-4(1:3) to ws-rst-dow(ws-rst-count).
           move ws-field-2 to ws-hhmm-wk.
           perform hhmm-to-mins.
           move ws-mins-wk to ws-rst-start(ws-rst-count).
           move ws-field-3 to ws-hhmm-wk.
           perform hhmm-to-mins.
           move ws-mins-wk to ws-rst-end(ws-rst-count).
      *-----------------------------------------------------------------
       load-overrides.
           move 'N' to ws-eof.
           open input sharing with all fs-override.
           perform until ws-at-eof
               read fs-override
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-override-line(1:1) is not equal to space
                           and fs-override-line(1:1) is not equal
                               to '*'
                           and ws-ovr-count is less than 500
                           perform take-override-line
                       end-if
               end-read
           end-perform.
           close fs-override.
      *-----------------------------------------------------------------
       take-override-line.
           move spaces to ws-field-1, ws-field-2, ws-field-3,
               ws-field-4.
           unstring fs-override-line delimited by ","
               into ws-field-4 ws-field-2 ws-field-3 ws-field-1
           end-unstring.
           add 1 to ws-ovr-count.
           move ws-field-4(1:8) to ws-ovr-date(ws-ovr-count).
           move ws-field-1 to ws-ovr-user(ws-ovr-count).
           move ws-field-2 to ws-hhmm-wk.
           perform hhmm-to-mins.
           move ws-mins-wk to ws-ovr-start(ws-ovr-count).
           move ws-field-3 to ws-hhmm-wk.
           perform hhmm-to-mins.
           move ws-mins-wk to ws-ovr-end(ws-ovr-count).
      *-----------------------------------------------------------------
      *"HH:MM" to minutes from midnight; anything unreadable is 0.
       hhmm-to-mins.
           move zero to ws-mins-wk.
           if ws-hhmm-wk(1:2) is numeric
               and ws-hhmm-wk(4:2) is numeric
               compute ws-mins-wk =
                   function numval(ws-hhmm-wk(1:2)) * 60
                   + function numval(ws-hhmm-wk(4:2))
           end-if.
      *-----------------------------------------------------------------
      *Every schedule entry against every day of the scan - a fire
      *lands on the day itself or, for a SHIFT holiday, on the next
      *business day; only fires inside the window are published.
       build-announcements.
           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx is greater than ws-entry-count
               move ws-entry-time(ws-entry-idx) to ws-hhmm-wk
               perform hhmm-to-mins
               move ws-mins-wk to ws-entry-mins
               perform varying ws-day-int from ws-scan-int by 1
                   until ws-day-int is greater than ws-last-int
                   perform consider-entry-day
               end-perform
           end-perform.
      *-----------------------------------------------------------------
       consider-entry-day.
           move function date-of-integer(ws-day-int) to ws-cv-date.
           move ws-cv-date to ws-probe-date.
           perform classify-day.
           perform match-entry-day.
           if not ws-entry-day-matches
               exit paragraph
           end-if.
           move ws-day-int to ws-fire-int.
           if ws-probe-hol is not equal to zero
               if ws-hol-mode(ws-probe-hol) is not equal to "SHIFT"
                   exit paragraph
               end-if
               perform find-next-business-day
           end-if.
           if ws-fire-int is less than ws-first-int
               or ws-fire-int is greater than ws-last-int
               exit paragraph
           end-if.
           perform add-announcement.
      *-----------------------------------------------------------------
      *The first business day after ws-day-int (a fortnight's
      *search is plenty for any real holiday run).
       find-next-business-day.
           move ws-day-int to ws-fire-int.
           perform 14 times
               add 1 to ws-fire-int
               move ws-fire-int to ws-biz-int
               perform check-business-day
               if ws-is-business-day
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *ws-probe-date's day of week, the day before, and the holiday
      *it is (ws-probe-hol, zero for none).
       classify-day.
           compute ws-dow-rem = function rem(
               function integer-of-date(
                   function numval(ws-probe-date)) 7).
           compute ws-dow-idx = ws-dow-rem * 3 + 1.
           move ws-dow-names(ws-dow-idx:3) to ws-probe-dow.
           move zero to ws-probe-hol.
           perform varying ws-hol-idx from 1 by 1
               until ws-hol-idx is greater than ws-hol-count
               if ws-hol-date(ws-hol-idx) is equal to ws-probe-date
                   move ws-hol-idx to ws-probe-hol
                   exit perform
               end-if
           end-perform.
           compute ws-dow-rem = function rem(
               function integer-of-date(
                   function numval(ws-probe-date)) - 1 7).
           compute ws-dow-idx = ws-dow-rem * 3 + 1.
           move ws-dow-names(ws-dow-idx:3) to ws-probe-prior-dow.
           move function date-of-integer(function integer-of-date(
               function numval(ws-probe-date)) - 1)
               to ws-probe-prior.
      *-----------------------------------------------------------------
      *Business day = not SAT/SUN and not a holiday, whatever its
      *mode - rv-run-schedule's rule.
       check-business-day.
           move 'Y' to ws-biz-flag.
           compute ws-dow-rem = function rem(ws-biz-int 7).
           if ws-dow-rem is equal to 6 or ws-dow-rem is equal to 0
               move 'N' to ws-biz-flag
               exit paragraph
           end-if.
           move function date-of-integer(ws-biz-int) to ws-biz-date.
           perform varying ws-hol-idx from 1 by 1
               until ws-hol-idx is greater than ws-hol-count
               if ws-hol-date(ws-hol-idx) is equal to ws-biz-date
                   move 'N' to ws-biz-flag
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       match-entry-day.
           move 'N' to ws-day-match.
           evaluate ws-entry-dow(ws-entry-idx)
               when "*  "
                   move 'Y' to ws-day-match
               when "FBD"
                   perform check-first-business-day
               when "LBD"
                   perform check-last-business-day
               when other
                   if ws-entry-dow(ws-entry-idx) is equal to
                       ws-probe-dow
                       move 'Y' to ws-day-match
                   end-if
           end-evaluate.
      *-----------------------------------------------------------------
      *The day is a business day and no earlier day of its month is.
       check-first-business-day.
           move ws-day-int to ws-biz-int.
           perform check-business-day.
           if not ws-is-business-day
               exit paragraph
           end-if.
           move ws-probe-date(1:6) to ws-month-wk.
           move 'Y' to ws-day-match.
           compute ws-walk-int = ws-day-int - 1.
           move function date-of-integer(ws-walk-int) to ws-walk-date.
           perform until ws-walk-date(1:6) is not equal to ws-month-wk
               move ws-walk-int to ws-biz-int
               perform check-business-day
               if ws-is-business-day
                   move 'N' to ws-day-match
                   exit perform
               end-if
               subtract 1 from ws-walk-int
               move function date-of-integer(ws-walk-int)
                   to ws-walk-date
           end-perform.
      *-----------------------------------------------------------------
      *The day is a business day and no later day of its month is.
       check-last-business-day.
           move ws-day-int to ws-biz-int.
           perform check-business-day.
           if not ws-is-business-day
               exit paragraph
           end-if.
           move ws-probe-date(1:6) to ws-month-wk.
           move 'Y' to ws-day-match.
           compute ws-walk-int = ws-day-int + 1.
           move function date-of-integer(ws-walk-int) to ws-walk-date.
           perform until ws-walk-date(1:6) is not equal to ws-month-wk
               move ws-walk-int to ws-biz-int
               perform check-business-day
               if ws-is-business-day
                   move 'N' to ws-day-match
                   exit perform
               end-if
               add 1 to ws-walk-int
               move function date-of-integer(ws-walk-int)
                   to ws-walk-date
           end-perform.
      *-----------------------------------------------------------------
      *The entry fires at its time on the zone's wall clock - back to
      *the server clock by the zone's offset for that date, then to
      *UTC. A quarter-hour slot is enough to show in a calendar.
       add-announcement.
           move function date-of-integer(ws-fire-int) to ws-cv-date.
           perform pick-zone-offset.
           compute ws-cv-mins = ws-entry-mins - ws-offset-mins.
           perform make-utc-stamp.
           move ws-cv-stamp to ws-new-start.
           add 15 to ws-cv-mins.
           perform make-utc-stamp.
           move ws-cv-stamp to ws-new-end.
           move 'N' to ws-new-allday.
           move spaces to ws-new-uid.
           string "ann-" delimited by size
               function lower-case(ws-entry-channel(ws-entry-idx))
                   delimited by space
               "-" delimited by size
               function lower-case(ws-entry-template(ws-entry-idx))
                   delimited by space
               "-" delimited by size
               ws-new-start delimited by size
               "@revolt-bot" delimited by size
               into ws-new-uid
           end-string.
           move spaces to ws-esc-in.
           if ws-entry-template(ws-entry-idx) is equal to "HANDOVER"
               move "Shift handover summary" to ws-esc-in
           else
               move ws-entry-template(ws-entry-idx) to ws-esc-in
               perform varying ws-tpl-idx from 1 by 1
                   until ws-tpl-idx is greater than ws-tpl-count
                   if ws-tpl-key(ws-tpl-idx) is equal to
                       ws-entry-template(ws-entry-idx)
                       move ws-tpl-text(ws-tpl-idx) to ws-esc-in
                       exit perform
                   end-if
               end-perform
           end-if.
           perform escape-text.
           move ws-esc-out to ws-new-summary.
           move spaces to ws-esc-in.
           string "Scheduled announcement " delimited by size
               function trim(ws-entry-template(ws-entry-idx))
                   delimited by size
               " into channel " delimited by size
               function trim(ws-entry-channel(ws-entry-idx))
                   delimited by size
               into ws-esc-in
           end-string.
           perform escape-text.
           move ws-esc-out to ws-new-desc.
           move 'A' to ws-find-kind.
           move ws-entry-channel(ws-entry-idx) to ws-find-key.
           move spaces to ws-find-title.
           string "Announcements - " delimited by size
               ws-entry-channel(ws-entry-idx) delimited by space
               into ws-find-title
           end-string.
           perform find-feed.
           perform add-event.
      *-----------------------------------------------------------------
      *The entry zone's offset on ws-cv-date - the summer row
      *between the last Sundays of March and October, from 01:00,
      *as rv-run-schedule decides it.
       pick-zone-offset.
           move zero to ws-offset-mins.
           if ws-entry-zone(ws-entry-idx) is equal to spaces
               exit paragraph
           end-if.
           perform varying ws-tz-idx from 1 by 1
               until ws-tz-idx is greater than ws-tz-count
               if ws-tz-name(ws-tz-idx) is equal to
                   ws-entry-zone(ws-entry-idx)
                   exit perform
               end-if
           end-perform.
           if ws-tz-idx is greater than ws-tz-count
               exit paragraph
           end-if.
           move ws-cv-date(1:4) to ws-dst-year.
           compute ws-dst-int = function integer-of-date(
               ws-dst-year * 10000 + 0331).
           perform find-prior-sunday.
           move function date-of-integer(ws-dst-int) to ws-dst-start.
           compute ws-dst-int = function integer-of-date(
               ws-dst-year * 10000 + 1031).
           perform find-prior-sunday.
           move function date-of-integer(ws-dst-int) to ws-dst-end.
           if (ws-cv-date is greater than ws-dst-start
               or (ws-cv-date is equal to ws-dst-start
                   and ws-entry-mins is not less than 60))
               and (ws-cv-date is less than ws-dst-end
                   or (ws-cv-date is equal to ws-dst-end
                       and ws-entry-mins is less than 60))
               move ws-tz-dst-mins(ws-tz-idx) to ws-offset-mins
           else
               move ws-tz-std-mins(ws-tz-idx) to ws-offset-mins
           end-if.
      *-----------------------------------------------------------------
       find-prior-sunday.
           perform until function rem(ws-dst-int 7) is equal to zero
               subtract 1 from ws-dst-int
           end-perform.
      *-----------------------------------------------------------------
      *Cut each day at every shift edge, resolve each piece's duty
      *officer, and run consecutive pieces for one person together
      *into a single spell - a night shift is one event, not two.
       build-shifts.
           if ws-rst-count is equal to zero
               and ws-ovr-count is equal to zero
               exit paragraph
           end-if.
           open input fd-udir.
           move spaces to ws-cur-user.
           perform varying ws-day-int from ws-first-int by 1
               until ws-day-int is greater than ws-last-int
               perform cut-one-day
           end-perform.
           if ws-cur-user is not equal to spaces
               compute ws-cv-date = function date-of-integer(
                   ws-last-int + 1)
               move zero to ws-seg-start
               perform close-spell
           end-if.
           close fd-udir.
      *-----------------------------------------------------------------
       cut-one-day.
           move function date-of-integer(ws-day-int) to ws-cv-date.
           move ws-cv-date to ws-day-date.
           move ws-day-date to ws-probe-date.
           perform classify-day.
           move zero to ws-bound-count.
           move zero to ws-mins-wk.
           perform add-bound.
           move 1440 to ws-mins-wk.
           perform add-bound.
           perform varying ws-rst-idx from 1 by 1
               until ws-rst-idx is greater than ws-rst-count
               move ws-rst-start(ws-rst-idx) to ws-mins-wk
               perform add-bound
               move ws-rst-end(ws-rst-idx) to ws-mins-wk
               perform add-bound
           end-perform.
           perform varying ws-ovr-idx from 1 by 1
               until ws-ovr-idx is greater than ws-ovr-count
               if ws-ovr-date(ws-ovr-idx) is equal to ws-day-date
                   or ws-ovr-date(ws-ovr-idx) is equal to
                       ws-probe-prior
                   move ws-ovr-start(ws-ovr-idx) to ws-mins-wk
                   perform add-bound
                   move ws-ovr-end(ws-ovr-idx) to ws-mins-wk
                   perform add-bound
               end-if
           end-perform.
           perform varying ws-bound-idx from 1 by 1
               until ws-bound-idx is not less than ws-bound-count
               move ws-bounds(ws-bound-idx) to ws-seg-start
               move ws-seg-start to ws-probe-min
               perform resolve-duty
               if ws-duty-id is not equal to ws-cur-user
                   if ws-cur-user is not equal to spaces
                       move function date-of-integer(ws-day-int)
                           to ws-cv-date
                       perform close-spell
                   end-if
                   move ws-duty-id to ws-cur-user
                   move function date-of-integer(ws-day-int)
                       to ws-cur-date
                   move ws-seg-start to ws-cur-min
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Kept sorted and unique as it grows, as rv-callout-report.
       add-bound.
           perform varying ws-bound-jdx from 1 by 1
               until ws-bound-jdx is greater than ws-bound-count
               if ws-bounds(ws-bound-jdx) is equal to ws-mins-wk
                   exit paragraph
               end-if
           end-perform.
           if ws-bound-count is not less than 1500
               exit paragraph
           end-if.
           add 1 to ws-bound-count.
           move ws-bound-count to ws-bound-jdx.
           perform until ws-bound-jdx is equal to 1
               or ws-bounds(ws-bound-jdx - 1) is less than ws-mins-wk
               move ws-bounds(ws-bound-jdx - 1)
                   to ws-bounds(ws-bound-jdx)
               subtract 1 from ws-bound-jdx
           end-perform.
           move ws-mins-wk to ws-bounds(ws-bound-jdx).
      *-----------------------------------------------------------------
      *Who rv-roster-lookup would name at ws-probe-min on
      *ws-probe-date - the same two passes and the same window tests.
       resolve-duty.
           move spaces to ws-duty-id.
           perform varying ws-ovr-idx from 1 by 1
               until ws-ovr-idx is greater than ws-ovr-count
               if ws-ovr-end(ws-ovr-idx) is greater than
                   ws-ovr-start(ws-ovr-idx)
                   if ws-ovr-date(ws-ovr-idx) is equal to
                       ws-probe-date
                       and ws-probe-min is not less than
                           ws-ovr-start(ws-ovr-idx)
                       and ws-probe-min is less than
                           ws-ovr-end(ws-ovr-idx)
                       move ws-ovr-user(ws-ovr-idx) to ws-duty-id
                   end-if
               else
                   if (ws-ovr-date(ws-ovr-idx) is equal to
                       ws-probe-date
                       and ws-probe-min is not less than
                           ws-ovr-start(ws-ovr-idx))
                       or (ws-ovr-date(ws-ovr-idx) is equal to
                           ws-probe-prior
                       and ws-probe-min is less than
                           ws-ovr-end(ws-ovr-idx))
                       move ws-ovr-user(ws-ovr-idx) to ws-duty-id
                   end-if
               end-if
           end-perform.
           if ws-duty-id(1:1) is not equal to space
               exit paragraph
           end-if.
           perform varying ws-rst-idx from 1 by 1
               until ws-rst-idx is greater than ws-rst-count
               or ws-duty-id(1:1) is not equal to space
               if ws-rst-end(ws-rst-idx) is greater than
                   ws-rst-start(ws-rst-idx)
                   if (ws-rst-dow(ws-rst-idx)(1:1) is equal to '*'
                       or ws-rst-dow(ws-rst-idx) is equal to
                           ws-probe-dow)
                       and ws-probe-min is not less than
                           ws-rst-start(ws-rst-idx)
                       and ws-probe-min is less than
                           ws-rst-end(ws-rst-idx)
                       move ws-rst-user(ws-rst-idx) to ws-duty-id
                   end-if
               else
                   if (ws-rst-dow(ws-rst-idx)(1:1) is equal to '*'
                       or ws-rst-dow(ws-rst-idx) is equal to
                           ws-probe-dow)
                       and ws-probe-min is not less than
                           ws-rst-start(ws-rst-idx)
                       move ws-rst-user(ws-rst-idx) to ws-duty-id
                   end-if
                   if ws-duty-id(1:1) is equal to space
                       and (ws-rst-dow(ws-rst-idx)(1:1) is equal
                           to '*'
                       or ws-rst-dow(ws-rst-idx) is equal to
                           ws-probe-prior-dow)
                       and ws-probe-min is less than
                           ws-rst-end(ws-rst-idx)
                       move ws-rst-user(ws-rst-idx) to ws-duty-id
                   end-if
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *The spell held by ws-cur-user since ws-cur-date/ws-cur-min ends
      *at ws-seg-start on ws-cv-date.
       close-spell.
           move ws-seg-start to ws-cv-mins.
           perform make-utc-stamp.
           move ws-cv-stamp to ws-new-end.
           move ws-cur-date to ws-cv-date.
           move ws-cur-min to ws-cv-mins.
           perform make-utc-stamp.
           move ws-cv-stamp to ws-new-start.
           move 'N' to ws-new-allday.
           move spaces to ws-new-uid.
           string "oncall-" delimited by size
               function lower-case(ws-cur-user) delimited by space
               "-" delimited by size
               ws-new-start delimited by size
               "@revolt-bot" delimited by size
               into ws-new-uid
           end-string.
           move ws-cur-user to fs-udir-user-id.
           read fd-udir
               invalid key move ws-cur-user to ws-person-name
               not invalid key move fs-udir-name to ws-person-name
           end-read.
           move spaces to ws-esc-in.
           string "On call - " delimited by size
               function trim(ws-person-name) delimited by size
               into ws-esc-in
           end-string.
           perform escape-text.
           move ws-esc-out to ws-new-summary.
      *The day-cutting loop is still using the probe fields, so the
      *holiday check here goes straight to the table.
           move ws-cur-date to ws-biz-date.
           move zero to ws-spell-hol.
           perform varying ws-hol-idx from 1 by 1
               until ws-hol-idx is greater than ws-hol-count
               if ws-hol-date(ws-hol-idx) is equal to ws-biz-date
                   move ws-hol-idx to ws-spell-hol
                   exit perform
               end-if
           end-perform.
           move spaces to ws-esc-in.
           if ws-spell-hol is not equal to zero
               string "Starts on a holiday: " delimited by size
                   ws-hol-date(ws-spell-hol) delimited by size
                   " " delimited by size
                   function trim(ws-hol-text(ws-spell-hol))
                       delimited by size
                   into ws-esc-in
               end-string
           end-if.
           perform escape-text.
           move ws-esc-out to ws-new-desc.
           move 'O' to ws-find-kind.
           move ws-cur-user to ws-find-key.
           move spaces to ws-find-title.
           string "On call - " delimited by size
               function trim(ws-person-name) delimited by size
               into ws-find-title
           end-string.
           perform find-feed.
           perform add-event.
      *-----------------------------------------------------------------
      *Live (not rejected) change requests dated inside the window,
      *straight off the calendar's date-ordered primary key.
       build-changes.
           open input fd-calendar.
           move low-values to fs-cal-key.
           move ws-first-date to fs-cal-date.
           start fd-calendar key is not less than fs-cal-key
               invalid key
                   close fd-calendar
                   exit paragraph
           end-start.
           move 'N' to ws-eof.
           perform until ws-at-eof
               read fd-calendar next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-cal-date is not numeric
                           or function integer-of-date(
                               function numval(fs-cal-date))
                               is greater than ws-last-int
                           move 'Y' to ws-eof
                       else
                           if fs-cal-status is not equal to 'X'
                               perform add-change
                           end-if
                       end-if
               end-read
           end-perform.
           close fd-calendar.
      *-----------------------------------------------------------------
       add-change.
           move 'Y' to ws-new-allday.
           move fs-cal-date to ws-new-start.
           move function date-of-integer(function integer-of-date(
               function numval(fs-cal-date)) + 1) to ws-cv-date.
           move ws-cv-date to ws-new-end.
           move fs-cal-cr to ws-cr-num.
           move spaces to ws-new-uid.
           string "change-cr" delimited by size
               fs-cal-cr delimited by size
               "-" delimited by size
               fs-cal-date delimited by size
               "@revolt-bot" delimited by size
               into ws-new-uid
           end-string.
           move spaces to ws-esc-in.
           string "CR" delimited by size
               function trim(ws-cr-num) delimited by size
               " " delimited by size
               function trim(fs-cal-title) delimited by size
               into ws-esc-in
           end-string.
           if fs-cal-status is equal to 'P'
               move ws-esc-in to ws-work-line
               move spaces to ws-esc-in
               string function trim(ws-work-line) delimited by size
                   " (awaiting approval)" delimited by size
                   into ws-esc-in
               end-string
           end-if.
           if fs-cal-conflict is equal to 'Y'
               move ws-esc-in to ws-work-line
               move spaces to ws-esc-in
               string "CONFLICT " delimited by size
                   function trim(ws-work-line) delimited by size
                   into ws-esc-in
               end-string
           end-if.
           perform escape-text.
           move ws-esc-out to ws-new-summary.
           move fs-cal-ticket to ws-ticket-disp.
           move spaces to ws-esc-in.
           string "System " delimited by size
               function trim(fs-cal-system) delimited by size
               ", ticket #" delimited by size
               function trim(ws-ticket-disp) delimited by size
               into ws-esc-in
           end-string.
           move fs-cal-date to ws-probe-date.
           perform classify-day.
           if ws-probe-hol is not equal to zero
               move ws-esc-in to ws-work-line
               move spaces to ws-esc-in
               string function trim(ws-work-line) delimited by size
                   ". Holiday: " delimited by size
                   function trim(ws-hol-text(ws-probe-hol))
                       delimited by size
                   into ws-esc-in
               end-string
           end-if.
           perform escape-text.
           move ws-esc-out to ws-new-desc.
           move 'C' to ws-find-kind.
           move fs-cal-system to ws-find-key.
           move spaces to ws-find-title.
           string "Changes - " delimited by size
               function trim(fs-cal-system) delimited by size
               into ws-find-title
           end-string.
           perform find-feed.
           perform add-event.
      *-----------------------------------------------------------------
      *ws-cv-date plus ws-cv-mins on the server clock (the minutes
      *may run past either midnight) as a UTC iCalendar stamp.
       make-utc-stamp.
           compute ws-cv-secs =
               (function integer-of-date(ws-cv-date) - ws-epoch-base)
                   * 86400
               + (ws-cv-mins - ws-srv-offset-mins) * 60.
           divide ws-cv-secs by 86400 giving ws-cv-days
               remainder ws-cv-rem.
           move function date-of-integer(ws-epoch-base + ws-cv-days)
               to ws-cv-out-date.
           divide ws-cv-rem by 3600 giving ws-cv-hh
               remainder ws-cv-rem.
           divide ws-cv-rem by 60 giving ws-cv-mi.
           move spaces to ws-cv-stamp.
           string ws-cv-out-date "T" ws-cv-hh ws-cv-mi "00Z"
               delimited by size into ws-cv-stamp
           end-string.
      *-----------------------------------------------------------------
      *ws-fd-idx for ws-find-kind/ws-find-key, adding the feed on
      *first sight; zero when the table is full.
       find-feed.
           perform varying ws-fd-idx from 1 by 1
               until ws-fd-idx is greater than ws-fd-count
               if ws-fd-kind(ws-fd-idx) is equal to ws-find-kind
                   and ws-fd-key(ws-fd-idx) is equal to ws-find-key
                   exit paragraph
               end-if
           end-perform.
           if ws-fd-count is not less than 300
               add 1 to ws-fd-dropped
               move zero to ws-fd-idx
               exit paragraph
           end-if.
           add 1 to ws-fd-count.
           move ws-fd-count to ws-fd-idx.
           move ws-find-kind to ws-fd-kind(ws-fd-idx).
           move ws-find-key to ws-fd-key(ws-fd-idx).
           move ws-find-title to ws-fd-title(ws-fd-idx).
      *-----------------------------------------------------------------
      *A second fire of the same entry on the same day (a SHIFT
      *carry landing on a regular day) is one announcement, as
      *schedule.state makes it.
       add-event.
           if ws-fd-idx is equal to zero
               exit paragraph
           end-if.
           perform varying ws-ev-idx from 1 by 1
               until ws-ev-idx is greater than ws-ev-count
               if ws-ev-uid(ws-ev-idx) is equal to ws-new-uid
                   exit paragraph
               end-if
           end-perform.
           if ws-ev-count is not less than 4000
               add 1 to ws-ev-dropped
               exit paragraph
           end-if.
           add 1 to ws-ev-count.
           move ws-fd-idx to ws-ev-feed(ws-ev-count).
           move ws-new-allday to ws-ev-allday(ws-ev-count).
           move ws-new-start to ws-ev-start(ws-ev-count).
           move ws-new-end to ws-ev-end(ws-ev-count).
           move ws-new-uid to ws-ev-uid(ws-ev-count).
           move ws-new-summary to ws-ev-summary(ws-ev-count).
           move ws-new-desc to ws-ev-desc(ws-ev-count).
      *-----------------------------------------------------------------
      *iCalendar TEXT escaping - backslash, comma and semicolon get
      *a backslash in front.
       escape-text.
           move spaces to ws-esc-out.
           move 1 to ws-esc-pos.
           compute ws-esc-len =
               function length(function trim(ws-esc-in trailing)).
           if ws-esc-in is equal to spaces
               exit paragraph
           end-if.
           perform varying ws-esc-idx from 1 by 1
               until ws-esc-idx is greater than ws-esc-len
               or ws-esc-pos is greater than 238
               if ws-esc-in(ws-esc-idx:1) is equal to '\'
                   or ws-esc-in(ws-esc-idx:1) is equal to ','
                   or ws-esc-in(ws-esc-idx:1) is equal to ';'
                   move '\' to ws-esc-out(ws-esc-pos:1)
                   add 1 to ws-esc-pos
               end-if
               move ws-esc-in(ws-esc-idx:1) to ws-esc-out(ws-esc-pos:1)
               add 1 to ws-esc-pos
           end-perform.
      *-----------------------------------------------------------------
      *One feed file, its events in the order they were found.
       write-feed.
           move ws-fd-key(ws-fd-idx) to ws-slug.
           perform make-slug.
           move spaces to ws-feed-name.
           string function trim(ws-feed-dir) delimited by size
               "/" delimited by size
               into ws-feed-name
           end-string.
           move spaces to ws-work-line.
           evaluate ws-fd-kind(ws-fd-idx)
               when 'A'
                   string function trim(ws-feed-name) delimited by size
                       "announce-" delimited by size
                       ws-slug delimited by space
                       ".ics" delimited by size
                       into ws-work-line
                   end-string
               when 'O'
                   string function trim(ws-feed-name) delimited by size
                       "oncall-" delimited by size
                       ws-slug delimited by space
                       ".ics" delimited by size
                       into ws-work-line
                   end-string
               when other
                   string function trim(ws-feed-name) delimited by size
                       "changes-" delimited by size
                       ws-slug delimited by space
                       ".ics" delimited by size
                       into ws-work-line
                   end-string
           end-evaluate.
           move ws-work-line to ws-feed-name.
           move spaces to ws-feed-tmp-name.
           string function trim(ws-feed-name) delimited by size
               ".tmp" delimited by size
               into ws-feed-tmp-name
           end-string.
           move ws-feed-tmp-name to ws-zpath.
           compute ws-zpath-len =
               function length(function trim(ws-zpath trailing)) + 1.
           move low-value to ws-zpath(ws-zpath-len:1).
           call "CBL_CREATE_FILE" using ws-zpath
               ws-access-mode ws-deny-mode ws-device
               ws-file-handle end-call.
           if return-code is not equal to zero
               display "Could not create "
                   function trim(ws-feed-tmp-name) end-display
               move zero to return-code
               exit paragraph
           end-if.
           move zero to ws-file-offset.
           move "BEGIN:VCALENDAR" to ws-work-line.
           perform emit-line.
           move "VERSION:2.0" to ws-work-line.
           perform emit-line.
           move "PRODID:-//Revolt bot//rv-ics-feeds//EN"
               to ws-work-line.
           perform emit-line.
           move "CALSCALE:GREGORIAN" to ws-work-line.
           perform emit-line.
           move "METHOD:PUBLISH" to ws-work-line.
           perform emit-line.
           move ws-fd-title(ws-fd-idx) to ws-esc-in.
           perform escape-text.
           move spaces to ws-work-line.
           string "X-WR-CALNAME:" delimited by size
               function trim(ws-esc-out) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move zero to ws-feed-events.
           perform varying ws-ev-idx from 1 by 1
               until ws-ev-idx is greater than ws-ev-count
               if ws-ev-feed(ws-ev-idx) is equal to ws-fd-idx
                   perform write-event
               end-if
           end-perform.
           move "END:VCALENDAR" to ws-work-line.
           perform emit-line.
           call "CBL_CLOSE_FILE" using ws-file-handle end-call.
           call "CBL_RENAME_FILE" using ws-feed-tmp-name ws-feed-name
               end-call.
      *-----------------------------------------------------------------
       write-event.
           add 1 to ws-feed-events.
           move "BEGIN:VEVENT" to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           string "UID:" delimited by size
               ws-ev-uid(ws-ev-idx) delimited by space
               into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           string "DTSTAMP:" delimited by size
               ws-run-utc delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           if ws-ev-allday(ws-ev-idx) is equal to 'Y'
               string "DTSTART;VALUE=DATE:" delimited by size
                   ws-ev-start(ws-ev-idx)(1:8) delimited by size
                   into ws-work-line
               end-string
               perform emit-line
               move spaces to ws-work-line
               string "DTEND;VALUE=DATE:" delimited by size
                   ws-ev-end(ws-ev-idx)(1:8) delimited by size
                   into ws-work-line
               end-string
           else
               string "DTSTART:" delimited by size
                   ws-ev-start(ws-ev-idx) delimited by size
                   into ws-work-line
               end-string
               perform emit-line
               move spaces to ws-work-line
               string "DTEND:" delimited by size
                   ws-ev-end(ws-ev-idx) delimited by size
                   into ws-work-line
               end-string
           end-if.
           perform emit-line.
           move spaces to ws-work-line.
           string "SUMMARY:" delimited by size
               function trim(ws-ev-summary(ws-ev-idx))
                   delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           if ws-ev-desc(ws-ev-idx) is not equal to spaces
               move spaces to ws-work-line
               string "DESCRIPTION:" delimited by size
                   function trim(ws-ev-desc(ws-ev-idx))
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
           move "TRANSP:TRANSPARENT" to ws-work-line.
           perform emit-line.
           move "END:VEVENT" to ws-work-line.
           perform emit-line.
      *-----------------------------------------------------------------
      *One content line, CRLF-terminated as RFC 5545 wants, folded
      *at 74 characters with the continuation lines led by a space.
       emit-line.
           compute ws-line-len =
               function length(function trim(ws-work-line trailing)).
           move 1 to ws-line-pos.
           move 74 to ws-chunk-len.
           perform until ws-line-pos is greater than ws-line-len
               if ws-line-pos + ws-chunk-len - 1 is greater than
                   ws-line-len
                   compute ws-chunk-len =
                       ws-line-len - ws-line-pos + 1
               end-if
               move spaces to ws-feed-out
               if ws-line-pos is equal to 1
                   move ws-work-line(1:ws-chunk-len) to ws-feed-out
                   compute ws-out-len = ws-chunk-len + 1
               else
                   move ws-work-line(ws-line-pos:ws-chunk-len)
                       to ws-feed-out(2:)
                   compute ws-out-len = ws-chunk-len + 2
               end-if
               move x'0d' to ws-feed-out(ws-out-len:1)
               move x'0a' to ws-feed-out(ws-out-len + 1:1)
               add 1 to ws-out-len
               move ws-out-len to ws-write-count
               call "CBL_WRITE_FILE" using ws-file-handle
                   ws-file-offset ws-write-count ws-write-flags
                   ws-feed-out end-call
               add ws-out-len to ws-file-offset
               add ws-chunk-len to ws-line-pos
               move 73 to ws-chunk-len
           end-perform.
      *-----------------------------------------------------------------
      *A file-name-safe form of a channel, user or system name -
      *lower case, anything but a letter or digit becomes "-".
       make-slug.
           move function lower-case(ws-slug) to ws-slug.
           perform varying ws-slug-idx from 1 by 1
               until ws-slug-idx is greater than 32
               or ws-slug(ws-slug-idx:) is equal to spaces
               if (ws-slug(ws-slug-idx:1) is less than 'a'
                   or ws-slug(ws-slug-idx:1) is greater than 'z')
                   and (ws-slug(ws-slug-idx:1) is less than '0'
                   or ws-slug(ws-slug-idx:1) is greater than '9')
                   move '-' to ws-slug(ws-slug-idx:1)
               end-if
           end-perform.
       end program rv-ics-feeds.

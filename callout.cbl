       copy "cabi.cpy".
      ******************************************************************
      *Monthly on-call allowance extract for payroll - standby hours
      *and out-of-hours callouts per person, instead of the month
      *being reconstructed from memory. Run standalone from the
      *overnight schedule:
      *    rv-callout-report [YYYYMM]
      *No argument means "last month", same as rv-mtta-report.
      *Standby is whoever rv-roster-lookup (roster.cbl) would have
      *named at each moment - rosteroverride.txt lines first (last
      *match wins), then the roster.txt pattern (first match wins) -
      *worked out exactly by cutting every day at each shift edge and
      *the business-day edges. Only out-of-hours time is standby:
      *  holiday - any holidays.txt date, whole day;
      *  weekend - Saturday and Sunday, whole day;
      *  night   - a working day outside sla.txt's HOURS line
      *            (house default 0800-1800, as rv-business-minutes).
      *A callout is an alert posted out of hours (same test) and
      *acknowledged within the month, from ackhist.dat - one
      *"msgid,channel,level,posted,acked,acker" line per checkmark
      *(rv-alert-ack, tick.cbl) - credited to the acker, with its
      *time to acknowledge. Names come off userdir.dat; no API
      *session needed. Output:
      *  callout.YYYYMM.dat - fixed layout for the payroll load,
      *      100 characters a record, display numerics, hours with
      *      two implied decimals:
      *      S  month user name night-hrs weekend-hrs holiday-hrs
      *         callouts mean-tta-secs   - one per person
      *      C  month user posted acked level tta-secs channel
      *                                  - one per callout
      *  callout.YYYYMM.txt - a printable statement per person, one
      *      per page.
       identification division.
       program-id. rv-callout-report.
       environment division.
       input-output section.
       file-control.
           select optional fs-roster assign to "roster.txt"
           organization is line sequential.
           select optional fs-override assign to "rosteroverride.txt"
           organization is line sequential.
           select optional fs-holidays assign to "holidays.txt"
           organization is line sequential.
           select optional fs-sla assign to "sla.txt"
           organization is line sequential.
           select optional fs-ackhist assign to "ackhist.dat"
           organization is line sequential.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is random
           record key is fs-udir-user-id.
           select fs-payfile assign to ws-payfile-name
           organization is line sequential.
           select fs-report assign to ws-report-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-roster.
       01  fs-roster-line pic x(48).
       fd  fs-override.
       01  fs-override-line pic x(48).
       fd  fs-holidays.
       01  fs-holiday-line pic x(80).
       fd  fs-sla.
       01  fs-sla-line pic x(80).
       fd  fs-ackhist.
       01  fs-ackhist-line pic x(120).
       fd  fd-udir.
       01  fs-udir-rec.
           02 fs-udir-user-id pic x(26).
           02 fs-udir-name pic x(32).
       fd  fs-payfile.
       01  fs-pay-summary.
           02 fs-ps-type pic x.
           02 fs-ps-month pic x(6).
           02 fs-ps-user pic x(26).
           02 fs-ps-name pic x(32).
           02 fs-ps-night-hrs picture 9(4)v99.
           02 fs-ps-weekend-hrs picture 9(4)v99.
           02 fs-ps-holiday-hrs picture 9(4)v99.
           02 fs-ps-callouts picture 9(4).
           02 fs-ps-mean-tta picture 9(8).
           02 filler pic x(5).
       01  fs-pay-callout.
           02 fs-pc-type pic x.
           02 fs-pc-month pic x(6).
           02 fs-pc-user pic x(26).
           02 fs-pc-posted pic x(14).
           02 fs-pc-acked pic x(14).
           02 fs-pc-level pic x.
           02 fs-pc-tta picture 9(8).
           02 fs-pc-channel pic x(26).
           02 filler pic x(4).
       fd  fs-report.
       01  fs-report-line pic x(160).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-month pic x(6).
       01  ws-prev-int picture 9(8).
       01  ws-prev-date picture 9(8).
       01  ws-first-int picture 9(8).
       01  ws-last-int picture 9(8).
       01  ws-payfile-name pic x(32).
       01  ws-report-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-field-1 pic x(26).
       01  ws-field-2 pic x(8).
       01  ws-field-3 pic x(8).
       01  ws-field-4 pic x(26).
      *integer-of-date remainder 1 is MON ... 0 is SUN, as in
      *rv-roster-lookup.
       01  ws-dow-names pic x(21) value "SUNMONTUEWEDTHUFRISAT".
       01  ws-dow-rem picture 9(8).
       01  ws-dow-idx picture 9(4).
      *Business day edges, minutes from midnight.
       01  ws-day-open picture 9(4) value 480.
       01  ws-day-close picture 9(4) value 1080.
       01  ws-hol-count picture 9(4) value zero.
       01  ws-hol-idx picture 9(4).
       01  ws-hol-date pic x(8) occurs 64 times.
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
      *The day being cut, and its segment edges.
       01  ws-day-int picture 9(8).
       01  ws-day-date pic x(8).
       01  ws-day-dow pic x(3).
       01  ws-prior-date pic x(8).
       01  ws-prior-dow pic x(3).
       01  ws-day-kind pic x.
           88 ws-day-is-holiday value 'H'.
           88 ws-day-is-weekend value 'W'.
           88 ws-day-is-working value 'D'.
       01  ws-bound-count picture 9(4).
       01  ws-bound-idx picture 9(4).
       01  ws-bound-jdx picture 9(4).
       01  ws-bounds picture 9(4) occurs 1500 times.
       01  ws-bound-swap picture 9(4).
       01  ws-seg-start picture 9(4).
       01  ws-seg-len picture 9(4).
       01  ws-probe-date pic x(8).
       01  ws-probe-dow pic x(3).
       01  ws-probe-prior pic x(8).
       01  ws-probe-prior-dow pic x(3).
       01  ws-probe-min picture 9(4).
       01  ws-probe-kind pic x.
       01  ws-duty-id pic x(26).
      *Per-person totals.
       01  ws-per-count picture 9(4) value zero.
       01  ws-per-idx picture 9(4).
       01  ws-people occurs 100 times.
           02 ws-per-user pic x(26).
           02 ws-per-night picture 9(6).
           02 ws-per-weekend picture 9(6).
           02 ws-per-holiday picture 9(6).
           02 ws-per-callouts picture 9(4).
           02 ws-per-tta-sum picture 9(10).
       01  ws-per-dropped picture 9(6) value zero.
       01  ws-find-user pic x(26).
      *The month's callouts.
       01  ws-h-msg-id pic x(26).
       01  ws-h-channel pic x(26).
       01  ws-h-level pic x(8).
       01  ws-h-posted pic x(14).
       01  ws-h-acked pic x(14).
       01  ws-h-acker pic x(26).
       01  ws-co-count picture 9(4) value zero.
       01  ws-co-idx picture 9(4).
       01  ws-callouts occurs 2000 times.
           02 ws-co-person picture 9(4).
           02 ws-co-posted pic x(14).
           02 ws-co-acked pic x(14).
           02 ws-co-level pic x.
           02 ws-co-channel pic x(26).
           02 ws-co-secs picture 9(8).
       01  ws-co-dropped picture 9(6) value zero.
      *Stamp-to-epoch-seconds scratch, as rv-mtta-report.
       01  ws-stamp-wk pic x(14).
       01  ws-epoch-base picture 9(8).
       01  ws-stamp-secs picture 9(12).
       01  ws-posted-secs picture 9(12).
      *Statement scratch.
       01  ws-person-name pic x(32).
       01  ws-mean-tta picture 9(8).
       01  ws-hours picture 9(4)v99.
       01  ws-hours-disp picture zzz9.99.
       01  ws-count-disp picture zzz9.
       01  ws-secs-disp picture zzzzzzz9.
       01  ws-tta-mm picture 9(6).
       01  ws-tta-ss picture 99.
       01  ws-tta-mm-disp picture zzzzz9.
       01  ws-work-line pic x(160).
       procedure division.
           perform resolve-month.
           perform load-hours.
           perform load-holidays.
           perform load-roster.
           perform load-overrides.
           perform varying ws-day-int from ws-first-int by 1
               until ws-day-int is greater than ws-last-int
               perform cut-one-day
           end-perform.
           perform load-callouts.
           if ws-per-count is equal to zero
               display "No standby or callouts on file for "
                   ws-month " - nothing to report" end-display
               stop run
           end-if.
           perform write-outputs.
           display "Callout extract written to "
               function trim(ws-payfile-name) ", statements to "
               function trim(ws-report-name) end-display.
           stop run.
      *-----------------------------------------------------------------
      *No argument means the month before the current one.
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
           compute ws-first-int = function integer-of-date(
               function numval(ws-month) * 100 + 1).
      *The last day is the day before the 1st of the next month.
           move function date-of-integer(ws-first-int + 31)
               to ws-prev-date.
           move "01" to ws-prev-date(7:2).
           compute ws-last-int = function integer-of-date(
               ws-prev-date) - 1.
      *-----------------------------------------------------------------
       load-hours.
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
      *One calendar day: every shift edge and business edge cuts it
      *into segments with a single duty officer and a single kind
      *(business or standby); each standby segment is credited to
      *the officer it resolves to.
       cut-one-day.
           move function date-of-integer(ws-day-int) to ws-day-date.
           move ws-day-date to ws-probe-date.
           perform classify-day.
           move ws-probe-kind to ws-day-kind.
           move ws-probe-dow to ws-day-dow.
           move ws-probe-prior to ws-prior-date.
           move ws-probe-prior-dow to ws-prior-dow.
           move zero to ws-bound-count.
           move zero to ws-mins-wk.
           perform add-bound.
           move 1440 to ws-mins-wk.
           perform add-bound.
           move ws-day-open to ws-mins-wk.
           perform add-bound.
           move ws-day-close to ws-mins-wk.
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
                       ws-prior-date
                   move ws-ovr-start(ws-ovr-idx) to ws-mins-wk
                   perform add-bound
                   move ws-ovr-end(ws-ovr-idx) to ws-mins-wk
                   perform add-bound
               end-if
           end-perform.
           perform varying ws-bound-idx from 1 by 1
               until ws-bound-idx is not less than ws-bound-count
               move ws-bounds(ws-bound-idx) to ws-seg-start
               compute ws-seg-len = ws-bounds(ws-bound-idx + 1)
                   - ws-seg-start
               if ws-seg-len is greater than zero
                   perform credit-segment
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Kept sorted and unique as it grows - a day has a few dozen
      *edges at most.
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
       credit-segment.
           if ws-day-is-working
               and ws-seg-start is not less than ws-day-open
               and ws-seg-start is less than ws-day-close
               exit paragraph
           end-if.
           move ws-day-date to ws-probe-date.
           move ws-day-dow to ws-probe-dow.
           move ws-prior-date to ws-probe-prior.
           move ws-prior-dow to ws-probe-prior-dow.
           move ws-seg-start to ws-probe-min.
           perform resolve-duty.
           if ws-duty-id(1:1) is equal to space
               exit paragraph
           end-if.
           move ws-duty-id to ws-find-user.
           perform find-person.
           if ws-per-idx is equal to zero
               exit paragraph
           end-if.
           evaluate true
               when ws-day-is-holiday
                   add ws-seg-len to ws-per-holiday(ws-per-idx)
               when ws-day-is-weekend
                   add ws-seg-len to ws-per-weekend(ws-per-idx)
               when other
                   add ws-seg-len to ws-per-night(ws-per-idx)
           end-evaluate.
      *-----------------------------------------------------------------
      *ws-probe-date's kind (H/W/D), day of week, and the day before.
       classify-day.
           compute ws-dow-rem = function rem(
               function integer-of-date(
                   function numval(ws-probe-date)) 7).
           compute ws-dow-idx = ws-dow-rem * 3 + 1.
           move ws-dow-names(ws-dow-idx:3) to ws-probe-dow.
           move 'D' to ws-probe-kind.
           if ws-dow-rem is equal to 6 or ws-dow-rem is equal to 0
               move 'W' to ws-probe-kind
           end-if.
           perform varying ws-hol-idx from 1 by 1
               until ws-hol-idx is greater than ws-hol-count
               if ws-hol-date(ws-hol-idx) is equal to ws-probe-date
                   move 'H' to ws-probe-kind
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
      *ws-per-idx for ws-find-user, adding the person on first
      *sight; zero when the table is full.
       find-person.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx is greater than ws-per-count
               if ws-per-user(ws-per-idx) is equal to ws-find-user
                   exit paragraph
               end-if
           end-perform.
           if ws-per-count is not less than 100
               add 1 to ws-per-dropped
               move zero to ws-per-idx
               exit paragraph
           end-if.
           add 1 to ws-per-count.
           move ws-per-count to ws-per-idx.
           initialize ws-people(ws-per-idx).
           move ws-find-user to ws-per-user(ws-per-idx).
      *-----------------------------------------------------------------
       load-callouts.
           move 'N' to ws-eof.
           open input sharing with all fs-ackhist.
           perform until ws-at-eof
               read fs-ackhist
                   at end move 'Y' to ws-eof
                   not at end perform take-history-line
               end-read
           end-perform.
           close fs-ackhist.
      *-----------------------------------------------------------------
       take-history-line.
           if fs-ackhist-line(1:1) is equal to space
               exit paragraph
           end-if.
           move spaces to ws-h-msg-id, ws-h-channel, ws-h-level,
               ws-h-posted, ws-h-acked, ws-h-acker.
           unstring fs-ackhist-line delimited by ","
               into ws-h-msg-id ws-h-channel ws-h-level
                    ws-h-posted ws-h-acked ws-h-acker
           end-unstring.
           if ws-h-acked(1:6) is not equal to ws-month
               or ws-h-posted(1:8) is not numeric
               or ws-h-acker is equal to spaces
               exit paragraph
           end-if.
           move ws-h-posted(1:8) to ws-probe-date.
           perform classify-day.
           compute ws-probe-min =
               function numval(ws-h-posted(9:2)) * 60
               + function numval(ws-h-posted(11:2)).
           if ws-probe-kind is equal to 'D'
               and ws-probe-min is not less than ws-day-open
               and ws-probe-min is less than ws-day-close
               exit paragraph
           end-if.
           if ws-co-count is not less than 2000
               add 1 to ws-co-dropped
               exit paragraph
           end-if.
           move ws-h-acker to ws-find-user.
           perform find-person.
           if ws-per-idx is equal to zero
               exit paragraph
           end-if.
           move ws-h-posted to ws-stamp-wk.
           perform stamp-to-secs.
           move ws-stamp-secs to ws-posted-secs.
           move ws-h-acked to ws-stamp-wk.
           perform stamp-to-secs.
           if ws-stamp-secs is less than ws-posted-secs
               move ws-posted-secs to ws-stamp-secs
           end-if.
           add 1 to ws-co-count.
           move ws-per-idx to ws-co-person(ws-co-count).
           move ws-h-posted to ws-co-posted(ws-co-count).
           move ws-h-acked to ws-co-acked(ws-co-count).
           move ws-h-level(1:1) to ws-co-level(ws-co-count).
           move ws-h-channel to ws-co-channel(ws-co-count).
           compute ws-co-secs(ws-co-count) =
               ws-stamp-secs - ws-posted-secs.
           add 1 to ws-per-callouts(ws-per-idx).
           add ws-co-secs(ws-co-count) to ws-per-tta-sum(ws-per-idx).
      *-----------------------------------------------------------------
      *YYYYMMDDHHMMSS to seconds since the epoch, as rv-mtta-report.
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
       write-outputs.
           move spaces to ws-payfile-name, ws-report-name.
           string "callout." delimited by size
               ws-month delimited by size
               ".dat" delimited by size
               into ws-payfile-name
           end-string.
           string "callout." delimited by size
               ws-month delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           open input fd-udir.
           open output fs-payfile.
           open output fs-report.
           perform varying ws-per-idx from 1 by 1
               until ws-per-idx is greater than ws-per-count
               perform write-person
           end-perform.
           if ws-per-dropped is greater than zero
               or ws-co-dropped is greater than zero
               move spaces to ws-work-line
               perform emit-line
               move ws-per-dropped to ws-secs-disp
               move ws-co-dropped to ws-tta-mm-disp
               move spaces to ws-work-line
               string "NOT COUNTED: " delimited by size
                   function trim(ws-secs-disp) delimited by size
                   " standby segment(s) past the 100-person cap, "
                       delimited by size
                   function trim(ws-tta-mm-disp) delimited by size
                   " callout(s) past the 2000-callout cap"
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
           close fs-report.
           close fs-payfile.
           close fd-udir.
      *-----------------------------------------------------------------
       write-person.
           move ws-per-user(ws-per-idx) to fs-udir-user-id.
           read fd-udir
               invalid key
                   move ws-per-user(ws-per-idx) to ws-person-name
               not invalid key
                   move fs-udir-name to ws-person-name
           end-read.
           move zero to ws-mean-tta.
           if ws-per-callouts(ws-per-idx) is greater than zero
               compute ws-mean-tta = ws-per-tta-sum(ws-per-idx)
                   / ws-per-callouts(ws-per-idx)
           end-if.
           initialize fs-pay-summary.
           move "S" to fs-ps-type.
           move ws-month to fs-ps-month.
           move ws-per-user(ws-per-idx) to fs-ps-user.
           move ws-person-name to fs-ps-name.
           compute fs-ps-night-hrs rounded =
               ws-per-night(ws-per-idx) / 60.
           compute fs-ps-weekend-hrs rounded =
               ws-per-weekend(ws-per-idx) / 60.
           compute fs-ps-holiday-hrs rounded =
               ws-per-holiday(ws-per-idx) / 60.
           move ws-per-callouts(ws-per-idx) to fs-ps-callouts.
           move ws-mean-tta to fs-ps-mean-tta.
           write fs-pay-summary end-write.
      *One statement a page - a form feed ahead of every one but the
      *first.
           if ws-per-idx is greater than 1
               move x'0c' to ws-work-line
               perform emit-line
           end-if.
           move spaces to ws-work-line.
           string "On-call allowance statement, " delimited by size
               ws-month delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           string function trim(ws-person-name) delimited by size
               " (" delimited by size
               ws-per-user(ws-per-idx) delimited by size
               ")" delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           perform emit-line.
           move "Standby hours:" to ws-work-line.
           perform emit-line.
           move fs-ps-night-hrs to ws-hours-disp.
           move spaces to ws-work-line.
           string "  weekday night   " ws-hours-disp
               delimited by size into ws-work-line
           end-string.
           perform emit-line.
           move fs-ps-weekend-hrs to ws-hours-disp.
           move spaces to ws-work-line.
           string "  weekend         " ws-hours-disp
               delimited by size into ws-work-line
           end-string.
           perform emit-line.
           move fs-ps-holiday-hrs to ws-hours-disp.
           move spaces to ws-work-line.
           string "  public holiday  " ws-hours-disp
               delimited by size into ws-work-line
           end-string.
           perform emit-line.
           compute ws-hours = fs-ps-night-hrs + fs-ps-weekend-hrs
               + fs-ps-holiday-hrs.
           move ws-hours to ws-hours-disp.
           move spaces to ws-work-line.
           string "  total           " ws-hours-disp
               delimited by size into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           perform emit-line.
           move ws-per-callouts(ws-per-idx) to ws-count-disp.
           move spaces to ws-work-line.
           string "Out-of-hours callouts acknowledged: "
               delimited by size
               function trim(ws-count-disp) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           if ws-per-callouts(ws-per-idx) is greater than zero
               move "  posted          acked           lvl"
                   & "  to ack  channel" to ws-work-line
               perform emit-line
           end-if.
           perform varying ws-co-idx from 1 by 1
               until ws-co-idx is greater than ws-co-count
               if ws-co-person(ws-co-idx) is equal to ws-per-idx
                   perform write-callout
               end-if
           end-perform.
           if ws-per-callouts(ws-per-idx) is greater than zero
               compute ws-tta-mm = ws-mean-tta / 60
               compute ws-tta-ss = function mod(ws-mean-tta 60)
               move ws-tta-mm to ws-tta-mm-disp
               move spaces to ws-work-line
               string "  mean time to acknowledge " delimited by size
                   function trim(ws-tta-mm-disp) delimited by size
                   "m" delimited by size
                   ws-tta-ss delimited by size
                   "s" delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
       write-callout.
           initialize fs-pay-callout.
           move "C" to fs-pc-type.
           move ws-month to fs-pc-month.
           move ws-per-user(ws-per-idx) to fs-pc-user.
           move ws-co-posted(ws-co-idx) to fs-pc-posted.
           move ws-co-acked(ws-co-idx) to fs-pc-acked.
           move ws-co-level(ws-co-idx) to fs-pc-level.
           move ws-co-secs(ws-co-idx) to fs-pc-tta.
           move ws-co-channel(ws-co-idx) to fs-pc-channel.
           write fs-pay-callout end-write.
           compute ws-tta-mm = ws-co-secs(ws-co-idx) / 60.
           compute ws-tta-ss = function mod(ws-co-secs(ws-co-idx) 60).
           move ws-tta-mm to ws-tta-mm-disp.
           move spaces to ws-work-line.
           string "  " delimited by size
               ws-co-posted(ws-co-idx) delimited by size
               "  " delimited by size
               ws-co-acked(ws-co-idx) delimited by size
               "  " delimited by size
               ws-co-level(ws-co-idx) delimited by size
               "  " delimited by size
               ws-tta-mm-disp delimited by size
               "m" delimited by size
               ws-tta-ss delimited by size
               "s  " delimited by size
               ws-co-channel(ws-co-idx) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-callout-report.

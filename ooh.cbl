       copy "cabi.cpy".
      ******************************************************************
      *Out-of-hours auto-responder - questions posted to a support
      *channel at night or at the weekend used to sit unanswered,
      *unacknowledged, until someone scrolled back in the morning.
      *supporthours.txt gives a routed channel its hours, one
      *    channel,open-hhmm,close-hhmm[,zone][,DAILY]
      *line per support channel - the zone a tzones.txt name (blank
      *for the server clock), DAILY to open at weekends too. A close
      *earlier than the open is an overnight desk (2000,0600): the
      *shift opens on a business day's evening and runs into the
      *next morning, whatever that next day is. Every
      *holidays.txt date is closed, whatever its mode - the business
      *calendar rv-run-schedule (tick.cbl) keeps. Outside those hours
      *ordinary chatter (not commands) on the channel is answered
      *once per author per closed period with the OOH_CLOSED
      *template and the time the channel next opens, and queued to
      *callback.dat, one
      *    state,number,release-stamp,channel,author,msgid,text
      *line per author per closed period - later messages from the
      *same author that night are added to the same entry's text.
      *State Q is waiting for opening time (the release stamp, on the
      *server clock); at opening the housekeeping tick numbers the
      *channel's entries, marks them P and posts them to the ops
      *channel as a numbered list. The day shift takes one with
      *    &CALLBACK CLAIM <number>
      *which opens a ticket for it (rv-cmd-ticket, threaded to the
      *customer's own message, so they see it picked up) in the
      *customer's name - the survey at closing is theirs - assigns
      *it to the claimer, which starts the SLA response clock, and
      *strikes it off the queue; &CALLBACK LIST shows what is still
      *unclaimed.
       identification division.
       program-id. rv-support-hours.
       environment division.
       input-output section.
       file-control.
           select optional fs-hours assign to "supporthours.txt"
           organization is line sequential.
           select optional fs-holidays assign to "holidays.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-hours.
       01  fs-hours-line pic x(80).
       fd  fs-holidays.
       01  fs-holiday-line pic x(80).
       working-storage section.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-h-channel pic x(26).
       01  ws-h-open pic x(8).
       01  ws-h-close pic x(8).
       01  ws-h-zone pic x(8).
       01  ws-h-days pic x(8).
       01  ws-found pic x.
           88 ws-hours-found value 'Y'.
       01  ws-open-mins picture 9(4).
       01  ws-close-mins picture 9(4).
       01  ws-daily pic x.
           88 ws-open-daily value 'Y'.
       01  ws-hol-count picture 9(4).
       01  ws-hol-idx picture 9(4).
       01  ws-holidays occurs 64 times.
           02 ws-hol-date pic x(8).
       01  ws-offset-mins picture s9(8).
      *Epoch-second arithmetic, as in rv-dm-defer (notify.cbl).
       01  ws-now-stamp pic x(14).
       01  ws-epoch-base picture 9(8).
       01  ws-local-secs picture s9(12).
       01  ws-local-day-int picture 9(8).
       01  ws-local-mins picture 9(4).
       01  ws-release-secs picture s9(12).
       01  ws-days picture 9(8).
       01  ws-rem picture 9(8).
       01  ws-hh picture 9(2).
       01  ws-mm picture 9(2).
       01  ws-ss picture 9(2).
       01  ws-open-day-int picture 9(8).
       01  ws-probe-int picture 9(8).
       01  ws-biz-probe picture 9(8).
       01  ws-biz-probe-x redefines ws-biz-probe pic x(8).
       01  ws-biz-flag pic x.
           88 ws-probe-is-business-day value 'Y'.
       01  ws-dow-rem picture 9.
       01  ws-day-names-data.
           02 filler pic x(9) value "Sunday".
           02 filler pic x(9) value "Monday".
           02 filler pic x(9) value "Tuesday".
           02 filler pic x(9) value "Wednesday".
           02 filler pic x(9) value "Thursday".
           02 filler pic x(9) value "Friday".
           02 filler pic x(9) value "Saturday".
       01  ws-day-names redefines ws-day-names-data.
           02 ws-day-name pic x(9) occurs 7 times.
       01  ws-text-ptr picture 9(4).
       linkage section.
       01  ls-channel picture x(26).
       01  ls-state picture x.
       01  ls-release-stamp picture x(14).
       01  ls-open-text picture x(40).
      *ls-state: U - no hours for this channel, O - open, C - closed
      *until ls-release-stamp (server clock), which ls-open-text
      *words in the channel's own time ("08:00", "08:00 on Monday").
       procedure division using by value ls-channel
           by reference ls-state
           by reference ls-release-stamp
           by reference ls-open-text.
           move 'U' to ls-state.
           move spaces to ls-release-stamp, ls-open-text.
           perform load-channel-hours.
           if not ws-hours-found
               goback
           end-if.
           call static "rv-zone-offset" using
               by value ws-h-zone
               by reference ws-offset-mins end-call.
           move 0 to return-code.
           perform load-holidays.
           perform compute-local-now.
           move ws-local-day-int to ws-probe-int.
           perform check-business-day.
           if ws-probe-is-business-day
               and ws-local-mins is not less than ws-open-mins
               and (ws-local-mins is less than ws-close-mins
                   or ws-close-mins is less than ws-open-mins)
               move 'O' to ls-state
               goback
           end-if.
      *An overnight desk is still open in the small hours when its
      *shift started the evening before.
           if ws-close-mins is less than ws-open-mins
               and ws-local-mins is less than ws-close-mins
               compute ws-probe-int = ws-local-day-int - 1
               perform check-business-day
               if ws-probe-is-business-day
                   move 'O' to ls-state
                   goback
               end-if
               move ws-local-day-int to ws-probe-int
               perform check-business-day
           end-if.
           move 'C' to ls-state.
      *Next opening - later today, else the next business day within
      *a fortnight.
           move zero to ws-open-day-int.
           if ws-probe-is-business-day
               and ws-local-mins is less than ws-open-mins
               move ws-local-day-int to ws-open-day-int
           else
               perform varying ws-probe-int from ws-local-day-int
                   by 1 until ws-probe-int is greater than
                       ws-local-day-int + 14
                   or ws-open-day-int is not equal to zero
                   if ws-probe-int is greater than ws-local-day-int
                       perform check-business-day
                       if ws-probe-is-business-day
                           move ws-probe-int to ws-open-day-int
                       end-if
                   end-if
               end-perform
           end-if.
           if ws-open-day-int is equal to zero
               compute ws-open-day-int = ws-local-day-int + 1
           end-if.
           perform compute-release-stamp.
           perform word-opening.
           goback.
      *-----------------------------------------------------------------
       load-channel-hours.
           move 'N' to ws-found.
           move 'N' to ws-eof.
           open input sharing with all fs-hours.
           perform until ws-at-eof
               read fs-hours
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-hours-line(1:1) is not equal to space
                           and fs-hours-line(1:1) is not equal to '*'
                           perform check-hours-line
                       end-if
               end-read
           end-perform.
           close fs-hours.
      *-----------------------------------------------------------------
       check-hours-line.
           move spaces to ws-h-channel, ws-h-open, ws-h-close,
               ws-h-zone, ws-h-days.
           unstring fs-hours-line delimited by ","
               into ws-h-channel ws-h-open ws-h-close ws-h-zone
                    ws-h-days
           end-unstring.
           if ws-h-channel is not equal to ls-channel
               or ws-h-open(1:4) is not numeric
               or ws-h-close(1:4) is not numeric
               exit paragraph
           end-if.
           move 'Y' to ws-found.
           move 'Y' to ws-eof.
           compute ws-open-mins =
               function numval(ws-h-open(1:2)) * 60
               + function numval(ws-h-open(3:2)).
           compute ws-close-mins =
               function numval(ws-h-close(1:2)) * 60
               + function numval(ws-h-close(3:2)).
           move 'N' to ws-daily.
           if function upper-case(ws-h-zone) is equal to "DAILY"
               move spaces to ws-h-zone
               move 'Y' to ws-daily
           end-if.
           if function upper-case(ws-h-days) is equal to "DAILY"
               move 'Y' to ws-daily
           end-if.
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
      *-----------------------------------------------------------------
      *Weekends (unless DAILY) and any holidays.txt date - the same
      *test as check-business-day in rv-run-schedule.
       check-business-day.
           move 'N' to ws-biz-flag.
           move function date-of-integer(ws-probe-int) to ws-biz-probe.
           compute ws-dow-rem = function rem(ws-probe-int 7).
           if not ws-open-daily
               and (ws-dow-rem is equal to 6 or ws-dow-rem is equal
                   to 0)
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
       compute-local-now.
           move function current-date(1:14) to ws-now-stamp.
           compute ws-epoch-base =
               function integer-of-date(19700101).
           compute ws-local-secs =
               (function integer-of-date(
                   function numval(ws-now-stamp(1:8)))
                   - ws-epoch-base) * 86400
               + function numval(ws-now-stamp(9:2)) * 3600
               + function numval(ws-now-stamp(11:2)) * 60
               + function numval(ws-now-stamp(13:2))
               + ws-offset-mins * 60.
           compute ws-days = ws-local-secs / 86400.
           compute ws-local-day-int = ws-epoch-base + ws-days.
           compute ws-rem = ws-local-secs - ws-days * 86400.
           compute ws-local-mins = ws-rem / 60.
      *-----------------------------------------------------------------
      *Local opening time back to the server clock.
       compute-release-stamp.
           compute ws-release-secs =
               (ws-open-day-int - ws-epoch-base) * 86400
               + ws-open-mins * 60
               - ws-offset-mins * 60.
           compute ws-days = ws-release-secs / 86400.
           compute ws-rem = ws-release-secs - ws-days * 86400.
           move function date-of-integer(ws-epoch-base + ws-days)
               to ls-release-stamp(1:8).
           divide ws-rem by 3600 giving ws-hh remainder ws-rem
               end-divide.
           divide ws-rem by 60 giving ws-mm remainder ws-ss
               end-divide.
           move ws-hh to ls-release-stamp(9:2).
           move ws-mm to ls-release-stamp(11:2).
           move ws-ss to ls-release-stamp(13:2).
      *-----------------------------------------------------------------
       word-opening.
           move 1 to ws-text-ptr.
           compute ws-hh = ws-open-mins / 60.
           compute ws-mm = ws-open-mins - ws-hh * 60.
           string ws-hh delimited by size
               ":" delimited by size
               ws-mm delimited by size
               into ls-open-text
               with pointer ws-text-ptr
           end-string.
           if ws-open-day-int is not equal to ws-local-day-int
               compute ws-dow-rem = function rem(ws-open-day-int 7)
               string " on " delimited by size
                   function trim(ws-day-name(ws-dow-rem + 1))
                       delimited by size
                   into ls-open-text
                   with pointer ws-text-ptr
               end-string
           end-if.
       end program rv-support-hours.
      ******************************************************************
      *Called by rv-dispatch-cmd for ordinary (non-command) traffic on
      *a routed channel - nothing at all happens unless the channel
      *has hours and is closed right now.
       identification division.
       program-id. rv-after-hours.
       environment division.
       input-output section.
       file-control.
           select optional fs-callback assign to "callback.dat"
           organization is line sequential.
           select fs-callback-tmp assign to "callback.dat.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-callback.
       01  fs-callback-line pic x(400).
       fd  fs-callback-tmp.
       01  fs-callback-tmp-line pic x(400).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-state pic x.
       01  ws-release-stamp pic x(14).
       01  ws-open-text pic x(40).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-c-state pic x.
       01  ws-c-number pic x(4).
       01  ws-c-release pic x(14).
       01  ws-c-channel pic x(26).
       01  ws-c-author pic x(26).
       01  ws-c-msg-id pic x(26).
       01  ws-c-text pic x(300).
       01  ws-parse-ptr picture 9(8).
       01  ws-found pic x.
           88 ws-entry-found value 'Y'.
       01  ws-text-ptr picture 9(4).
       01  ws-new-text pic x(200).
       01  ws-reply-text pic x(200)
           value "Thanks for your message - we're closed right now,"
           & " and it has been queued for the day shift.".
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           if ls-content(1:1) is equal to space
               or ls-author-id is equal to ls-bot-id
               goback
           end-if.
           call static "rv-support-hours" using
               by value ls-target
               by reference ws-state
               by reference ws-release-stamp
               by reference ws-open-text end-call.
           if ws-state is not equal to 'C'
               goback
           end-if.
           move ls-content(1:200) to ws-new-text.
           inspect ws-new-text replacing all x'0a' by space.
           perform add-to-existing-entry.
           if ws-entry-found
               goback
           end-if.
           move spaces to fs-callback-line.
           string "Q,0000," delimited by size
               ws-release-stamp delimited by size
               "," delimited by size
               ls-target delimited by space
               "," delimited by size
               ls-author-id delimited by space
               "," delimited by size
               ls-msg-id delimited by space
               "," delimited by size
               function trim(ws-new-text) delimited by size
               into fs-callback-line
           end-string.
           open extend fs-callback.
           write fs-callback-line end-write.
           close fs-callback.
           perform send-closed-notice.
           goback.
      *-----------------------------------------------------------------
       parse-callback-line.
           move spaces to ws-c-state, ws-c-number, ws-c-release,
               ws-c-channel, ws-c-author, ws-c-msg-id, ws-c-text.
           move 1 to ws-parse-ptr.
           unstring fs-callback-line delimited by ","
               into ws-c-state ws-c-number ws-c-release ws-c-channel
                    ws-c-author ws-c-msg-id
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-callback-line
               move fs-callback-line(ws-parse-ptr:) to ws-c-text
           end-if.
      *-----------------------------------------------------------------
      *The author already has an entry for this closed period - the
      *new message joins its text (while there is room), and no
      *second notice goes out.
       add-to-existing-entry.
           move 'N' to ws-found.
           move 'N' to ws-eof.
           open input sharing with all fs-callback.
           perform until ws-at-eof
               read fs-callback
                   at end move 'Y' to ws-eof
                   not at end
                       perform parse-callback-line
                       if ws-c-state is equal to 'Q'
                           and ws-c-release is equal to
                               ws-release-stamp
                           and ws-c-channel is equal to ls-target
                           and ws-c-author is equal to ls-author-id
                           move 'Y' to ws-found
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-callback.
           if not ws-entry-found
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           open output fs-callback-tmp.
           open input sharing with all fs-callback.
           perform until ws-at-eof
               read fs-callback
                   at end move 'Y' to ws-eof
                   not at end perform copy-or-extend-line
               end-read
           end-perform.
           close fs-callback.
           close fs-callback-tmp.
           call "CBL_RENAME_FILE" using "callback.dat.tmp"
               "callback.dat" end-call.
      *-----------------------------------------------------------------
       copy-or-extend-line.
           perform parse-callback-line.
           if ws-c-state is equal to 'Q'
               and ws-c-release is equal to ws-release-stamp
               and ws-c-channel is equal to ls-target
               and ws-c-author is equal to ls-author-id
               compute ws-text-ptr =
                   function length(function trim(ws-c-text)) + 1
               if ws-text-ptr is less than 290
                   string " | " delimited by size
                       function trim(ws-new-text) delimited by size
                       into ws-c-text
                       with pointer ws-text-ptr
                   end-string
                   move spaces to fs-callback-line
                   string ws-c-state delimited by size
                       "," delimited by size
                       ws-c-number delimited by size
                       "," delimited by size
                       ws-c-release delimited by size
                       "," delimited by size
                       ws-c-channel delimited by space
                       "," delimited by size
                       ws-c-author delimited by space
                       "," delimited by size
                       ws-c-msg-id delimited by space
                       "," delimited by size
                       function trim(ws-c-text) delimited by size
                       into fs-callback-line
                   end-string
               end-if
           end-if.
           write fs-callback-tmp-line from fs-callback-line end-write.
      *-----------------------------------------------------------------
      *Wording editable under the OOH_CLOSED templates.txt key; the
      *opening time is added after it.
       send-closed-notice.
           call static "rv-template-lookup" using by reference ls-config
               by value "OOH_CLOSED"
               by reference ws-reply-text end-call.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           string function trim(ws-reply-text) delimited by size
               " We'll pick it up when we open at " delimited by size
               function trim(ws-open-text) delimited by size
               "." delimited by size
               into ws-content in ws-msg
           end-string.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
       end program rv-after-hours.
      ******************************************************************
      *Housekeeping tick (rv-onrun, program.cbl) - at opening time the
      *waiting callbacks are numbered, marked posted and put in front
      *of the day shift in the ops channel as one numbered list.
       identification division.
       program-id. rv-callback-release.
       environment division.
       input-output section.
       file-control.
           select optional fs-callback assign to "callback.dat"
           organization is line sequential.
           select fs-callback-tmp assign to "callback.dat.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-callback.
       01  fs-callback-line pic x(400).
       fd  fs-callback-tmp.
       01  fs-callback-tmp-line pic x(400).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-now-key pic x(14).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-c-state pic x.
       01  ws-c-number pic x(4).
       01  ws-c-release pic x(14).
       01  ws-c-channel pic x(26).
       01  ws-c-author pic x(26).
       01  ws-c-msg-id pic x(26).
       01  ws-c-text pic x(300).
       01  ws-parse-ptr picture 9(8).
       01  ws-due-count picture 9(4).
       01  ws-high-number picture 9(4).
       01  ws-line-number picture 9(4).
       01  ws-number-disp picture zzz9.
       01  ws-msg-ptr picture 9(8).
       01  ws-list-full pic x.
           88 ws-list-is-full value 'Y'.
       01  ws-chan-name pic x(64).
       01  ws-author-name pic x(32).
       01  ws-log-line pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config.
           move function current-date(1:14) to ws-now-key.
           move zero to ws-due-count, ws-high-number.
           move 'N' to ws-eof.
           open input sharing with all fs-callback.
           perform until ws-at-eof
               read fs-callback
                   at end move 'Y' to ws-eof
                   not at end
                       perform parse-callback-line
                       if ws-c-state is equal to 'Q'
                           and ws-c-release is not greater than
                               ws-now-key
                           add 1 to ws-due-count
                       end-if
                       if ws-c-state is equal to 'P'
                           and ws-c-number is numeric
                           and ws-c-number is greater than
                               ws-high-number
                           move ws-c-number to ws-high-number
                       end-if
               end-read
           end-perform.
           close fs-callback.
           if ws-due-count is equal to zero
               goback
           end-if.
           initialize ws-msg.
           move 1 to ws-msg-ptr.
           move 'N' to ws-list-full.
           string "Callbacks from out of hours - claim one into a"
                   delimited by size
               " ticket with &CALLBACK CLAIM <number>:"
                   delimited by size
               into ws-content in ws-msg
               with pointer ws-msg-ptr
           end-string.
           move 'N' to ws-eof.
           open output fs-callback-tmp.
           open input sharing with all fs-callback.
           perform until ws-at-eof
               read fs-callback
                   at end move 'Y' to ws-eof
                   not at end perform number-if-due
               end-read
           end-perform.
           close fs-callback.
           close fs-callback-tmp.
           call "CBL_RENAME_FILE" using "callback.dat.tmp"
               "callback.dat" end-call.
           if ls-ops-channel(1:1) is equal to space
               move spaces to ws-log-line
               move ws-due-count to ws-number-disp
               string "[OOH] " delimited by size
                   function trim(ws-number-disp) delimited by size
                   " callback(s) due but no ops channel - see"
                       delimited by size
                   " &CALLBACK LIST" delimited by size
                   into ws-log-line
               end-string
               call static "rv-log" using by value "WARN "
                   by value ws-log-line end-call
               goback
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ls-ops-channel
               by content ws-msg end-call.
           goback.
      *-----------------------------------------------------------------
       parse-callback-line.
           move spaces to ws-c-state, ws-c-number, ws-c-release,
               ws-c-channel, ws-c-author, ws-c-msg-id, ws-c-text.
           move 1 to ws-parse-ptr.
           unstring fs-callback-line delimited by ","
               into ws-c-state ws-c-number ws-c-release ws-c-channel
                    ws-c-author ws-c-msg-id
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-callback-line
               move fs-callback-line(ws-parse-ptr:) to ws-c-text
           end-if.
      *-----------------------------------------------------------------
       number-if-due.
           perform parse-callback-line.
           if ws-c-state is not equal to 'Q'
               or ws-c-release is greater than ws-now-key
               write fs-callback-tmp-line from fs-callback-line
                   end-write
               exit paragraph
           end-if.
           add 1 to ws-high-number.
           move ws-high-number to ws-line-number.
           move spaces to fs-callback-tmp-line.
           string "P," delimited by size
               ws-line-number delimited by size
               fs-callback-line(7:) delimited by size
               into fs-callback-tmp-line
           end-string.
           write fs-callback-tmp-line end-write.
           perform list-one-callback.
      *-----------------------------------------------------------------
       list-one-callback.
           if ws-list-is-full
               exit paragraph
           end-if.
           if ws-msg-ptr is greater than 7400
               move 'Y' to ws-list-full
               string x'0a' delimited by size
                   "... more with &CALLBACK LIST" delimited by size
                   into ws-content in ws-msg
                   with pointer ws-msg-ptr
               end-string
               exit paragraph
           end-if.
           call static "rv-channel-name" using by reference ls-config
               by value ws-c-channel
               by reference ws-chan-name end-call.
           call static "rv-user-name" using by reference ls-config
               by value ws-c-author
               by reference ws-author-name end-call.
           move ws-line-number to ws-number-disp.
           string x'0a' delimited by size
               function trim(ws-number-disp) delimited by size
               ". #" delimited by size
               function trim(ws-chan-name) delimited by size
               " - " delimited by size
               function trim(ws-author-name) delimited by size
               ": " delimited by size
               function trim(ws-c-text) delimited by size
               into ws-content in ws-msg
               with pointer ws-msg-ptr
           end-string.
       end program rv-callback-release.
      ******************************************************************
      *&CALLBACK LIST | CLAIM <number> - the day shift's side of the
      *morning callback queue.
       identification division.
       program-id. rv-cmd-callback.
       environment division.
       input-output section.
       file-control.
           select optional fs-callback assign to "callback.dat"
           organization is line sequential.
           select fs-callback-tmp assign to "callback.dat.tmp"
           organization is line sequential.
           select optional fs-tktseq assign to "ticketseq.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-callback.
       01  fs-callback-line pic x(400).
       fd  fs-callback-tmp.
       01  fs-callback-tmp-line pic x(400).
       fd  fs-tktseq.
       01  fs-tktseq-line pic x(8).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws-tkt==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-sub-word pic x(16).
       01  ws-number-word pic x(16).
       01  ws-parse-ptr picture 9(8).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-c-state pic x.
       01  ws-c-number pic x(4).
       01  ws-c-release pic x(14).
       01  ws-c-channel pic x(26).
       01  ws-c-author pic x(26).
       01  ws-c-msg-id pic x(26).
       01  ws-c-text pic x(300).
       01  ws-claim-number picture 9(4).
       01  ws-claim-key pic x(4).
       01  ws-claim-line pic x(400).
       01  ws-number-disp picture zzz9.
       01  ws-open-count picture 9(4).
       01  ws-reply-ptr picture 9(8).
       01  ws-chan-name pic x(64).
       01  ws-author-name pic x(32).
       01  ws-claimer-name pic x(32).
       01  ws-reply-text pic x(200).
       01  ws-audit-text pic x(200).
      *The ticket number rv-cmd-ticket took - the next-number file
      *before and after the open.
       01  ws-seq-before picture 9(6).
       01  ws-seq-after picture 9(6).
       01  ws-seq-value picture 9(6).
       01  ws-tkt-number picture 9(6).
       01  ws-tkt-disp picture zzzzz9.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-sub-word, ws-number-word.
           move 1 to ws-parse-ptr.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-sub-word ws-number-word
               with pointer ws-parse-ptr
           end-unstring.
           initialize ws-msg.
           evaluate function upper-case(ws-sub-word)
               when "CLAIM"
                   perform claim-callback
               when "LIST"
                   perform list-callbacks
               when other
                   move "Usage: &CALLBACK LIST | CLAIM <number>"
                       to ws-content in ws-msg
           end-evaluate.
           perform send-reply.
           goback.
      *-----------------------------------------------------------------
       parse-callback-line.
           move spaces to ws-c-state, ws-c-number, ws-c-release,
               ws-c-channel, ws-c-author, ws-c-msg-id, ws-c-text.
           move 1 to ws-parse-ptr.
           unstring fs-callback-line delimited by ","
               into ws-c-state ws-c-number ws-c-release ws-c-channel
                    ws-c-author ws-c-msg-id
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-callback-line
               move fs-callback-line(ws-parse-ptr:) to ws-c-text
           end-if.
      *-----------------------------------------------------------------
       list-callbacks.
           move zero to ws-open-count.
           move 1 to ws-reply-ptr.
           string "Unclaimed callbacks:" delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move 'N' to ws-eof.
           open input sharing with all fs-callback.
           perform until ws-at-eof
               read fs-callback
                   at end move 'Y' to ws-eof
                   not at end
                       perform parse-callback-line
                       if ws-c-state is equal to 'P'
                           perform list-one-callback
                       end-if
               end-read
           end-perform.
           close fs-callback.
           if ws-open-count is equal to zero
               move "No callbacks waiting to be claimed."
                   to ws-content in ws-msg
           end-if.
      *-----------------------------------------------------------------
       list-one-callback.
           add 1 to ws-open-count.
           if ws-reply-ptr is greater than 7400
               exit paragraph
           end-if.
           call static "rv-channel-name" using by reference ls-config
               by value ws-c-channel
               by reference ws-chan-name end-call.
           call static "rv-user-name" using by reference ls-config
               by value ws-c-author
               by reference ws-author-name end-call.
           move ws-c-number to ws-claim-number.
           move ws-claim-number to ws-number-disp.
           string x'0a' delimited by size
               function trim(ws-number-disp) delimited by size
               ". #" delimited by size
               function trim(ws-chan-name) delimited by size
               " - " delimited by size
               function trim(ws-author-name) delimited by size
               ": " delimited by size
               function trim(ws-c-text) delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
      *Strike the entry off the queue first, so two people claiming
      *the same number can't both open a ticket, then open the
      *ticket in the customer's channel as the customer - its reply
      *threads to their own message - and assign it to the claimer.
       claim-callback.
           if ws-number-word is equal to spaces
               or function test-numval(ws-number-word) is not equal
                   to zero
               move "Usage: &CALLBACK CLAIM <number>"
                   to ws-content in ws-msg
               exit paragraph
           end-if.
           move function numval(ws-number-word) to ws-claim-number.
           move ws-claim-number to ws-claim-key.
           move spaces to ws-claim-line.
           move 'N' to ws-eof.
           open output fs-callback-tmp.
           open input sharing with all fs-callback.
           perform until ws-at-eof
               read fs-callback
                   at end move 'Y' to ws-eof
                   not at end
                       perform parse-callback-line
                       if ws-c-state is equal to 'P'
                           and ws-c-number is equal to ws-claim-key
                           and ws-claim-line is equal to spaces
                           move fs-callback-line to ws-claim-line
                       else
                           write fs-callback-tmp-line
                               from fs-callback-line end-write
                       end-if
               end-read
           end-perform.
           close fs-callback.
           close fs-callback-tmp.
           call "CBL_RENAME_FILE" using "callback.dat.tmp"
               "callback.dat" end-call.
           move ws-claim-number to ws-number-disp.
           if ws-claim-line is equal to spaces
               string "No unclaimed callback " delimited by size
                   function trim(ws-number-disp) delimited by size
                   " - see &CALLBACK LIST." delimited by size
                   into ws-content in ws-msg
               end-string
               exit paragraph
           end-if.
           move ws-claim-line to fs-callback-line.
           perform parse-callback-line.
           call static "rv-user-name" using by reference ls-config
               by value ws-c-author
               by reference ws-author-name end-call.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-claimer-name end-call.
           perform read-ticket-seq.
           move ws-seq-value to ws-seq-before.
           initialize ws-tkt-msg.
           move ws-c-author to ws-tkt-author-id.
           move ws-c-msg-id to ws-tkt-msg-id.
           string "&TICKET OPEN Callback for " delimited by size
               function trim(ws-author-name) delimited by size
               ": " delimited by size
               function trim(ws-c-text) delimited by size
               into ws-tkt-content
           end-string.
           call static "rv-cmd-ticket" using by reference ls-config
               by value ws-c-channel
               by reference ws-tkt-msg end-call.
           perform read-ticket-seq.
           move ws-seq-value to ws-seq-after.
           if ws-seq-after is greater than ws-seq-before
               compute ws-tkt-number = ws-seq-after - 1
               move ws-tkt-number to ws-tkt-disp
               initialize ws-tkt-msg
               move ls-author-id to ws-tkt-author-id
               move ws-c-msg-id to ws-tkt-msg-id
               string "&TICKET ASSIGN " delimited by size
                   function trim(ws-tkt-disp) delimited by size
                   " " delimited by size
                   ls-author-id delimited by size
                   into ws-tkt-content
               end-string
               call static "rv-cmd-ticket" using
                   by reference ls-config
                   by value ws-c-channel
                   by reference ws-tkt-msg end-call
           end-if.
           move spaces to ws-audit-text.
           string "claim callback " delimited by size
               function trim(ws-number-disp) delimited by size
               " for " delimited by size
               ws-c-author delimited by space
               " " delimited by size
               ws-c-text(1:120) delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "OOH"
               by value ws-c-channel
               by value "&CALLBAC"
               by value "rv-cmd-callback"
               by value ws-audit-text
               by value ws-claimer-name end-call.
           call static "rv-channel-name" using by reference ls-config
               by value ws-c-channel
               by reference ws-chan-name end-call.
           string "Callback " delimited by size
               function trim(ws-number-disp) delimited by size
               " claimed by " delimited by size
               function trim(ws-claimer-name) delimited by size
               " - ticket opened in #" delimited by size
               function trim(ws-chan-name) delimited by size
               "." delimited by size
               into ws-content in ws-msg
           end-string.
      *-----------------------------------------------------------------
       send-reply.
      *Thread the reply to the triggering message (see rv-send-msg).
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       read-ticket-seq.
           move 1 to ws-seq-value.
           open input sharing with all fs-tktseq.
           read fs-tktseq
               at end continue
               not at end
                   if fs-tktseq-line(1:1) is not equal to space
                       compute ws-seq-value =
                           function numval(fs-tktseq-line)
                   end-if
           end-read.
           close fs-tktseq.
       end program rv-cmd-callback.

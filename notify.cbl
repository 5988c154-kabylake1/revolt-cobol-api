       copy "cabi.cpy".
      ******************************************************************
      *Notification preferences - subscription fan-out, onboarding
      *nags and batch confirmations used to DM people the moment they
      *fired, so night-shift staff were woken at 14:00 and day staff
      *pinged at 03:00. Each user can now keep, with &PREFS:
      *  - quiet hours, a local "hh:mm-hh:mm" window (it may run past
      *    midnight) during which non-urgent DMs are held back;
      *  - a home time zone, a tzones.txt name, for reading those
      *    hours in - none means the server's own clock;
      *  - NOTICES DM (the default - each notice as it fires, quiet
      *    hours allowing) or NOTICES DIGEST (notices collected into
      *    one DM a day, delivered when quiet hours end, or at 08:00
      *    local for someone with no quiet hours).
      *prefs.dat holds one "userid,quiet-start,quiet-end,zone,mode"
      *line per user who set anything (times as HHMM). rv-dm-user
      *(api.cbl) asks rv-dm-defer here first; a held notice goes to
      *dmdefer.dat as "release-stamp,userid,kind,text" - kind D for a
      *single deferred DM, G for a digest line - and
      *rv-release-deferred-dms, on the housekeeping tick, delivers it
      *once its server-clock release stamp comes round. Escalation
      *pages (SLA warnings) and replies to something the user has
      *just done (form answers, denials, the onboarding thank-you) go
      *through rv-dm-user-now and are never held.
      *    &PREFS                          - show your settings
      *    &PREFS QUIET 22:00-07:00 | OFF  - set or clear quiet hours
      *    &PREFS ZONE <name> | SERVER     - set your home time zone
      *    &PREFS NOTICES DM | DIGEST      - how notices reach you
       identification division.
       program-id. rv-cmd-prefs.
       environment division.
       input-output section.
       file-control.
           select optional fs-prefs assign to "prefs.dat"
           organization is line sequential.
           select fs-prefs-tmp assign to "prefs.dat.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-prefs.
       01  fs-prefs-line pic x(80).
       fd  fs-prefs-tmp.
       01  fs-prefs-tmp-line pic x(80).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-setting pic x(16).
       01  ws-value pic x(32).
       01  ws-parse-ptr picture 9(8).
       01  ws-prefs-eof pic x value 'N'.
           88 ws-at-prefs-eof value 'Y'.
       01  ws-p-user pic x(26).
       01  ws-quiet-start pic x(4).
       01  ws-quiet-end pic x(4).
       01  ws-zone pic x(8).
       01  ws-mode pic x(6).
       01  ws-time-1 pic x(8).
       01  ws-time-2 pic x(8).
       01  ws-hhmm-in pic x(8).
       01  ws-hhmm-out pic x(4).
       01  ws-hhmm-state pic x.
           88 ws-hhmm-is-valid value 'Y'.
       01  ws-offset-mins picture s9(8).
       01  ws-store-line pic x(80).
       01  ws-reply-text pic x(200).
       01  ws-reply-ptr picture 9(8).
       01  ws-usage-text pic x(200)
           value "Usage: &PREFS [QUIET hh:mm-hh:mm|OFF]"
           & " [ZONE <name>|SERVER] [NOTICES DM|DIGEST]".
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-setting, ws-value.
           move 1 to ws-parse-ptr.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-setting ws-value
               with pointer ws-parse-ptr
           end-unstring.
           move function upper-case(ws-setting) to ws-setting.
           call static "rv-user-prefs" using
               by value ls-author-id
               by reference ws-quiet-start
               by reference ws-quiet-end
               by reference ws-zone
               by reference ws-mode end-call.
           evaluate ws-setting
               when spaces
                   perform describe-prefs
                   perform send-reply
                   goback
               when "QUIET"
                   perform set-quiet
               when "ZONE"
                   perform set-zone
               when "NOTICES"
                   perform set-notices
               when other
                   move ws-usage-text to ws-reply-text
           end-evaluate.
           if ws-reply-text is equal to spaces
               perform store-prefs
               perform describe-prefs
           end-if.
           perform send-reply.
           goback.
      *-----------------------------------------------------------------
       set-quiet.
           move spaces to ws-reply-text.
           if function upper-case(ws-value) is equal to "OFF"
               move spaces to ws-quiet-start, ws-quiet-end
               exit paragraph
           end-if.
           move spaces to ws-time-1, ws-time-2.
           unstring ws-value delimited by "-"
               into ws-time-1 ws-time-2
           end-unstring.
           move ws-time-1 to ws-hhmm-in.
           perform parse-hhmm.
           if not ws-hhmm-is-valid
               move ws-usage-text to ws-reply-text
               exit paragraph
           end-if.
           move ws-hhmm-out to ws-quiet-start.
           move ws-time-2 to ws-hhmm-in.
           perform parse-hhmm.
           if not ws-hhmm-is-valid
               or ws-hhmm-out is equal to ws-quiet-start
               move ws-usage-text to ws-reply-text
               exit paragraph
           end-if.
           move ws-hhmm-out to ws-quiet-end.
      *-----------------------------------------------------------------
      *"hh:mm" (or "hhmm") to HHMM, hours under 24, minutes under 60.
       parse-hhmm.
           move 'N' to ws-hhmm-state.
           move spaces to ws-hhmm-out.
           if ws-hhmm-in(3:1) is equal to ":"
               move ws-hhmm-in(1:2) to ws-hhmm-out(1:2)
               move ws-hhmm-in(4:2) to ws-hhmm-out(3:2)
               if ws-hhmm-in(6:1) is not equal to space
                   exit paragraph
               end-if
           else
               move ws-hhmm-in(1:4) to ws-hhmm-out
               if ws-hhmm-in(5:1) is not equal to space
                   exit paragraph
               end-if
           end-if.
           if ws-hhmm-out is not numeric
               exit paragraph
           end-if.
           if ws-hhmm-out(1:2) is greater than "23"
               or ws-hhmm-out(3:2) is greater than "59"
               exit paragraph
           end-if.
           move 'Y' to ws-hhmm-state.
      *-----------------------------------------------------------------
       set-zone.
           move spaces to ws-reply-text.
           move function upper-case(ws-value) to ws-value.
           if ws-value is equal to "SERVER" or ws-value is equal to
               spaces
               move spaces to ws-zone
               exit paragraph
           end-if.
           call static "rv-zone-offset" using
               by value ws-value(1:8)
               by reference ws-offset-mins end-call.
           if return-code is not equal to zero
               or ws-value(9:1) is not equal to space
               move 0 to return-code
               move spaces to ws-reply-text
               string "No time zone called " delimited by size
                   function trim(ws-value) delimited by size
                   " in tzones.txt." delimited by size
                   into ws-reply-text
               end-string
               exit paragraph
           end-if.
           move ws-value(1:8) to ws-zone.
      *-----------------------------------------------------------------
       set-notices.
           move spaces to ws-reply-text.
           move function upper-case(ws-value) to ws-value.
           evaluate ws-value
               when "DM"
                   move "DM" to ws-mode
               when "DIGEST"
                   move "DIGEST" to ws-mode
               when other
                   move ws-usage-text to ws-reply-text
           end-evaluate.
      *-----------------------------------------------------------------
      *Rewrite the store with this user's line replaced - or dropped,
      *when everything is back at the defaults - write-temp-then-
      *rename, same discipline as the subscription store.
       store-prefs.
           move spaces to ws-store-line.
           if ws-quiet-start is not equal to spaces
               or ws-zone is not equal to spaces
               or ws-mode is equal to "DIGEST"
               string ls-author-id delimited by size
                   "," delimited by size
                   ws-quiet-start delimited by space
                   "," delimited by size
                   ws-quiet-end delimited by space
                   "," delimited by size
                   ws-zone delimited by space
                   "," delimited by size
                   ws-mode delimited by space
                   into ws-store-line
               end-string
           end-if.
           move 'N' to ws-prefs-eof.
           open output fs-prefs-tmp.
           open input sharing with all fs-prefs.
           perform until ws-at-prefs-eof
               read fs-prefs
                   at end move 'Y' to ws-prefs-eof
                   not at end
                       move spaces to ws-p-user
                       unstring fs-prefs-line delimited by ","
                           into ws-p-user
                       end-unstring
                       if ws-p-user is not equal to ls-author-id
                           write fs-prefs-tmp-line from fs-prefs-line
                               end-write
                       end-if
               end-read
           end-perform.
           close fs-prefs.
           if ws-store-line is not equal to spaces
               write fs-prefs-tmp-line from ws-store-line end-write
           end-if.
           close fs-prefs-tmp.
           call "CBL_RENAME_FILE" using "prefs.dat.tmp"
               "prefs.dat" end-call.
      *-----------------------------------------------------------------
       describe-prefs.
           move spaces to ws-reply-text.
           move 1 to ws-reply-ptr.
           if ws-quiet-start is equal to spaces
               string "Quiet hours: none" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           else
               string "Quiet hours: " delimited by size
                   ws-quiet-start(1:2) delimited by size
                   ":" delimited by size
                   ws-quiet-start(3:2) delimited by size
                   "-" delimited by size
                   ws-quiet-end(1:2) delimited by size
                   ":" delimited by size
                   ws-quiet-end(3:2) delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           if ws-zone is equal to spaces
               string ", zone: server clock" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           else
               string ", zone: " delimited by size
                   function trim(ws-zone) delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           if ws-mode is equal to "DIGEST"
               string ", notices: one daily digest DM."
                   delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           else
               string ", notices: as they happen by DM."
                   delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
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
       end program rv-cmd-prefs.
      ******************************************************************
      *One user's notification settings off prefs.dat - blanks and
      *mode DM (return-code 1) for someone who never set any.
       identification division.
       program-id. rv-user-prefs.
       environment division.
       input-output section.
       file-control.
           select optional fs-prefs assign to "prefs.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-prefs.
       01  fs-prefs-line pic x(80).
       working-storage section.
       01  ws-prefs-eof pic x value 'N'.
           88 ws-at-prefs-eof value 'Y'.
       01  ws-p-user pic x(26).
       01  ws-p-start pic x(4).
       01  ws-p-end pic x(4).
       01  ws-p-zone pic x(8).
       01  ws-p-mode pic x(6).
       01  ws-found pic x.
           88 ws-prefs-found value 'Y'.
       linkage section.
       01  ls-user-id picture x(26).
       01  ls-quiet-start picture x(4).
       01  ls-quiet-end picture x(4).
       01  ls-zone picture x(8).
       01  ls-mode picture x(6).
       procedure division using by value ls-user-id
           by reference ls-quiet-start
           by reference ls-quiet-end
           by reference ls-zone
           by reference ls-mode.
           move spaces to ls-quiet-start, ls-quiet-end, ls-zone.
           move "DM" to ls-mode.
           move 'N' to ws-found.
           move 'N' to ws-prefs-eof.
           open input sharing with all fs-prefs.
           perform until ws-at-prefs-eof
               read fs-prefs
                   at end move 'Y' to ws-prefs-eof
                   not at end
                       move spaces to ws-p-user, ws-p-start, ws-p-end,
                           ws-p-zone, ws-p-mode
                       unstring fs-prefs-line delimited by ","
                           into ws-p-user ws-p-start ws-p-end
                                ws-p-zone ws-p-mode
                       end-unstring
                       if ws-p-user is equal to ls-user-id
                           move 'Y' to ws-found
                           move 'Y' to ws-prefs-eof
                       end-if
               end-read
           end-perform.
           close fs-prefs.
           if not ws-prefs-found
               move 1 to return-code
               goback
           end-if.
           move ws-p-start to ls-quiet-start.
           move ws-p-end to ls-quiet-end.
           move ws-p-zone to ls-zone.
           if ws-p-mode is equal to "DIGEST"
               move "DIGEST" to ls-mode
           end-if.
           move 0 to return-code.
           goback.
       end program rv-user-prefs.
      ******************************************************************
      *Signed minutes a tzones.txt zone adds to the server clock right
      *now - the summer figure between 01:00 on the last Sundays of
      *March and October, the rule rv-run-schedule (tick.cbl) uses.
      *A blank zone is the server clock itself (zero); return-code 1
      *means tzones.txt has no such zone, and zero comes back.
       identification division.
       program-id. rv-zone-offset.
       environment division.
       input-output section.
       file-control.
           select optional fs-tzones assign to "tzones.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-tzones.
       01  fs-tzone-line pic x(48).
       working-storage section.
       01  ws-tz-eof pic x value 'N'.
           88 ws-at-tz-eof value 'Y'.
       01  ws-tz-field-1 pic x(8).
       01  ws-tz-field-2 pic x(8).
       01  ws-tz-field-3 pic x(8).
       01  ws-found pic x.
           88 ws-zone-found value 'Y'.
       01  ws-now-stamp pic x(14).
       01  ws-dst-year picture 9(4).
       01  ws-dst-start picture 9(8).
       01  ws-dst-end picture 9(8).
       01  ws-dst-probe picture 9(8).
       01  ws-dst-int picture 9(8).
       linkage section.
       01  ls-zone picture x(8).
       01  ls-offset-mins picture s9(8).
       procedure division using by value ls-zone
           by reference ls-offset-mins.
           move zero to ls-offset-mins.
           move 0 to return-code.
           if ls-zone is equal to spaces
               goback
           end-if.
           move 'N' to ws-found.
           move 'N' to ws-tz-eof.
           open input sharing with all fs-tzones.
           perform until ws-at-tz-eof
               read fs-tzones
                   at end move 'Y' to ws-tz-eof
                   not at end
                       if fs-tzone-line(1:1) is not equal to space
                           and fs-tzone-line(1:1) is not equal
                               to '*'
                           perform check-tzone-line
                       end-if
               end-read
           end-perform.
           close fs-tzones.
           if not ws-zone-found
               move 1 to return-code
           end-if.
           goback.
      *-----------------------------------------------------------------
       check-tzone-line.
           move spaces to ws-tz-field-1 ws-tz-field-2 ws-tz-field-3.
           unstring fs-tzone-line delimited by ","
               into ws-tz-field-1 ws-tz-field-2 ws-tz-field-3
           end-unstring.
           if function upper-case(ws-tz-field-1) is not equal to
               function upper-case(ls-zone)
               exit paragraph
           end-if.
           move 'Y' to ws-found.
           move 'Y' to ws-tz-eof.
           perform pick-zone-offset.
      *-----------------------------------------------------------------
       pick-zone-offset.
           move function current-date(1:14) to ws-now-stamp.
           move function numval(ws-now-stamp(1:4)) to ws-dst-year.
           compute ws-dst-int = function integer-of-date(
               ws-dst-year * 10000 + 0331).
           perform find-prior-sunday.
           move function date-of-integer(ws-dst-int)
               to ws-dst-start.
           compute ws-dst-int = function integer-of-date(
               ws-dst-year * 10000 + 1031).
           perform find-prior-sunday.
           move function date-of-integer(ws-dst-int)
               to ws-dst-end.
           compute ws-dst-probe =
               function numval(ws-now-stamp(1:8)).
           if (ws-dst-probe is greater than ws-dst-start
               or (ws-dst-probe is equal to ws-dst-start
                   and ws-now-stamp(9:2) is not less than "01"))
               and (ws-dst-probe is less than ws-dst-end
                   or (ws-dst-probe is equal to ws-dst-end
                       and ws-now-stamp(9:2) is less than "01"))
               if ws-tz-field-3 is not equal to spaces
                   compute ls-offset-mins =
                       function numval(ws-tz-field-3)
               end-if
           else
               if ws-tz-field-2 is not equal to spaces
                   compute ls-offset-mins =
                       function numval(ws-tz-field-2)
               end-if
           end-if.
      *-----------------------------------------------------------------
       find-prior-sunday.
           perform until function rem(ws-dst-int 7) is equal to zero
               subtract 1 from ws-dst-int
           end-perform.
       end program rv-zone-offset.
      ******************************************************************
      *The quiet-hours gate in front of rv-dm-user (api.cbl).
      *return-code 0 - send now; 1 - held in dmdefer.dat until the
      *user's quiet hours end (or their digest time comes round).
       identification division.
       program-id. rv-dm-defer.
       environment division.
       input-output section.
       file-control.
           select optional fs-defer assign to "dmdefer.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-defer.
       01  fs-defer-line pic x(260).
       working-storage section.
       01  ws-quiet-start pic x(4).
       01  ws-quiet-end pic x(4).
       01  ws-zone pic x(8).
       01  ws-mode pic x(6).
       01  ws-kind pic x.
       01  ws-release-hhmm pic x(4).
       01  ws-offset-mins picture s9(8).
      *Epoch-second arithmetic, the same integer-of-date sum
      *rv-run-schedule uses for its zone-local "now".
       01  ws-now-stamp pic x(14).
       01  ws-epoch-base picture 9(8).
       01  ws-local-secs picture s9(12).
       01  ws-local-day-secs picture s9(12).
       01  ws-release-secs picture s9(12).
       01  ws-days picture 9(8).
       01  ws-rem picture 9(8).
       01  ws-hh picture 9(2).
       01  ws-mm picture 9(2).
       01  ws-ss picture 9(2).
       01  ws-local-hhmm pic x(4).
       01  ws-release-stamp pic x(14).
       01  ws-release-date picture 9(8).
       01  ws-quiet-state pic x.
           88 ws-in-quiet-hours value 'Y'.
       linkage section.
       01  ls-user-id picture x(26).
       01  ls-note-text picture x(200).
       procedure division using by value ls-user-id
           by value ls-note-text.
           call static "rv-user-prefs" using
               by value ls-user-id
               by reference ws-quiet-start
               by reference ws-quiet-end
               by reference ws-zone
               by reference ws-mode end-call.
           if return-code is not equal to zero
               move 0 to return-code
               goback
           end-if.
           call static "rv-zone-offset" using
               by value ws-zone
               by reference ws-offset-mins end-call.
           move 0 to return-code.
           perform compute-local-now.
           perform check-quiet-hours.
           evaluate true
               when ws-mode is equal to "DIGEST"
                   move 'G' to ws-kind
                   if ws-quiet-start is equal to spaces
                       move "0800" to ws-release-hhmm
                   else
                       move ws-quiet-end to ws-release-hhmm
                   end-if
               when ws-in-quiet-hours
                   move 'D' to ws-kind
                   move ws-quiet-end to ws-release-hhmm
               when other
                   goback
           end-evaluate.
           perform compute-release-stamp.
           move spaces to fs-defer-line.
           string ws-release-stamp delimited by size
               "," delimited by size
               ls-user-id delimited by size
               "," delimited by size
               ws-kind delimited by size
               "," delimited by size
               function trim(ls-note-text) delimited by size
               into fs-defer-line
           end-string.
           open extend fs-defer.
           write fs-defer-line end-write.
           close fs-defer.
           move 1 to return-code.
           goback.
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
           compute ws-local-day-secs = ws-days * 86400.
           compute ws-rem = ws-local-secs - ws-local-day-secs.
           divide ws-rem by 3600 giving ws-hh remainder ws-rem
               end-divide.
           divide ws-rem by 60 giving ws-mm end-divide.
           move ws-hh to ws-local-hhmm(1:2).
           move ws-mm to ws-local-hhmm(3:2).
      *-----------------------------------------------------------------
      *A window whose start is after its end runs past midnight.
       check-quiet-hours.
           move 'N' to ws-quiet-state.
           if ws-quiet-start is equal to spaces
               exit paragraph
           end-if.
           if ws-quiet-start is less than ws-quiet-end
               if ws-local-hhmm is not less than ws-quiet-start
                   and ws-local-hhmm is less than ws-quiet-end
                   move 'Y' to ws-quiet-state
               end-if
           else
               if ws-local-hhmm is not less than ws-quiet-start
                   or ws-local-hhmm is less than ws-quiet-end
                   move 'Y' to ws-quiet-state
               end-if
           end-if.
      *-----------------------------------------------------------------
      *The next local release time - today's if it is still ahead,
      *else tomorrow's - taken back to the server clock.
       compute-release-stamp.
           compute ws-release-secs = ws-local-day-secs
               + function numval(ws-release-hhmm(1:2)) * 3600
               + function numval(ws-release-hhmm(3:2)) * 60.
           if ws-release-hhmm is not greater than ws-local-hhmm
               add 86400 to ws-release-secs
           end-if.
           compute ws-release-secs = ws-release-secs
               - ws-offset-mins * 60.
           compute ws-days = ws-release-secs / 86400.
           compute ws-rem = ws-release-secs - ws-days * 86400.
           move function date-of-integer(ws-epoch-base + ws-days)
               to ws-release-date.
           divide ws-rem by 3600 giving ws-hh remainder ws-rem
               end-divide.
           divide ws-rem by 60 giving ws-mm remainder ws-ss
               end-divide.
           move ws-release-date to ws-release-stamp(1:8).
           move ws-hh to ws-release-stamp(9:2).
           move ws-mm to ws-release-stamp(11:2).
           move ws-ss to ws-release-stamp(13:2).
       end program rv-dm-defer.
      ******************************************************************
      *Housekeeping tick (rv-onrun, program.cbl) - deliver the held
      *DMs whose release stamp has come round. A deferred notice goes
      *out on its own; a user's digest lines go out together as one
      *DM. The store is rewritten without the delivered lines before
      *anything is sent, the reminder store's discipline, so a crash
      *mid-delivery loses a notice rather than repeating a batch.
       identification division.
       program-id. rv-release-deferred-dms.
       environment division.
       input-output section.
       file-control.
           select optional fs-defer assign to "dmdefer.dat"
           organization is line sequential.
           select fs-defer-tmp assign to "dmdefer.dat.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-defer.
       01  fs-defer-line pic x(260).
       fd  fs-defer-tmp.
       01  fs-defer-tmp-line pic x(260).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-now-key pic x(14).
       01  ws-defer-eof pic x value 'N'.
           88 ws-at-defer-eof value 'Y'.
       01  ws-line-stamp pic x(14).
       01  ws-line-user pic x(26).
       01  ws-line-kind pic x.
       01  ws-line-text pic x(200).
       01  ws-parse-ptr picture 9(8).
       01  ws-due-count picture 9(4).
       01  ws-due-idx picture 9(4).
       01  ws-dropped-count picture 9(4).
       01  ws-due-entries occurs 32 times.
           02 ws-due-user pic x(26).
           02 ws-due-kind pic x.
           02 ws-due-text pic x(200).
           02 ws-due-sent pic x.
       01  ws-digest-idx picture 9(4).
       01  ws-digest-user pic x(26).
       01  ws-digest-ptr picture 9(8).
       01  ws-dm-channel pic x(26).
       01  ws-log-line pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config.
           move function current-date(1:14) to ws-now-key.
           move zero to ws-due-count.
           move 'N' to ws-defer-eof.
           open input sharing with all fs-defer.
           perform until ws-at-defer-eof
               read fs-defer
                   at end move 'Y' to ws-defer-eof
                   not at end perform collect-if-due
               end-read
           end-perform.
           close fs-defer.
           if ws-due-count is equal to zero
               goback
           end-if.
           move zero to ws-dropped-count.
           move 'N' to ws-defer-eof.
           open output fs-defer-tmp.
           open input sharing with all fs-defer.
           perform until ws-at-defer-eof
               read fs-defer
                   at end move 'Y' to ws-defer-eof
                   not at end perform keep-if-not-due
               end-read
           end-perform.
           close fs-defer.
           close fs-defer-tmp.
           call "CBL_RENAME_FILE" using "dmdefer.dat.tmp"
               "dmdefer.dat" end-call.
           perform varying ws-due-idx from 1 by 1
               until ws-due-idx is greater than ws-due-count
               if ws-due-sent(ws-due-idx) is equal to 'N'
                   if ws-due-kind(ws-due-idx) is equal to 'G'
                       perform send-digest
                   else
                       perform send-deferred
                   end-if
               end-if
           end-perform.
           goback.
      *-----------------------------------------------------------------
       parse-defer-line.
           move spaces to ws-line-stamp, ws-line-user, ws-line-kind,
               ws-line-text.
           move 1 to ws-parse-ptr.
           unstring fs-defer-line delimited by ","
               into ws-line-stamp ws-line-user ws-line-kind
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-defer-line
               move fs-defer-line(ws-parse-ptr:) to ws-line-text
           end-if.
      *-----------------------------------------------------------------
       collect-if-due.
           perform parse-defer-line.
           if ws-line-stamp is not greater than ws-now-key
               and ws-line-user is not equal to spaces
               and ws-due-count is less than 32
               add 1 to ws-due-count
               move ws-line-user to ws-due-user(ws-due-count)
               move ws-line-kind to ws-due-kind(ws-due-count)
               move ws-line-text to ws-due-text(ws-due-count)
               move 'N' to ws-due-sent(ws-due-count)
           end-if.
      *-----------------------------------------------------------------
      *Drop the first ws-due-count due lines - exactly the ones
      *collected above, in file order.
       keep-if-not-due.
           perform parse-defer-line.
           if ws-line-stamp is not greater than ws-now-key
               and ws-line-user is not equal to spaces
               and ws-dropped-count is less than ws-due-count
               add 1 to ws-dropped-count
           else
               write fs-defer-tmp-line from fs-defer-line end-write
           end-if.
      *-----------------------------------------------------------------
       send-deferred.
           move 'Y' to ws-due-sent(ws-due-idx).
           call static "rv-dm-user-now" using by reference ls-config
               by value ws-due-user(ws-due-idx)
               by value ws-due-text(ws-due-idx) end-call.
           if return-code is not equal to zero
               perform log-undelivered
           end-if.
           move 0 to return-code.
      *-----------------------------------------------------------------
      *Every due digest line for this user, in the order they were
      *held, as one DM.
       send-digest.
           move ws-due-user(ws-due-idx) to ws-digest-user.
           initialize ws-msg.
           move 1 to ws-digest-ptr.
           string "Your notices since the last digest:"
               delimited by size
               into ws-content in ws-msg
               with pointer ws-digest-ptr
           end-string.
           perform varying ws-digest-idx from ws-due-idx by 1
               until ws-digest-idx is greater than ws-due-count
               if ws-due-user(ws-digest-idx) is equal to
                   ws-digest-user
                   and ws-due-kind(ws-digest-idx) is equal to 'G'
                   and ws-due-sent(ws-digest-idx) is equal to 'N'
                   move 'Y' to ws-due-sent(ws-digest-idx)
                   string x'0a' delimited by size
                       "- " delimited by size
                       function trim(ws-due-text(ws-digest-idx))
                           delimited by size
                       into ws-content in ws-msg
                       with pointer ws-digest-ptr
                   end-string
               end-if
           end-perform.
           call static "rv-open-dm" using by reference ls-config
               by value ws-digest-user
               by reference ws-dm-channel end-call.
           if ws-dm-channel(1:1) is equal to space
               perform log-undelivered
               exit paragraph
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ws-dm-channel
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       log-undelivered.
           move spaces to ws-log-line.
           string "[NOTIFY] held DM for " delimited by size
               ws-due-user(ws-due-idx) delimited by size
               " could not be delivered - DM channel unavailable"
                   delimited by size
               into ws-log-line
           end-string.
           call static "rv-log" using by value "WARN "
               by value ws-log-line end-call.
       end program rv-release-deferred-dms.

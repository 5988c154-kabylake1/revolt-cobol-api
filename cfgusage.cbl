       copy "cabi.cpy".
      ******************************************************************
      *Config usage report - which routes, reaction routes and
      *templates the users actually trigger, and a clean-up proposal
      *for the ones they don't. Run standalone once a month:
      *    rv-config-usage
      *Reads the retained audit trail (audit.YYYYMMDD.log, up to 90
      *days back) and counts, per routes.txt entry (channel plus
      *prefix) and per reactions.txt entry (channel, emoji and
      *program), the IN and DEN lines rv-dispatch-cmd and
      *rv-dispatch-reaction logged for it - a denied attempt is still
      *somebody using the command. A template's uses are the uses of
      *the canned routes naming it. Audit retention (logretain.txt)
      *can be shorter than 90 days, so the last-used date of every
      *entry is carried from run to run in cfgusage.dat:
      *    "R,channel,prefix,firstseen,lastused"
      *    "E,channel,emoji,firstseen,lastused"
      *firstseen is the day the entry was first counted (on the very
      *first run, the oldest audit day on disk), so a route added last
      *week is not mistaken for one idle since spring.
      *Writes cfgusage.YYYYMM.txt: the usage tables with each entry's
      *idle bucket (30+, 60+, 90+ days), then a clean-up proposal
      *listing, per file, the rv-config-maint entry numbers to
      *delete - highest first, so the numbers still hold while the
      *operator works down the list. Proposed are:
      *  - routes and reaction routes unused for 30 days or more;
      *  - routes and reaction routes whose channel rv-config-audit
      *    (cfgaudit.cbl) last found missing, off its cfgaudit.dat;
      *  - templates no route, schedule.txt entry or handler program
      *    references, or referenced only by routes proposed above.
      *Handler references are the keys the programs look up by name
      *(below) plus the POLL_OPT_n family. A template key named only
      *inside a dropbox drop file cannot be seen from here - check
      *the dropbox before deleting a template it might name. Needs
      *no token and touches no network; changes nothing but its own
      *report and register.
       identification division.
       program-id. rv-config-usage.
       environment division.
       input-output section.
       file-control.
           select optional fs-routes assign to "routes.txt"
           organization is line sequential.
           select optional fs-reactions assign to "reactions.txt"
           organization is line sequential.
           select optional fs-templates assign to "templates.txt"
           organization is line sequential.
           select optional fs-schedule assign to "schedule.txt"
           organization is line sequential.
           select optional fs-dead assign to "cfgaudit.dat"
           organization is line sequential.
           select optional fs-ccache assign to "chancache.dat"
           organization is line sequential.
           select optional fs-audit assign to ws-audit-name
           organization is line sequential.
           select optional fs-reg assign to "cfgusage.dat"
           organization is line sequential.
           select fs-reg-tmp assign to "cfgusage.dat.tmp"
           organization is line sequential.
           select fs-report assign to ws-report-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-routes.
       01  fs-route-line pic x(256).
       fd  fs-reactions.
       01  fs-reaction-line pic x(256).
       fd  fs-templates.
       01  fs-template-line pic x(256).
       fd  fs-schedule.
       01  fs-schedule-line pic x(256).
       fd  fs-dead.
       01  fs-dead-line pic x(64).
       fd  fs-ccache.
       01  fs-ccache-line pic x(96).
       fd  fs-audit.
       01  fs-audit-line pic x(400).
       fd  fs-reg.
       01  fs-reg-line pic x(128).
       fd  fs-reg-tmp.
       01  fs-reg-tmp-line pic x(128).
       fd  fs-report.
       01  fs-report-line pic x(160).
       working-storage section.
       01  ws-today pic x(8).
       01  ws-today-int picture 9(8).
       01  ws-day-int picture 9(8).
       01  ws-day-date picture 9(8).
       01  ws-day-back picture 9(4).
       01  ws-ref-int picture 9(8).
       01  ws-audit-name pic x(32).
       01  ws-report-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-lines-read picture 9(8).
      *Audit trail coverage - the oldest and newest day files read.
       01  ws-cover-from pic x(8).
       01  ws-cover-to pic x(8).
       01  ws-cover-days picture 9(4).
       01  ws-reg-found pic x value 'N'.
           88 ws-reg-was-found value 'Y'.
       01  ws-new-first pic x(8).
      *routes.txt, in file order, numbered the rv-config-maint way.
       01  ws-route-count picture 9(4) value zero.
       01  ws-route-idx picture 9(4).
       01  ws-routes occurs 512 times.
           02 ws-rt-entry picture 9(4).
           02 ws-rt-channel pic x(26).
           02 ws-rt-prefix pic x(8).
           02 ws-rt-program pic x(30).
           02 ws-rt-template pic x(16).
           02 ws-rt-count picture 9(8).
           02 ws-rt-first pic x(8).
           02 ws-rt-last pic x(8).
           02 ws-rt-idle picture 9(5).
           02 ws-rt-dead pic x.
               88 ws-rt-is-dead value 'Y'.
           02 ws-rt-propose pic x.
               88 ws-rt-is-proposed value 'Y'.
      *reactions.txt, likewise.
       01  ws-reaction-count picture 9(4) value zero.
       01  ws-reaction-idx picture 9(4).
       01  ws-reactions occurs 128 times.
           02 ws-rx-entry picture 9(4).
           02 ws-rx-channel pic x(26).
           02 ws-rx-emoji pic x(32).
           02 ws-rx-program pic x(30).
           02 ws-rx-count picture 9(8).
           02 ws-rx-first pic x(8).
           02 ws-rx-last pic x(8).
           02 ws-rx-idle picture 9(5).
           02 ws-rx-dead pic x.
               88 ws-rx-is-dead value 'Y'.
           02 ws-rx-propose pic x.
               88 ws-rx-is-proposed value 'Y'.
      *templates.txt keys and who references them.
       01  ws-template-count picture 9(4) value zero.
       01  ws-template-idx picture 9(4).
       01  ws-templates occurs 256 times.
           02 ws-tp-entry picture 9(4).
           02 ws-tp-key pic x(16).
           02 ws-tp-route-refs picture 9(4).
           02 ws-tp-kept-refs picture 9(4).
           02 ws-tp-sched pic x.
               88 ws-tp-in-schedule value 'Y'.
           02 ws-tp-handler pic x.
               88 ws-tp-in-handler value 'Y'.
           02 ws-tp-count picture 9(8).
           02 ws-tp-last pic x(8).
           02 ws-tp-propose pic x.
               88 ws-tp-is-proposed value 'Y'.
      *Template keys the handler programs look up by name, each with
      *its compiled-in fallback - deleting one only loses the
      *rewording, but it is still in use.
       01  ws-handler-keys-data.
           02 filler pic x(16) value "ACK".
           02 filler pic x(16) value "ATTACH_QUAR".
           02 filler pic x(16) value "CHANGES_USAGE".
           02 filler pic x(16) value "CHECKLIST_USAGE".
           02 filler pic x(16) value "CSAT_ASK".
           02 filler pic x(16) value "DENIED".
           02 filler pic x(16) value "HOLD_USAGE".
           02 filler pic x(16) value "IDK".
           02 filler pic x(16) value "INCIDENT".
           02 filler pic x(16) value "INCIDENT_USAGE".
           02 filler pic x(16) value "KB_USAGE".
           02 filler pic x(16) value "MISCONFIG".
           02 filler pic x(16) value "ONCALL_NONE".
           02 filler pic x(16) value "OOH_CLOSED".
           02 filler pic x(16) value "POLL_NO".
           02 filler pic x(16) value "POLL_USAGE".
           02 filler pic x(16) value "POLL_YES".
           02 filler pic x(16) value "PONG".
           02 filler pic x(16) value "REMIND_USAGE".
           02 filler pic x(16) value "RULES".
           02 filler pic x(16) value "SHUTDOWN".
           02 filler pic x(16) value "STRIKE_DM".
           02 filler pic x(16) value "SWAP_USAGE".
           02 filler pic x(16) value "THROTTLED".
           02 filler pic x(16) value "TICKET_USAGE".
           02 filler pic x(16) value "VOICE".
           02 filler pic x(16) value "VOICE_UNAVAIL".
           02 filler pic x(16) value "WATCHLIST".
           02 filler pic x(16) value "WATCH_EYES".
           02 filler pic x(16) value "WELCOME".
       01  ws-handler-keys redefines ws-handler-keys-data.
           02 ws-handler-key pic x(16) occurs 30 times.
       01  ws-handler-idx picture 9(4).
      *Dead channel ids off rv-config-audit's last run.
       01  ws-dead-count picture 9(4) value zero.
       01  ws-dead-idx picture 9(4).
       01  ws-dead-ids occurs 128 times.
           02 ws-dead-id pic x(26).
       01  ws-dead-checked pic x(14).
       01  ws-dead-found pic x.
           88 ws-dead-is-found value 'Y'.
      *Parsed audit fields, the rv-audit-log layout.
       01  ws-a-stamp pic x(26).
       01  ws-a-dir pic x(8).
       01  ws-a-channel pic x(26).
       01  ws-a-prefix pic x(8).
       01  ws-a-program pic x(30).
       01  ws-a-author pic x(32).
      *Config line fields.
       01  ws-f-channel pic x(26).
       01  ws-f-prefix pic x(32).
       01  ws-f-program pic x(30).
       01  ws-f-template pic x(32).
       01  ws-f-spare pic x(32).
       01  ws-f-kind pic x(4).
       01  ws-f-first pic x(8).
       01  ws-f-last pic x(8).
      *Channel names off the running bot's cache, same as the daily
      *report.
       01  ws-cname-count picture 9(4) value zero.
       01  ws-cname-idx picture 9(4).
       01  ws-cname-tbl occurs 128 times.
           02 ws-cname-id pic x(26).
           02 ws-cname-text pic x(64).
       01  ws-chan-name pic x(64).
       01  ws-one-channel pic x(26).
       01  ws-ref-date pic x(8).
       01  ws-idle-wk picture 9(5).
       01  ws-bucket pic x(4).
       01  ws-reason pic x(60).
       01  ws-target-text pic x(40).
       01  ws-proposed-routes picture 9(4).
       01  ws-proposed-reactions picture 9(4).
       01  ws-proposed-templates picture 9(4).
       01  ws-entry-disp picture zzz9.
       01  ws-count-disp picture zzzzzzz9.
       01  ws-idle-disp picture zzzz9.
       01  ws-work-line pic x(160).
       procedure division.
           move function current-date(1:8) to ws-today.
           compute ws-today-int =
               function integer-of-date(function numval(ws-today)).
           perform load-channel-names.
           perform load-routes.
           perform load-reactions.
           perform load-templates.
           perform load-schedule-refs.
           perform load-dead-channels.
           perform load-register.
           perform scan-audit-trail.
           perform settle-first-seen.
           perform judge-routes.
           perform judge-reactions.
           perform judge-templates.
           perform write-report.
           perform write-register.
           display "Config usage report written to "
               function trim(ws-report-name) end-display.
           move ws-proposed-routes to ws-entry-disp.
           display "  routes proposed for clean-up:          "
               ws-entry-disp end-display.
           move ws-proposed-reactions to ws-entry-disp.
           display "  reaction routes proposed for clean-up: "
               ws-entry-disp end-display.
           move ws-proposed-templates to ws-entry-disp.
           display "  templates proposed for clean-up:       "
               ws-entry-disp end-display.
           stop run.
      *-----------------------------------------------------------------
       load-routes.
           move 'N' to ws-eof.
           open input sharing with all fs-routes.
           perform until ws-at-eof
               read fs-routes
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-route-line(1:1) is not equal to space
                           and fs-route-line(1:1) is not equal to '*'
                           and ws-route-count is less than 512
                           add 1 to ws-route-count
                           initialize ws-routes(ws-route-count)
                           move ws-route-count
                               to ws-rt-entry(ws-route-count)
                           move spaces to ws-f-prefix ws-f-template
                           unstring fs-route-line delimited by ","
                               into ws-rt-channel(ws-route-count)
                                    ws-f-prefix
                                    ws-rt-program(ws-route-count)
                                    ws-f-template
                           end-unstring
                           move ws-f-prefix
                               to ws-rt-prefix(ws-route-count)
                           move ws-f-template
                               to ws-rt-template(ws-route-count)
                       end-if
               end-read
           end-perform.
           close fs-routes.
      *-----------------------------------------------------------------
       load-reactions.
           move 'N' to ws-eof.
           open input sharing with all fs-reactions.
           perform until ws-at-eof
               read fs-reactions
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-reaction-line(1:1) is not equal to space
                           and fs-reaction-line(1:1)
                               is not equal to '*'
                           and ws-reaction-count is less than 128
                           add 1 to ws-reaction-count
                           initialize ws-reactions(ws-reaction-count)
                           move ws-reaction-count
                               to ws-rx-entry(ws-reaction-count)
                           unstring fs-reaction-line delimited by ","
                               into ws-rx-channel(ws-reaction-count)
                                    ws-rx-emoji(ws-reaction-count)
                                    ws-rx-program(ws-reaction-count)
                           end-unstring
                       end-if
               end-read
           end-perform.
           close fs-reactions.
      *-----------------------------------------------------------------
      *Every templates.txt key, with the references the routes and
      *the handler programs make to it.
       load-templates.
           move 'N' to ws-eof.
           open input sharing with all fs-templates.
           perform until ws-at-eof
               read fs-templates
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-template-line(1:1) is not equal to space
                           and fs-template-line(1:1)
                               is not equal to '*'
                           and ws-template-count is less than 256
                           add 1 to ws-template-count
                           initialize ws-templates(ws-template-count)
                           move ws-template-count
                               to ws-tp-entry(ws-template-count)
                           unstring fs-template-line delimited by "="
                               into ws-tp-key(ws-template-count)
                           end-unstring
                           perform mark-handler-key
                       end-if
               end-read
           end-perform.
           close fs-templates.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               if ws-rt-program(ws-route-idx) is equal to spaces
                   and ws-rt-template(ws-route-idx)
                       is not equal to spaces
                   perform varying ws-template-idx from 1 by 1
                       until ws-template-idx
                           is greater than ws-template-count
                       if ws-tp-key(ws-template-idx) is equal to
                           ws-rt-template(ws-route-idx)
                           add 1 to ws-tp-route-refs(ws-template-idx)
                       end-if
                   end-perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       mark-handler-key.
           if ws-tp-key(ws-template-count)(1:9) is equal to
               "POLL_OPT_"
               move 'Y' to ws-tp-handler(ws-template-count)
               exit paragraph
           end-if.
           perform varying ws-handler-idx from 1 by 1
               until ws-handler-idx is greater than 30
               if ws-handler-key(ws-handler-idx) is equal to
                   ws-tp-key(ws-template-count)
                   move 'Y' to ws-tp-handler(ws-template-count)
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *schedule.txt's fourth field names the template each scheduled
      *message posts.
       load-schedule-refs.
           move 'N' to ws-eof.
           open input sharing with all fs-schedule.
           perform until ws-at-eof
               read fs-schedule
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-schedule-line(1:1) is not equal to space
                           and fs-schedule-line(1:1)
                               is not equal to '*'
                           move spaces to ws-f-template
                           unstring fs-schedule-line delimited by ","
                               into ws-f-spare ws-f-spare ws-f-spare
                                    ws-f-template
                           end-unstring
                           perform mark-schedule-key
                       end-if
               end-read
           end-perform.
           close fs-schedule.
      *-----------------------------------------------------------------
       mark-schedule-key.
           perform varying ws-template-idx from 1 by 1
               until ws-template-idx is greater than ws-template-count
               if ws-tp-key(ws-template-idx) is equal to
                   ws-f-template
                   move 'Y' to ws-tp-sched(ws-template-idx)
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *cfgaudit.dat - "*checked stamp", then "channel,source" per
      *dead id. Absent until rv-config-audit has run.
       load-dead-channels.
           move spaces to ws-dead-checked.
           move 'N' to ws-eof.
           open input sharing with all fs-dead.
           perform until ws-at-eof
               read fs-dead
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-dead-line(1:9) is equal to "*checked "
                           move fs-dead-line(10:14)
                               to ws-dead-checked
                       else
                           if fs-dead-line(1:1) is not equal to space
                               and fs-dead-line(1:1)
                                   is not equal to '*'
                               and ws-dead-count is less than 128
                               add 1 to ws-dead-count
                               unstring fs-dead-line delimited by ","
                                   into ws-dead-id(ws-dead-count)
                               end-unstring
                           end-if
                       end-if
               end-read
           end-perform.
           close fs-dead.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               move ws-rt-channel(ws-route-idx) to ws-one-channel
               perform find-dead-channel
               if ws-dead-is-found
                   move 'Y' to ws-rt-dead(ws-route-idx)
               end-if
           end-perform.
           perform varying ws-reaction-idx from 1 by 1
               until ws-reaction-idx is greater than ws-reaction-count
               move ws-rx-channel(ws-reaction-idx) to ws-one-channel
               perform find-dead-channel
               if ws-dead-is-found
                   move 'Y' to ws-rx-dead(ws-reaction-idx)
               end-if
           end-perform.
      *-----------------------------------------------------------------
       find-dead-channel.
           move 'N' to ws-dead-found.
           perform varying ws-dead-idx from 1 by 1
               until ws-dead-idx is greater than ws-dead-count
               if ws-dead-id(ws-dead-idx) is equal to ws-one-channel
                   move 'Y' to ws-dead-found
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Carry first-seen and last-used dates over from earlier runs.
      *Lines for entries no longer configured simply drop out when
      *the register is rewritten.
       load-register.
           move 'N' to ws-reg-found.
           move 'N' to ws-eof.
           open input sharing with all fs-reg.
           perform until ws-at-eof
               read fs-reg
                   at end move 'Y' to ws-eof
                   not at end
                       move 'Y' to ws-reg-found
                       move spaces to ws-f-kind ws-f-channel
                           ws-f-prefix ws-f-first ws-f-last
                       unstring fs-reg-line delimited by ","
                           into ws-f-kind ws-f-channel ws-f-prefix
                                ws-f-first ws-f-last
                       end-unstring
                       evaluate ws-f-kind
                           when "R"
                               perform register-route
                           when "E"
                               perform register-reaction
                       end-evaluate
               end-read
           end-perform.
           close fs-reg.
      *-----------------------------------------------------------------
       register-route.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               if ws-rt-channel(ws-route-idx) is equal to ws-f-channel
                   and ws-rt-prefix(ws-route-idx) is equal to
                       ws-f-prefix
                   move ws-f-first to ws-rt-first(ws-route-idx)
                   move ws-f-last to ws-rt-last(ws-route-idx)
               end-if
           end-perform.
      *-----------------------------------------------------------------
       register-reaction.
           perform varying ws-reaction-idx from 1 by 1
               until ws-reaction-idx is greater than ws-reaction-count
               if ws-rx-channel(ws-reaction-idx) is equal to
                   ws-f-channel
                   and ws-rx-emoji(ws-reaction-idx) is equal to
                       ws-f-prefix
                   move ws-f-first to ws-rx-first(ws-reaction-idx)
                   move ws-f-last to ws-rx-last(ws-reaction-idx)
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Oldest day first, so the last match seen is the latest use.
       scan-audit-trail.
           move spaces to ws-cover-from ws-cover-to.
           move zero to ws-cover-days.
           perform varying ws-day-back from zero by 1
               until ws-day-back is greater than 90
               compute ws-day-int = ws-today-int - 90 + ws-day-back
               move function date-of-integer(ws-day-int)
                   to ws-day-date
               move spaces to ws-audit-name
               string "audit." delimited by size
                   ws-day-date delimited by size
                   ".log" delimited by size
                   into ws-audit-name
               end-string
               perform tally-audit-file
           end-perform.
      *-----------------------------------------------------------------
       tally-audit-file.
           move zero to ws-lines-read.
           move 'N' to ws-eof.
           open input sharing with all fs-audit.
           perform until ws-at-eof
               read fs-audit
                   at end move 'Y' to ws-eof
                   not at end
                       add 1 to ws-lines-read
                       move spaces to ws-a-dir
                       unstring fs-audit-line delimited by "|"
                           into ws-a-stamp ws-a-dir ws-a-channel
                                ws-a-prefix ws-a-program ws-a-author
                       end-unstring
                       if ws-a-dir is equal to "IN"
                           or ws-a-dir is equal to "DEN"
                           perform count-audit-line
                       end-if
               end-read
           end-perform.
           close fs-audit.
           if ws-lines-read is greater than zero
               if ws-cover-from is equal to spaces
                   move ws-day-date to ws-cover-from
               end-if
               move ws-day-date to ws-cover-to
               add 1 to ws-cover-days
           end-if.
      *-----------------------------------------------------------------
      *A route is its channel plus prefix - the pair first-match
      *dispatch resolves on; a reaction route is its channel, the
      *emoji as logged (first eight characters) and its program.
       count-audit-line.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               if ws-rt-channel(ws-route-idx) is equal to ws-a-channel
                   and ws-rt-prefix(ws-route-idx) is equal to
                       ws-a-prefix
                   add 1 to ws-rt-count(ws-route-idx)
                   move ws-a-stamp(1:8) to ws-rt-last(ws-route-idx)
                   exit paragraph
               end-if
           end-perform.
           perform varying ws-reaction-idx from 1 by 1
               until ws-reaction-idx is greater than ws-reaction-count
               if ws-rx-channel(ws-reaction-idx) is equal to
                   ws-a-channel
                   and ws-rx-emoji(ws-reaction-idx)(1:8) is equal to
                       ws-a-prefix
                   and ws-rx-program(ws-reaction-idx) is equal to
                       ws-a-program
                   add 1 to ws-rx-count(ws-reaction-idx)
                   move ws-a-stamp(1:8) to ws-rx-last(ws-reaction-idx)
                   exit paragraph
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Entries new to the register start their idle clock today -
      *except on the very first run, when the audit trail on disk is
      *all the history there is.
       settle-first-seen.
           if ws-reg-was-found or ws-cover-from is equal to spaces
               move ws-today to ws-new-first
           else
               move ws-cover-from to ws-new-first
           end-if.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               if ws-rt-first(ws-route-idx) is equal to spaces
                   move ws-new-first to ws-rt-first(ws-route-idx)
               end-if
           end-perform.
           perform varying ws-reaction-idx from 1 by 1
               until ws-reaction-idx is greater than ws-reaction-count
               if ws-rx-first(ws-reaction-idx) is equal to spaces
                   move ws-new-first to ws-rx-first(ws-reaction-idx)
               end-if
           end-perform.
      *-----------------------------------------------------------------
       judge-routes.
           move zero to ws-proposed-routes.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               if ws-rt-last(ws-route-idx) is equal to spaces
                   move ws-rt-first(ws-route-idx) to ws-ref-date
               else
                   move ws-rt-last(ws-route-idx) to ws-ref-date
               end-if
               perform compute-idle
               move ws-idle-wk to ws-rt-idle(ws-route-idx)
               if ws-rt-is-dead(ws-route-idx)
                   or ws-idle-wk is not less than 30
                   move 'Y' to ws-rt-propose(ws-route-idx)
                   add 1 to ws-proposed-routes
               end-if
           end-perform.
      *-----------------------------------------------------------------
       judge-reactions.
           move zero to ws-proposed-reactions.
           perform varying ws-reaction-idx from 1 by 1
               until ws-reaction-idx is greater than ws-reaction-count
               if ws-rx-last(ws-reaction-idx) is equal to spaces
                   move ws-rx-first(ws-reaction-idx) to ws-ref-date
               else
                   move ws-rx-last(ws-reaction-idx) to ws-ref-date
               end-if
               perform compute-idle
               move ws-idle-wk to ws-rx-idle(ws-reaction-idx)
               if ws-rx-is-dead(ws-reaction-idx)
                   or ws-idle-wk is not less than 30
                   move 'Y' to ws-rx-propose(ws-reaction-idx)
                   add 1 to ws-proposed-reactions
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *A template's uses are its canned routes' uses; it goes on the
      *list when nothing references it, or when every route naming
      *it is itself proposed and no schedule entry or handler needs
      *it.
       judge-templates.
           move zero to ws-proposed-templates.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               if ws-rt-program(ws-route-idx) is equal to spaces
                   and ws-rt-template(ws-route-idx)
                       is not equal to spaces
                   perform credit-template
               end-if
           end-perform.
           perform varying ws-template-idx from 1 by 1
               until ws-template-idx is greater than ws-template-count
               if ws-tp-kept-refs(ws-template-idx) is equal to zero
                   and not ws-tp-in-schedule(ws-template-idx)
                   and not ws-tp-in-handler(ws-template-idx)
                   move 'Y' to ws-tp-propose(ws-template-idx)
                   add 1 to ws-proposed-templates
               end-if
           end-perform.
      *-----------------------------------------------------------------
       credit-template.
           perform varying ws-template-idx from 1 by 1
               until ws-template-idx is greater than ws-template-count
               if ws-tp-key(ws-template-idx) is equal to
                   ws-rt-template(ws-route-idx)
                   add ws-rt-count(ws-route-idx)
                       to ws-tp-count(ws-template-idx)
                   if ws-rt-last(ws-route-idx) is greater than
                       ws-tp-last(ws-template-idx)
                       move ws-rt-last(ws-route-idx)
                           to ws-tp-last(ws-template-idx)
                   end-if
                   if not ws-rt-is-proposed(ws-route-idx)
                       add 1 to ws-tp-kept-refs(ws-template-idx)
                   end-if
               end-if
           end-perform.
      *-----------------------------------------------------------------
       compute-idle.
           compute ws-ref-int = function integer-of-date(
               function numval(ws-ref-date)).
           if ws-ref-int is greater than ws-today-int
               move zero to ws-idle-wk
           else
               compute ws-idle-wk = ws-today-int - ws-ref-int
           end-if.
      *-----------------------------------------------------------------
       set-bucket.
           evaluate true
               when ws-idle-wk is not less than 90
                   move "90+" to ws-bucket
               when ws-idle-wk is not less than 60
                   move "60+" to ws-bucket
               when ws-idle-wk is not less than 30
                   move "30+" to ws-bucket
               when other
                   move spaces to ws-bucket
           end-evaluate.
      *-----------------------------------------------------------------
       write-report.
           move spaces to ws-report-name.
           string "cfgusage." delimited by size
               ws-today(1:6) delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           open output fs-report.
           move spaces to ws-work-line.
           string "Config usage and clean-up report, " delimited by size
               ws-today delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=================================================="
               to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           if ws-cover-days is equal to zero
               move "Audit trail read: no audit files in the last 90"
                   & " days" to ws-work-line
           else
               move ws-cover-days to ws-entry-disp
               string "Audit trail read: " delimited by size
                   ws-cover-from delimited by size
                   " to " delimited by size
                   ws-cover-to delimited by size
                   " (" delimited by size
                   function trim(ws-entry-disp) delimited by size
                   " day files); older uses carried in cfgusage.dat"
                       delimited by size
                   into ws-work-line
               end-string
           end-if.
           perform emit-line.
           move spaces to ws-work-line.
           if ws-dead-checked is equal to spaces
               move "Missing channels: rv-config-audit has not been"
                   & " run - none known" to ws-work-line
           else
               move ws-dead-count to ws-entry-disp
               string "Missing channels: " delimited by size
                   function trim(ws-entry-disp) delimited by size
                   " per rv-config-audit, checked " delimited by size
                   ws-dead-checked delimited by size
                   into ws-work-line
               end-string
           end-if.
           perform emit-line.
           move "Uses count IN and DEN audit lines. Idle is days since"
               & " last use (or since first seen)." to ws-work-line.
           perform emit-line.
           perform write-route-table.
           perform write-reaction-table.
           perform write-template-table.
           perform write-proposal.
           close fs-report.
      *-----------------------------------------------------------------
       write-route-table.
           move spaces to ws-work-line.
           perform emit-line.
           move "ROUTES (routes.txt)" to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           move " no." to ws-work-line(2:4).
           move "channel" to ws-work-line(7:7).
           move "prefix" to ws-work-line(32:6).
           move "program/template" to ws-work-line(41:16).
           perform emit-usage-heads.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               move spaces to ws-work-line
               move ws-rt-entry(ws-route-idx) to ws-entry-disp
               move ws-entry-disp to ws-work-line(2:4)
               move ws-rt-channel(ws-route-idx) to ws-one-channel
               perform resolve-channel-name
               move ws-chan-name(1:24) to ws-work-line(7:24)
               move ws-rt-prefix(ws-route-idx) to ws-work-line(32:8)
               perform route-target-text
               move ws-target-text(1:30) to ws-work-line(41:30)
               move ws-rt-count(ws-route-idx) to ws-count-disp
               move ws-count-disp to ws-work-line(72:8)
               move ws-rt-last(ws-route-idx) to ws-work-line(82:8)
               move ws-rt-idle(ws-route-idx)
                   to ws-idle-wk ws-idle-disp
               move ws-idle-disp to ws-work-line(91:5)
               perform set-bucket
               move ws-bucket to ws-work-line(97:4)
               if ws-rt-is-dead(ws-route-idx)
                   move "MISSING" to ws-work-line(102:7)
               end-if
               perform emit-line
           end-perform.
      *-----------------------------------------------------------------
       emit-usage-heads.
           move "uses" to ws-work-line(76:4).
           move "last use" to ws-work-line(82:8).
           move " idle" to ws-work-line(91:5).
           perform emit-line.
      *-----------------------------------------------------------------
       route-target-text.
           move spaces to ws-target-text.
           if ws-rt-program(ws-route-idx) is equal to spaces
               string "canned " delimited by size
                   ws-rt-template(ws-route-idx) delimited by space
                   into ws-target-text
               end-string
           else
               move ws-rt-program(ws-route-idx) to ws-target-text
           end-if.
      *-----------------------------------------------------------------
       write-reaction-table.
           move spaces to ws-work-line.
           perform emit-line.
           move "REACTION ROUTES (reactions.txt)" to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           move " no." to ws-work-line(2:4).
           move "channel" to ws-work-line(7:7).
           move "emoji" to ws-work-line(32:5).
           move "program" to ws-work-line(49:7).
           perform emit-usage-heads.
           perform varying ws-reaction-idx from 1 by 1
               until ws-reaction-idx is greater than ws-reaction-count
               move spaces to ws-work-line
               move ws-rx-entry(ws-reaction-idx) to ws-entry-disp
               move ws-entry-disp to ws-work-line(2:4)
               move ws-rx-channel(ws-reaction-idx) to ws-one-channel
               perform resolve-channel-name
               move ws-chan-name(1:24) to ws-work-line(7:24)
               move ws-rx-emoji(ws-reaction-idx)(1:16)
                   to ws-work-line(32:16)
               move ws-rx-program(ws-reaction-idx)(1:24)
                   to ws-work-line(49:24)
               move ws-rx-count(ws-reaction-idx) to ws-count-disp
               move ws-count-disp to ws-work-line(72:8)
               move ws-rx-last(ws-reaction-idx) to ws-work-line(82:8)
               move ws-rx-idle(ws-reaction-idx)
                   to ws-idle-wk ws-idle-disp
               move ws-idle-disp to ws-work-line(91:5)
               perform set-bucket
               move ws-bucket to ws-work-line(97:4)
               if ws-rx-is-dead(ws-reaction-idx)
                   move "MISSING" to ws-work-line(102:7)
               end-if
               perform emit-line
           end-perform.
      *-----------------------------------------------------------------
       write-template-table.
           move spaces to ws-work-line.
           perform emit-line.
           move "TEMPLATES (templates.txt)" to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           move " no." to ws-work-line(2:4).
           move "key" to ws-work-line(7:3).
           move "routes" to ws-work-line(24:6).
           move "schedule" to ws-work-line(32:8).
           move "handler" to ws-work-line(42:7).
           move "uses" to ws-work-line(76:4).
           move "last use" to ws-work-line(82:8).
           perform emit-line.
           perform varying ws-template-idx from 1 by 1
               until ws-template-idx is greater than ws-template-count
               move spaces to ws-work-line
               move ws-tp-entry(ws-template-idx) to ws-entry-disp
               move ws-entry-disp to ws-work-line(2:4)
               move ws-tp-key(ws-template-idx) to ws-work-line(7:16)
               move ws-tp-route-refs(ws-template-idx) to ws-entry-disp
               move ws-entry-disp to ws-work-line(26:4)
               if ws-tp-in-schedule(ws-template-idx)
                   move "yes" to ws-work-line(34:3)
               end-if
               if ws-tp-in-handler(ws-template-idx)
                   move "yes" to ws-work-line(44:3)
               end-if
               move ws-tp-count(ws-template-idx) to ws-count-disp
               move ws-count-disp to ws-work-line(72:8)
               move ws-tp-last(ws-template-idx) to ws-work-line(82:8)
               perform emit-line
           end-perform.
      *-----------------------------------------------------------------
      *Highest entry number first within each file - rv-config-maint
      *renumbers after every delete, so working down the list keeps
      *the numbers still to come valid.
       write-proposal.
           move spaces to ws-work-line.
           perform emit-line.
           move "CLEAN-UP PROPOSAL - delete in rv-config-maint, in the"
               & " order listed" to ws-work-line.
           perform emit-line.
           move "=================================================="
               to ws-work-line.
           perform emit-line.
           if ws-proposed-routes is equal to zero
               and ws-proposed-reactions is equal to zero
               and ws-proposed-templates is equal to zero
               move "Nothing to propose - every entry is in use."
                   to ws-work-line
               perform emit-line
               exit paragraph
           end-if.
           if ws-proposed-routes is greater than zero
               move "routes.txt (menu 1):" to ws-work-line
               perform emit-line
               perform varying ws-route-idx from ws-route-count by -1
                   until ws-route-idx is less than 1
                   if ws-rt-is-proposed(ws-route-idx)
                       perform propose-route
                   end-if
               end-perform
           end-if.
           if ws-proposed-templates is greater than zero
               move "templates.txt (menu 2):" to ws-work-line
               perform emit-line
               perform varying ws-template-idx from ws-template-count
                   by -1 until ws-template-idx is less than 1
                   if ws-tp-is-proposed(ws-template-idx)
                       perform propose-template
                   end-if
               end-perform
           end-if.
           if ws-proposed-reactions is greater than zero
               move "reactions.txt (menu 3):" to ws-work-line
               perform emit-line
               perform varying ws-reaction-idx from ws-reaction-count
                   by -1 until ws-reaction-idx is less than 1
                   if ws-rx-is-proposed(ws-reaction-idx)
                       perform propose-reaction
                   end-if
               end-perform
           end-if.
           move spaces to ws-work-line.
           perform emit-line.
           move "Template keys named only in dropbox drop files are not"
               & " visible here - check the dropbox first." to
               ws-work-line.
           perform emit-line.
      *-----------------------------------------------------------------
       propose-route.
           move ws-rt-channel(ws-route-idx) to ws-one-channel.
           perform resolve-channel-name.
           perform route-target-text.
           move ws-rt-idle(ws-route-idx) to ws-idle-wk.
           if ws-rt-is-dead(ws-route-idx)
               move "channel missing per rv-config-audit" to ws-reason
           else
               perform set-bucket
               move spaces to ws-reason
               string "unused " delimited by size
                   function trim(ws-bucket) delimited by size
                   " days" delimited by size
                   into ws-reason
               end-string
           end-if.
           move ws-rt-entry(ws-route-idx) to ws-entry-disp.
           move spaces to ws-work-line.
           string "  D " delimited by size
               ws-entry-disp delimited by size
               "  " delimited by size
               function trim(ws-chan-name) delimited by size
               " " delimited by size
               ws-rt-prefix(ws-route-idx) delimited by space
               " -> " delimited by size
               function trim(ws-target-text) delimited by size
               " - " delimited by size
               function trim(ws-reason) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       propose-reaction.
           move ws-rx-channel(ws-reaction-idx) to ws-one-channel.
           perform resolve-channel-name.
           move ws-rx-idle(ws-reaction-idx) to ws-idle-wk.
           if ws-rx-is-dead(ws-reaction-idx)
               move "channel missing per rv-config-audit" to ws-reason
           else
               perform set-bucket
               move spaces to ws-reason
               string "unused " delimited by size
                   function trim(ws-bucket) delimited by size
                   " days" delimited by size
                   into ws-reason
               end-string
           end-if.
           move ws-rx-entry(ws-reaction-idx) to ws-entry-disp.
           move spaces to ws-work-line.
           string "  D " delimited by size
               ws-entry-disp delimited by size
               "  " delimited by size
               function trim(ws-chan-name) delimited by size
               " :" delimited by size
               function trim(ws-rx-emoji(ws-reaction-idx))
                   delimited by size
               ": -> " delimited by size
               function trim(ws-rx-program(ws-reaction-idx))
                   delimited by size
               " - " delimited by size
               function trim(ws-reason) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       propose-template.
           if ws-tp-route-refs(ws-template-idx) is equal to zero
               move "referenced by no route, schedule entry or handler"
                   to ws-reason
           else
               move "only used by routes proposed above" to ws-reason
           end-if.
           move ws-tp-entry(ws-template-idx) to ws-entry-disp.
           move spaces to ws-work-line.
           string "  D " delimited by size
               ws-entry-disp delimited by size
               "  " delimited by size
               function trim(ws-tp-key(ws-template-idx))
                   delimited by size
               " - " delimited by size
               function trim(ws-reason) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       write-register.
           open output fs-reg-tmp.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ws-route-count
               move spaces to fs-reg-tmp-line
               string "R," delimited by size
                   ws-rt-channel(ws-route-idx) delimited by space
                   "," delimited by size
                   ws-rt-prefix(ws-route-idx) delimited by space
                   "," delimited by size
                   ws-rt-first(ws-route-idx) delimited by size
                   "," delimited by size
                   ws-rt-last(ws-route-idx) delimited by space
                   into fs-reg-tmp-line
               end-string
               write fs-reg-tmp-line end-write
           end-perform.
           perform varying ws-reaction-idx from 1 by 1
               until ws-reaction-idx is greater than ws-reaction-count
               move spaces to fs-reg-tmp-line
               string "E," delimited by size
                   ws-rx-channel(ws-reaction-idx) delimited by space
                   "," delimited by size
                   ws-rx-emoji(ws-reaction-idx) delimited by space
                   "," delimited by size
                   ws-rx-first(ws-reaction-idx) delimited by size
                   "," delimited by size
                   ws-rx-last(ws-reaction-idx) delimited by space
                   into fs-reg-tmp-line
               end-string
               write fs-reg-tmp-line end-write
           end-perform.
           close fs-reg-tmp.
           call "CBL_RENAME_FILE" using "cfgusage.dat.tmp"
               "cfgusage.dat" end-call.
      *-----------------------------------------------------------------
       resolve-channel-name.
           move ws-one-channel to ws-chan-name.
           perform varying ws-cname-idx from 1 by 1
               until ws-cname-idx is greater than ws-cname-count
               if ws-cname-id(ws-cname-idx) is equal to
                   ws-one-channel
                   move ws-cname-text(ws-cname-idx) to ws-chan-name
                   exit perform
               end-if
           end-perform.
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
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-config-usage.

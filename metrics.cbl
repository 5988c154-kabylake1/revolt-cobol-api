       copy "cabi.cpy".
      ******************************************************************
      *Metrics exposition file - the heartbeat's health figures in
      *the plain-text exposition format the monitoring platform's
      *node-exporter textfile collector reads, so the bot gets graphs
      *and alert rules like every other system on the wall instead
      *of a bot.log line nobody can chart. Two entry actions:
      *  "tick" - from rv-onrun at the end of the housekeeping block,
      *           stamps the last completed housekeeping pass;
      *  "beat" - from ws-heartbeat-callback (api.cbl) on every
      *           heartbeat, once per account slot, records that
      *           slot's figures off its ls-config and rewrites the
      *           whole file.
      *The per-slot rows and the tick stamp live in working storage
      *(static across calls, one process carries the whole account
      *pool), so every rewrite carries every slot seen so far - a
      *slot that stops beating shows up as a growing heartbeat age
      *rather than dropping silently out of the file. Exposed:
      *  revolt_bot_slot_up, _slot_retired, _slot_reconnect_attempts,
      *  _slot_heartbeat_age_seconds     per slot
      *  revolt_bot_reconnects_total, _commands_total   per slot
      *  revolt_bot_send_queue_depth     per slot (sendq*.dat)
      *  revolt_bot_dead_letter_depth    deadletter.dat records
      *  revolt_bot_pending_ack_alerts   pendack.dat backlog
      *  revolt_bot_open_tickets         tickets.dat, status open
      *  revolt_bot_degraded             degraded.flag present
      *  revolt_bot_housekeeping_tick_age_seconds   NaN until the
      *                                  first housekeeping pass
      *The file is written to a temp name beside it and renamed
      *into place, so the collector never reads half a file; the
      *temp name ends ".prom.tmp", which the collector ignores.
      *  metrics.txt - optional, the output file on the first non-"*"
      *                line (normally the collector's textfile
      *                directory plus a name ending ".prom"); house
      *                default revolt_bot.prom in the working
      *                directory.
       identification division.
       program-id. rv-write-metrics.
       environment division.
       input-output section.
       file-control.
           select optional fs-where assign to "metrics.txt"
           organization is line sequential.
           select fs-prom assign to ws-prom-tmp-name
           organization is line sequential.
           select optional fd-sendq assign to ws-queue-name
           organization is sequential.
           select optional fd-deadletter assign to "deadletter.dat"
           organization is sequential.
           select optional fs-pendack assign to "pendack.dat"
           organization is line sequential.
           select optional fs-degraded assign to "degraded.flag"
           organization is line sequential.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is sequential
           record key is fs-tkt-number.
       data division.
       file section.
       fd  fs-where.
       01  fs-where-line pic x(200).
       fd  fs-prom.
       01  fs-prom-line pic x(200).
       fd  fd-sendq.
       01  fs-queue-rec.
           02 fs-queue-target pic x(26).
           02 fs-queue-spooled pic x(14).
           copy "rmsg.cpy" replacing ==:pref:== by ==fs-queue==
                           ==:levl:== by ==02==.
       fd  fd-deadletter.
       01  fs-dl-rec.
           02 fs-dl-target pic x(26).
           copy "rmsg.cpy" replacing ==:pref:== by ==fs-dl==
                           ==:levl:== by ==02==.
       fd  fs-pendack.
       01  fs-pendack-line pic x(300).
       fd  fs-degraded.
       01  fs-degraded-line pic x(40).
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
      *One row per account slot, filled in by that slot's own beat.
       01  ws-slot-rows.
           02 ws-slot-row occurs 4 times.
               03 ws-row-seen pic x value 'N'.
                   88 ws-row-was-seen value 'Y'.
               03 ws-row-up picture 9 value zero.
               03 ws-row-retired picture 9 value zero.
               03 ws-row-attempts picture 9(8) value zero.
               03 ws-row-reconnects picture 9(8) value zero.
               03 ws-row-commands picture 9(8) value zero.
               03 ws-row-beat pic x(14) value spaces.
               03 ws-row-queue picture 9(8) value zero.
       01  ws-row-idx picture 9(4).
       01  ws-slot picture 9(4).
       01  ws-tick-stamp pic x(14) value spaces.
       01  ws-now-stamp pic x(14).
       01  ws-now-secs picture 9(12).
       01  ws-then-secs picture 9(12).
       01  ws-stamp-wk pic x(14).
       01  ws-age-secs picture 9(12).
       01  ws-prom-name pic x(200).
       01  ws-prom-tmp-name pic x(204).
       01  ws-queue-name pic x(32).
       01  ws-slot-disp pic 9(01).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-dead-letters picture 9(8).
       01  ws-pending-acks picture 9(8).
       01  ws-open-tickets picture 9(8).
       01  ws-degraded picture 9.
      *Sample line pieces - metric name, label slot, value.
       01  ws-metric-name pic x(48).
       01  ws-metric-help pic x(100).
       01  ws-metric-type pic x(8).
       01  ws-value-wk picture 9(12).
       01  ws-value-disp picture z(11)9.
       01  ws-value-text pic x(16).
       01  ws-work-line pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-action picture x(8).
       procedure division using by reference ls-config
           by value ls-action.
           move function current-date(1:14) to ws-now-stamp.
           if ls-action(1:4) is equal to "tick"
               move ws-now-stamp to ws-tick-stamp
               goback
           end-if.
           perform record-slot.
           perform count-backlogs.
           perform write-metrics-file.
           goback.
      *-----------------------------------------------------------------
      *Slot 0 is a single-account install - slot 1, the same reading
      *rv-send-msg gives it. Up means connected or connecting with no
      *reconnect in progress; a slot whose retries ran out is retired.
       record-slot.
           move ls-acct-slot to ws-slot.
           if ws-slot is less than 1 or ws-slot is greater than 4
               move 1 to ws-slot
           end-if.
           move 'Y' to ws-row-seen(ws-slot).
           move ws-now-stamp to ws-row-beat(ws-slot).
           move ls-reconnect-count to ws-row-attempts(ws-slot).
           move ls-reconnect-total-count to ws-row-reconnects(ws-slot).
           move ls-command-total-count to ws-row-commands(ws-slot).
           if ls-reconnect-is-exhausted
               move 1 to ws-row-retired(ws-slot)
               move 0 to ws-row-up(ws-slot)
           else
               move 0 to ws-row-retired(ws-slot)
               if ls-reconnect-count is equal to zero
                   move 1 to ws-row-up(ws-slot)
               else
                   move 0 to ws-row-up(ws-slot)
               end-if
           end-if.
      *-----------------------------------------------------------------
       count-backlogs.
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx is greater than 4
               if ws-row-was-seen(ws-row-idx)
                   perform count-send-queue
               end-if
           end-perform.
           move zero to ws-dead-letters.
           move 'N' to ws-eof.
           open input sharing with all fd-deadletter.
           perform until ws-at-eof
               read fd-deadletter
                   at end move 'Y' to ws-eof
                   not at end add 1 to ws-dead-letters
               end-read
           end-perform.
           close fd-deadletter.
           move zero to ws-pending-acks.
           move 'N' to ws-eof.
           open input sharing with all fs-pendack.
           perform until ws-at-eof
               read fs-pendack
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-pendack-line(1:1) is not equal to space
                           add 1 to ws-pending-acks
                       end-if
               end-read
           end-perform.
           close fs-pendack.
           move zero to ws-open-tickets.
           move 'N' to ws-eof.
           open input sharing with all fd-tickets.
           perform until ws-at-eof
               read fd-tickets next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-tkt-status is equal to 'O'
                           add 1 to ws-open-tickets
                       end-if
               end-read
           end-perform.
           close fd-tickets.
           move zero to ws-degraded.
           open input sharing with all fs-degraded.
           read fs-degraded
               at end continue
               not at end move 1 to ws-degraded
           end-read.
           close fs-degraded.
      *-----------------------------------------------------------------
      *Same file naming as rv-send-msg's build-queue-name.
       count-send-queue.
           if ws-row-idx is less than 2
               move "sendq.dat" to ws-queue-name
           else
               move ws-row-idx to ws-slot-disp
               move spaces to ws-queue-name
               string "sendq" ws-slot-disp ".dat"
                   delimited by size into ws-queue-name end-string
           end-if.
           move zero to ws-row-queue(ws-row-idx).
           move 'N' to ws-eof.
           open input sharing with all fd-sendq.
           perform until ws-at-eof
               read fd-sendq
                   at end move 'Y' to ws-eof
                   not at end add 1 to ws-row-queue(ws-row-idx)
               end-read
           end-perform.
           close fd-sendq.
      *-----------------------------------------------------------------
       write-metrics-file.
           perform load-destination.
           open output fs-prom.
           compute ws-now-secs = function integer-of-date(
               function numval(ws-now-stamp(1:8))) * 86400
               + function numval(ws-now-stamp(9:2)) * 3600
               + function numval(ws-now-stamp(11:2)) * 60
               + function numval(ws-now-stamp(13:2)).
           move "revolt_bot_slot_up" to ws-metric-name.
           move "Account slot websocket up (1) or reconnecting or"
               & " retired (0)." to ws-metric-help.
           move "gauge" to ws-metric-type.
           perform emit-family-head.
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx is greater than 4
               if ws-row-was-seen(ws-row-idx)
                   move ws-row-up(ws-row-idx) to ws-value-wk
                   perform emit-slot-sample
               end-if
           end-perform.
           move "revolt_bot_slot_retired" to ws-metric-name.
           move "Account slot retired after its reconnect attempts"
               & " ran out." to ws-metric-help.
           perform emit-family-head.
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx is greater than 4
               if ws-row-was-seen(ws-row-idx)
                   move ws-row-retired(ws-row-idx) to ws-value-wk
                   perform emit-slot-sample
               end-if
           end-perform.
           move "revolt_bot_slot_reconnect_attempts" to ws-metric-name.
           move "Consecutive reconnect attempts in the current"
               & " outage." to ws-metric-help.
           perform emit-family-head.
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx is greater than 4
               if ws-row-was-seen(ws-row-idx)
                   move ws-row-attempts(ws-row-idx) to ws-value-wk
                   perform emit-slot-sample
               end-if
           end-perform.
           move "revolt_bot_slot_heartbeat_age_seconds"
               to ws-metric-name.
           move "Seconds since the slot's last heartbeat."
               to ws-metric-help.
           perform emit-family-head.
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx is greater than 4
               if ws-row-was-seen(ws-row-idx)
                   move ws-row-beat(ws-row-idx) to ws-stamp-wk
                   perform compute-age
                   move ws-age-secs to ws-value-wk
                   perform emit-slot-sample
               end-if
           end-perform.
           move "revolt_bot_send_queue_depth" to ws-metric-name.
           move "Outbound messages spooled and not yet posted."
               to ws-metric-help.
           perform emit-family-head.
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx is greater than 4
               if ws-row-was-seen(ws-row-idx)
                   move ws-row-queue(ws-row-idx) to ws-value-wk
                   perform emit-slot-sample
               end-if
           end-perform.
           move "revolt_bot_reconnects_total" to ws-metric-name.
           move "Reconnect attempts since the bot started."
               to ws-metric-help.
           move "counter" to ws-metric-type.
           perform emit-family-head.
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx is greater than 4
               if ws-row-was-seen(ws-row-idx)
                   move ws-row-reconnects(ws-row-idx) to ws-value-wk
                   perform emit-slot-sample
               end-if
           end-perform.
           move "revolt_bot_commands_total" to ws-metric-name.
           move "Commands dispatched since the bot started."
               to ws-metric-help.
           perform emit-family-head.
           perform varying ws-row-idx from 1 by 1
               until ws-row-idx is greater than 4
               if ws-row-was-seen(ws-row-idx)
                   move ws-row-commands(ws-row-idx) to ws-value-wk
                   perform emit-slot-sample
               end-if
           end-perform.
           move "gauge" to ws-metric-type.
           move "revolt_bot_dead_letter_depth" to ws-metric-name.
           move "Sends given up on and captured in deadletter.dat."
               to ws-metric-help.
           perform emit-family-head.
           move ws-dead-letters to ws-value-wk.
           perform emit-plain-sample.
           move "revolt_bot_pending_ack_alerts" to ws-metric-name.
           move "Alerts awaiting acknowledgement (pendack.dat)."
               to ws-metric-help.
           perform emit-family-head.
           move ws-pending-acks to ws-value-wk.
           perform emit-plain-sample.
           move "revolt_bot_open_tickets" to ws-metric-name.
           move "Tickets currently open." to ws-metric-help.
           perform emit-family-head.
           move ws-open-tickets to ws-value-wk.
           perform emit-plain-sample.
           move "revolt_bot_degraded" to ws-metric-name.
           move "Disk guard degraded mode in force (1) or not (0)."
               to ws-metric-help.
           perform emit-family-head.
           move ws-degraded to ws-value-wk.
           perform emit-plain-sample.
           move "revolt_bot_housekeeping_tick_age_seconds"
               to ws-metric-name.
           move "Seconds since the last completed housekeeping pass."
               to ws-metric-help.
           perform emit-family-head.
           if ws-tick-stamp is equal to spaces
               move spaces to ws-work-line
               string function trim(ws-metric-name) delimited by size
                   " NaN" delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           else
               move ws-tick-stamp to ws-stamp-wk
               perform compute-age
               move ws-age-secs to ws-value-wk
               perform emit-plain-sample
           end-if.
           close fs-prom.
           call "CBL_RENAME_FILE" using ws-prom-tmp-name
               ws-prom-name end-call.
      *-----------------------------------------------------------------
       load-destination.
           move spaces to ws-prom-name.
           move 'N' to ws-eof.
           open input sharing with all fs-where.
           perform until ws-at-eof
               read fs-where
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-where-line(1:1) is not equal to space
                           and fs-where-line(1:1) is not equal to '*'
                           move fs-where-line to ws-prom-name
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-where.
           if ws-prom-name is equal to spaces
               move "revolt_bot.prom" to ws-prom-name
           end-if.
           move spaces to ws-prom-tmp-name.
           string function trim(ws-prom-name) delimited by size
               ".tmp" delimited by size
               into ws-prom-tmp-name
           end-string.
      *-----------------------------------------------------------------
       compute-age.
           compute ws-then-secs = function integer-of-date(
               function numval(ws-stamp-wk(1:8))) * 86400
               + function numval(ws-stamp-wk(9:2)) * 3600
               + function numval(ws-stamp-wk(11:2)) * 60
               + function numval(ws-stamp-wk(13:2)).
           if ws-then-secs is greater than ws-now-secs
               move zero to ws-age-secs
           else
               compute ws-age-secs = ws-now-secs - ws-then-secs
           end-if.
      *-----------------------------------------------------------------
       emit-family-head.
           move spaces to ws-work-line.
           string "# HELP " delimited by size
               function trim(ws-metric-name) delimited by size
               " " delimited by size
               function trim(ws-metric-help) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           string "# TYPE " delimited by size
               function trim(ws-metric-name) delimited by size
               " " delimited by size
               function trim(ws-metric-type) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-slot-sample.
           move ws-value-wk to ws-value-disp.
           move function trim(ws-value-disp) to ws-value-text.
           move ws-row-idx to ws-slot-disp.
           move spaces to ws-work-line.
           string function trim(ws-metric-name) delimited by size
               "{slot=""" delimited by size
               ws-slot-disp delimited by size
               """} " delimited by size
               function trim(ws-value-text) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-plain-sample.
           move ws-value-wk to ws-value-disp.
           move function trim(ws-value-disp) to ws-value-text.
           move spaces to ws-work-line.
           string function trim(ws-metric-name) delimited by size
               " " delimited by size
               function trim(ws-value-text) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-line.
           write fs-prom-line from ws-work-line end-write.
       end program rv-write-metrics.

       copy "cabi.cpy".
      ******************************************************************
      *Stale channel retirement - every &INCIDENT opens a channel and
      *a routes.txt line, and nothing ever closed them: dead incident
      *channels sat in the routing table and were still paged through
      *on every catch-up. Once a week the housekeeping sweep
      *(rv-check-stale-channels) looks at every routed channel for
      *traffic - the rolling hourly baseline in trafbase.dat first
      *(rv-traffic-monitor, traffic.cbl), then the message archive
      *for anything inside the idle window - and proposes each
      *channel that has gone quiet for retirement in the ops channel,
      *one post a channel. An admin's checkmark on a proposal
      *(rv-stale-react) retires it:
      *  1. a final transcript of the channel's whole archived
      *     history through rv-transcript-batch (transcript.cbl),
      *     transcript.<channel>.<first date>.txt - no transcript, no
      *     retirement;
      *  2. its routes.txt lines come out the &RELOAD way, snapshot
      *     first (rv-config-snapshot, cfgver.cbl) so &CONFIG
      *     ROLLBACK puts them back, then rv-cmd-reload;
      *  3. the channel itself is deleted through the API
      *     (rv-delete-channel, api.cbl).
      *The ops, welcome and escalation channels are never proposed,
      *and neither is a channel a live legal hold names (legalhold.dat,
      *hold.cbl) - checked again at the checkmark, with the traffic,
      *since a week can pass between the two. Only the account the
      *checkmark arrived on reloads, as with &RELOAD.
      *Settings in the optional stale.txt - the first non-"*" line is
      *the idle window in days (house default 30); every line after
      *it is a channel id the sweep leaves alone. Stores:
      *  stalepend.dat - open proposals, one
      *                  "proposalmsgid,channel,firstdate,proposed"
      *                  line each; the next weekly sweep replaces
      *                  them with its own;
      *  stalelog.dat  - one "stamp,channel,approver,transcript,
      *                  result" line per retirement attempted;
      *  stale.state   - the date of the last sweep.
      *Every proposal and retirement is an STL audit line.
       identification division.
       program-id. rv-check-stale-channels.
       environment division.
       input-output section.
       file-control.
           select optional fs-state assign to "stale.state"
           organization is line sequential.
           select fs-state-tmp assign to "stale.state.tmp"
           organization is line sequential.
           select optional fs-settings assign to "stale.txt"
           organization is line sequential.
           select optional fs-base assign to "trafbase.dat"
           organization is line sequential.
           select fs-pend-tmp assign to "stalepend.dat.tmp"
           organization is line sequential.
           select optional fd-archive assign to "msgarchive.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-arch-msg-id
           alternate record key is fs-arch-chanstamp
               with duplicates.
           select optional fd-holds assign to "legalhold.dat"
           organization is indexed
           access mode is sequential
           record key is fs-hold-number
           alternate record key is fs-hold-case with duplicates.
       data division.
       file section.
       fd  fs-state.
       01  fs-state-line pic x(8).
       fd  fs-state-tmp.
       01  fs-state-tmp-line pic x(8).
       fd  fs-settings.
       01  fs-settings-line pic x(48).
       fd  fs-base.
       01  fs-base-line pic x(60).
       fd  fs-pend-tmp.
       01  fs-pend-tmp-line pic x(120).
       fd  fd-archive.
       01  fs-arch-rec.
           02 fs-arch-msg-id pic x(26).
           02 fs-arch-chanstamp.
               03 fs-arch-channel pic x(26).
               03 fs-arch-stamp pic x(14).
           02 fs-arch-author pic x(26).
           02 fs-arch-content pic x(400).
       fd  fd-holds.
       01  fs-hold-rec.
           02 fs-hold-number picture 9(6).
           02 fs-hold-case pic x(16).
           02 fs-hold-channel pic x(26).
           02 fs-hold-author pic x(26).
           02 fs-hold-from pic x(8).
           02 fs-hold-to pic x(8).
           02 fs-hold-placed-by pic x(26).
           02 fs-hold-placed pic x(14).
           02 fs-hold-released-by pic x(26).
           02 fs-hold-released pic x(14).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-today pic x(8).
       01  ws-last-sweep pic x(8).
       01  ws-days-since picture 9(8).
       01  ws-idle-days picture 9(4).
       01  ws-idle-disp picture zzz9.
       01  ws-cutoff-date picture 9(8).
       01  ws-cutoff-stamp pic x(14).
       01  ws-now-stamp pic x(14).
       01  ws-setting-count picture 9(4).
      *Channels the sweep leaves alone.
       01  ws-exempt-count picture 9(4) value zero.
       01  ws-exempt-idx picture 9(4).
       01  ws-exempt pic x(26) occurs 64 times.
      *The routed channels, each once.
       01  ws-chan-count picture 9(4) value zero.
       01  ws-chan-idx picture 9(4).
       01  ws-route-idx picture 9(4).
       01  ws-chans occurs 256 times.
           02 ws-chan-id pic x(26).
           02 ws-chan-state pic x.
               88 ws-chan-live value 'L'.
               88 ws-chan-skipped value 'S'.
      *Held channels from the register.
       01  ws-held-count picture 9(4) value zero.
       01  ws-held-idx picture 9(4).
       01  ws-held-chan pic x(26) occurs 200 times.
       01  ws-base-channel pic x(26).
       01  ws-base-avg-txt pic x(12).
       01  ws-first-date pic x(8).
       01  ws-chan-name pic x(64).
       01  ws-proposal-count picture 9(4).
       01  ws-count-disp picture zzz9.
       01  ws-store-line pic x(120).
       01  ws-audit-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config.
           move function current-date(1:8) to ws-today.
           move spaces to ws-last-sweep.
           open input sharing with all fs-state.
           read fs-state into ws-last-sweep
               at end continue
           end-read.
           close fs-state.
           if ws-last-sweep is not equal to spaces
               compute ws-days-since =
                   function integer-of-date(
                       function numval(ws-today))
                   - function integer-of-date(
                       function numval(ws-last-sweep))
               if ws-days-since is less than 7
                   goback
               end-if
           end-if.
      *Proposals go to the ops channel - with none configured there
      *is nobody to approve them, and the sweep waits for one.
           if ls-ops-channel(1:1) is equal to space
               goback
           end-if.
      *Claim the week first - a failed post must not make every
      *later tick run the whole sweep again.
           open output fs-state-tmp.
           write fs-state-tmp-line from ws-today end-write.
           close fs-state-tmp.
           call "CBL_RENAME_FILE" using "stale.state.tmp"
               "stale.state" end-call.
           move zero to ws-exempt-count, ws-chan-count,
               ws-held-count.
           perform load-settings.
           compute ws-cutoff-date = function date-of-integer(
               function integer-of-date(function numval(ws-today))
               - ws-idle-days).
           move spaces to ws-cutoff-stamp.
           move ws-cutoff-date to ws-cutoff-stamp(1:8).
           move "000000" to ws-cutoff-stamp(9:6).
           move function current-date(1:14) to ws-now-stamp.
           perform collect-channels.
           perform load-held-channels.
           perform mark-baseline-traffic.
      *Last week's proposals lapse; this week's replace them.
           move zero to ws-proposal-count.
           open output fs-pend-tmp.
           move 'N' to ws-eof.
           open input fd-archive.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               if not ws-chan-live(ws-chan-idx)
                   and not ws-chan-skipped(ws-chan-idx)
                   perform check-archive-traffic
               end-if
           end-perform.
           close fd-archive.
           close fs-pend-tmp.
           call "CBL_RENAME_FILE" using "stalepend.dat.tmp"
               "stalepend.dat" end-call.
           move ws-proposal-count to ws-count-disp.
           move spaces to ws-audit-text.
           string "stale channel sweep: " delimited by size
               function trim(ws-count-disp) delimited by size
               " channel(s) proposed for retirement"
                   delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "STL"
               by value ls-ops-channel
               by value spaces
               by value "rv-check-stale-channels"
               by value ws-audit-text
               by value "stale-sweep" end-call.
           goback.
      *-----------------------------------------------------------------
       load-settings.
           move 30 to ws-idle-days.
           move zero to ws-setting-count.
           move 'N' to ws-eof.
           open input sharing with all fs-settings.
           perform until ws-at-eof
               read fs-settings
                   at end move 'Y' to ws-eof
                   not at end perform take-setting
               end-read
           end-perform.
           close fs-settings.
      *-----------------------------------------------------------------
       take-setting.
           if fs-settings-line(1:1) is equal to '*'
               or fs-settings-line is equal to spaces
               exit paragraph
           end-if.
           add 1 to ws-setting-count.
           if ws-setting-count is equal to 1
               if function test-numval(fs-settings-line)
                   is equal to zero
                   and function numval(fs-settings-line)
                       is greater than zero
                   move function numval(fs-settings-line)
                       to ws-idle-days
               end-if
               exit paragraph
           end-if.
           if ws-exempt-count is less than 64
               add 1 to ws-exempt-count
               move fs-settings-line(1:26)
                   to ws-exempt(ws-exempt-count)
           end-if.
      *-----------------------------------------------------------------
      *Every channel the routing table serves, once - minus the
      *bot's own working channels and the exempt list.
       collect-channels.
           perform varying ws-route-idx from 1 by 1
               until ws-route-idx is greater than ls-route-count
               perform take-route-channel
           end-perform.
      *-----------------------------------------------------------------
       take-route-channel.
           if ls-route-channel(ws-route-idx)(1:1) is equal to space
               exit paragraph
           end-if.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               if ws-chan-id(ws-chan-idx) is equal to
                   ls-route-channel(ws-route-idx)
                   exit paragraph
               end-if
           end-perform.
           if ws-chan-count is not less than 256
               exit paragraph
           end-if.
           add 1 to ws-chan-count.
           move ls-route-channel(ws-route-idx)
               to ws-chan-id(ws-chan-count).
           move space to ws-chan-state(ws-chan-count).
           if ws-chan-id(ws-chan-count) is equal to ls-ops-channel
               or ws-chan-id(ws-chan-count) is equal to
                   ls-welcome-channel
               or ws-chan-id(ws-chan-count) is equal to
                   ls-escalate-channel
               move 'S' to ws-chan-state(ws-chan-count)
               exit paragraph
           end-if.
           perform varying ws-exempt-idx from 1 by 1
               until ws-exempt-idx is greater than ws-exempt-count
               if ws-exempt(ws-exempt-idx) is equal to
                   ws-chan-id(ws-chan-count)
                   move 'S' to ws-chan-state(ws-chan-count)
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *A live hold naming the channel keeps it, whatever the hold's
      *date range - retiring the channel would take every date with
      *it.
       load-held-channels.
           move 'N' to ws-eof.
           open input fd-holds.
           perform until ws-at-eof
               read fd-holds next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-hold-released is equal to spaces
                           and fs-hold-channel is not equal to spaces
                           and ws-held-count is less than 200
                           add 1 to ws-held-count
                           move fs-hold-channel
                               to ws-held-chan(ws-held-count)
                       end-if
               end-read
           end-perform.
           close fd-holds.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               perform varying ws-held-idx from 1 by 1
                   until ws-held-idx is greater than ws-held-count
                   if ws-held-chan(ws-held-idx) is equal to
                       ws-chan-id(ws-chan-idx)
                       move 'S' to ws-chan-state(ws-chan-idx)
                       exit perform
                   end-if
               end-perform
           end-perform.
      *-----------------------------------------------------------------
      *Any channel still carrying a non-zero hourly baseline has had
      *traffic within the last day or so - live without looking any
      *further.
       mark-baseline-traffic.
           move 'N' to ws-eof.
           open input sharing with all fs-base.
           perform until ws-at-eof
               read fs-base
                   at end move 'Y' to ws-eof
                   not at end perform take-baseline
               end-read
           end-perform.
           close fs-base.
      *-----------------------------------------------------------------
       take-baseline.
           move spaces to ws-base-channel, ws-base-avg-txt.
           unstring fs-base-line delimited by ","
               into ws-base-channel ws-base-avg-txt
           end-unstring.
           if ws-base-avg-txt is equal to spaces
               or function test-numval(ws-base-avg-txt)
                   is not equal to zero
               or function numval(ws-base-avg-txt) is equal to zero
               exit paragraph
           end-if.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               if ws-chan-id(ws-chan-idx) is equal to ws-base-channel
                   and not ws-chan-skipped(ws-chan-idx)
                   move 'L' to ws-chan-state(ws-chan-idx)
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *The archive settles it - anything on the channel since the
      *cutoff and it stays. The channel's first archived date comes
      *along for the transcript's range.
       check-archive-traffic.
           move ws-chan-id(ws-chan-idx) to fs-arch-channel.
           move ws-cutoff-stamp to fs-arch-stamp.
           start fd-archive key is not less than fs-arch-chanstamp
               invalid key move spaces to fs-arch-channel
               not invalid key
                   read fd-archive next record
                       at end move spaces to fs-arch-channel
                   end-read
           end-start.
           if fs-arch-channel is equal to ws-chan-id(ws-chan-idx)
               move 'L' to ws-chan-state(ws-chan-idx)
               exit paragraph
           end-if.
           move ws-today to ws-first-date.
           move ws-chan-id(ws-chan-idx) to fs-arch-channel.
           move low-values to fs-arch-stamp.
           start fd-archive key is not less than fs-arch-chanstamp
               invalid key move spaces to fs-arch-channel
               not invalid key
                   read fd-archive next record
                       at end move spaces to fs-arch-channel
                   end-read
           end-start.
           if fs-arch-channel is equal to ws-chan-id(ws-chan-idx)
               move fs-arch-stamp(1:8) to ws-first-date
           end-if.
           perform propose-retirement.
      *-----------------------------------------------------------------
       propose-retirement.
           call static "rv-channel-name" using by reference ls-config
               by value ws-chan-id(ws-chan-idx)
               by reference ws-chan-name end-call.
           move ws-idle-days to ws-idle-disp.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           string
               "RETIREMENT PROPOSED - <#" delimited by size
               ws-chan-id(ws-chan-idx) delimited by size
               "> (" delimited by size
               function trim(ws-chan-name) delimited by size
               ") has had no traffic for " delimited by size
               function trim(ws-idle-disp) delimited by size
               " days." delimited by size
               x'0a' delimited by size
               "An admin's checkmark on this post retires it: a"
                   delimited by size
               " final transcript, its routes removed (&CONFIG"
                   delimited by size
               " ROLLBACK restores them) and the channel deleted."
                   delimited by size
               into ws-content in ws-msg
           end-string.
           call static "rv-post-msg" using by reference ls-config
               by value ls-ops-channel
               by content ws-msg end-call.
           if return-code is not equal to zero
               or ls-last-sent-msg-id(1:1) is equal to space
               call static "rv-log" using by value "WARN"
                   by value "[STL] Retirement proposal could not be"
                       & " posted - channel not proposed" end-call
               move 0 to return-code
               exit paragraph
           end-if.
           move spaces to ws-store-line.
           string
               ls-last-sent-msg-id delimited by size
               "," delimited by size
               ws-chan-id(ws-chan-idx) delimited by size
               "," delimited by size
               ws-first-date delimited by size
               "," delimited by size
               ws-now-stamp delimited by size
               into ws-store-line
           end-string.
           write fs-pend-tmp-line from ws-store-line end-write.
           add 1 to ws-proposal-count.
           move spaces to ws-audit-text.
           string "retirement proposed: idle " delimited by size
               function trim(ws-idle-disp) delimited by size
               " days, archived since " delimited by size
               ws-first-date delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "STL"
               by value ws-chan-id(ws-chan-idx)
               by value spaces
               by value "rv-check-stale-channels"
               by value ws-audit-text
               by value "stale-sweep" end-call.
       end program rv-check-stale-channels.
      ******************************************************************
      *A checkmark on a retirement proposal. Consumes the reaction
      *(return-code 1) whenever the reacted-to message is an open
      *proposal; only an admin's checkmark retires the channel. The
      *hold and the traffic are looked at again first - either one
      *drops the proposal instead. A retirement that cannot get its
      *transcript stops there and leaves the proposal open for
      *another try.
       identification division.
       program-id. rv-stale-react.
       environment division.
       input-output section.
       file-control.
           select optional fs-pend assign to "stalepend.dat"
           organization is line sequential.
           select fs-pend-tmp assign to "stalepend.dat.tmp"
           organization is line sequential.
           select optional fs-routes assign to "routes.txt"
           organization is line sequential.
           select fs-routes-tmp assign to "routes.txt.tmp"
           organization is line sequential.
           select optional fs-log assign to "stalelog.dat"
           organization is line sequential.
           select optional fd-archive assign to "msgarchive.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-arch-msg-id
           alternate record key is fs-arch-chanstamp
               with duplicates.
           select optional fd-holds assign to "legalhold.dat"
           organization is indexed
           access mode is sequential
           record key is fs-hold-number
           alternate record key is fs-hold-case with duplicates.
       data division.
       file section.
       fd  fs-pend.
       01  fs-pend-line pic x(120).
       fd  fs-pend-tmp.
       01  fs-pend-tmp-line pic x(120).
       fd  fs-routes.
       01  fs-route pic x(120).
       fd  fs-routes-tmp.
       01  fs-route-tmp pic x(120).
       fd  fs-log.
       01  fs-log-line pic x(200).
       fd  fd-archive.
       01  fs-arch-rec.
           02 fs-arch-msg-id pic x(26).
           02 fs-arch-chanstamp.
               03 fs-arch-channel pic x(26).
               03 fs-arch-stamp pic x(14).
           02 fs-arch-author pic x(26).
           02 fs-arch-content pic x(400).
       fd  fd-holds.
       01  fs-hold-rec.
           02 fs-hold-number picture 9(6).
           02 fs-hold-case pic x(16).
           02 fs-hold-channel pic x(26).
           02 fs-hold-author pic x(26).
           02 fs-hold-from pic x(8).
           02 fs-hold-to pic x(8).
           02 fs-hold-placed-by pic x(26).
           02 fs-hold-placed pic x(14).
           02 fs-hold-released-by pic x(26).
           02 fs-hold-released pic x(14).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-hit pic x.
           88 ws-proposal-found value 'Y'.
       01  ws-traffic pic x.
           88 ws-has-new-traffic value 'Y'.
       01  ws-p-msg-id pic x(26).
       01  ws-p-channel pic x(26).
       01  ws-p-first-date pic x(8).
       01  ws-p-stamp pic x(14).
       01  ws-is-admin pic x value 'N'.
           88 ws-user-is-admin value 'Y'.
       01  ws-admin-idx picture 9(4).
       01  ws-user-name pic x(32).
       01  ws-chan-name pic x(64).
       01  ws-hold-case pic x(16).
       01  ws-today pic x(8).
       01  ws-transcript-name pic x(64).
       01  ws-shell-command pic x(200).
       01  ws-step-rc picture 9(8).
       01  ws-rc-disp picture zzzzzzz9.
       01  ws-one-second pic 9(2) value 1.
       01  ws-removed-count picture 9(4).
       01  ws-removed-disp picture zzz9.
       01  ws-delete-rc picture 9(8).
       01  ws-result pic x(40).
       01  ws-reply-text pic x(400).
       01  ws-store-line pic x(200).
       01  ws-audit-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       01  ls-target-msg-id picture x(26).
       01  ls-user-id picture x(26).
       procedure division using by reference ls-config
           by value ls-target
           by value ls-target-msg-id
           by value ls-user-id.
           move 0 to return-code.
           move 'N' to ws-hit.
           move 'N' to ws-eof.
           open input sharing with all fs-pend.
           perform until ws-at-eof or ws-proposal-found
               read fs-pend
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-pend-line(1:26) is equal to
                           ls-target-msg-id
                           move 'Y' to ws-hit
                       end-if
               end-read
           end-perform.
           close fs-pend.
           if not ws-proposal-found
               goback
           end-if.
           move spaces to ws-p-msg-id, ws-p-channel, ws-p-first-date,
               ws-p-stamp.
           unstring fs-pend-line delimited by ","
               into ws-p-msg-id ws-p-channel ws-p-first-date
                    ws-p-stamp
           end-unstring.
           move 'N' to ws-is-admin.
           perform varying ws-admin-idx from 1 by 1
               until ws-admin-idx is greater than ls-admin-count
               if ls-admins(ws-admin-idx) is equal to ls-user-id
                   move 'Y' to ws-is-admin
                   exit perform
               end-if
           end-perform.
           if not ws-user-is-admin
               call static "rv-log" using by value "WARN"
                   by value "[STL] Checkmark on a retirement proposal"
                       & " from a non-admin - ignored" end-call
               move 1 to return-code
               goback
           end-if.
           call static "rv-user-name" using by reference ls-config
               by value ls-user-id
               by reference ws-user-name end-call.
           call static "rv-channel-name" using by reference ls-config
               by value ws-p-channel
               by reference ws-chan-name end-call.
           move function current-date(1:8) to ws-today.
           perform check-hold.
           if ws-hold-case is not equal to spaces
               move spaces to ws-reply-text
               string "Not retired - <#" delimited by size
                   ws-p-channel delimited by size
                   "> is now under legal hold " delimited by size
                   function trim(ws-hold-case) delimited by size
                   "." delimited by size
                   into ws-reply-text
               end-string
               move "skipped - legal hold" to ws-result
               perform close-proposal
               move 1 to return-code
               goback
           end-if.
           perform check-new-traffic.
           if ws-has-new-traffic
               move spaces to ws-reply-text
               string "Not retired - <#" delimited by size
                   ws-p-channel delimited by size
                   "> has had traffic since it was proposed."
                       delimited by size
                   into ws-reply-text
               end-string
               move "skipped - traffic since proposal" to ws-result
               perform close-proposal
               move 1 to return-code
               goback
           end-if.
           perform take-transcript.
           if ws-step-rc is not equal to zero
               move ws-step-rc to ws-rc-disp
               move spaces to ws-reply-text
               string "Not retired - the final transcript of <#"
                       delimited by size
                   ws-p-channel delimited by size
                   "> failed (return code " delimited by size
                   function trim(ws-rc-disp) delimited by size
                   "). The proposal stays open; react again once"
                       delimited by size
                   " the transcript batch runs." delimited by size
                   into ws-reply-text
               end-string
               perform send-reply
               move spaces to ws-audit-text
               string "retirement stopped: transcript failed rc "
                       delimited by size
                   function trim(ws-rc-disp) delimited by size
                   into ws-audit-text
               end-string
               perform audit-action
               move 1 to return-code
               goback
           end-if.
           perform remove-routes.
           call static "rv-delete-channel" using
               by reference ls-config
               by value ws-p-channel end-call.
           move return-code to ws-delete-rc.
           move 0 to return-code.
           move ws-removed-count to ws-removed-disp.
           move spaces to ws-reply-text.
           if ws-delete-rc is equal to zero
               move "retired" to ws-result
               string "Retired <#" delimited by size
                   ws-p-channel delimited by size
                   "> (" delimited by size
                   function trim(ws-chan-name) delimited by size
                   ") - transcript " delimited by size
                   function trim(ws-transcript-name)
                       delimited by size
                   ", " delimited by size
                   function trim(ws-removed-disp) delimited by size
                   " route(s) removed, channel deleted."
                       delimited by size
                   into ws-reply-text
               end-string
           else
               move ws-delete-rc to ws-rc-disp
               move spaces to ws-result
               string "routes removed, delete failed "
                       delimited by size
                   function trim(ws-rc-disp) delimited by size
                   into ws-result
               end-string
               string "Routes for <#" delimited by size
                   ws-p-channel delimited by size
                   "> removed and transcript " delimited by size
                   function trim(ws-transcript-name)
                       delimited by size
                   " written, but the channel could not be deleted"
                       delimited by size
                   " (status " delimited by size
                   function trim(ws-rc-disp) delimited by size
                   ") - delete it by hand." delimited by size
                   into ws-reply-text
               end-string
           end-if.
           perform close-proposal.
           move 1 to return-code.
           goback.
      *-----------------------------------------------------------------
       check-hold.
           move spaces to ws-hold-case.
           move 'N' to ws-eof.
           open input fd-holds.
           perform until ws-at-eof
               read fd-holds next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-hold-released is equal to spaces
                           and fs-hold-channel is equal to
                               ws-p-channel
                           move fs-hold-case to ws-hold-case
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fd-holds.
      *-----------------------------------------------------------------
      *Has the channel spoken since the proposal went up?
       check-new-traffic.
           move 'N' to ws-traffic.
           open input fd-archive.
           move ws-p-channel to fs-arch-channel.
           move ws-p-stamp to fs-arch-stamp.
           start fd-archive key is not less than fs-arch-chanstamp
               invalid key move spaces to fs-arch-channel
               not invalid key
                   read fd-archive next record
                       at end move spaces to fs-arch-channel
                   end-read
           end-start.
           close fd-archive.
           if fs-arch-channel is equal to ws-p-channel
               move 'Y' to ws-traffic
           end-if.
      *-----------------------------------------------------------------
      *The channel's whole archived history, first archived day to
      *today, through the standalone transcript batch - the exit
      *code decoded the way rv-batch-driver decodes its steps'.
       take-transcript.
           if ws-p-first-date is not numeric
               move ws-today to ws-p-first-date
           end-if.
           move spaces to ws-transcript-name.
           string "transcript." delimited by size
               ws-p-channel delimited by size
               "." delimited by size
               ws-p-first-date delimited by size
               ".txt" delimited by size
               into ws-transcript-name
           end-string.
           move spaces to ws-shell-command.
           string "rv-transcript-batch " delimited by size
               ws-p-first-date delimited by size
               " " delimited by size
               ws-today delimited by size
               " " delimited by size
               ws-p-channel delimited by size
               into ws-shell-command
           end-string.
           move zero to return-code.
           call "SYSTEM" using ws-shell-command end-call.
           move return-code to ws-step-rc.
           move zero to return-code.
           if ws-step-rc is greater than 255
               and function mod(ws-step-rc, 256) is equal to zero
               divide 256 into ws-step-rc
           end-if.
      *-----------------------------------------------------------------
      *The channel's routes.txt lines come out the &RELOAD way. The
      *generation on file before the edit is captured first - a
      *second apart, so the reload's own snapshot can't land on the
      *same stamp - which is the one &CONFIG ROLLBACK restores.
       remove-routes.
           call static "rv-config-snapshot" using
               by value ws-user-name end-call.
           call "C$SLEEP" using by content ws-one-second end-call.
           move zero to ws-removed-count.
           move 'N' to ws-eof.
           open output fs-routes-tmp.
           open input sharing with all fs-routes.
           perform until ws-at-eof
               read fs-routes
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-route(1:26) is equal to ws-p-channel
                           add 1 to ws-removed-count
                       else
                           write fs-route-tmp from fs-route
                           end-write
                       end-if
               end-read
           end-perform.
           close fs-routes.
           close fs-routes-tmp.
           call "CBL_RENAME_FILE" using "routes.txt.tmp"
               "routes.txt" end-call.
           initialize ws-msg.
           move ls-target-msg-id to ws-msg-id in ws-msg.
           move ls-user-id to ws-author-id in ws-msg.
           move "&RELOAD" to ws-content in ws-msg.
           call static "rv-cmd-reload" using by reference ls-config
               by value ls-target
               by reference ws-msg end-call.
           move 0 to return-code.
      *-----------------------------------------------------------------
      *Whatever the outcome, the proposal is done with: said in the
      *ops channel, logged in stalelog.dat and the audit trail, and
      *dropped from stalepend.dat.
       close-proposal.
           perform send-reply.
           move spaces to ws-store-line.
           string
               function current-date(1:14) delimited by size
               "," delimited by size
               ws-p-channel delimited by size
               "," delimited by size
               ls-user-id delimited by size
               "," delimited by size
               function trim(ws-transcript-name) delimited by size
               "," delimited by size
               function trim(ws-result) delimited by size
               into ws-store-line
           end-string.
           open extend fs-log.
           write fs-log-line from ws-store-line end-write.
           close fs-log.
           move spaces to ws-audit-text.
           string "retirement " delimited by size
               function trim(ws-result) delimited by size
               ": " delimited by size
               function trim(ws-chan-name) delimited by size
               into ws-audit-text
           end-string.
           perform audit-action.
           move 'N' to ws-eof.
           open output fs-pend-tmp.
           open input sharing with all fs-pend.
           perform until ws-at-eof
               read fs-pend
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-pend-line(1:26) is not equal to
                           ls-target-msg-id
                           write fs-pend-tmp-line from fs-pend-line
                           end-write
                       end-if
               end-read
           end-perform.
           close fs-pend.
           close fs-pend-tmp.
           call "CBL_RENAME_FILE" using "stalepend.dat.tmp"
               "stalepend.dat" end-call.
      *-----------------------------------------------------------------
       send-reply.
           initialize ws-msg.
           move ls-target-msg-id to ws-id in ws-msg (1).
           move "false" to ws-mention in ws-msg (1).
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       audit-action.
           call static "rv-audit-log" using
               by value "STL"
               by value ws-p-channel
               by value spaces
               by value "rv-stale-react"
               by value ws-audit-text
               by value ws-user-name end-call.
       end program rv-stale-react.

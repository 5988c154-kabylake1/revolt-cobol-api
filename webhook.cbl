       copy "cabi.cpy".
      *Must match api.cbl's :rx-bufsize: - http-output-fill sizes its
      *overflow guard from that width (see the note there).
       replace also ==:rx-bufsize:== by 262144.
      ******************************************************************
      *Outbound webhooks - other teams' systems hear about our events
      *as they happen instead of scraping the channels. Subscriptions
      *live in the optional webhooks.txt, one "event,url,secret"
      *line each - "all" as the event takes every event, a "*" in
      *column 1 marks a comment. The events are
      *    ticket.opened       rv-cmd-ticket (ticket.cbl) and the
      *                        other ticket openers (intake.cbl,
      *                        minutes.cbl, tick.cbl escalations)
      *    incident.raised     rv-cmd-incident (program.cbl)
      *    alert.raised        rv-alert-track (tick.cbl)
      *    alert.escalated     rv-check-escalations (tick.cbl)
      *    attachment.quarantined  rv-attach-quarantined (attpol.cbl)
      *Each handler calls rv-webhook-event, which spools one
      *webhookq.dat line per matching subscription
      *("due,attempts,event,url,payload", payload last so its commas
      *survive) - a slow receiver never holds up a command. The
      *payload is one flat JSON object:
      *    {"event":..,"id":..,"time":YYYYMMDDHHMMSS,"channel":..,
      *     "ref":..,"actor":..,"text":..}
      *rv-webhook-drain, on the housekeeping tick, POSTs what is due
      *through the account's own curl handle and http-request (so a
      *429/5xx gets the send path's doubling retry on the spot - the
      *call log files these under the "external" class, so they stay
      *out of rv-api-health's Revolt figures); a
      *delivery that still fails is re-spooled on a doubling delay
      *(1, 2, 4, 8, 16 minutes) and after the sixth failed attempt
      *goes to webhookdead.dat, same line shape, for &REPLAY
      *WEBHOOKS (rv-webhook-replay) to put back on the spool.
      *Every request carries X-Webhook-Event and X-Webhook-Signature
      *headers - never the bot token. The signature is the
      *8-hex-digit rv-chain-hash (program.cbl) chained over the
      *subscription's secret, then each 400-byte slice of the body,
      *then the secret again; the receiver recomputes it with the
      *shared secret to know the call came from us unaltered.
       identification division.
       program-id. rv-webhook-event.
       environment division.
       input-output section.
       file-control.
           select optional fs-hooks assign to "webhooks.txt"
           organization is line sequential.
           select optional fs-hookq assign to ws-hookq-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-hooks.
       01  fs-hooks-line pic x(400).
       fd  fs-hookq.
       01  fs-hookq-line pic x(1400).
       working-storage section.
       01  ws-hooks-eof pic x value 'N'.
           88 ws-at-hooks-eof value 'Y'.
       01  ws-sub-event pic x(24).
       01  ws-sub-url pic x(200).
       01  ws-sub-secret pic x(120).
       01  ws-event-seq picture 9(6) value zero.
       01  ws-event-id pic x(21).
       01  ws-now pic x(14).
       01  ws-esc-text pic x(400).
       01  ws-payload pic x(1000).
       01  ws-spool-line pic x(1400).
       01  ws-spooled-count picture 9(4).
      *The spool itself in the running bot; any other process (the
      *intake batch, say) hands its events to the drainer through
      *webhookq.request instead, so an append never races the
      *drainer's temp-then-rename of the spool.
       01  ws-hookq-name pic x(20) value "webhookq.dat".
       linkage section.
       01  ls-event picture x(24).
       01  ls-channel picture x(26).
       01  ls-ref picture x(26).
       01  ls-actor picture x(26).
       01  ls-text picture x(200).
       procedure division using by value ls-event
           by value ls-channel
           by value ls-ref
           by value ls-actor
           by value ls-text.
           move zero to ws-spooled-count.
           call static "rv-bot-process" using by value "ASK  "
               end-call.
           if return-code is equal to 1
               move "webhookq.dat" to ws-hookq-name
           else
               move "webhookq.request" to ws-hookq-name
           end-if.
           move 0 to return-code.
           move function current-date(1:14) to ws-now.
           add 1 to ws-event-seq.
           move spaces to ws-event-id.
           string ws-now "-" ws-event-seq delimited by size
               into ws-event-id
           end-string.
           call static "rv-json-escape" using
               by reference ls-text
               by value 200
               by reference ws-esc-text
               by value 400 end-call.
           move spaces to ws-payload.
           string
               '{"event":"' delimited by size
               function trim(ls-event) delimited by size
               '","id":"' delimited by size
               ws-event-id delimited by size
               '","time":"' delimited by size
               ws-now delimited by size
               '","channel":"' delimited by size
               function trim(ls-channel) delimited by size
               '","ref":"' delimited by size
               function trim(ls-ref) delimited by size
               '","actor":"' delimited by size
               function trim(ls-actor) delimited by size
               '","text":"' delimited by size
               function trim(ws-esc-text) delimited by size
               '"}' delimited by size
               into ws-payload
           end-string.
      *No subscription file (the usual case on a quiet install)
      *costs one open and nothing else.
           move 'N' to ws-hooks-eof.
           open input sharing with all fs-hooks.
           perform until ws-at-hooks-eof
               read fs-hooks
                   at end move 'Y' to ws-hooks-eof
                   not at end perform spool-if-subscribed
               end-read
           end-perform.
           close fs-hooks.
           if ws-spooled-count is greater than zero
               close fs-hookq
           end-if.
           goback.
      *-----------------------------------------------------------------
       spool-if-subscribed.
           if fs-hooks-line(1:1) is equal to space
               or fs-hooks-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-sub-event, ws-sub-url, ws-sub-secret.
           unstring fs-hooks-line delimited by ","
               into ws-sub-event ws-sub-url ws-sub-secret
           end-unstring.
           if ws-sub-url is equal to spaces
               exit paragraph
           end-if.
           if function lower-case(ws-sub-event) is not equal to "all"
               and function lower-case(ws-sub-event) is not equal
                   to ls-event
               exit paragraph
           end-if.
           move spaces to ws-spool-line.
           string
               ws-now delimited by size
               ",00," delimited by size
               function trim(ls-event) delimited by size
               "," delimited by size
               function trim(ws-sub-url) delimited by size
               "," delimited by size
               function trim(ws-payload) delimited by size
               into ws-spool-line
           end-string.
           if ws-spooled-count is equal to zero
               open extend fs-hookq
           end-if.
           add 1 to ws-spooled-count.
           write fs-hookq-line from ws-spool-line end-write.
       end program rv-webhook-event.
      ******************************************************************
      *The drainer - once per pass on the housekeeping account. An
      *empty spool (the usual case) costs one open/read/close. At
      *most five deliveries are attempted a pass, so a dead
      *receiver can't stall the tick; what isn't due or wasn't
      *reached is written back with the write-temp-then-rename
      *discipline rv-drain-send-queue uses. Events other processes
      *left in webhookq.request are claimed by renaming it to
      *webhookq.claim and joined to the spool one pass later - a
      *writer that opened the request file just before the rename
      *has the whole pass to finish its line.
       identification division.
       program-id. rv-webhook-drain.
       environment division.
       input-output section.
       file-control.
           select optional fs-hookq assign to "webhookq.dat"
           organization is line sequential.
           select fs-hookq-tmp assign to "webhookq.dat.tmp"
           organization is line sequential.
           select optional fs-hookdead assign to "webhookdead.dat"
           organization is line sequential.
           select optional fs-hooks assign to "webhooks.txt"
           organization is line sequential.
           select optional fs-hookclaim assign to "webhookq.claim"
           organization is line sequential.
       data division.
       file section.
       fd  fs-hookq.
       01  fs-hookq-line pic x(1400).
       fd  fs-hookq-tmp.
       01  fs-hookq-tmp-line pic x(1400).
       fd  fs-hookdead.
       01  fs-hookdead-line pic x(1400).
       fd  fs-hooks.
       01  fs-hooks-line pic x(400).
       fd  fs-hookclaim.
       01  fs-hookclaim-line pic x(1400).
       working-storage section.
       copy "curl.cpy" replacing ==:pref:== by ==ws-==.
       copy "rcfg.cpy" replacing ==:pref:== by ==ws-hook==.
       01  ws-response picture x(:rx-bufsize:).
       01  ws-endpoint picture x(255).
       01  ws-now pic x(14).
       01  ws-q-eof pic x value 'N'.
           88 ws-at-q-eof value 'Y'.
       01  ws-hooks-eof pic x value 'N'.
           88 ws-at-hooks-eof value 'Y'.
       01  ws-tried-count picture 9(4).
       01  ws-claim-count picture 9(6).
       01  ws-parse-ptr picture 9(8).
       01  ws-line-due pic x(14).
       01  ws-line-attempts-txt pic x(2).
       01  ws-line-attempts picture 9(2).
       01  ws-line-event pic x(24).
       01  ws-line-url pic x(200).
       01  ws-line-payload pic x(1000).
       01  ws-out-line pic x(1400).
       01  ws-body picture x(1001).
       01  ws-body-len picture 9(8).
      *This pass's subscriptions, for the secret behind each URL.
       01  ws-sub-count picture 9(4).
       01  ws-sub-idx picture 9(4).
       01  ws-subs occurs 64 times.
           02 ws-sub-event pic x(24).
           02 ws-sub-url pic x(200).
           02 ws-sub-secret pic x(120).
       01  ws-secret pic x(120).
       01  ws-found pic x.
           88 ws-sub-found value 'Y'.
      *Signature chain scratch.
       01  ws-sig pic x(8).
       01  ws-sig-text pic x(400).
       01  ws-slice-pos picture 9(8).
      *Header list for this one request.
       01  ws-slist usage pointer.
       01  ws-header pic x(200).
       01  ws-hdr-len picture 9(4).
      *Retry scheduling - delay doubles from 60 seconds.
       01  ws-max-attempts picture 9(2) value 6.
       01  ws-delay-secs picture 9(8).
       01  ws-epoch-base picture 9(8).
       01  ws-due-secs picture 9(12).
       01  ws-due-days picture 9(8).
       01  ws-due-rem picture 9(8).
       01  ws-due-date picture 9(8).
       01  ws-due-hh picture 99.
       01  ws-due-mi picture 99.
       01  ws-due-ss picture 99.
       01  ws-post-rc picture s9(8).
       01  ws-rc-disp picture -------9.
       01  ws-log-line pic x(200).
       01  ws-audit-text pic x(200).
       01  ws-bot-name pic x(32) value "webhook".
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config.
           perform join-requests.
           move 'N' to ws-q-eof.
           open input sharing with all fs-hookq.
           read fs-hookq
               at end
                   close fs-hookq
                   goback
           end-read.
           move function current-date(1:14) to ws-now.
           perform load-subscriptions.
           move zero to ws-tried-count.
           open output fs-hookq-tmp.
           perform deliver-or-keep.
           perform until ws-at-q-eof
               read fs-hookq
                   at end move 'Y' to ws-q-eof
                   not at end perform deliver-or-keep
               end-read
           end-perform.
           close fs-hookq.
           close fs-hookq-tmp.
           call "CBL_RENAME_FILE" using "webhookq.dat.tmp"
               "webhookq.dat" end-call.
           goback.
      *-----------------------------------------------------------------
      *Last pass's claim onto the spool, then claim what has arrived
      *since.
       join-requests.
           move 'N' to ws-q-eof.
           move zero to ws-claim-count.
           open input sharing with all fs-hookclaim.
           perform until ws-at-q-eof
               read fs-hookclaim
                   at end move 'Y' to ws-q-eof
                   not at end
                       if ws-claim-count is equal to zero
                           open extend fs-hookq
                       end-if
                       add 1 to ws-claim-count
                       write fs-hookq-line from fs-hookclaim-line
                       end-write
               end-read
           end-perform.
           close fs-hookclaim.
           if ws-claim-count is greater than zero
               close fs-hookq
           end-if.
           call "CBL_DELETE_FILE" using "webhookq.claim" end-call.
           call "CBL_RENAME_FILE" using "webhookq.request"
               "webhookq.claim" end-call.
           move 0 to return-code.
      *-----------------------------------------------------------------
       load-subscriptions.
           move zero to ws-sub-count.
           move 'N' to ws-hooks-eof.
           open input sharing with all fs-hooks.
           perform until ws-at-hooks-eof
               read fs-hooks
                   at end move 'Y' to ws-hooks-eof
                   not at end
                       if fs-hooks-line(1:1) is not equal to space
                           and fs-hooks-line(1:1) is not equal to '*'
                           and ws-sub-count is less than 64
                           add 1 to ws-sub-count
                           move spaces to ws-subs(ws-sub-count)
                           unstring fs-hooks-line delimited by ","
                               into ws-sub-event(ws-sub-count)
                                    ws-sub-url(ws-sub-count)
                                    ws-sub-secret(ws-sub-count)
                           end-unstring
                       end-if
               end-read
           end-perform.
           close fs-hooks.
      *-----------------------------------------------------------------
       deliver-or-keep.
           perform parse-spool-line.
           if ws-line-due is greater than ws-now
               or ws-tried-count is not less than 5
               write fs-hookq-tmp-line from fs-hookq-line end-write
               exit paragraph
           end-if.
           perform find-secret.
      *A subscription taken out of webhooks.txt takes its queued
      *deliveries with it.
           if not ws-sub-found
               move spaces to ws-log-line
               string "[WHK] No subscription left for "
                   delimited by size
                   function trim(ws-line-url) delimited by size
                   " - queued event dropped" delimited by size
                   into ws-log-line
               end-string
               call static "rv-log" using by value "WARN"
                   by value ws-log-line end-call
               exit paragraph
           end-if.
           add 1 to ws-tried-count.
           perform post-event.
           if return-code is equal to zero
               move spaces to ws-audit-text
               string "delivered " delimited by size
                   function trim(ws-line-event) delimited by size
                   " to " delimited by size
                   function trim(ws-line-url) delimited by size
                   into ws-audit-text
               end-string
               call static "rv-audit-log" using
                   by value "WHK"
                   by value spaces
                   by value spaces
                   by value "rv-webhook-drain"
                   by value ws-audit-text
                   by value ws-bot-name end-call
               exit paragraph
           end-if.
           move return-code to ws-rc-disp.
           move 0 to return-code.
           add 1 to ws-line-attempts.
           if ws-line-attempts is not less than ws-max-attempts
               perform dead-letter-event
               exit paragraph
           end-if.
           perform schedule-retry.
           move spaces to ws-out-line.
           string
               ws-line-due delimited by size
               "," delimited by size
               ws-line-attempts delimited by size
               "," delimited by size
               function trim(ws-line-event) delimited by size
               "," delimited by size
               function trim(ws-line-url) delimited by size
               "," delimited by size
               function trim(ws-line-payload) delimited by size
               into ws-out-line
           end-string.
           write fs-hookq-tmp-line from ws-out-line end-write.
      *-----------------------------------------------------------------
       parse-spool-line.
           move spaces to ws-line-due, ws-line-attempts-txt,
               ws-line-event, ws-line-url, ws-line-payload.
           move 1 to ws-parse-ptr.
           unstring fs-hookq-line delimited by ","
               into ws-line-due ws-line-attempts-txt ws-line-event
                    ws-line-url
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-hookq-line
               move fs-hookq-line(ws-parse-ptr:) to ws-line-payload
           end-if.
           move zero to ws-line-attempts.
           if ws-line-attempts-txt is numeric
               move ws-line-attempts-txt to ws-line-attempts
           end-if.
      *-----------------------------------------------------------------
       find-secret.
           move 'N' to ws-found.
           move spaces to ws-secret.
           perform varying ws-sub-idx from 1 by 1
               until ws-sub-idx is greater than ws-sub-count
               if ws-sub-url(ws-sub-idx) is equal to ws-line-url
                   and (function lower-case(ws-sub-event(ws-sub-idx))
                       is equal to "all"
                   or function lower-case(ws-sub-event(ws-sub-idx))
                       is equal to ws-line-event)
                   move ws-sub-secret(ws-sub-idx) to ws-secret
                   move 'Y' to ws-found
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *One POST through the account's own handle. http-request puts
      *ls-chunks on every call, so the request goes out with a
      *private copy of the config whose header list is this event's
      *own - the bot token stays with the Revolt API.
       post-event.
           perform sign-payload.
           move ls-config to ws-hook-config.
           set ws-slist to null.
           move "Content-Type:application/json" to ws-header.
           perform append-header.
           move spaces to ws-header.
           string "X-Webhook-Event:" delimited by size
               function trim(ws-line-event) delimited by size
               into ws-header
           end-string.
           perform append-header.
           move spaces to ws-header.
           string "X-Webhook-Signature:" delimited by size
               ws-sig delimited by size
               into ws-header
           end-string.
           perform append-header.
           if ws-slist is equal to null
               call static "rv-log" using by value "ERROR"
                   by value "[WHK] Could not build request headers"
                   end-call
               move 1 to return-code
               exit paragraph
           end-if.
           set ws-hook-chunks to ws-slist.
           move spaces to ws-body.
           move function trim(ws-line-payload) to ws-body.
           compute ws-body-len =
               function length(function trim(ws-line-payload)) + 1.
           move low-value to ws-body(ws-body-len:1).
           call "curl-easy-setopt" using by value ls-curl
               by value ws-curlopt-postfields
               by reference ws-body end-call.
           move ws-line-url to ws-endpoint.
           initialize ws-response.
           call "http-request" using by reference ws-hook-config
               by content ws-endpoint
               by value "POST"
               by reference ws-response end-call.
           move return-code to ws-post-rc.
           call static "curl-slist-free-all" using
               by value ws-slist end-call.
           move ws-post-rc to return-code.
      *-----------------------------------------------------------------
       append-header.
           compute ws-hdr-len =
               function length(function trim(ws-header)) + 1.
           move low-value to ws-header(ws-hdr-len:1).
           call "curl-slist-append" using by value ws-slist
               by reference ws-header
               by reference ws-slist end-call.
      *-----------------------------------------------------------------
       sign-payload.
           move "00000000" to ws-sig.
           move ws-secret to ws-sig-text.
           call static "rv-chain-hash" using by value ws-sig
               by reference ws-sig-text
               by reference ws-sig end-call.
           perform varying ws-slice-pos from 1 by 400
               until ws-slice-pos is greater than
                   length of ws-line-payload
               or ws-line-payload(ws-slice-pos:) is equal to spaces
               move ws-line-payload(ws-slice-pos:400) to ws-sig-text
               call static "rv-chain-hash" using by value ws-sig
                   by reference ws-sig-text
                   by reference ws-sig end-call
           end-perform.
           move ws-secret to ws-sig-text.
           call static "rv-chain-hash" using by value ws-sig
               by reference ws-sig-text
               by reference ws-sig end-call.
      *-----------------------------------------------------------------
      *Due again in 60 * 2^(attempts-1) seconds - the stamp is built
      *forward with the same epoch arithmetic rv-mtta-report uses.
       schedule-retry.
           compute ws-delay-secs = 60 * (2 ** (ws-line-attempts - 1)).
           compute ws-epoch-base =
               function integer-of-date(19700101).
           compute ws-due-secs =
               (function integer-of-date(
                   function numval(ws-now(1:8))) - ws-epoch-base)
                   * 86400
               + function numval(ws-now(9:2)) * 3600
               + function numval(ws-now(11:2)) * 60
               + function numval(ws-now(13:2))
               + ws-delay-secs.
           divide ws-due-secs by 86400 giving ws-due-days
               remainder ws-due-rem.
           move function date-of-integer(ws-epoch-base + ws-due-days)
               to ws-due-date.
           divide ws-due-rem by 3600 giving ws-due-hh
               remainder ws-due-rem.
           divide ws-due-rem by 60 giving ws-due-mi
               remainder ws-due-ss.
           move spaces to ws-line-due.
           string ws-due-date ws-due-hh ws-due-mi ws-due-ss
               delimited by size into ws-line-due
           end-string.
           move spaces to ws-log-line.
           string "[WHK] Delivery of " delimited by size
               function trim(ws-line-event) delimited by size
               " to " delimited by size
               function trim(ws-line-url) delimited by size
               " failed (" delimited by size
               function trim(ws-rc-disp) delimited by size
               ") - retrying at " delimited by size
               ws-line-due delimited by size
               into ws-log-line
           end-string.
           call static "rv-log" using by value "WARN"
               by value ws-log-line end-call.
      *-----------------------------------------------------------------
       dead-letter-event.
           move spaces to ws-out-line.
           string
               ws-now delimited by size
               "," delimited by size
               ws-line-attempts delimited by size
               "," delimited by size
               function trim(ws-line-event) delimited by size
               "," delimited by size
               function trim(ws-line-url) delimited by size
               "," delimited by size
               function trim(ws-line-payload) delimited by size
               into ws-out-line
           end-string.
           open extend fs-hookdead.
           write fs-hookdead-line from ws-out-line end-write.
           close fs-hookdead.
           move spaces to ws-log-line.
           string "[WHK] Delivery of " delimited by size
               function trim(ws-line-event) delimited by size
               " to " delimited by size
               function trim(ws-line-url) delimited by size
               " failed " delimited by size
               ws-line-attempts delimited by size
               " times - captured in webhookdead.dat"
                   delimited by size
               into ws-log-line
           end-string.
           call static "rv-log" using by value "ERROR"
               by value ws-log-line end-call.
           move spaces to ws-audit-text.
           string "dead-lettered " delimited by size
               function trim(ws-line-event) delimited by size
               " to " delimited by size
               function trim(ws-line-url) delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "WHK"
               by value spaces
               by value spaces
               by value "rv-webhook-drain"
               by value ws-audit-text
               by value ws-bot-name end-call.
       end program rv-webhook-drain.
      ******************************************************************
      *Put every dead-lettered delivery back on the spool, due now
      *with a fresh attempt count, and truncate the dead-letter file
      *- &REPLAY WEBHOOKS (rv-cmd-replay, program.cbl) once the
      *receiver is fixed. ls-count comes back with the number moved.
       identification division.
       program-id. rv-webhook-replay.
       environment division.
       input-output section.
       file-control.
           select optional fs-hookq assign to "webhookq.dat"
           organization is line sequential.
           select optional fs-hookdead assign to "webhookdead.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-hookq.
       01  fs-hookq-line pic x(1400).
       fd  fs-hookdead.
       01  fs-hookdead-line pic x(1400).
       working-storage section.
       01  ws-dead-eof pic x value 'N'.
           88 ws-at-dead-eof value 'Y'.
       01  ws-now pic x(14).
       01  ws-out-line pic x(1400).
       linkage section.
       01  ls-count picture 9(8).
       procedure division using by reference ls-count.
           move zero to ls-count.
           move function current-date(1:14) to ws-now.
           move 'N' to ws-dead-eof.
           open input sharing with all fs-hookdead.
           open extend fs-hookq.
           perform until ws-at-dead-eof
               read fs-hookdead
                   at end move 'Y' to ws-dead-eof
                   not at end
                       if fs-hookdead-line(1:1) is not equal to space
                           move spaces to ws-out-line
                           string ws-now delimited by size
                               ",00" delimited by size
                               fs-hookdead-line(18:) delimited by size
                               into ws-out-line
                           end-string
                           write fs-hookq-line from ws-out-line
                               end-write
                           add 1 to ls-count
                       end-if
               end-read
           end-perform.
           close fs-hookq.
           close fs-hookdead.
           open output fs-hookdead.
           close fs-hookdead.
           goback.
       end program rv-webhook-replay.

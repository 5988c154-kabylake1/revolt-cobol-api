      *    rv-mtta-report [YYYYMM]
      *No argument means "last month". Reads ackhist.dat (one
      *"msgid,channel,level,posted-stamp,acked-stamp,acker" line per
      *acknowledged alert, with a seventh ticket field when the alert
      *went to second level and opened one), keeps the month's
      *entries, and writes mtta.YYYYMM.txt: count, mean and
      *90th-percentile time-to-acknowledge overall, per alert level
      *and per channel, then each second-level alert with its ticket
      *number - channel names resolved through chancache.dat the way
      *rv-daily-report resolves its, no API session needed.
       identification division.
       program-id. rv-mtta-report.
       01  ws-h-posted pic x(14).
       01  ws-h-acked pic x(14).
       01  ws-h-acker pic x(26).
       01  ws-h-ticket pic x(6).
      *The month's entries, held whole so the percentile pass can
      *re-walk them per level and per channel.
       01  ws-entry-count picture 9(4) value zero.
           02 ws-e-channel pic x(26).
           02 ws-e-level pic x.
           02 ws-e-secs picture 9(8).
           02 ws-e-posted pic x(14).
           02 ws-e-ticket pic x(6).
       01  ws-ticket-count picture 9(4) value zero.
       01  ws-skipped-count picture 9(8) value zero.
      *Stamp-to-epoch-seconds conversion scratch.
       01  ws-stamp-wk pic x(14).
       01  ws-count-disp picture zzz9.
       01  ws-mean-disp picture zzzzzzz9.
       01  ws-p90-disp picture zzzzzzz9.
       01  ws-secs-disp picture zzzzzzz9.
       01  ws-ticket-disp picture zzzzz9.
       01  ws-work-line pic x(160).
       procedure division.
           perform resolve-month.
               exit paragraph
           end-if.
           move spaces to ws-h-msg-id, ws-h-channel, ws-h-level,
               ws-h-posted, ws-h-acked, ws-h-acker, ws-h-ticket.
           unstring fs-ackhist-line delimited by ","
               into ws-h-msg-id ws-h-channel ws-h-level
                    ws-h-posted ws-h-acked ws-h-acker ws-h-ticket
           end-unstring.
           if ws-h-posted(1:6) is not equal to ws-month
               exit paragraph
           move ws-h-level(1:1) to ws-e-level(ws-entry-count).
           compute ws-e-secs(ws-entry-count) =
               ws-acked-secs - ws-posted-secs.
           move ws-h-posted to ws-e-posted(ws-entry-count).
           move spaces to ws-e-ticket(ws-entry-count).
           if ws-h-ticket is numeric
               move ws-h-ticket to ws-e-ticket(ws-entry-count)
               add 1 to ws-ticket-count
           end-if.
           perform remember-level.
           perform remember-channel.
      *-----------------------------------------------------------------
               perform compute-group-figures
               perform emit-group-line
           end-perform.
           if ws-ticket-count is greater than zero
               perform write-escalated-alerts
           end-if.
           if ws-skipped-count is greater than zero
               move spaces to ws-work-line
               perform emit-line
               perform emit-line
           end-if.
           close fs-report.
      *-----------------------------------------------------------------
      *Every alert that reached the second-level channel opened a
      *ticket (rv-check-escalations, tick.cbl) - list them with it,
      *so the follow-up can be checked against the ticket store.
       write-escalated-alerts.
           move spaces to ws-work-line.
           perform emit-line.
           move "Escalated to second level:" to ws-work-line.
           perform emit-line.
           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx is greater than ws-entry-count
               if ws-e-ticket(ws-entry-idx) is not equal to spaces
                   perform emit-escalated-line
               end-if
           end-perform.
      *-----------------------------------------------------------------
       emit-escalated-line.
           move ws-e-channel(ws-entry-idx) to ws-chan-name.
           perform varying ws-cname-idx from 1 by 1
               until ws-cname-idx is greater than ws-cname-count
               if ws-cname-id(ws-cname-idx) is equal to
                   ws-e-channel(ws-entry-idx)
                   move ws-cname-text(ws-cname-idx) to ws-chan-name
                   exit perform
               end-if
           end-perform.
           move ws-e-secs(ws-entry-idx) to ws-secs-disp.
           move ws-e-ticket(ws-entry-idx) to ws-ticket-disp.
           move spaces to ws-work-line.
           string
               "  " delimited by size
               ws-e-posted(ws-entry-idx)(1:4) delimited by size
               "-" delimited by size
               ws-e-posted(ws-entry-idx)(5:2) delimited by size
               "-" delimited by size
               ws-e-posted(ws-entry-idx)(7:2) delimited by size
               " " delimited by size
               ws-e-posted(ws-entry-idx)(9:2) delimited by size
               ":" delimited by size
               ws-e-posted(ws-entry-idx)(11:2) delimited by size
               "  " delimited by size
               ws-chan-name(1:30) delimited by size
               " acked in " delimited by size
               ws-secs-disp delimited by size
               "s  ticket #" delimited by size
               function trim(ws-ticket-disp) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-group-line.
           move ws-samp-count to ws-count-disp.

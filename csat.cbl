       copy "cabi.cpy".
      ******************************************************************
      *Requester satisfaction survey - &TICKET CLOSE used to be the
      *last anyone heard of a ticket. Closing one now DMs its opener
      *a one-to-five rating question, with an optional comment after
      *it, over the same kind of DM session the intake form runs
      *(form.cbl): csatsess.dat holds one fixed-column
      *    userid,dmchannel,ticket,state,sent-stamp
      *line per survey in flight - state R waiting for the rating, C
      *for the comment. A requester with several tickets closed at
      *once answers them one at a time, oldest first. A survey left
      *unanswered for a week is dropped (it still counts as sent).
      *Every survey sent is one line of csat.dat, keyed on the ticket
      *number -
      *    ticket,sent-stamp,answered-stamp,score,opener,assignee,
      *    channel,comment
      *- the score and comment filled in as they come back, for the
      *monthly CSAT report (rv-csat-report, csatrpt.cbl).
      *No survey goes out for a ticket the bot opened itself or one
      *its own opener closed.
       identification division.
       program-id. rv-csat-start.
       environment division.
       input-output section.
       file-control.
           select optional fs-sess assign to "csatsess.dat"
           organization is line sequential.
           select fs-sess-tmp assign to "csatsess.dat.tmp"
           organization is line sequential.
           select optional fs-csat assign to "csat.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-sess.
       01  fs-sess-line pic x(80).
       fd  fs-sess-tmp.
       01  fs-sess-tmp-line pic x(80).
       fd  fs-csat.
       01  fs-csat-line pic x(400).
       working-storage section.
       01  ws-dm-channel pic x(26).
       01  ws-sess-eof pic x value 'N'.
           88 ws-at-sess-eof value 'Y'.
       01  ws-pending-count picture 9(4).
       01  ws-window :tp-int:.
       01  ws-cutoff picture 9(14).
       01  ws-cutoff-x redefines ws-cutoff pic x(14).
       01  ws-now-stamp pic x(14).
       01  ws-store-line pic x(80).
       01  ws-log-line pic x(200).
      *Each requester met in the sweep and what happened to their
      *oldest (head) survey - D dropped, K kept, A dropped with a
      *newer survey left behind it that nobody has asked yet.
       01  ws-seen-count picture 9(4).
       01  ws-seen-idx picture 9(4).
       01  ws-seen occurs 256 times.
           02 ws-seen-user pic x(26).
           02 ws-seen-head pic x.
       01  ws-line-kept pic x.
           88 ws-line-is-kept value 'Y'.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-ticket picture x(6).
       01  ls-opener picture x(26).
       01  ls-assignee picture x(26).
       01  ls-channel picture x(26).
       01  ls-closer picture x(26).
       procedure division using by reference ls-config
           by value ls-ticket
           by value ls-opener
           by value ls-assignee
           by value ls-channel
           by value ls-closer.
           if ls-opener(1:1) is equal to space
               or ls-opener is equal to ls-bot-id
               or ls-opener is equal to ls-closer
               or ls-replay-on
               goback
           end-if.
           call static "rv-open-dm" using by reference ls-config
               by value ls-opener
               by reference ws-dm-channel end-call.
           if ws-dm-channel(1:1) is equal to space
               move spaces to ws-log-line
               string "[CSAT] could not open a DM to " delimited by size
                   ls-opener delimited by space
                   " for ticket " delimited by size
                   ls-ticket delimited by size
                   into ws-log-line
               end-string
               call static "rv-log" using by value "WARN "
                   by value ws-log-line end-call
               goback
           end-if.
           move function current-date(1:14) to ws-now-stamp.
           perform drop-expired-sessions.
           move spaces to ws-store-line.
           string ls-opener delimited by size
               "," delimited by size
               ws-dm-channel delimited by size
               "," delimited by size
               ls-ticket delimited by size
               ",R," delimited by size
               ws-now-stamp delimited by size
               into ws-store-line
           end-string.
           open extend fs-sess.
           write fs-sess-line from ws-store-line end-write.
           close fs-sess.
           move spaces to fs-csat-line.
           string ls-ticket delimited by size
               "," delimited by size
               ws-now-stamp delimited by size
               ",,," delimited by size
               ls-opener delimited by space
               "," delimited by size
               ls-assignee delimited by space
               "," delimited by size
               ls-channel delimited by space
               "," delimited by size
               into fs-csat-line
           end-string.
           open extend fs-csat.
           write fs-csat-line end-write.
           close fs-csat.
      *Only the requester's oldest survey is asked - a newer one
      *waits its turn behind it (rv-csat-answer asks the next).
           if ws-pending-count is equal to zero
               call static "rv-csat-ask" using by reference ls-config
                   by value ls-opener end-call
           end-if.
           goback.
      *-----------------------------------------------------------------
      *A week-old survey nobody answered goes; the count left behind
      *is the requester's surveys still in flight.
      *A requester whose head survey expired with another queued
      *behind it is asked that one now - nothing else would ever ask
      *it, and their next unrelated DM would be taken as its rating.
       drop-expired-sessions.
           compute ws-window = 7 * 86400.
           call static "rv-stamp-minus-secs" using
               by value ws-window
               by reference ws-cutoff end-call.
           move zero to ws-pending-count.
           move zero to ws-seen-count.
           move 'N' to ws-sess-eof.
           open output fs-sess-tmp.
           open input sharing with all fs-sess.
           perform until ws-at-sess-eof
               read fs-sess
                   at end move 'Y' to ws-sess-eof
                   not at end perform sweep-one-session
               end-read
           end-perform.
           close fs-sess.
           close fs-sess-tmp.
           call "CBL_RENAME_FILE" using "csatsess.dat.tmp"
               "csatsess.dat" end-call.
           perform varying ws-seen-idx from 1 by 1
               until ws-seen-idx is greater than ws-seen-count
               if ws-seen-head(ws-seen-idx) is equal to 'A'
                   call static "rv-csat-ask" using
                       by reference ls-config
                       by value ws-seen-user(ws-seen-idx) end-call
               end-if
           end-perform.
      *-----------------------------------------------------------------
       sweep-one-session.
           move 'N' to ws-line-kept.
           if fs-sess-line(64:14) is not less than ws-cutoff-x
               move 'Y' to ws-line-kept
               write fs-sess-tmp-line from fs-sess-line end-write
               if fs-sess-line(1:26) is equal to ls-opener
                   add 1 to ws-pending-count
               end-if
           end-if.
           perform varying ws-seen-idx from 1 by 1
               until ws-seen-idx is greater than ws-seen-count
               if ws-seen-user(ws-seen-idx) is equal to
                   fs-sess-line(1:26)
                   exit perform
               end-if
           end-perform.
           if ws-seen-idx is greater than ws-seen-count
               if ws-seen-count is not less than 256
                   exit paragraph
               end-if
               add 1 to ws-seen-count
               move fs-sess-line(1:26) to ws-seen-user(ws-seen-count)
               if ws-line-is-kept
                   move 'K' to ws-seen-head(ws-seen-count)
               else
                   move 'D' to ws-seen-head(ws-seen-count)
               end-if
               exit paragraph
           end-if.
      *The first survivor behind a dropped head is the new head.
           if ws-seen-head(ws-seen-idx) is equal to 'D'
               and ws-line-is-kept
               move 'A' to ws-seen-head(ws-seen-idx)
           end-if.
       end program rv-csat-start.
      ******************************************************************
      *Asks a requester's oldest survey in flight, at whichever step
      *it is on - at survey start, and after each finished survey for
      *the next one queued behind it.
       identification division.
       program-id. rv-csat-ask.
       environment division.
       input-output section.
       file-control.
           select optional fs-sess assign to "csatsess.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-sess.
       01  fs-sess-line pic x(80).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-sess-eof pic x value 'N'.
           88 ws-at-sess-eof value 'Y'.
       01  ws-dm-channel pic x(26).
       01  ws-ticket pic x(6).
       01  ws-ticket-num picture 9(6).
       01  ws-ticket-disp picture zzzzz9.
       01  ws-state pic x.
       01  ws-ask-text pic x(200)
           value "How happy were you with how it was handled? Reply"
           & " with a number from 1 (very unhappy) to 5 (very happy)"
           & ", with a comment after it if you like.".
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-user-id picture x(26).
       procedure division using by reference ls-config
           by value ls-user-id.
           move spaces to ws-dm-channel.
           move 'N' to ws-sess-eof.
           open input sharing with all fs-sess.
           perform until ws-at-sess-eof
               read fs-sess
                   at end move 'Y' to ws-sess-eof
                   not at end
                       if fs-sess-line(1:26) is equal to ls-user-id
                           move fs-sess-line(28:26) to ws-dm-channel
                           move fs-sess-line(55:6) to ws-ticket
                           move fs-sess-line(62:1) to ws-state
                           move 'Y' to ws-sess-eof
                       end-if
               end-read
           end-perform.
           close fs-sess.
           if ws-dm-channel(1:1) is equal to space
               goback
           end-if.
           move zero to ws-ticket-num.
           if ws-ticket is numeric
               move ws-ticket to ws-ticket-num
           end-if.
           move ws-ticket-num to ws-ticket-disp.
           initialize ws-msg.
           if ws-state is equal to 'C'
               string "Anything you'd like to add about ticket #"
                       delimited by size
                   function trim(ws-ticket-disp) delimited by size
                   "? Reply with your comment, or - to skip."
                       delimited by size
                   into ws-content in ws-msg
               end-string
           else
      *Wording editable under the CSAT_ASK templates.txt key.
               call static "rv-template-lookup" using
                   by reference ls-config
                   by value "CSAT_ASK"
                   by reference ws-ask-text end-call
               string "Your ticket #" delimited by size
                   function trim(ws-ticket-disp) delimited by size
                   " has been closed. " delimited by size
                   function trim(ws-ask-text) delimited by size
                   into ws-content in ws-msg
               end-string
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ws-dm-channel
               by content ws-msg end-call.
           goback.
       end program rv-csat-ask.
      ******************************************************************
      *The inbound half of the survey - rv-dispatch-cmd hands every
      *message here straight after rv-form-answer. A message from a
      *requester on the DM channel of their oldest survey in flight
      *is an answer and is consumed (return-code 1); anything else,
      *a command in the DM included, falls through (return-code 0).
       identification division.
       program-id. rv-csat-answer.
       environment division.
       input-output section.
       file-control.
           select optional fs-sess assign to "csatsess.dat"
           organization is line sequential.
           select fs-sess-tmp assign to "csatsess.dat.tmp"
           organization is line sequential.
           select optional fs-csat assign to "csat.dat"
           organization is line sequential.
           select fs-csat-tmp assign to "csat.dat.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-sess.
       01  fs-sess-line pic x(80).
       fd  fs-sess-tmp.
       01  fs-sess-tmp-line pic x(80).
       fd  fs-csat.
       01  fs-csat-line pic x(400).
       fd  fs-csat-tmp.
       01  fs-csat-tmp-line pic x(400).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-sess-eof pic x value 'N'.
           88 ws-at-sess-eof value 'Y'.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-hit pic x.
           88 ws-answer-consumed value 'Y'.
       01  ws-done pic x.
           88 ws-survey-done value 'Y'.
       01  ws-ticket pic x(6).
       01  ws-state pic x.
       01  ws-answer pic x(200).
       01  ws-score pic x.
           88 ws-score-valid values '1' thru '5'.
       01  ws-comment pic x(200).
       01  ws-now-stamp pic x(14).
       01  ws-reply-text pic x(200).
      *csat.dat fields, the layout rv-csat-start writes.
       01  ws-c-ticket pic x(6).
       01  ws-c-sent pic x(14).
       01  ws-c-answered pic x(14).
       01  ws-c-score pic x.
       01  ws-c-opener pic x(26).
       01  ws-c-assignee pic x(26).
       01  ws-c-channel pic x(26).
       01  ws-c-comment pic x(200).
       01  ws-parse-ptr picture 9(8).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move 0 to return-code.
           if ls-author-id is equal to ls-bot-id
               or ls-author-id(1:1) is equal to space
               or ls-content(1:1) is equal to space
               or ls-content(1:1) is equal to '&'
               goback
           end-if.
      *Runs for every inbound message - the usual no-survey case is
      *one open/scan/close, the same discipline as rv-form-answer.
      *Only the requester's first line counts: the surveys queued
      *behind it are not being asked yet.
           move 'N' to ws-hit.
           move 'N' to ws-sess-eof.
           open input sharing with all fs-sess.
           perform until ws-at-sess-eof
               read fs-sess
                   at end move 'Y' to ws-sess-eof
                   not at end
                       if fs-sess-line(1:26) is equal to ls-author-id
                           if fs-sess-line(28:26) is equal to
                               ls-target
                               move 'Y' to ws-hit
                               move fs-sess-line(55:6) to ws-ticket
                               move fs-sess-line(62:1) to ws-state
                           end-if
                           move 'Y' to ws-sess-eof
                       end-if
               end-read
           end-perform.
           close fs-sess.
           if not ws-answer-consumed
               goback
           end-if.
           move function current-date(1:14) to ws-now-stamp.
           move function trim(ls-content(1:200)) to ws-answer.
           inspect ws-answer replacing all x'0a' by space.
           move spaces to ws-score, ws-comment.
           move 'N' to ws-done.
           if ws-state is equal to 'C'
               perform take-comment
           else
               perform take-rating
           end-if.
           perform rewrite-session.
           perform send-dm-reply.
           if ws-survey-done
               call static "rv-csat-ask" using by reference ls-config
                   by value ls-author-id end-call
           end-if.
           move 1 to return-code.
           goback.
      *-----------------------------------------------------------------
      *"4" rates; "4 quick fix, thanks" rates and comments in one go;
      *"-" declines the survey.
       take-rating.
           if ws-answer is equal to "-"
               or function upper-case(ws-answer) is equal to "SKIP"
               move 'Y' to ws-done
               move "No problem - thanks anyway." to ws-reply-text
               exit paragraph
           end-if.
           move ws-answer(1:1) to ws-score.
           if not ws-score-valid
               or ws-answer(2:1) is not equal to space
               move spaces to ws-score
               move "Please reply with a number from 1 (very unhappy)"
                   & " to 5 (very happy), or - to skip."
                   to ws-reply-text
               exit paragraph
           end-if.
           move function trim(ws-answer(2:)) to ws-comment.
           perform record-answer.
           if ws-comment is equal to spaces
               move 'C' to ws-state
               move "Thanks! Anything you'd like to add? Reply with"
                   & " your comment, or - to skip." to ws-reply-text
           else
               move 'Y' to ws-done
               move "Thanks for the feedback." to ws-reply-text
           end-if.
      *-----------------------------------------------------------------
       take-comment.
           move 'Y' to ws-done.
           move "Thanks for the feedback." to ws-reply-text.
           if ws-answer is equal to "-"
               exit paragraph
           end-if.
           move ws-answer to ws-comment.
           perform record-answer.
      *-----------------------------------------------------------------
      *The requester's first line moves on to the comment step or
      *goes, as the answer says; everything else is copied through.
       rewrite-session.
           move 'N' to ws-hit.
           move 'N' to ws-sess-eof.
           open output fs-sess-tmp.
           open input sharing with all fs-sess.
           perform until ws-at-sess-eof
               read fs-sess
                   at end move 'Y' to ws-sess-eof
                   not at end
                       if ws-answer-consumed
                           or fs-sess-line(1:26) is not equal to
                               ls-author-id
                           write fs-sess-tmp-line from fs-sess-line
                               end-write
                       else
                           move 'Y' to ws-hit
                           if not ws-survey-done
                               move ws-state to fs-sess-line(62:1)
                               write fs-sess-tmp-line
                                   from fs-sess-line end-write
                           end-if
                       end-if
               end-read
           end-perform.
           close fs-sess.
           close fs-sess-tmp.
           call "CBL_RENAME_FILE" using "csatsess.dat.tmp"
               "csatsess.dat" end-call.
      *-----------------------------------------------------------------
      *The score (and the comment, once there is one) onto the
      *ticket's csat.dat line.
       record-answer.
           move 'N' to ws-eof.
           open output fs-csat-tmp.
           open input sharing with all fs-csat.
           perform until ws-at-eof
               read fs-csat
                   at end move 'Y' to ws-eof
                   not at end perform update-csat-line
               end-read
           end-perform.
           close fs-csat.
           close fs-csat-tmp.
           call "CBL_RENAME_FILE" using "csat.dat.tmp"
               "csat.dat" end-call.
      *-----------------------------------------------------------------
       update-csat-line.
           if fs-csat-line(1:6) is not equal to ws-ticket
               write fs-csat-tmp-line from fs-csat-line end-write
               exit paragraph
           end-if.
           move spaces to ws-c-ticket, ws-c-sent, ws-c-answered,
               ws-c-score, ws-c-opener, ws-c-assignee, ws-c-channel,
               ws-c-comment.
           move 1 to ws-parse-ptr.
           unstring fs-csat-line delimited by ","
               into ws-c-ticket ws-c-sent ws-c-answered ws-c-score
                    ws-c-opener ws-c-assignee ws-c-channel
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-csat-line
               move fs-csat-line(ws-parse-ptr:) to ws-c-comment
           end-if.
           move ws-now-stamp to ws-c-answered.
           if ws-score is not equal to space
               move ws-score to ws-c-score
           end-if.
           if ws-comment is not equal to spaces
               move ws-comment to ws-c-comment
           end-if.
           move spaces to fs-csat-tmp-line.
           string ws-c-ticket delimited by size
               "," delimited by size
               ws-c-sent delimited by size
               "," delimited by size
               ws-c-answered delimited by size
               "," delimited by size
               ws-c-score delimited by size
               "," delimited by size
               ws-c-opener delimited by space
               "," delimited by size
               ws-c-assignee delimited by space
               "," delimited by size
               ws-c-channel delimited by space
               "," delimited by size
               function trim(ws-c-comment) delimited by size
               into fs-csat-tmp-line
           end-string.
           write fs-csat-tmp-line end-write.
      *-----------------------------------------------------------------
       send-dm-reply.
           initialize ws-msg.
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
       end program rv-csat-answer.

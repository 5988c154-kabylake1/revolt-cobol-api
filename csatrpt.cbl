       copy "cabi.cpy".
      ******************************************************************
      *Monthly CSAT report - what the requesters made of the tickets
      *closed in the month, off the survey store the close-time
      *survey keeps (csat.dat, rv-csat-start / rv-csat-answer,
      *csat.cbl). Run standalone once the month is over:
      *    rv-csat-report [YYYYMM]
      *No argument means "last month", as with rv-monthly-pack.
      *Writes csat.YYYYMM.txt:
      *  - surveys sent, answered, response rate and average score
      *    per assignee and per channel (a survey counts in the month
      *    it was sent; the average is over the answered ones);
      *  - every survey scored 1 or 2, with its comment, for the
      *    team lead to follow up.
      *Names come from userdir.dat and chancache.dat, as in the
      *monthly pack. Needs no token and touches no network.
       identification division.
       program-id. rv-csat-report.
       environment division.
       input-output section.
       file-control.
           select optional fs-csat assign to "csat.dat"
           organization is line sequential.
           select fs-report assign to ws-report-name
           organization is line sequential.
           select optional fs-ccache assign to "chancache.dat"
           organization is line sequential.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-udir-user-id
           alternate record key is fs-udir-name
               with duplicates.
       data division.
       file section.
       fd  fs-csat.
       01  fs-csat-line pic x(400).
       fd  fs-report.
       01  fs-report-line pic x(160).
       fd  fs-ccache.
       01  fs-ccache-line pic x(96).
       fd  fd-udir.
       01  fs-udir-rec.
           02 fs-udir-user-id pic x(26).
           02 fs-udir-name pic x(32).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-month pic x(6).
       01  ws-prev-int picture 9(8).
       01  ws-prev-date picture 9(8).
       01  ws-report-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
      *csat.dat fields, the layout rv-csat-start writes.
       01  ws-c-ticket pic x(6).
       01  ws-c-sent pic x(14).
       01  ws-c-answered pic x(14).
       01  ws-c-score pic x.
           88 ws-c-scored values '1' thru '5'.
           88 ws-c-low-score values '1' thru '2'.
       01  ws-c-opener pic x(26).
       01  ws-c-assignee pic x(26).
       01  ws-c-channel pic x(26).
       01  ws-c-comment pic x(200).
       01  ws-parse-ptr picture 9(8).
       01  ws-score-val picture 9.
      *Control-break tables - one row per assignee (blank is its own
      *"(unassigned)" row) and per channel. VALUE zero on every
      *counter, the way the monthly pack seeds its own.
       01  ws-asg-count picture 9(4) value zero.
       01  ws-asg-idx picture 9(4).
       01  ws-asg-tbl occurs 64 times.
           02 ws-asg-id pic x(26).
           02 ws-asg-sent picture 9(6) value zero.
           02 ws-asg-answered picture 9(6) value zero.
           02 ws-asg-score-sum picture 9(8) value zero.
       01  ws-chan-count picture 9(4) value zero.
       01  ws-chan-idx picture 9(4).
       01  ws-chan-tbl occurs 64 times.
           02 ws-chan-key pic x(26).
           02 ws-chan-sent picture 9(6) value zero.
           02 ws-chan-answered picture 9(6) value zero.
           02 ws-chan-score-sum picture 9(8) value zero.
       01  ws-tot-sent picture 9(6) value zero.
       01  ws-tot-answered picture 9(6) value zero.
       01  ws-tot-score-sum picture 9(8) value zero.
      *Low scores are listed in a second pass over the store, so
      *there is no cap on how many the team lead sees.
       01  ws-low-count picture 9(6) value zero.
      *Channel names off the running bot's cache.
       01  ws-cname-count picture 9(4) value zero.
       01  ws-cname-idx picture 9(4).
       01  ws-cname-tbl occurs 128 times.
           02 ws-cname-id pic x(26).
           02 ws-cname-text pic x(64).
       01  ws-chan-name pic x(64).
       01  ws-user-name pic x(32).
       01  ws-lookup-id pic x(26).
       01  ws-lookup-chan pic x(26).
      *Row values, worked out once per printed line.
       01  ws-row-sent picture 9(6).
       01  ws-row-answered picture 9(6).
       01  ws-row-score-sum picture 9(8).
       01  ws-row-label pic x(34).
       01  ws-rate-pct picture 9(3).
       01  ws-avg-score picture 9v99.
       01  ws-sent-disp picture zzzzz9.
       01  ws-answered-disp picture zzzzz9.
       01  ws-rate-disp picture zz9.
       01  ws-avg-disp picture 9.99.
       01  ws-ticket-disp picture zzzzz9.
       01  ws-work-line pic x(160).
       procedure division.
           perform resolve-month.
           perform load-channel-names.
           move 'N' to ws-eof.
           open input sharing with all fs-csat.
           perform until ws-at-eof
               read fs-csat
                   at end move 'Y' to ws-eof
                   not at end
                       perform parse-csat-line
                       if ws-c-sent(1:6) is equal to ws-month
                           perform tally-survey
                       end-if
               end-read
           end-perform.
           close fs-csat.
           perform write-report.
           display "CSAT report written to "
               function trim(ws-report-name) end-display.
           stop run.
      *-----------------------------------------------------------------
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
           move spaces to ws-report-name.
           string "csat." delimited by size
               ws-month delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
      *-----------------------------------------------------------------
       parse-csat-line.
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
      *-----------------------------------------------------------------
       tally-survey.
           move zero to ws-score-val.
           if ws-c-scored
               move ws-c-score to ws-score-val
           end-if.
           add 1 to ws-tot-sent.
           if ws-c-scored
               add 1 to ws-tot-answered
               add ws-score-val to ws-tot-score-sum
           end-if.
           perform varying ws-asg-idx from 1 by 1
               until ws-asg-idx is greater than ws-asg-count
               if ws-asg-id(ws-asg-idx) is equal to ws-c-assignee
                   exit perform
               end-if
           end-perform.
           if ws-asg-idx is greater than ws-asg-count
               and ws-asg-count is less than 64
               add 1 to ws-asg-count
               move ws-asg-count to ws-asg-idx
               move ws-c-assignee to ws-asg-id(ws-asg-idx)
           end-if.
           if ws-asg-idx is not greater than ws-asg-count
               add 1 to ws-asg-sent(ws-asg-idx)
               if ws-c-scored
                   add 1 to ws-asg-answered(ws-asg-idx)
                   add ws-score-val to ws-asg-score-sum(ws-asg-idx)
               end-if
           end-if.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               if ws-chan-key(ws-chan-idx) is equal to ws-c-channel
                   exit perform
               end-if
           end-perform.
           if ws-chan-idx is greater than ws-chan-count
               and ws-chan-count is less than 64
               add 1 to ws-chan-count
               move ws-chan-count to ws-chan-idx
               move ws-c-channel to ws-chan-key(ws-chan-idx)
           end-if.
           if ws-chan-idx is not greater than ws-chan-count
               add 1 to ws-chan-sent(ws-chan-idx)
               if ws-c-scored
                   add 1 to ws-chan-answered(ws-chan-idx)
                   add ws-score-val to ws-chan-score-sum(ws-chan-idx)
               end-if
           end-if.
      *-----------------------------------------------------------------
       write-report.
           open output fs-report.
           move spaces to ws-work-line.
           string "Requester satisfaction (CSAT) for " delimited by size
               ws-month(1:4) delimited by size
               "-" delimited by size
               ws-month(5:2) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           perform emit-line.
           move "Overall" to ws-row-label.
           move ws-tot-sent to ws-row-sent.
           move ws-tot-answered to ws-row-answered.
           move ws-tot-score-sum to ws-row-score-sum.
           perform emit-heading.
           perform emit-row.
           move spaces to ws-work-line.
           perform emit-line.
           move "By assignee:" to ws-work-line.
           perform emit-line.
           perform emit-heading.
           if ws-asg-count is equal to zero
               move "  (none)" to ws-work-line
               perform emit-line
           end-if.
           open input fd-udir.
           perform varying ws-asg-idx from 1 by 1
               until ws-asg-idx is greater than ws-asg-count
               if ws-asg-id(ws-asg-idx) is equal to spaces
                   move "(unassigned)" to ws-row-label
               else
                   move ws-asg-id(ws-asg-idx) to ws-lookup-id
                   perform resolve-user-name
                   move ws-user-name to ws-row-label
               end-if
               move ws-asg-sent(ws-asg-idx) to ws-row-sent
               move ws-asg-answered(ws-asg-idx) to ws-row-answered
               move ws-asg-score-sum(ws-asg-idx) to ws-row-score-sum
               perform emit-row
           end-perform.
           move spaces to ws-work-line.
           perform emit-line.
           move "By channel:" to ws-work-line.
           perform emit-line.
           perform emit-heading.
           if ws-chan-count is equal to zero
               move "  (none)" to ws-work-line
               perform emit-line
           end-if.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               move ws-chan-key(ws-chan-idx) to ws-lookup-chan
               perform resolve-channel-name
               move spaces to ws-row-label
               string "#" delimited by size
                   ws-chan-name delimited by size
                   into ws-row-label
               end-string
               move ws-chan-sent(ws-chan-idx) to ws-row-sent
               move ws-chan-answered(ws-chan-idx) to ws-row-answered
               move ws-chan-score-sum(ws-chan-idx) to ws-row-score-sum
               perform emit-row
           end-perform.
           perform emit-low-scores.
           close fd-udir.
           close fs-report.
      *-----------------------------------------------------------------
       emit-heading.
           move "  Assignee / channel                    sent  answered"
               & "  rate   avg" to ws-work-line.
           perform emit-line.
      *-----------------------------------------------------------------
      *Response rate over the surveys sent; the average over the
      *answered ones only - an unanswered survey has no score.
       emit-row.
           move zero to ws-rate-pct, ws-avg-score.
           if ws-row-sent is greater than zero
               compute ws-rate-pct rounded =
                   ws-row-answered * 100 / ws-row-sent
           end-if.
           if ws-row-answered is greater than zero
               compute ws-avg-score rounded =
                   ws-row-score-sum / ws-row-answered
           end-if.
           move ws-row-sent to ws-sent-disp.
           move ws-row-answered to ws-answered-disp.
           move ws-rate-pct to ws-rate-disp.
           move ws-avg-score to ws-avg-disp.
           move spaces to ws-work-line.
           string "  " ws-row-label "  " ws-sent-disp "    "
               ws-answered-disp "  " ws-rate-disp "%  "
               delimited by size into ws-work-line
           end-string.
           if ws-row-answered is greater than zero
               move ws-avg-disp to ws-work-line(64:4)
           else
               move "   -" to ws-work-line(64:4)
           end-if.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-low-scores.
           move spaces to ws-work-line.
           perform emit-line.
           move "Scored 1 or 2 - for the team lead:" to ws-work-line.
           perform emit-line.
           move 'N' to ws-eof.
           open input sharing with all fs-csat.
           perform until ws-at-eof
               read fs-csat
                   at end move 'Y' to ws-eof
                   not at end
                       perform parse-csat-line
                       if ws-c-sent(1:6) is equal to ws-month
                           and ws-c-low-score
                           perform emit-low-score-line
                       end-if
               end-read
           end-perform.
           close fs-csat.
           if ws-low-count is equal to zero
               move "  (none)" to ws-work-line
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
       emit-low-score-line.
           add 1 to ws-low-count.
           move zero to ws-ticket-disp.
           if ws-c-ticket is numeric
               move ws-c-ticket to ws-ticket-disp
           end-if.
           move ws-c-assignee to ws-lookup-id.
           perform resolve-user-name.
           if ws-c-assignee is equal to spaces
               move "(unassigned)" to ws-user-name
           end-if.
           move ws-c-channel to ws-lookup-chan.
           perform resolve-channel-name.
           move spaces to ws-work-line.
           string "  Ticket #" delimited by size
               function trim(ws-ticket-disp) delimited by size
               "  score " delimited by size
               ws-c-score delimited by size
               "  #" delimited by size
               function trim(ws-chan-name) delimited by size
               "  " delimited by size
               function trim(ws-user-name) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           if ws-c-comment is equal to spaces
               move "      (no comment)" to ws-work-line
           else
               string "      " delimited by size
                   ws-c-comment delimited by size
                   into ws-work-line
               end-string
           end-if.
           perform emit-line.
      *-----------------------------------------------------------------
       resolve-user-name.
           move ws-lookup-id to ws-user-name.
           move ws-lookup-id to fs-udir-user-id.
           read fd-udir key is fs-udir-user-id
               invalid key continue
               not invalid key
                   move fs-udir-name to ws-user-name
           end-read.
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
       resolve-channel-name.
           move ws-lookup-chan to ws-chan-name.
           perform varying ws-cname-idx from 1 by 1
               until ws-cname-idx is greater than ws-cname-count
               if ws-cname-id(ws-cname-idx) is equal to
                   ws-lookup-chan
                   move ws-cname-text(ws-cname-idx) to ws-chan-name
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-csat-report.

      *per department cover commands dispatched, messages sent,
      *announcement commands raised, and attachments fetched (off
      *attachments/index.log, each file's channel and month resolved
      *through its message's archive record), and ticket hours
      *logged (&TICKET LOG's worklog.dat, by the ticket's channel -
      *the same figures rv-timesheet's department summary shows a
      *week at a time). Run standalone once
      *the month is over:
      *    rv-dept-statement [YYYYMM]
      *No argument means "last month". Writes one
               with duplicates.
           select optional fs-ccache assign to "chancache.dat"
           organization is line sequential.
           select optional fd-worklog assign to "worklog.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-wl-key.
           select fs-stmt assign to ws-stmt-name
           organization is line sequential.
       data division.
           02 fs-arch-content pic x(400).
       fd  fs-ccache.
       01  fs-ccache-line pic x(96).
       fd  fd-worklog.
       01  fs-wl-rec.
           02 fs-wl-key.
               03 fs-wl-stamp pic x(14).
               03 fs-wl-user pic x(26).
               03 fs-wl-ticket picture 9(6).
           02 fs-wl-minutes picture 9(5).
           02 fs-wl-channel pic x(26).
           02 fs-wl-text pic x(120).
       fd  fs-stmt.
       01  fs-stmt-line pic x(160).
       working-storage section.
           02 ws-grp-sends picture 9(8).
           02 ws-grp-announce picture 9(8).
           02 ws-grp-attach picture 9(8).
           02 ws-grp-minutes picture 9(8).
       01  ws-hit-pos picture 9(8).
       01  ws-dept-idx picture 9(4).
      *Parsed audit fields, the rv-audit-log layout.
       01  ws-fname-wk pic x(64).
       01  ws-fname-idx picture 9(4).
       01  ws-count-disp picture zzzzzzz9.
       01  ws-hours picture 9(6)v99.
       01  ws-hours-disp picture zzzzz9.99.
       01  ws-work-line pic x(160).
       procedure division.
           perform resolve-month.
               perform tally-audit-file
           end-perform.
           perform tally-attachments.
           perform tally-worklog.
           perform varying ws-group-idx from 1 by 1
               until ws-group-idx is greater than ws-group-count
               perform write-group-statement
           if ws-dept-idx is not equal to zero
               add 1 to ws-grp-attach(ws-dept-idx)
           end-if.
      *-----------------------------------------------------------------
      *The work-log store is keyed stamp first - one START on the
      *month and a read forward until the stamps leave it.
       tally-worklog.
           open input fd-worklog.
           move spaces to fs-wl-key.
           move ws-month to fs-wl-stamp(1:6).
           move 'N' to ws-eof.
           start fd-worklog key is not less than fs-wl-key
               invalid key move 'Y' to ws-eof
           end-start.
           perform until ws-at-eof
               read fd-worklog next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-wl-stamp(1:6) is not equal to ws-month
                           move 'Y' to ws-eof
                       else
                           move fs-wl-channel to ws-one-channel
                           perform find-department
                           if ws-dept-idx is not equal to zero
                               add fs-wl-minutes
                                   to ws-grp-minutes(ws-dept-idx)
                           end-if
                       end-if
               end-read
           end-perform.
           close fd-worklog.
      *-----------------------------------------------------------------
       write-group-statement.
           perform build-statement-name.
           string "Attachments fetched   : " ws-count-disp
               delimited by size into ws-work-line end-string.
           perform emit-line.
           compute ws-hours rounded =
               ws-grp-minutes(ws-group-idx) / 60.
           move ws-hours to ws-hours-disp.
           move spaces to ws-work-line.
           string "Ticket hours logged   : " ws-hours-disp
               delimited by size into ws-work-line end-string.
           perform emit-line.
           close fs-stmt.
      *-----------------------------------------------------------------
       build-statement-name.
               to ws-work-line.
           perform emit-line.
           move "Department                        cmds     sends"
               & "  announce   attach     hours" to ws-work-line.
           perform emit-line.
           perform varying ws-group-idx from 1 by 1
               until ws-group-idx is greater than ws-group-count
               move ws-count-disp to ws-work-line(51:8)
               move ws-grp-attach(ws-group-idx) to ws-count-disp
               move ws-count-disp to ws-work-line(61:8)
               compute ws-hours rounded =
                   ws-grp-minutes(ws-group-idx) / 60
               move ws-hours to ws-hours-disp
               move ws-hours-disp to ws-work-line(70:9)
               perform emit-line
           end-perform.
           close fs-stmt.

       copy "cabi.cpy".
      ******************************************************************
      *Weekly knowledge-base gap report - what the team should write
      *up next, from what &KB (rv-cmd-kb, kb.cbl) could not answer.
      *Run standalone from the weekly schedule:
      *    rv-kb-gap-report [YYYYMMDD]
      *No argument means a week ending today; the week is the seven
      *days ending on the given date. Writes kbgap.YYYYMMDD.txt with
      *three sections:
      *  - the week's unanswered terms from kbmiss.log, most asked
      *    first (terms compared trimmed and upper-cased);
      *  - kb.txt articles nobody has opened in 90 days, by their
      *    last-opened stamp in kbhits.dat (or never opened);
      *  - the week's &TICKET OPEN titles (tickets.dat) that contain
      *    one of those unanswered terms - the tickets a KB article
      *    might have prevented.
      *The headline counts go to the maildrop (REPORT,kbgap). No API
      *session needed.
       identification division.
       program-id. rv-kb-gap-report.
       environment division.
       input-output section.
       file-control.
           select optional fs-kbmiss assign to "kbmiss.log"
           organization is line sequential.
           select optional fs-kb assign to "kb.txt"
           organization is line sequential.
           select optional fd-kbhits assign to "kbhits.dat"
           organization is indexed
           access mode is random
           record key is fs-kbh-topic.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is sequential
           record key is fs-tkt-number.
           select fs-report assign to ws-report-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-kbmiss.
       01  fs-kbmiss-line pic x(160).
       fd  fs-kb.
       01  fs-kb-line pic x(500).
       fd  fd-kbhits.
       01  fs-kbh-rec.
           02 fs-kbh-topic pic x(40).
           02 fs-kbh-count picture 9(8).
           02 fs-kbh-first pic x(14).
           02 fs-kbh-last pic x(14).
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
       fd  fs-report.
       01  fs-report-line pic x(160).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-week-end pic x(8).
       01  ws-week-start pic x(8).
       01  ws-stale-cutoff pic x(8).
       01  ws-end-int picture 9(8).
       01  ws-report-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
      *Parsed miss-log fields.
       01  ws-m-stamp pic x(14).
       01  ws-m-channel pic x(26).
       01  ws-m-author pic x(26).
       01  ws-m-term pic x(80).
      *The week's distinct unanswered terms.
       01  ws-term-count picture 9(4) value zero.
       01  ws-term-idx picture 9(4).
       01  ws-terms occurs 200 times.
           02 ws-t-term pic x(80).
           02 ws-t-len picture 9(4).
           02 ws-t-count picture 9(6).
           02 ws-t-last pic x(14).
           02 ws-t-printed pic x.
       01  ws-term-dropped picture 9(6) value zero.
       01  ws-miss-total picture 9(6) value zero.
       01  ws-best-idx picture 9(4).
       01  ws-rank picture 9(4).
      *Stale-article and ticket sections.
       01  ws-topic-name pic x(40).
       01  ws-stale-count picture 9(4) value zero.
       01  ws-ticket-count picture 9(4) value zero.
       01  ws-title-upper pic x(80).
       01  ws-hit-pos picture 9(4).
       01  ws-num-disp picture zzzzz9.
       01  ws-count-disp picture zzzzz9.
       01  ws-count-disp-2 picture zzzzz9.
       01  ws-count-disp-3 picture zzzzz9.
       01  ws-work-line pic x(160).
      *Sized to rv-maildrop's linkage so the recipient-key compare
      *sees blank fill, not whatever followed a short literal.
       01  ws-mail-key pic x(16) value "kbgap".
       01  ws-mail-subject pic x(80)
           value "Weekly knowledge-base gap report".
       01  ws-mail-body pic x(200).
       procedure division.
           perform resolve-week.
           perform load-misses.
           move spaces to ws-report-name.
           string "kbgap." delimited by size
               ws-week-end delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           open output fs-report.
           move spaces to ws-work-line.
           string "Knowledge-base gap report, week " delimited by size
               ws-week-start delimited by size
               " - " delimited by size
               ws-week-end delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           perform write-term-section.
           perform write-stale-section.
           perform write-ticket-section.
           close fs-report.
           display "KB gap report written to "
               function trim(ws-report-name) end-display.
           perform mail-headline.
           stop run.
      *-----------------------------------------------------------------
       resolve-week.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1
           end-unstring.
           if ws-arg-1(1:8) is numeric
               move ws-arg-1(1:8) to ws-week-end
           else
               move function current-date(1:8) to ws-week-end
           end-if.
           compute ws-end-int = function integer-of-date(
               function numval(ws-week-end)).
           move function date-of-integer(ws-end-int - 6)
               to ws-week-start.
           move function date-of-integer(ws-end-int - 90)
               to ws-stale-cutoff.
      *-----------------------------------------------------------------
       load-misses.
           move 'N' to ws-eof.
           open input sharing with all fs-kbmiss.
           perform until ws-at-eof
               read fs-kbmiss
                   at end move 'Y' to ws-eof
                   not at end perform take-miss-line
               end-read
           end-perform.
           close fs-kbmiss.
      *-----------------------------------------------------------------
       take-miss-line.
           move spaces to ws-m-stamp, ws-m-channel, ws-m-author,
               ws-m-term.
           unstring fs-kbmiss-line delimited by "|"
               into ws-m-stamp ws-m-channel ws-m-author ws-m-term
           end-unstring.
           if ws-m-stamp(1:8) is less than ws-week-start
               or ws-m-stamp(1:8) is greater than ws-week-end
               or ws-m-term is equal to spaces
               exit paragraph
           end-if.
           add 1 to ws-miss-total.
           move function upper-case(function trim(ws-m-term))
               to ws-m-term.
           perform varying ws-term-idx from 1 by 1
               until ws-term-idx is greater than ws-term-count
               if ws-t-term(ws-term-idx) is equal to ws-m-term
                   add 1 to ws-t-count(ws-term-idx)
                   if ws-m-stamp is greater than
                       ws-t-last(ws-term-idx)
                       move ws-m-stamp to ws-t-last(ws-term-idx)
                   end-if
                   exit paragraph
               end-if
           end-perform.
           if ws-term-count is not less than 200
               add 1 to ws-term-dropped
               exit paragraph
           end-if.
           add 1 to ws-term-count.
           move ws-m-term to ws-t-term(ws-term-count).
           compute ws-t-len(ws-term-count) =
               function length(function trim(ws-m-term)).
           move 1 to ws-t-count(ws-term-count).
           move ws-m-stamp to ws-t-last(ws-term-count).
           move 'N' to ws-t-printed(ws-term-count).
      *-----------------------------------------------------------------
      *Most asked first - pick the largest unprinted count each pass,
      *the top 25 being all anyone reads.
       write-term-section.
           move spaces to ws-work-line.
           perform emit-line.
           move ws-miss-total to ws-count-disp.
           move ws-term-count to ws-count-disp-2.
           move spaces to ws-work-line.
           string "Unanswered &KB searches: " delimited by size
               function trim(ws-count-disp) delimited by size
               " (" delimited by size
               function trim(ws-count-disp-2) delimited by size
               " distinct term(s)), most asked first:"
                   delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "   asked  last asked      term" to ws-work-line.
           perform emit-line.
           perform varying ws-rank from 1 by 1
               until ws-rank is greater than 25
               or ws-rank is greater than ws-term-count
               move zero to ws-best-idx
               perform varying ws-term-idx from 1 by 1
                   until ws-term-idx is greater than ws-term-count
                   if ws-t-printed(ws-term-idx) is equal to 'N'
                       and (ws-best-idx is equal to zero
                       or ws-t-count(ws-term-idx) is greater than
                           ws-t-count(ws-best-idx))
                       move ws-term-idx to ws-best-idx
                   end-if
               end-perform
               move 'Y' to ws-t-printed(ws-best-idx)
               move ws-t-count(ws-best-idx) to ws-count-disp
               move spaces to ws-work-line
               string "  " ws-count-disp "  " delimited by size
                   ws-t-last(ws-best-idx) delimited by size
                   "  " delimited by size
                   function trim(ws-t-term(ws-best-idx))
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-perform.
           if ws-term-count is equal to zero
               move "  none this week" to ws-work-line
               perform emit-line
           end-if.
           if ws-term-dropped is greater than zero
               move ws-term-dropped to ws-count-disp
               move spaces to ws-work-line
               string "  (" delimited by size
                   function trim(ws-count-disp) delimited by size
                   " search(es) beyond the 200-term table not"
                       delimited by size
                   " ranked)" delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
       write-stale-section.
           move spaces to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           string "Articles not opened since " delimited by size
               ws-stale-cutoff delimited by size
               " (90 days):" delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           open input fd-kbhits.
           move 'N' to ws-eof.
           open input sharing with all fs-kb.
           perform until ws-at-eof
               read fs-kb
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-kb-line(1:6) is equal to "TOPIC:"
                           perform check-stale-topic
                       end-if
               end-read
           end-perform.
           close fs-kb.
           close fd-kbhits.
           if ws-stale-count is equal to zero
               move "  none" to ws-work-line
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
       check-stale-topic.
           move spaces to ws-topic-name.
           unstring fs-kb-line(7:) delimited by ","
               into ws-topic-name
           end-unstring.
           if ws-topic-name is equal to spaces
               exit paragraph
           end-if.
           move ws-topic-name to fs-kbh-topic.
           read fd-kbhits
               invalid key
                   add 1 to ws-stale-count
                   move spaces to ws-work-line
                   string "  " delimited by size
                       ws-topic-name delimited by size
                       "  never opened" delimited by size
                       into ws-work-line
                   end-string
                   perform emit-line
               not invalid key
                   if fs-kbh-last(1:8) is less than ws-stale-cutoff
                       add 1 to ws-stale-count
                       move fs-kbh-count to ws-count-disp
                       move spaces to ws-work-line
                       string "  " delimited by size
                           ws-topic-name delimited by size
                           "  last opened " delimited by size
                           fs-kbh-last(1:8) delimited by size
                           " (" delimited by size
                           function trim(ws-count-disp)
                               delimited by size
                           " open(s) in all)" delimited by size
                           into ws-work-line
                       end-string
                       perform emit-line
                   end-if
           end-read.
      *-----------------------------------------------------------------
       write-ticket-section.
           move spaces to ws-work-line.
           perform emit-line.
           move "This week's tickets matching an unanswered term:"
               to ws-work-line.
           perform emit-line.
           move 'N' to ws-eof.
           open input fd-tickets.
           perform until ws-at-eof
               read fd-tickets next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-tkt-opened(1:8) is not less than
                           ws-week-start
                           and fs-tkt-opened(1:8) is not greater
                               than ws-week-end
                           perform match-ticket-title
                       end-if
               end-read
           end-perform.
           close fd-tickets.
           if ws-ticket-count is equal to zero
               move "  none" to ws-work-line
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
      *First term found in the title wins; terms under three
      *characters would match half the titles and are passed over.
       match-ticket-title.
           move function upper-case(fs-tkt-title) to ws-title-upper.
           perform varying ws-term-idx from 1 by 1
               until ws-term-idx is greater than ws-term-count
               if ws-t-len(ws-term-idx) is greater than 2
                   and ws-t-len(ws-term-idx) is not greater than 80
                   move zero to ws-hit-pos
                   inspect ws-title-upper tallying ws-hit-pos
                       for characters before initial
                       ws-t-term(ws-term-idx)
                           (1:ws-t-len(ws-term-idx))
                   if ws-hit-pos is less than length of
                       ws-title-upper
                       add 1 to ws-ticket-count
                       move fs-tkt-number to ws-num-disp
                       move spaces to ws-work-line
                       string "  #" delimited by size
                           function trim(ws-num-disp)
                               delimited by size
                           " " delimited by size
                           fs-tkt-opened(1:8) delimited by size
                           " [" delimited by size
                           function trim(ws-t-term(ws-term-idx))
                               delimited by size
                           "] " delimited by size
                           function trim(fs-tkt-title)
                               delimited by size
                           into ws-work-line
                       end-string
                       perform emit-line
                       exit perform
                   end-if
               end-if
           end-perform.
      *-----------------------------------------------------------------
       mail-headline.
           move ws-term-count to ws-count-disp.
           move ws-stale-count to ws-count-disp-2.
           move ws-ticket-count to ws-count-disp-3.
           move spaces to ws-mail-body.
           string "Week to " delimited by size
               ws-week-end delimited by size
               ": " delimited by size
               function trim(ws-count-disp) delimited by size
               " unanswered term(s), " delimited by size
               function trim(ws-count-disp-2) delimited by size
               " article(s) unopened in 90 days, " delimited by size
               function trim(ws-count-disp-3) delimited by size
               " ticket(s) a KB article might have prevented - see "
                   delimited by size
               function trim(ws-report-name) delimited by size
               into ws-mail-body
           end-string.
           call static "rv-maildrop" using
               by value "REPORT  "
               by value ws-mail-key
               by value ws-mail-subject
               by value ws-mail-body end-call.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-kb-gap-report.

       copy "cabi.cpy".
      ******************************************************************
      *Replay regression runs - a routes.txt, templates.txt or handler
      *change is tried against a real day of inbound traffic instead
      *of live in production channels. rv-test-main starts them off
      *its command line:
      *    REPLAY yyyymmdd [ARCHIVE|EXTRACT] [results file]
      *    COMPARE baseline-file results-file [report file]
      *REPLAY (rv-replay-day) reads the day's captured inbound
      *messages - from msgarchive.dat by default, or from the
      *fixed-layout extract.yyyymmdd.dat the EXPORT channels feed -
      *and hands each one to rv-dispatch-cmd with dry-run forced on,
      *so http-request never touches the network. Every reply the bot
      *would have sent is filed by rv-replay-capture into the results
      *file (default replay.yyyymmdd.txt) instead of being spooled.
      *Handlers still keep their own stores and the audit trail still
      *records what was dispatched, so a replay belongs in a scratch
      *copy of the bot's directory, never the live one.
      *The results file holds one line per replayed message (reply
      *number 000, the inbound text) and one per reply after it,
      *fixed columns:
      *    msgid(26) sp reply-no(3) sp channel(26) sp text
      *with a line break in the text written as \n and a backslash as
      *\\. Lines come out in message-id order - archive ids sort by
      *time, extract records are numbered from EXTRACT000...001 - so a
      *baseline and a candidate run over the same day line up key for
      *key.
      *COMPARE (rv-replay-compare) walks the two files together and
      *lists every command whose reply changed, appeared or
      *disappeared, in replaydiff.txt unless a report file is named;
      *return-code 4 means there were differences, 0 none, so the
      *batch driver can gate a config release on the sign-off.
       identification division.
       program-id. rv-replay-day.
       environment division.
       input-output section.
       file-control.
           select optional fd-archive assign to "msgarchive.dat"
           organization is indexed
           access mode is sequential
           record key is fs-arch-msg-id
           alternate record key is fs-arch-chanstamp
               with duplicates.
           select optional fd-extract assign to ws-extract-name
           organization is line sequential.
           select fs-results assign to ws-results-name
           organization is line sequential.
       data division.
       file section.
       fd  fd-archive.
       01  fs-arch-rec.
           02 fs-arch-msg-id pic x(26).
           02 fs-arch-chanstamp.
               03 fs-arch-channel pic x(26).
               03 fs-arch-stamp pic x(14).
           02 fs-arch-author pic x(26).
           02 fs-arch-content pic x(400).
       fd  fd-extract.
       01  fs-extract-rec.
           02 fs-ext-stamp pic x(14).
           02 fs-ext-channel pic x(26).
           02 fs-ext-author pic x(26).
           02 fs-ext-content pic x(400).
       fd  fs-results.
       01  fs-results-line pic x(8960).
       working-storage section.
       01  ws-run-date pic x(8).
       01  ws-source pic x(8).
           88 ws-source-is-archive value "ARCHIVE".
           88 ws-source-is-extract value "EXTRACT".
       01  ws-extract-name pic x(32).
       01  ws-results-name pic x(64).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-extract-seq picture 9(19) value zero.
       01  ws-replay-count picture 9(8) value zero.
       01  ws-skipped-count picture 9(8) value zero.
       01  ws-count-disp picture zzzzzzz9.
       01  ws-channel pic x(26).
       01  ws-esc-text pic x(8900).
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-date picture x(64).
       01  ls-source picture x(64).
       01  ls-results picture x(64).
       procedure division using by reference ls-config
           by value ls-date
           by value ls-source
           by value ls-results.
           move ls-date(1:8) to ws-run-date.
           move function upper-case(ls-source) to ws-source.
           if ws-source is equal to spaces
               move "ARCHIVE" to ws-source
           end-if.
           if ws-run-date is not numeric
               or ls-date(9:1) is not equal to space
               or not (ws-source-is-archive or ws-source-is-extract)
               display "Usage: REPLAY yyyymmdd [ARCHIVE|EXTRACT]"
                   " [results file]" end-display
               move 16 to return-code
               goback
           end-if.
           move ls-results to ws-results-name.
           if ws-results-name is equal to spaces
               string "replay." delimited by size
                   ws-run-date delimited by size
                   ".txt" delimited by size
                   into ws-results-name
               end-string
           end-if.
           open output fs-results.
           close fs-results.
      *Our own id is the one live call a replay makes - a read, so
      *"@bot ..." mentions replay the way they dispatched - and then
      *dry-run goes on before the first message is touched.
           call "curl-global-init" using by value x'ff' end-call.
           call static "rv-curl-handle-init" using
               by reference ls-config end-call.
           call static "rv-fetch-self-id" using
               by reference ls-config end-call.
           move 'Y' to ls-dry-run.
           move 'Y' to ls-replay.
           move ws-results-name to ls-replay-file.
           if ws-source-is-archive
               perform replay-archive
           else
               perform replay-extract
           end-if.
           call static "rv-curl-handle-cleanup" using
               by reference ls-config end-call.
           call "curl-global-cleanup" end-call.
           move ws-replay-count to ws-count-disp.
           display "Replayed " function trim(ws-count-disp)
               " message(s) of " ws-run-date " from "
               function trim(ws-source) " - results in "
               function trim(ws-results-name) end-display.
           if ws-skipped-count is greater than zero
               move ws-skipped-count to ws-count-disp
               display "Skipped " function trim(ws-count-disp)
                   " message(s) the bot posted itself" end-display
           end-if.
           move zero to return-code.
           goback.
      *-----------------------------------------------------------------
      *The archive stamps each message on arrival; its primary key
      *order is message-id order, which is arrival order.
       replay-archive.
           move 'N' to ws-eof.
           open input fd-archive.
           perform until ws-at-eof
               read fd-archive next record
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-arch-stamp(1:8) is equal to ws-run-date
                           initialize ws-msg
                           move fs-arch-msg-id to ws-msg-id
                           move fs-arch-author to ws-author-id
                           move fs-arch-content to ws-content
                           move fs-arch-channel to ws-channel
                           perform replay-one-message
                       end-if
               end-read
           end-perform.
           close fd-archive.
      *-----------------------------------------------------------------
      *The extract carries no message id, so each record is numbered
      *in file order - the same day's extract numbers the same way
      *every run.
       replay-extract.
           move spaces to ws-extract-name.
           string "extract." delimited by size
               ws-run-date delimited by size
               ".dat" delimited by size
               into ws-extract-name
           end-string.
           move 'N' to ws-eof.
           open input fd-extract.
           perform until ws-at-eof
               read fd-extract
                   at end move 'Y' to ws-eof
                   not at end
                       add 1 to ws-extract-seq
                       initialize ws-msg
                       string "EXTRACT" delimited by size
                           ws-extract-seq delimited by size
                           into ws-msg-id
                       end-string
                       move fs-ext-author to ws-author-id
                       move fs-ext-content to ws-content
                       move fs-ext-channel to ws-channel
                       perform replay-one-message
               end-read
           end-perform.
           close fd-extract.
      *-----------------------------------------------------------------
      *File the inbound line (reply 000), then dispatch - anything
      *the handlers send lands after it under the same message id.
       replay-one-message.
           if ls-bot-id is not equal to spaces
               and ws-author-id is equal to ls-bot-id
               add 1 to ws-skipped-count
               exit paragraph
           end-if.
           add 1 to ws-replay-count.
           move ws-msg-id to ls-replay-msg-id.
           call static "rv-replay-escape" using
               by reference ws-content
               by reference ws-esc-text end-call.
           move spaces to fs-results-line.
           string ws-msg-id delimited by size
               " 000 " delimited by size
               ws-channel delimited by size
               " " delimited by size
               ws-esc-text delimited by size
               into fs-results-line
           end-string.
           open extend fs-results.
           write fs-results-line end-write.
           close fs-results.
           call static "rv-dispatch-cmd" using
               by reference ls-config
               by value ws-channel
               by reference ws-msg end-call.
       end program rv-replay-day.
      ******************************************************************
      *One reply filed by a replay run - called by rv-send-msg and
      *rv-post-msg in place of spooling or posting while ls-replay is
      *set. Replies are numbered 001 upward within the replayed
      *message they answer (ls-replay-msg-id); an embed card's title
      *and description ride along after the text, since a template
      *change can move either.
       identification division.
       program-id. rv-replay-capture.
       environment division.
       input-output section.
       file-control.
           select fs-results assign to ws-results-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-results.
       01  fs-results-line pic x(8960).
       working-storage section.
       01  ws-results-name pic x(64).
       01  ws-last-msg-id pic x(26) value spaces.
       01  ws-reply-no picture 9(3) value zero.
       01  ws-reply-text pic x(8000).
       01  ws-reply-ptr picture 9(8).
       01  ws-esc-text pic x(8900).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           if ls-replay-msg-id is not equal to ws-last-msg-id
               move ls-replay-msg-id to ws-last-msg-id
               move zero to ws-reply-no
           end-if.
           if ws-reply-no is less than 999
               add 1 to ws-reply-no
           end-if.
           move ls-content to ws-reply-text.
           if ls-embed-title(1) is not equal to spaces
               or ls-embed-description(1) is not equal to spaces
               compute ws-reply-ptr =
                   function length(function trim(ws-reply-text
                       trailing)) + 1
               if ws-reply-text is equal to spaces
                   move 1 to ws-reply-ptr
               end-if
               string " [embed: " delimited by size
                   function trim(ls-embed-title(1)) delimited by size
                   " | " delimited by size
                   function trim(ls-embed-description(1))
                       delimited by size
                   "]" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           call static "rv-replay-escape" using
               by reference ws-reply-text
               by reference ws-esc-text end-call.
           move ls-replay-file to ws-results-name.
           move spaces to fs-results-line.
           string ls-replay-msg-id delimited by size
               " " delimited by size
               ws-reply-no delimited by size
               " " delimited by size
               ls-target delimited by size
               " " delimited by size
               ws-esc-text delimited by size
               into fs-results-line
           end-string.
           open extend fs-results.
           write fs-results-line end-write.
           close fs-results.
           goback.
       end program rv-replay-capture.
      ******************************************************************
      *Message text onto one results line - a line break becomes \n
      *and a backslash \\, so a reply keeps its shape without
      *breaking the line it is filed on.
       identification division.
       program-id. rv-replay-escape.
       data division.
       working-storage section.
       01  ws-text-len picture 9(8).
       01  ws-in-idx picture 9(8).
       01  ws-out-idx picture 9(8).
       linkage section.
       01  ls-text picture x(8000).
       01  ls-esc-text picture x(8900).
       procedure division using by reference ls-text
           by reference ls-esc-text.
           move spaces to ls-esc-text.
           move zero to ws-out-idx.
           if ls-text is equal to spaces
               goback
           end-if.
           compute ws-text-len =
               function length(function trim(ls-text trailing)).
           perform varying ws-in-idx from 1 by 1
               until ws-in-idx is greater than ws-text-len
               or ws-out-idx is greater than 8897
               evaluate ls-text(ws-in-idx:1)
                   when x'0a'
                       add 1 to ws-out-idx
                       move "\n" to ls-esc-text(ws-out-idx:2)
                       add 1 to ws-out-idx
                   when "\"
                       add 1 to ws-out-idx
                       move "\\" to ls-esc-text(ws-out-idx:2)
                       add 1 to ws-out-idx
                   when other
                       add 1 to ws-out-idx
                       move ls-text(ws-in-idx:1)
                           to ls-esc-text(ws-out-idx:1)
               end-evaluate
           end-perform.
           goback.
       end program rv-replay-escape.
      ******************************************************************
      *Compare a candidate replay against a saved baseline of the same
      *day - the classic two-file match on message id plus reply
      *number, both files already in key order. A reply on both sides
      *with different text is CHANGED, one only the candidate has
      *APPEARED, one only the baseline has DISAPPEARED; each listing
      *names the command (the replayed message's text) once.
       identification division.
       program-id. rv-replay-compare.
       environment division.
       input-output section.
       file-control.
           select optional fs-base assign to ws-base-name
           organization is line sequential.
           select optional fs-cand assign to ws-cand-name
           organization is line sequential.
           select fs-report assign to ws-report-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-base.
       01  fs-base-line pic x(8960).
       fd  fs-cand.
       01  fs-cand-line pic x(8960).
       fd  fs-report.
       01  fs-report-line pic x(160).
       working-storage section.
       01  ws-base-name pic x(64).
       01  ws-cand-name pic x(64).
       01  ws-report-name pic x(64).
       01  ws-base-key pic x(30).
       01  ws-cand-key pic x(30).
       01  ws-cur-msg-id pic x(26) value spaces.
       01  ws-cur-channel pic x(26).
       01  ws-cur-command pic x(100).
       01  ws-listed-msg-id pic x(26) value spaces.
       01  ws-kind pic x(12).
       01  ws-was-text pic x(100).
       01  ws-now-text pic x(100).
       01  ws-msg-count picture 9(8) value zero.
       01  ws-base-replies picture 9(8) value zero.
       01  ws-cand-replies picture 9(8) value zero.
       01  ws-same-count picture 9(8) value zero.
       01  ws-changed-count picture 9(8) value zero.
       01  ws-appeared-count picture 9(8) value zero.
       01  ws-gone-count picture 9(8) value zero.
       01  ws-count-disp picture zzzzzzz9.
       01  ws-work-line pic x(160).
       linkage section.
       01  ls-base-file picture x(64).
       01  ls-cand-file picture x(64).
       01  ls-report-file picture x(64).
       procedure division using by value ls-base-file
           by value ls-cand-file
           by value ls-report-file.
           if ls-base-file is equal to spaces
               or ls-cand-file is equal to spaces
               display "Usage: COMPARE baseline-file results-file"
                   " [report file]" end-display
               move 16 to return-code
               goback
           end-if.
           move ls-base-file to ws-base-name.
           move ls-cand-file to ws-cand-name.
           move ls-report-file to ws-report-name.
           if ws-report-name is equal to spaces
               move "replaydiff.txt" to ws-report-name
           end-if.
           open input fs-base.
           open input fs-cand.
           open output fs-report.
           move spaces to ws-work-line.
           string "Replay comparison - baseline " delimited by size
               function trim(ws-base-name) delimited by size
               ", candidate " delimited by size
               function trim(ws-cand-name) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           perform read-base.
           perform read-cand.
           perform until ws-base-key is equal to high-values
               and ws-cand-key is equal to high-values
               evaluate true
                   when ws-base-key is equal to ws-cand-key
                       perform match-both
                       perform read-base
                       perform read-cand
                   when ws-base-key is less than ws-cand-key
                       perform match-base-only
                       perform read-base
                   when other
                       perform match-cand-only
                       perform read-cand
               end-evaluate
           end-perform.
           close fs-base.
           close fs-cand.
           perform write-summary.
           close fs-report.
           display "Replay comparison written to "
               function trim(ws-report-name) end-display.
           if ws-changed-count + ws-appeared-count + ws-gone-count
               is greater than zero
               move 4 to return-code
           else
               move zero to return-code
           end-if.
           goback.
      *-----------------------------------------------------------------
       read-base.
           read fs-base
               at end move high-values to ws-base-key
               not at end move fs-base-line(1:30) to ws-base-key
           end-read.
      *-----------------------------------------------------------------
       read-cand.
           read fs-cand
               at end move high-values to ws-cand-key
               not at end move fs-cand-line(1:30) to ws-cand-key
           end-read.
      *-----------------------------------------------------------------
       match-both.
           if ws-cand-key(28:3) is equal to "000"
               add 1 to ws-msg-count
               perform note-command-cand
               exit paragraph
           end-if.
           add 1 to ws-base-replies.
           add 1 to ws-cand-replies.
           if fs-base-line(32:) is equal to fs-cand-line(32:)
               add 1 to ws-same-count
               exit paragraph
           end-if.
           add 1 to ws-changed-count.
           move "CHANGED" to ws-kind.
           move fs-base-line(59:100) to ws-was-text.
           move fs-cand-line(59:100) to ws-now-text.
           perform list-difference.
      *-----------------------------------------------------------------
      *A message the candidate never replayed at all still names its
      *command, so any replies lost with it read sensibly.
       match-base-only.
           if ws-base-key(28:3) is equal to "000"
               move fs-base-line(1:26) to ws-cur-msg-id
               move fs-base-line(32:26) to ws-cur-channel
               move fs-base-line(59:100) to ws-cur-command
               exit paragraph
           end-if.
           add 1 to ws-base-replies.
           add 1 to ws-gone-count.
           move "DISAPPEARED" to ws-kind.
           move fs-base-line(59:100) to ws-was-text.
           move spaces to ws-now-text.
           perform list-difference.
      *-----------------------------------------------------------------
       match-cand-only.
           if ws-cand-key(28:3) is equal to "000"
               add 1 to ws-msg-count
               perform note-command-cand
               exit paragraph
           end-if.
           add 1 to ws-cand-replies.
           add 1 to ws-appeared-count.
           move "APPEARED" to ws-kind.
           move spaces to ws-was-text.
           move fs-cand-line(59:100) to ws-now-text.
           perform list-difference.
      *-----------------------------------------------------------------
       note-command-cand.
           move fs-cand-line(1:26) to ws-cur-msg-id.
           move fs-cand-line(32:26) to ws-cur-channel.
           move fs-cand-line(59:100) to ws-cur-command.
      *-----------------------------------------------------------------
       list-difference.
           if ws-cur-msg-id is not equal to ws-listed-msg-id
               move ws-cur-msg-id to ws-listed-msg-id
               move spaces to ws-work-line
               perform emit-line
               move spaces to ws-work-line
               string "Message " delimited by size
                   ws-cur-msg-id delimited by size
                   " in " delimited by size
                   ws-cur-channel delimited by size
                   into ws-work-line
               end-string
               perform emit-line
               move spaces to ws-work-line
               string "  command: " delimited by size
                   ws-cur-command delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
           move spaces to ws-work-line.
           string "  " delimited by size
               ws-kind delimited by size
               " reply " delimited by size
               fs-base-line(28:3) delimited by size
               into ws-work-line
           end-string.
           if ws-kind is equal to "APPEARED"
               move fs-cand-line(28:3) to ws-work-line(22:3)
           end-if.
           perform emit-line.
           if ws-was-text is not equal to spaces
               move spaces to ws-work-line
               string "    was: " delimited by size
                   ws-was-text delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
           if ws-now-text is not equal to spaces
               move spaces to ws-work-line
               string "    now: " delimited by size
                   ws-now-text delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
       write-summary.
           move spaces to ws-work-line.
           perform emit-line.
           if ws-changed-count + ws-appeared-count + ws-gone-count
               is equal to zero
               move "No reply differences - the candidate matches."
                   to ws-work-line
               perform emit-line
           end-if.
           move ws-msg-count to ws-count-disp.
           move spaces to ws-work-line.
           string "Messages replayed:     " delimited by size
               ws-count-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move ws-base-replies to ws-count-disp.
           move spaces to ws-work-line.
           string "Baseline replies:      " delimited by size
               ws-count-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move ws-cand-replies to ws-count-disp.
           move spaces to ws-work-line.
           string "Candidate replies:     " delimited by size
               ws-count-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move ws-same-count to ws-count-disp.
           move spaces to ws-work-line.
           string "  unchanged            " delimited by size
               ws-count-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move ws-changed-count to ws-count-disp.
           move spaces to ws-work-line.
           string "  changed              " delimited by size
               ws-count-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move ws-appeared-count to ws-count-disp.
           move spaces to ws-work-line.
           string "  appeared             " delimited by size
               ws-count-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move ws-gone-count to ws-count-disp.
           move spaces to ws-work-line.
           string "  disappeared          " delimited by size
               ws-count-disp delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-replay-compare.

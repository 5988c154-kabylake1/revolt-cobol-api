       copy "cabi.cpy".
      ******************************************************************
      *Alert storm gate - when an upstream system falls over, the
      *same alert arrives fifty times a minute, and fifty posts are
      *fifty pendack.dat entries escalating on their own and fifty
      *pages. rv-ops-alert (api.cbl) and the dropbox gateway's
      *ops-channel drops (rv-sweep-dropbox, tick.cbl) ask here first.
      *An alert's fingerprint is its source plus its text normalized -
      *upper-cased, every digit read as "#", runs of blanks closed
      *up - so "disk 91% full" and "disk 93% full" are one storm,
      *checksummed with rv-chain-hash (program.cbl). The first alert
      *of a fingerprint posts, pages and is tracked for its
      *checkmark as ever; a repeat inside the window doesn't post at
      *all - the caller edits a running "(x N)" into the first
      *message (rv-edit-msg) and writes a SUP audit line, so the
      *daily report still counts everything that was held back.
      *The window is measured from the storm's first alert, so a
      *fault that keeps firing past it is news again and posts
      *afresh. It is the first line of the optional alertstorm.txt,
      *in seconds ("*" comment lines allowed); no file means the
      *house default of 300.
      *Called with an action:
      *    CHECK - ls-state comes back N (new: post it, then BIND) or
      *            R (repeat: ls-msg-id/ls-channel name the first
      *            post - blank if it never made the channel - and
      *            ls-count is the storm's running total)
      *    BIND  - records the first post's message id and channel
      *            against the fingerprint CHECK just opened
      *Storms live in alertstorm.dat, one
      *"fingerprint,source,first-stamp,msgid,channel,count,text"
      *line each, rewritten temp-then-rename; storms past their
      *window are dropped as it is rewritten.
       identification division.
       program-id. rv-alert-storm.
       environment division.
       input-output section.
       file-control.
           select optional fs-tuning assign to "alertstorm.txt"
           organization is line sequential.
           select optional fs-storm assign to "alertstorm.dat"
           organization is line sequential.
           select fs-storm-tmp assign to "alertstorm.dat.tmp"
           organization is line sequential.
       data division.
       file section.
       fd  fs-tuning.
       01  fs-tuning-line pic x(48).
       fd  fs-storm.
       01  fs-storm-line pic x(320).
       fd  fs-storm-tmp.
       01  fs-storm-tmp-line pic x(320).
       working-storage section.
       01  ws-window-secs picture 9(8) value zero.
       01  ws-tuning-state pic x value 'N'.
           88 ws-tuning-loaded value 'Y'.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
      *Fingerprint scratch.
       01  ws-norm-text pic x(400).
       01  ws-norm-out pic x(400).
       01  ws-norm-idx picture 9(4).
       01  ws-norm-len picture 9(4).
       01  ws-last-blank pic x.
       01  ws-fingerprint pic x(8).
       01  ws-seed pic x(8) value "00000000".
      *One stored storm.
       01  ws-s-print pic x(8).
       01  ws-s-source pic x(16).
       01  ws-s-first pic x(14).
       01  ws-s-msg-id pic x(26).
       01  ws-s-channel pic x(26).
       01  ws-s-count pic x(8).
       01  ws-s-text pic x(200).
       01  ws-s-count-num picture 9(6).
       01  ws-matched pic x.
           88 ws-storm-matched value 'Y'.
       01  ws-out-line pic x(320).
      *Window arithmetic - stamps to seconds since the epoch, the
      *same integer-of-date sum rv-mtta-report uses.
       01  ws-now-stamp pic x(14).
       01  ws-stamp-wk pic x(14).
       01  ws-stamp-secs picture 9(12).
       01  ws-now-secs picture 9(12).
       01  ws-epoch-base picture 9(8).
       linkage section.
       01  ls-action picture x(8).
       01  ls-source picture x(16).
       01  ls-text picture x(200).
       01  ls-state picture x.
       01  ls-msg-id picture x(26).
       01  ls-channel picture x(26).
       01  ls-count picture 9(6).
       procedure division using by value ls-action
           by value ls-source
           by value ls-text
           by reference ls-state
           by reference ls-msg-id
           by reference ls-channel
           by reference ls-count.
           if not ws-tuning-loaded
               perform load-tuning
           end-if.
           move function current-date(1:14) to ws-now-stamp.
           move ws-now-stamp to ws-stamp-wk.
           perform stamp-to-secs.
           move ws-stamp-secs to ws-now-secs.
           perform make-fingerprint.
           if ls-action(1:4) is equal to "BIND"
               perform bind-storm
           else
               perform check-storm
           end-if.
           goback.
      *-----------------------------------------------------------------
       load-tuning.
           move 'Y' to ws-tuning-state.
           move 300 to ws-window-secs.
           open input sharing with all fs-tuning.
           move 'N' to ws-eof.
           perform until ws-at-eof
               read fs-tuning
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-tuning-line(1:1) is not equal to space
                           and fs-tuning-line(1:1) is not equal to '*'
                           if function test-numval(fs-tuning-line)
                               is equal to zero
                               move function numval(fs-tuning-line)
                                   to ws-window-secs
                           end-if
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-tuning.
      *-----------------------------------------------------------------
       make-fingerprint.
           move function upper-case(ls-text) to ws-norm-text.
           inspect ws-norm-text converting "0123456789"
               to "##########".
           move spaces to ws-norm-out.
           move zero to ws-norm-len.
           move 'Y' to ws-last-blank.
           perform varying ws-norm-idx from 1 by 1
               until ws-norm-idx is greater than 200
               if ws-norm-text(ws-norm-idx:1) is equal to space
                   if ws-last-blank is equal to 'N'
                       add 1 to ws-norm-len
                       move 'Y' to ws-last-blank
                   end-if
               else
                   add 1 to ws-norm-len
                   move ws-norm-text(ws-norm-idx:1)
                       to ws-norm-out(ws-norm-len:1)
                   move 'N' to ws-last-blank
               end-if
           end-perform.
           move spaces to ws-norm-text.
           string function trim(ls-source) delimited by size
               "|" delimited by size
               function trim(ws-norm-out) delimited by size
               into ws-norm-text
           end-string.
           call static "rv-chain-hash" using by value ws-seed
               by reference ws-norm-text
               by reference ws-fingerprint end-call.
      *-----------------------------------------------------------------
      *A live storm with this fingerprint is a repeat - bumped and
      *handed back; otherwise a new storm is opened. Expired storms
      *fall out as the file is copied.
       check-storm.
           move 'N' to ws-matched.
           move 'N' to ls-state.
           move spaces to ls-msg-id, ls-channel.
           move 1 to ls-count.
           open output fs-storm-tmp.
           move 'N' to ws-eof.
           open input sharing with all fs-storm.
           perform until ws-at-eof
               read fs-storm
                   at end move 'Y' to ws-eof
                   not at end perform check-storm-line
               end-read
           end-perform.
           close fs-storm.
           if not ws-storm-matched
               move ws-fingerprint to ws-s-print
               move ls-source to ws-s-source
               move ws-now-stamp to ws-s-first
               move spaces to ws-s-msg-id, ws-s-channel
               move 1 to ws-s-count-num
               move ls-text to ws-s-text
               perform write-storm-line
           end-if.
           close fs-storm-tmp.
           call "CBL_RENAME_FILE" using "alertstorm.dat.tmp"
               "alertstorm.dat" end-call.
      *-----------------------------------------------------------------
       check-storm-line.
           perform split-storm-line.
           if ws-s-print is equal to spaces
               or ws-s-first is not numeric
               exit paragraph
           end-if.
           move ws-s-first to ws-stamp-wk.
           perform stamp-to-secs.
           if ws-now-secs - ws-stamp-secs is greater than
               ws-window-secs
               exit paragraph
           end-if.
           if ws-s-print is equal to ws-fingerprint
               and ws-s-source is equal to ls-source
               and not ws-storm-matched
               move 'Y' to ws-matched
               add 1 to ws-s-count-num
               move 'R' to ls-state
               move ws-s-msg-id to ls-msg-id
               move ws-s-channel to ls-channel
               move ws-s-count-num to ls-count
           end-if.
           perform write-storm-line.
      *-----------------------------------------------------------------
      *The storm CHECK opened has no message id yet - the first
      *unbound one with this fingerprint takes it.
       bind-storm.
           move 'N' to ws-matched.
           open output fs-storm-tmp.
           move 'N' to ws-eof.
           open input sharing with all fs-storm.
           perform until ws-at-eof
               read fs-storm
                   at end move 'Y' to ws-eof
                   not at end perform bind-storm-line
               end-read
           end-perform.
           close fs-storm.
           close fs-storm-tmp.
           call "CBL_RENAME_FILE" using "alertstorm.dat.tmp"
               "alertstorm.dat" end-call.
      *-----------------------------------------------------------------
       bind-storm-line.
           perform split-storm-line.
           if ws-s-print is equal to spaces
               exit paragraph
           end-if.
           if ws-s-print is equal to ws-fingerprint
               and ws-s-source is equal to ls-source
               and ws-s-msg-id is equal to spaces
               and not ws-storm-matched
               move 'Y' to ws-matched
               move ls-msg-id to ws-s-msg-id
               move ls-channel to ws-s-channel
           end-if.
           perform write-storm-line.
      *-----------------------------------------------------------------
       split-storm-line.
           move spaces to ws-s-print, ws-s-source, ws-s-first,
               ws-s-msg-id, ws-s-channel, ws-s-count, ws-s-text.
           unstring fs-storm-line delimited by ","
               into ws-s-print ws-s-source ws-s-first ws-s-msg-id
                    ws-s-channel ws-s-count ws-s-text
           end-unstring.
           move zero to ws-s-count-num.
           if ws-s-count is not equal to spaces
               move function numval(ws-s-count) to ws-s-count-num
           end-if.
      *-----------------------------------------------------------------
      *Commas in the kept text would break the split - the text is
      *only there for whoever reads the file, so they become blanks.
       write-storm-line.
           inspect ws-s-text replacing all "," by space.
           move spaces to ws-out-line.
           string
               ws-s-print delimited by size
               "," delimited by size
               ws-s-source delimited by space
               "," delimited by size
               ws-s-first delimited by size
               "," delimited by size
               ws-s-msg-id delimited by space
               "," delimited by size
               ws-s-channel delimited by space
               "," delimited by size
               ws-s-count-num delimited by size
               "," delimited by size
               function trim(ws-s-text) delimited by size
               into ws-out-line
           end-string.
           write fs-storm-tmp-line from ws-out-line end-write.
      *-----------------------------------------------------------------
       stamp-to-secs.
           compute ws-epoch-base =
               function integer-of-date(19700101).
           compute ws-stamp-secs =
               (function integer-of-date(
                   function numval(ws-stamp-wk(1:8)))
                   - ws-epoch-base) * 86400
               + function numval(ws-stamp-wk(9:2)) * 3600
               + function numval(ws-stamp-wk(11:2)) * 60
               + function numval(ws-stamp-wk(13:2)).
       end program rv-alert-storm.

       copy "cabi.cpy".
      ******************************************************************
      *Legal hold register - preserving one channel's or one
      *person's messages for counsel without switching retention off
      *for everybody. Each hold is a record in the indexed
      *legalhold.dat, keyed on a sequential hold number (next number
      *in holdseq.dat, the ticketseq.dat retry rule) and a second
      *time on the case id, holding:
      *    case id, channel and/or author id, date range (YYYYMMDD,
      *    either end open), placed-by and stamp, released-by and
      *    stamp (blank while the hold is live)
      *    &HOLD PLACE <case> <channel|-> <user|-> [from|-] [to|-]
      *    &HOLD RELEASE <number>
      *    &HOLD LIST [case]
      *Channel and user are a <#mention>/<@mention> or a raw id, at
      *least one of the two given. Admins only (rv-dispatch-cmd's
      *admin-only table); every change is an HLD audit line.
      *Routing is one routes.txt line ("channel,&HOLD,rv-cmd-hold,").
      *The pruning batches ask rv-hold-check, below, before removing
      *anything, and list every record a hold saved through
      *rv-hold-report into legalhold.skip. The case export batch is
      *rv-case-export (caseexp.cbl); the subject erasure batch,
      *rv-subject-request (dsar.cbl), keeps held records the same way.
       identification division.
       program-id. rv-cmd-hold.
       environment division.
       input-output section.
       file-control.
           select optional fd-holds assign to "legalhold.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-hold-number
           alternate record key is fs-hold-case with duplicates.
           select optional fs-seq assign to "holdseq.dat"
           organization is line sequential.
       data division.
       file section.
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
       fd  fs-seq.
       01  fs-seq-line pic x(8).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-sub-word pic x(16).
       01  ws-case-word pic x(40).
       01  ws-chan-word pic x(40).
       01  ws-user-word pic x(40).
       01  ws-from-word pic x(16).
       01  ws-to-word pic x(16).
       01  ws-case pic x(16).
       01  ws-channel pic x(26).
       01  ws-author pic x(26).
       01  ws-from pic x(8).
       01  ws-to pic x(8).
       01  ws-date-wk pic x(8).
       01  ws-date-probe picture 9(8).
       01  ws-bad-date pic x.
           88 ws-date-is-bad value 'Y'.
       01  ws-number picture 9(6).
       01  ws-number-disp picture zzzzz9.
       01  ws-seq-next picture 9(6).
       01  ws-write-tries picture 9(4).
       01  ws-stored pic x.
           88 ws-hold-stored value 'Y'.
       01  ws-found pic x.
           88 ws-hold-found value 'Y'.
       01  ws-hold-eof pic x value 'N'.
           88 ws-at-hold-eof value 'Y'.
       01  ws-list-count picture 9(4).
       01  ws-author-name pic x(32).
       01  ws-held-name pic x(32).
       01  ws-audit-text pic x(200).
       01  ws-reply-text pic x(200).
       01  ws-reply-ptr picture 9(8).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-sub-word, ws-case-word,
               ws-chan-word, ws-user-word, ws-from-word, ws-to-word.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-sub-word ws-case-word
                    ws-chan-word ws-user-word ws-from-word
                    ws-to-word
           end-unstring.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-author-name end-call.
           evaluate function upper-case(ws-sub-word)
               when "PLACE   "
                   perform place-hold
               when "RELEASE "
                   perform release-hold
               when "LIST    "
                   perform list-holds
               when other
                   perform reply-usage
           end-evaluate.
           goback.
      *-----------------------------------------------------------------
       place-hold.
           move function upper-case(ws-case-word(1:16)) to ws-case.
           move ws-chan-word to ws-channel.
           if ws-chan-word(1:2) is equal to "<#"
               move ws-chan-word(3:26) to ws-channel
           end-if.
           move ws-user-word to ws-author.
           if ws-user-word(1:2) is equal to "<@"
               move ws-user-word(3:26) to ws-author
           end-if.
           if ws-channel is equal to "-"
               move spaces to ws-channel
           end-if.
           if ws-author is equal to "-"
               move spaces to ws-author
           end-if.
           if ws-case is equal to spaces
               or (ws-channel is equal to spaces
                   and ws-author is equal to spaces)
               perform reply-usage
               exit paragraph
           end-if.
           move 'N' to ws-bad-date.
           move ws-from-word to ws-date-wk.
           perform check-hold-date.
           move ws-date-wk to ws-from.
           move ws-to-word to ws-date-wk.
           perform check-hold-date.
           move ws-date-wk to ws-to.
           if ws-from is not equal to spaces
               and ws-to is not equal to spaces
               and ws-from is greater than ws-to
               move 'Y' to ws-bad-date
           end-if.
           if ws-date-is-bad
               move "Hold dates are YYYYMMDD (or - for open-ended),"
                   & " from no later than to." to ws-reply-text
               perform send-reply
               exit paragraph
           end-if.
           perform read-next-number.
           move 'N' to ws-stored.
           move zero to ws-write-tries.
           open i-o fd-holds.
           perform until ws-hold-stored
               or ws-write-tries is not less than 50
               add 1 to ws-write-tries
               initialize fs-hold-rec
               move ws-seq-next to fs-hold-number
               move ws-case to fs-hold-case
               move ws-channel to fs-hold-channel
               move ws-author to fs-hold-author
               move ws-from to fs-hold-from
               move ws-to to fs-hold-to
               move ls-author-id to fs-hold-placed-by
               move function current-date(1:14) to fs-hold-placed
               write fs-hold-rec
                   invalid key add 1 to ws-seq-next
                   not invalid key move 'Y' to ws-stored
               end-write
           end-perform.
           close fd-holds.
           if not ws-hold-stored
               move "Could not allocate a hold number - see"
                   & " bot.log." to ws-reply-text
               call static "rv-log" using by value "ERROR"
                   by value "[HLD] 50 consecutive duplicate hold"
                       & " numbers - holdseq.dat needs attention"
                   end-call
               perform send-reply
               exit paragraph
           end-if.
           move ws-seq-next to ws-number.
           perform store-next-number.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           move 1 to ws-reply-ptr.
           string
               "Hold #" delimited by size
               function trim(ws-number-disp) delimited by size
               " placed for case " delimited by size
               function trim(ws-case) delimited by size
               " on" delimited by size
               into ws-reply-text
               with pointer ws-reply-ptr
           end-string.
           perform describe-hold.
           perform audit-action.
           perform send-reply.
      *-----------------------------------------------------------------
      *Blank and "-" are open-ended; anything else must be a real
      *YYYYMMDD calendar date.
       check-hold-date.
           if ws-date-wk is equal to "-"
               move spaces to ws-date-wk
           end-if.
           if ws-date-wk is equal to spaces
               exit paragraph
           end-if.
           if ws-date-wk is not numeric
               move 'Y' to ws-bad-date
               exit paragraph
           end-if.
           move ws-date-wk to ws-date-probe.
           if function test-date-yyyymmdd(ws-date-probe)
               is not equal to zero
               move 'Y' to ws-bad-date
           end-if.
      *-----------------------------------------------------------------
      *" channel <#x> author <@y> from a to b" tail on ws-reply-text.
       describe-hold.
           if ws-channel is not equal to spaces
               string " channel <#" delimited by size
                   ws-channel delimited by space
                   ">" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           if ws-author is not equal to spaces
               call static "rv-user-name" using
                   by reference ls-config
                   by value ws-author
                   by reference ws-held-name end-call
               string " author " delimited by size
                   function trim(ws-held-name) delimited by size
                   " (" delimited by size
                   ws-author delimited by space
                   ")" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           if ws-from is equal to spaces
               string " from the start" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           else
               string " from " ws-from delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
           if ws-to is equal to spaces
               string " onward" delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           else
               string " to " ws-to delimited by size
                   into ws-reply-text
                   with pointer ws-reply-ptr
               end-string
           end-if.
      *-----------------------------------------------------------------
      *A released hold stays on file - the register is evidence of
      *what was preserved and when, not just of what still is.
       release-hold.
           move zero to ws-number.
           if ws-case-word is not equal to spaces
               and function test-numval(ws-case-word) is equal to
                   zero
               compute ws-number = function numval(ws-case-word)
           end-if.
           if ws-number is equal to zero
               perform reply-usage
               exit paragraph
           end-if.
           move 'N' to ws-found.
           open i-o fd-holds.
           move ws-number to fs-hold-number.
           read fd-holds
               invalid key continue
               not invalid key
                   if fs-hold-released is equal to spaces
                       move ls-author-id to fs-hold-released-by
                       move function current-date(1:14)
                           to fs-hold-released
                       rewrite fs-hold-rec
                           invalid key continue
                       end-rewrite
                       move 'Y' to ws-found
                       move fs-hold-case to ws-case
                   end-if
           end-read.
           close fd-holds.
           move ws-number to ws-number-disp.
           move spaces to ws-reply-text.
           if not ws-hold-found
               string "No live hold #" delimited by size
                   function trim(ws-number-disp) delimited by size
                   " on file." delimited by size
                   into ws-reply-text
               end-string
               perform send-reply
               exit paragraph
           end-if.
           string "Hold #" delimited by size
               function trim(ws-number-disp) delimited by size
               " (case " delimited by size
               function trim(ws-case) delimited by size
               ") released - its records fall back under the"
                   delimited by size
               " normal retention policy." delimited by size
               into ws-reply-text
           end-string.
           perform audit-action.
           perform send-reply.
      *-----------------------------------------------------------------
       list-holds.
           move function upper-case(ws-case-word(1:16)) to ws-case.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move zero to ws-list-count.
           move 1 to ws-reply-ptr.
           string "Live legal holds:" x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move 'N' to ws-hold-eof.
           open input fd-holds.
           move zero to fs-hold-number.
           start fd-holds key is not less than fs-hold-number
               invalid key move 'Y' to ws-hold-eof
           end-start.
           perform until ws-at-hold-eof
               read fd-holds next record
                   at end move 'Y' to ws-hold-eof
                   not at end perform list-one-hold
               end-read
           end-perform.
           close fd-holds.
           if ws-list-count is equal to zero
               move "No live legal holds." to ws-content in ws-msg
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       list-one-hold.
           if fs-hold-released is not equal to spaces
               or (ws-case is not equal to spaces
                   and fs-hold-case is not equal to ws-case)
               or ws-list-count is not less than 40
               exit paragraph
           end-if.
           add 1 to ws-list-count.
           move fs-hold-number to ws-number-disp.
           move fs-hold-channel to ws-channel.
           move fs-hold-author to ws-author.
           move fs-hold-from to ws-from.
           move fs-hold-to to ws-to.
           move spaces to ws-reply-text.
           move 1 to ws-reply-ptr.
           string
               "  #" delimited by size
               function trim(ws-number-disp) delimited by size
               " " delimited by size
               function trim(fs-hold-case) delimited by size
               ":" delimited by size
               into ws-reply-text
               with pointer ws-reply-ptr
           end-string.
           perform describe-hold.
           string
               function trim(ws-reply-text) delimited by size
               x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
       read-next-number.
           move 1 to ws-seq-next.
           open input sharing with all fs-seq.
           read fs-seq
               at end continue
               not at end
                   if fs-seq-line(1:1) is not equal to space
                       compute ws-seq-next =
                           function numval(fs-seq-line)
                   end-if
           end-read.
           close fs-seq.
      *-----------------------------------------------------------------
       store-next-number.
           compute ws-seq-next = ws-number + 1.
           open output fs-seq.
           move spaces to fs-seq-line.
           move ws-seq-next to fs-seq-line(1:6).
           write fs-seq-line end-write.
           close fs-seq.
      *-----------------------------------------------------------------
      *One HLD audit line per change - the reply text says it all.
       audit-action.
           move ws-reply-text to ws-audit-text.
           call static "rv-audit-log" using
               by value "HLD"
               by value ls-target
               by value "&HOLD   "
               by value "rv-cmd-hold"
               by value ws-audit-text
               by value ws-author-name end-call.
      *-----------------------------------------------------------------
       send-reply.
           initialize ws-msg.
      *Thread the reply to the triggering message (see rv-send-msg).
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       reply-usage.
           move "Usage: &HOLD PLACE <case> <#channel|-> <@user|->"
               & " [from|-] [to|-] | RELEASE <n> | LIST [case]"
               to ws-reply-text.
           call static "rv-template-lookup" using by reference ls-config
               by value "HOLD_USAGE"
               by reference ws-reply-text end-call.
           perform send-reply.
       end program rv-cmd-hold.
      ******************************************************************
      *Is this message under a live legal hold? return-code 1 (and
      *the case id in ls-case) when a live hold names its channel,
      *its author, or both, and its stamp's date falls inside the
      *hold's range; 0 otherwise. The live holds are read once per
      *run into working storage - the pruning batches ask about
      *every record they walk, and the register is small.
       identification division.
       program-id. rv-hold-check.
       environment division.
       input-output section.
       file-control.
           select optional fd-holds assign to "legalhold.dat"
           organization is indexed
           access mode is sequential
           record key is fs-hold-number
           alternate record key is fs-hold-case with duplicates.
       data division.
       file section.
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
       01  ws-loaded pic x value 'N'.
           88 ws-holds-loaded value 'Y'.
       01  ws-hold-eof pic x value 'N'.
           88 ws-at-hold-eof value 'Y'.
       01  ws-hold-count picture 9(4) value zero.
       01  ws-holds occurs 200 times.
           02 ws-hold-case pic x(16).
           02 ws-hold-channel pic x(26).
           02 ws-hold-author pic x(26).
           02 ws-hold-from pic x(8).
           02 ws-hold-to pic x(8).
       01  ws-hold-idx picture 9(4).
       linkage section.
       01  ls-channel pic x(26).
       01  ls-author pic x(26).
       01  ls-stamp pic x(14).
       01  ls-case pic x(16).
       procedure division using by value ls-channel
           by value ls-author
           by value ls-stamp
           by reference ls-case.
           if not ws-holds-loaded
               perform load-holds
           end-if.
           move spaces to ls-case.
           move 0 to return-code.
           perform varying ws-hold-idx from 1 by 1
               until ws-hold-idx is greater than ws-hold-count
               if (ws-hold-channel(ws-hold-idx) is equal to spaces
                   or ws-hold-channel(ws-hold-idx) is equal to
                       ls-channel)
                   and (ws-hold-author(ws-hold-idx) is equal to
                       spaces
                   or ws-hold-author(ws-hold-idx) is equal to
                       ls-author)
                   and (ws-hold-from(ws-hold-idx) is equal to spaces
                   or ls-stamp(1:8) is not less than
                       ws-hold-from(ws-hold-idx))
                   and (ws-hold-to(ws-hold-idx) is equal to spaces
                   or ls-stamp(1:8) is not greater than
                       ws-hold-to(ws-hold-idx))
                   move ws-hold-case(ws-hold-idx) to ls-case
                   move 1 to return-code
                   exit perform
               end-if
           end-perform.
           goback.
      *-----------------------------------------------------------------
       load-holds.
           move 'Y' to ws-loaded.
           move 'N' to ws-hold-eof.
           open input fd-holds.
           perform until ws-at-hold-eof
               read fd-holds next record
                   at end move 'Y' to ws-hold-eof
                   not at end
                       if fs-hold-released is equal to spaces
                           and (fs-hold-channel is not equal to spaces
                           or fs-hold-author is not equal to spaces)
                           and ws-hold-count is less than 200
                           add 1 to ws-hold-count
                           move fs-hold-case
                               to ws-hold-case(ws-hold-count)
                           move fs-hold-channel
                               to ws-hold-channel(ws-hold-count)
                           move fs-hold-author
                               to ws-hold-author(ws-hold-count)
                           move fs-hold-from
                               to ws-hold-from(ws-hold-count)
                           move fs-hold-to
                               to ws-hold-to(ws-hold-count)
                       end-if
               end-read
           end-perform.
           close fd-holds.
           if ws-hold-count is not less than 200
               call static "rv-log" using by value "WARN"
                   by value "[HLD] More than 200 live holds - the"
                       & " rest are not being honored" end-call
           end-if.
       end program rv-hold-check.
      ******************************************************************
      *The evidence side of a hold: one line per record a pruning
      *batch kept only because of it, appended to legalhold.skip as
      *    runstamp|batch|case|channel|message id|author|stamp
       identification division.
       program-id. rv-hold-report.
       environment division.
       input-output section.
       file-control.
           select optional fs-skip assign to "legalhold.skip"
           organization is line sequential.
       data division.
       file section.
       fd  fs-skip.
       01  fs-skip-line pic x(160).
       working-storage section.
       01  ws-skip-line pic x(160).
       linkage section.
       01  ls-batch pic x(16).
       01  ls-case pic x(16).
       01  ls-channel pic x(26).
       01  ls-msg-id pic x(26).
       01  ls-author pic x(26).
       01  ls-stamp pic x(14).
       procedure division using by value ls-batch
           by value ls-case
           by value ls-channel
           by value ls-msg-id
           by value ls-author
           by value ls-stamp.
           move spaces to ws-skip-line.
           string
               function current-date(1:14) delimited by size
               "|" delimited by size
               function trim(ls-batch) delimited by size
               "|" delimited by size
               function trim(ls-case) delimited by size
               "|" delimited by size
               ls-channel delimited by size
               "|" delimited by size
               ls-msg-id delimited by size
               "|" delimited by size
               ls-author delimited by size
               "|" delimited by size
               ls-stamp delimited by size
               into ws-skip-line
           end-string.
           open extend fs-skip.
           write fs-skip-line from ws-skip-line end-write.
           close fs-skip.
           goback.
       end program rv-hold-report.

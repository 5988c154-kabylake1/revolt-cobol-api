       copy "cabi.cpy".
      ******************************************************************
      *Audit trail query - "what did the bot do in this channel on
      *Tuesday" used to mean someone with shell access grepping the
      *dated audit.YYYYMMDD.log files (rv-audit-log, program.cbl).
      *    &AUDIT [YYYYMMDD[-YYYYMMDD]] [filters]
      *searches the retained daily files for the range (default
      *today, at most 31 days) and replies with the matching lines,
      *oldest first. Filters, any order, all must match:
      *    <#channel> | CHANNEL=<#channel or id> | HERE
      *    <@user>    | USER=<@user, id or name>
      *    TYPE=IN,OUT,TKT,...   (the line-type field, up to 8)
      *A user given as a mention or id is looked up in the user
      *directory (rv-user-name) - the trail itself records names -
      *and channels are shown by name. Up to 25 matches come back as
      *a reply (split over several messages by rv-send-msg if long);
      *more than that come back as an attached file, the way
      *&TRANSCRIPT hands its transcript back. Admin-only, and every
      *query is itself audited as an AQY line.
       identification division.
       program-id. rv-cmd-audit.
       environment division.
       input-output section.
       file-control.
           select optional fs-audit assign to ws-audit-name
           organization is line sequential.
           select fd-result assign to ws-file-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-audit.
       01  fs-audit-line pic x(400).
       fd  fd-result.
       01  fs-result-line pic x(400).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-token pic x(80).
       01  ws-token-uc pic x(80).
       01  ws-parse-ptr picture 9(8).
       01  ws-content-len picture 9(8).
       01  ws-bad-arg pic x(80).
       01  ws-from-date pic x(8).
       01  ws-to-date pic x(8).
       01  ws-from-int picture 9(8).
       01  ws-to-int picture 9(8).
       01  ws-day-int picture 9(8).
       01  ws-day-date picture 9(8).
       01  ws-audit-name pic x(32).
       01  ws-file-name pic x(64).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
      *Filters - blank means "any".
       01  ws-f-channel pic x(26).
       01  ws-f-user-name pic x(32).
       01  ws-f-user-id pic x(26).
       01  ws-f-type-count picture 9(2).
       01  ws-f-types pic x(8) occurs 8 times.
       01  ws-type-idx picture 9(2).
       01  ws-type-list pic x(72).
      *One audit line, split on the rv-audit-log layout; the
      *trailing chain checksum is cut off the text.
       01  ws-a-stamp pic x(21).
       01  ws-a-dir pic x(8).
       01  ws-a-channel pic x(26).
       01  ws-a-prefix pic x(8).
       01  ws-a-program pic x(30).
       01  ws-a-author pic x(32).
       01  ws-a-text pic x(300).
       01  ws-text-len picture 9(4).
       01  ws-line-match pic x.
           88 ws-line-matches value 'Y'.
      *Channel names, resolved once per distinct channel.
       01  ws-cname-count picture 9(4) value zero.
       01  ws-cname-idx picture 9(4).
       01  ws-cname-tbl occurs 32 times.
           02 ws-cname-id pic x(26).
           02 ws-cname-text pic x(64).
       01  ws-chan-name pic x(64).
       01  ws-match-count picture 9(8).
       01  ws-count-disp picture zzzzzzz9.
       01  ws-inline-max picture 9(4) value 25.
       01  ws-reply-ptr picture 9(8).
       01  ws-work-line pic x(400).
       01  ws-author-name pic x(32).
       01  ws-attachment-id pic x(80).
       01  ws-reply-text pic x(200).
       01  ws-audit-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-author-name end-call.
           perform parse-arguments.
           if ws-bad-arg is not equal to spaces
               or ws-from-date is equal to spaces
               move spaces to ws-reply-text
               string "Usage: &AUDIT [YYYYMMDD[-YYYYMMDD]]"
                       delimited by size
                   " [<#channel>|CHANNEL=..|HERE] [<@user>|USER=..]"
                       delimited by size
                   " [TYPE=IN,OUT,..] - range at most 31 days"
                       delimited by size
                   into ws-reply-text
               end-string
               perform send-reply
               goback
           end-if.
           move spaces to ws-file-name.
           string "auditquery." delimited by size
               function current-date(1:14) delimited by size
               ".txt" delimited by size
               into ws-file-name
           end-string.
           perform search-range.
           perform audit-query.
           if ws-match-count is equal to zero
               move "No audit lines match." to ws-reply-text
               perform send-reply
               goback
           end-if.
           if ws-match-count is greater than ws-inline-max
               perform send-attached
           else
               perform send-inline
           end-if.
           goback.
      *-----------------------------------------------------------------
      *First argument may be the range (as &TRANSCRIPT takes it);
      *everything after is a filter. An argument that is neither
      *lands in ws-bad-arg and earns the usage reply.
       parse-arguments.
           move spaces to ws-cmd-word, ws-bad-arg, ws-f-channel,
               ws-f-user-name, ws-f-user-id.
           move zero to ws-f-type-count.
           move function current-date(1:8) to ws-from-date.
           move ws-from-date to ws-to-date.
           compute ws-content-len =
               function length(function trim(ls-content trailing)).
           move 1 to ws-parse-ptr.
           unstring ls-content delimited by all spaces
               into ws-cmd-word
               with pointer ws-parse-ptr
           end-unstring.
           perform until ws-parse-ptr is greater than ws-content-len
               or ws-bad-arg is not equal to spaces
               move spaces to ws-token
               unstring ls-content delimited by all spaces
                   into ws-token
                   with pointer ws-parse-ptr
               end-unstring
               if ws-token is not equal to spaces
                   perform take-argument
               end-if
           end-perform.
           if ws-from-date is not numeric
               or ws-to-date is not numeric
               or ws-to-date is less than ws-from-date
               move spaces to ws-from-date
               exit paragraph
           end-if.
           compute ws-from-int = function integer-of-date(
               function numval(ws-from-date)).
           compute ws-to-int = function integer-of-date(
               function numval(ws-to-date)).
           if ws-to-int - ws-from-int is greater than 30
               move spaces to ws-from-date
           end-if.
      *-----------------------------------------------------------------
       take-argument.
           move function upper-case(ws-token) to ws-token-uc.
           evaluate true
               when ws-token(1:1) is numeric
                   if ws-token(9:1) is equal to '-'
                       move ws-token(1:8) to ws-from-date
                       move ws-token(10:8) to ws-to-date
                   else
                       move ws-token(1:8) to ws-from-date
                       move ws-from-date to ws-to-date
                   end-if
               when ws-token-uc is equal to "HERE"
                   move ls-target to ws-f-channel
               when ws-token(1:2) is equal to "<#"
                   move ws-token(3:26) to ws-f-channel
               when ws-token-uc(1:8) is equal to "CHANNEL="
                   if ws-token(9:2) is equal to "<#"
                       move ws-token(11:26) to ws-f-channel
                   else
                       move ws-token(9:26) to ws-f-channel
                   end-if
               when ws-token(1:2) is equal to "<@"
                   move ws-token(3:26) to ws-f-user-id
               when ws-token-uc(1:5) is equal to "USER="
                   if ws-token(6:2) is equal to "<@"
                       move ws-token(8:26) to ws-f-user-id
                   else
                       move ws-token(6:32) to ws-f-user-name
                   end-if
               when ws-token-uc(1:5) is equal to "TYPE="
                   move ws-token-uc(6:) to ws-type-list
                   perform varying ws-type-idx from 1 by 1
                       until ws-type-idx is greater than 8
                       move spaces to ws-f-types(ws-type-idx)
                   end-perform
                   unstring ws-type-list delimited by ","
                       into ws-f-types(1) ws-f-types(2)
                            ws-f-types(3) ws-f-types(4)
                            ws-f-types(5) ws-f-types(6)
                            ws-f-types(7) ws-f-types(8)
                       tallying in ws-f-type-count
                   end-unstring
               when other
                   move ws-token to ws-bad-arg
           end-evaluate.
           inspect ws-f-channel replacing all ">" by space.
           inspect ws-f-user-id replacing all ">" by space.
      *The trail records who acted by name - a user given as an id
      *is turned into the name it would have been logged under.
           if ws-f-user-id is not equal to spaces
               call static "rv-user-name" using by reference ls-config
                   by value ws-f-user-id
                   by reference ws-f-user-name end-call
               move spaces to ws-f-user-id
           end-if.
      *-----------------------------------------------------------------
       search-range.
           move zero to ws-match-count.
           open output fd-result.
           move spaces to ws-work-line.
           string "Audit query by " delimited by size
               function trim(ws-author-name) delimited by size
               ": " delimited by size
               function trim(ls-content(1:200)) delimited by size
               into ws-work-line
           end-string.
           write fs-result-line from ws-work-line end-write.
           move spaces to ws-work-line.
           move all "=" to ws-work-line(1:60).
           write fs-result-line from ws-work-line end-write.
           perform varying ws-day-int from ws-from-int by 1
               until ws-day-int is greater than ws-to-int
               move function date-of-integer(ws-day-int)
                   to ws-day-date
               move spaces to ws-audit-name
               string "audit." delimited by size
                   ws-day-date delimited by size
                   ".log" delimited by size
                   into ws-audit-name
               end-string
               move 'N' to ws-eof
               open input sharing with all fs-audit
               perform until ws-at-eof
                   read fs-audit
                       at end move 'Y' to ws-eof
                       not at end perform check-audit-line
                   end-read
               end-perform
               close fs-audit
           end-perform.
           close fd-result.
      *-----------------------------------------------------------------
       check-audit-line.
           move spaces to ws-a-stamp, ws-a-dir, ws-a-channel,
               ws-a-prefix, ws-a-program, ws-a-author, ws-a-text.
           move 1 to ws-parse-ptr.
           unstring fs-audit-line delimited by "|"
               into ws-a-stamp ws-a-dir ws-a-channel ws-a-prefix
                    ws-a-program ws-a-author
               with pointer ws-parse-ptr
           end-unstring.
           if ws-parse-ptr is less than length of fs-audit-line
               move fs-audit-line(ws-parse-ptr:) to ws-a-text
           end-if.
      *The day-roll seal and the chain checksum are bookkeeping,
      *not things the bot did.
           if ws-a-dir is equal to "SEA"
               exit paragraph
           end-if.
           compute ws-text-len =
               function length(function trim(ws-a-text trailing)).
           if ws-text-len is greater than 9
               and ws-a-text(ws-text-len - 8:1) is equal to "|"
               move spaces to ws-a-text(ws-text-len - 8:)
           end-if.
           move 'Y' to ws-line-match.
           if ws-f-channel is not equal to spaces
               and ws-a-channel is not equal to ws-f-channel
               move 'N' to ws-line-match
           end-if.
           if ws-f-user-name is not equal to spaces
               and function upper-case(ws-a-author) is not equal to
                   function upper-case(ws-f-user-name)
               move 'N' to ws-line-match
           end-if.
           if ws-line-matches
               and ws-f-type-count is greater than zero
               move 'N' to ws-line-match
               perform varying ws-type-idx from 1 by 1
                   until ws-type-idx is greater than ws-f-type-count
                   if ws-f-types(ws-type-idx) is equal to ws-a-dir
                       move 'Y' to ws-line-match
                   end-if
               end-perform
           end-if.
           if not ws-line-matches
               exit paragraph
           end-if.
           add 1 to ws-match-count.
           perform resolve-channel-name.
           move spaces to ws-work-line.
           move 1 to ws-reply-ptr.
           string ws-a-stamp(1:8) delimited by size
               " " delimited by size
               ws-a-stamp(9:2) delimited by size
               ":" delimited by size
               ws-a-stamp(11:2) delimited by size
               ":" delimited by size
               ws-a-stamp(13:2) delimited by size
               " " delimited by size
               ws-a-dir delimited by space
               " #" delimited by size
               function trim(ws-chan-name) delimited by size
               " " delimited by size
               function trim(ws-a-author) delimited by size
               " " delimited by size
               into ws-work-line
               with pointer ws-reply-ptr
           end-string.
           if ws-a-prefix is not equal to spaces
               string function trim(ws-a-prefix) delimited by size
                   " " delimited by size
                   into ws-work-line
                   with pointer ws-reply-ptr
               end-string
           end-if.
           string function trim(ws-a-text) delimited by size
               into ws-work-line
               with pointer ws-reply-ptr
           end-string.
           write fs-result-line from ws-work-line end-write.
      *-----------------------------------------------------------------
       resolve-channel-name.
           if ws-a-channel is equal to spaces
               move "-" to ws-chan-name
               exit paragraph
           end-if.
           perform varying ws-cname-idx from 1 by 1
               until ws-cname-idx is greater than ws-cname-count
               if ws-cname-id(ws-cname-idx) is equal to ws-a-channel
                   move ws-cname-text(ws-cname-idx) to ws-chan-name
                   exit paragraph
               end-if
           end-perform.
           move spaces to ws-chan-name.
           call static "rv-channel-name" using by reference ls-config
               by value ws-a-channel
               by reference ws-chan-name end-call.
           if ws-chan-name is equal to spaces
               move ws-a-channel to ws-chan-name
           end-if.
           if ws-cname-count is less than 32
               add 1 to ws-cname-count
               move ws-a-channel to ws-cname-id(ws-cname-count)
               move ws-chan-name to ws-cname-text(ws-cname-count)
           end-if.
      *-----------------------------------------------------------------
      *Audited after the search, so a query over today doesn't turn
      *up its own line.
       audit-query.
           move ws-match-count to ws-count-disp.
           move spaces to ws-audit-text.
           string function trim(ls-content(1:160)) delimited by size
               " -> " delimited by size
               function trim(ws-count-disp) delimited by size
               " match(es)" delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "AQY"
               by value ls-target
               by value "&AUDIT  "
               by value "rv-cmd-audit"
               by value ws-audit-text
               by value ws-author-name end-call.
      *-----------------------------------------------------------------
      *A short result is read back off the result file into the
      *reply itself; rv-send-msg splits it if it runs long.
       send-inline.
           initialize ws-msg.
           move 1 to ws-reply-ptr.
           move 'N' to ws-eof.
           open input fd-result.
      *Skip the two heading lines.
           read fd-result end-read.
           read fd-result end-read.
           perform until ws-at-eof
               read fd-result
                   at end move 'Y' to ws-eof
                   not at end
                       if ws-reply-ptr is greater than 1
                           string x'0a' delimited by size
                               into ws-content in ws-msg
                               with pointer ws-reply-ptr
                           end-string
                       end-if
                       string function trim(fs-result-line)
                               delimited by size
                           into ws-content in ws-msg
                           with pointer ws-reply-ptr
                       end-string
               end-read
           end-perform.
           close fd-result.
           call "CBL_DELETE_FILE" using ws-file-name end-call.
           perform send-msg.
      *-----------------------------------------------------------------
      *A big result goes back as an attachment, as &TRANSCRIPT does
      *- a failed upload leaves the file on disk and says where.
       send-attached.
           initialize ws-attachment-id.
           call static "rv-upload-attachment" using
               by reference ls-config
               by value ws-file-name
               by reference ws-attachment-id end-call.
           move ws-match-count to ws-count-disp.
           initialize ws-msg.
           if ws-attachment-id(1:1) is not equal to space
               move ws-attachment-id to ws-attachments in ws-msg (1)
           end-if.
           string function trim(ws-count-disp) delimited by size
               " matching audit line(s) in " delimited by size
               function trim(ws-file-name) delimited by size
               into ws-content in ws-msg
           end-string.
           perform send-msg.
      *-----------------------------------------------------------------
       send-reply.
           initialize ws-msg.
           move ws-reply-text to ws-content in ws-msg.
           perform send-msg.
      *-----------------------------------------------------------------
       send-msg.
      *Thread the reply to the triggering message (see rv-send-msg).
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
       end program rv-cmd-audit.

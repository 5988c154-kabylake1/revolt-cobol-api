       copy "cabi.cpy".
      ******************************************************************
      *Runbook checklists - kb.txt says what to do; this is the proof
      *that each step of a procedure like a month-end restart or a
      *failover was actually done, in order, and by whom.
      *checklists.txt defines the procedures, one
      *"NAME,flag,step text" line per step, the steps of a procedure
      *in file order (text last so it can carry commas), e.g.
      *    MONTHEND,-,Stop the batch scheduler
      *    MONTHEND,2,Restart the database primary
      *    MONTHEND,-,Start the batch scheduler again
      *A flag of "2" marks a step that needs a second person; "-"
      *(or anything else) is the executor's own. A leading "*" marks
      *a comment line. At most 30 steps a procedure.
      *    &CHECKLIST START <name>  - run a procedure in this channel
      *    &CHECKLIST ABANDON       - give up this channel's run
      *    &CHECKLIST LIST          - procedures, and runs under way
      *START posts step 1 and waits. A checkmark reaction on the
      *step post (rv-checklist-react) confirms it - the executor's
      *for an ordinary step, an admin's other than the executor's
      *for a flagged one - and only then is the next step posted, so
      *the order is enforced by there being one live step at a time.
      *One run at a time per channel. Runs under way live in
      *checkrun.dat; a finished run, with every step's confirmation
      *stamp and confirmer, is appended to checkdone.dat (the line
      *layout is in rchk.cpy), and so is an abandoned one. A run with
      *no checkmark for longer than the idle window is abandoned by
      *the housekeeping sweep (rv-check-checklists) and reported in
      *its channel and the ops channel - checkidle.txt, first
      *non-"*" line, sets the window in minutes (house default 120).
      *Every start, step, finish and abandonment is a CHK audit line.
      *Routing is one routes.txt line
      *("channel,&CHECKLIST,rv-cmd-checklist,").
      *
      *Shared store-line packing for the run record, the way
      *rv-poll-pack keeps the poll programs agreeing on one layout.
       identification division.
       program-id. rv-checklist-pack.
       linkage section.
       copy "rchk.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-line picture x(1400).
       procedure division using by reference ls-chk
           by reference ls-line.
           move spaces to ls-line.
           string
               ls-chk-run-id delimited by size
               "," delimited by size
               ls-chk-step-msg-id delimited by size
               "," delimited by size
               ls-chk-channel delimited by size
               "," delimited by size
               ls-chk-name delimited by size
               "," delimited by size
               ls-chk-executor delimited by size
               "," delimited by size
               ls-chk-status delimited by size
               "," delimited by size
               ls-chk-started delimited by size
               "," delimited by size
               ls-chk-last-stamp delimited by size
               "," delimited by size
               ls-chk-step-count delimited by size
               "," delimited by size
               ls-chk-cur-step delimited by size
               "," delimited by size
               ls-chk-confirms delimited by size
               into ls-line
           end-string.
           goback.
       end program rv-checklist-pack.
      ******************************************************************
      *The unpacking half of rv-checklist-pack above.
       identification division.
       program-id. rv-checklist-unpack.
       data division.
       working-storage section.
       01  ws-count-txt pic x(2).
       01  ws-step-txt pic x(2).
       linkage section.
       01  ls-line picture x(1400).
       copy "rchk.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-line
           by reference ls-chk.
           initialize ls-chk.
           move spaces to ws-count-txt, ws-step-txt.
           unstring ls-line delimited by ","
               into ls-chk-run-id ls-chk-step-msg-id ls-chk-channel
                    ls-chk-name ls-chk-executor ls-chk-status
                    ls-chk-started ls-chk-last-stamp
                    ws-count-txt ws-step-txt ls-chk-confirms
           end-unstring.
           if ws-count-txt is numeric
               move ws-count-txt to ls-chk-step-count
           end-if.
           if ws-step-txt is numeric
               move ws-step-txt to ls-chk-cur-step
           end-if.
           goback.
       end program rv-checklist-unpack.
      ******************************************************************
      *One step of a procedure off checklists.txt - its flag and
      *text, plus the procedure's step count. Names compare without
      *regard to case. return-code 1 when no such procedure.
       identification division.
       program-id. rv-checklist-step.
       environment division.
       input-output section.
       file-control.
           select optional fs-defs assign to "checklists.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-defs.
       01  fs-def-line pic x(240).
       working-storage section.
       01  ws-defs-eof pic x value 'N'.
           88 ws-at-defs-eof value 'Y'.
       01  ws-parse-ptr picture 9(8).
       01  ws-line-name pic x(16).
       01  ws-line-flag pic x(4).
       01  ws-want-name pic x(16).
       linkage section.
       01  ls-name pic x(16).
       01  ls-step-no picture 9(2).
       01  ls-flag pic x.
       01  ls-text pic x(200).
       01  ls-count picture 9(2).
       procedure division using by value ls-name
           by reference ls-step-no
           by reference ls-flag
           by reference ls-text
           by reference ls-count.
           move space to ls-flag.
           move spaces to ls-text.
           move zero to ls-count.
           move function upper-case(ls-name) to ws-want-name.
           move 'N' to ws-defs-eof.
           open input sharing with all fs-defs.
           perform until ws-at-defs-eof
               read fs-defs
                   at end move 'Y' to ws-defs-eof
                   not at end perform match-step-line
               end-read
           end-perform.
           close fs-defs.
           if ls-count is equal to zero
               move 1 to return-code
           else
               move 0 to return-code
           end-if.
           goback.
      *-----------------------------------------------------------------
       match-step-line.
           if fs-def-line(1:1) is equal to space
               or fs-def-line(1:1) is equal to '*'
               or ls-count is not less than 30
               exit paragraph
           end-if.
           move spaces to ws-line-name, ws-line-flag.
           move 1 to ws-parse-ptr.
           unstring fs-def-line delimited by ","
               into ws-line-name ws-line-flag
               with pointer ws-parse-ptr
           end-unstring.
           if function upper-case(ws-line-name) is not equal to
               ws-want-name
               exit paragraph
           end-if.
           add 1 to ls-count.
           if ls-count is equal to ls-step-no
               move ws-line-flag(1:1) to ls-flag
               if ws-parse-ptr is less than length of fs-def-line
                   move fs-def-line(ws-parse-ptr:) to ls-text
               end-if
           end-if.
       end program rv-checklist-step.
      ******************************************************************
      *Post a run's current step into its channel and note the post's
      *id on the run, so the checkmark can find it. Posted directly
      *(not spooled) for that id, the way rv-cmd-swap posts its
      *proposals. return-code nonzero when the post failed.
       identification division.
       program-id. rv-checklist-post.
       data division.
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-flag pic x.
           88 ws-needs-second value '2'.
       01  ws-step-text pic x(200).
       01  ws-count picture 9(2).
       01  ws-step-disp picture z9.
       01  ws-count-disp picture z9.
       01  ws-post-ptr picture 9(8).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       copy "rchk.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by reference ls-chk.
           move spaces to ls-chk-step-msg-id.
           call static "rv-checklist-step" using
               by value ls-chk-name
               by reference ls-chk-cur-step
               by reference ws-flag
               by reference ws-step-text
               by reference ws-count end-call.
           move ls-chk-cur-step to ws-step-disp.
           move ls-chk-step-count to ws-count-disp.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           move 1 to ws-post-ptr.
           string
               "Checklist " delimited by size
               function trim(ls-chk-name) delimited by size
               ", step " delimited by size
               function trim(ws-step-disp) delimited by size
               " of " delimited by size
               function trim(ws-count-disp) delimited by size
               ": " delimited by size
               function trim(ws-step-text) delimited by size
               x'0a' delimited by size
               into ws-content in ws-msg
               with pointer ws-post-ptr
           end-string.
           if ws-needs-second
               string
                   "Second-person step - an admin other than <@"
                       delimited by size
                   ls-chk-executor delimited by space
                   "> confirms it with the checkmark."
                       delimited by size
                   into ws-content in ws-msg
                   with pointer ws-post-ptr
               end-string
           else
               string
                   "<@" delimited by size
                   ls-chk-executor delimited by space
                   "> react with the checkmark once it is done."
                       delimited by size
                   into ws-content in ws-msg
                   with pointer ws-post-ptr
               end-string
           end-if.
           call static "rv-post-msg" using by reference ls-config
               by value ls-chk-channel
               by content ws-msg end-call.
           if return-code is not equal to zero
               or ls-last-sent-msg-id(1:1) is equal to space
               call static "rv-log" using by value "ERROR"
                   by value "[CHK] Checklist step could not be"
                       & " posted - the run waits for the idle sweep"
                   end-call
               move 1 to return-code
               goback
           end-if.
           move ls-last-sent-msg-id to ls-chk-step-msg-id.
           move 0 to return-code.
           goback.
       end program rv-checklist-post.
      ******************************************************************
      *&CHECKLIST - START, ABANDON and LIST (see the head of this
      *file).
       identification division.
       program-id. rv-cmd-checklist.
       environment division.
       input-output section.
       file-control.
           select optional fs-runs assign to "checkrun.dat"
           organization is line sequential.
           select fs-runs-tmp assign to "checkrun.dat.tmp"
           organization is line sequential.
           select optional fs-done assign to "checkdone.dat"
           organization is line sequential.
           select optional fs-defs assign to "checklists.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-runs.
       01  fs-run-line pic x(1400).
       fd  fs-runs-tmp.
       01  fs-run-tmp-line pic x(1400).
       fd  fs-done.
       01  fs-done-line pic x(1400).
       fd  fs-defs.
       01  fs-def-line pic x(240).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       copy "rchk.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmd-word pic x(16).
       01  ws-sub-word pic x(16).
       01  ws-name-word pic x(40).
       01  ws-store-line pic x(1400).
       01  ws-runs-eof pic x value 'N'.
           88 ws-at-runs-eof value 'Y'.
       01  ws-found pic x.
           88 ws-run-found value 'Y'.
       01  ws-kept-run pic x(1400).
       01  ws-flag pic x.
       01  ws-step-text pic x(200).
       01  ws-step-no picture 9(2).
       01  ws-count picture 9(2).
       01  ws-step-disp picture z9.
       01  ws-count-disp picture z9.
       01  ws-author-name pic x(32).
       01  ws-exec-name pic x(32).
       01  ws-audit-text pic x(200).
       01  ws-reply-text pic x(200).
       01  ws-reply-ptr picture 9(8).
       01  ws-is-admin pic x value 'N'.
           88 ws-author-is-admin value 'Y'.
       01  ws-admin-idx picture 9(4).
      *LIST - the procedure names off checklists.txt, each once.
       01  ws-defs-eof pic x value 'N'.
           88 ws-at-defs-eof value 'Y'.
       01  ws-line-name pic x(16).
       01  ws-proc-count picture 9(4).
       01  ws-proc-idx picture 9(4).
       01  ws-proc-name pic x(16) occurs 32 times.
       01  ws-run-count picture 9(4).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       copy "rmsg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config
           by value ls-target
           by reference ls-msg.
           move spaces to ws-cmd-word, ws-sub-word, ws-name-word.
           unstring ls-content delimited by all spaces
               into ws-cmd-word ws-sub-word ws-name-word
           end-unstring.
           call static "rv-user-name" using by reference ls-config
               by value ls-author-id
               by reference ws-author-name end-call.
           evaluate function upper-case(ws-sub-word)
               when "START   "
                   perform start-run
               when "ABANDON "
                   perform abandon-run
               when "LIST    "
                   perform list-checklists
               when other
                   perform reply-usage
           end-evaluate.
           goback.
      *-----------------------------------------------------------------
       start-run.
           if ws-name-word is equal to spaces
               or ws-name-word(17:1) is not equal to space
               perform reply-usage
               exit paragraph
           end-if.
           perform find-channel-run.
           if ws-run-found
               move ws-chk-cur-step to ws-step-disp
               move ws-chk-step-count to ws-count-disp
               move spaces to ws-reply-text
               string
                   "Checklist " delimited by size
                   function trim(ws-chk-name) delimited by size
                   " is already running here (step " delimited by size
                   function trim(ws-step-disp) delimited by size
                   " of " delimited by size
                   function trim(ws-count-disp) delimited by size
                   ") - finish it or &CHECKLIST ABANDON it first."
                       delimited by size
                   into ws-reply-text
               end-string
               perform send-reply
               exit paragraph
           end-if.
           move 1 to ws-step-no.
           call static "rv-checklist-step" using
               by value ws-name-word(1:16)
               by reference ws-step-no
               by reference ws-flag
               by reference ws-step-text
               by reference ws-count end-call.
           if return-code is not equal to zero
               move spaces to ws-reply-text
               string
                   "No checklist called " delimited by size
                   function trim(ws-name-word) delimited by size
                   " in checklists.txt (&CHECKLIST LIST shows them)."
                       delimited by size
                   into ws-reply-text
               end-string
               perform send-reply
               exit paragraph
           end-if.
           initialize ws-chk.
           move ls-msg-id to ws-chk-run-id.
           if ws-chk-run-id is equal to spaces
               move function current-date(1:14) to ws-chk-run-id
           end-if.
           move ls-target to ws-chk-channel.
           move function upper-case(ws-name-word(1:16))
               to ws-chk-name.
           move ls-author-id to ws-chk-executor.
           move 'O' to ws-chk-status.
           move function current-date(1:14) to ws-chk-started.
           move ws-chk-started to ws-chk-last-stamp.
           move ws-count to ws-chk-step-count.
           move 1 to ws-chk-cur-step.
           call static "rv-checklist-post" using
               by reference ls-config
               by reference ws-chk end-call.
           if return-code is not equal to zero
               move "The first step could not be posted - see"
                   & " bot.log; the run was not started."
                   to ws-reply-text
               move 0 to return-code
               perform send-reply
               exit paragraph
           end-if.
           call static "rv-checklist-pack" using
               by reference ws-chk
               by reference ws-store-line end-call.
           open extend fs-runs.
           write fs-run-line from ws-store-line end-write.
           close fs-runs.
           move ws-count to ws-count-disp.
           move spaces to ws-audit-text.
           string
               "checklist started: " delimited by size
               function trim(ws-chk-name) delimited by size
               " steps=" delimited by size
               function trim(ws-count-disp) delimited by size
               " run=" delimited by size
               ws-chk-run-id delimited by size
               into ws-audit-text
           end-string.
           perform audit-action.
      *-----------------------------------------------------------------
      *The executor or an admin may give a run up; it goes to
      *checkdone.dat as abandoned at the step it had reached.
       abandon-run.
           perform find-channel-run.
           if not ws-run-found
               move "No checklist is running in this channel."
                   to ws-reply-text
               perform send-reply
               exit paragraph
           end-if.
           perform check-admin.
           if ws-chk-executor is not equal to ls-author-id
               and not ws-author-is-admin
               move "Only the person running the checklist, or an"
                   & " admin, can abandon it." to ws-reply-text
               perform send-reply
               exit paragraph
           end-if.
           move ws-store-line to ws-kept-run.
           move 'N' to ws-runs-eof.
           open output fs-runs-tmp.
           open input sharing with all fs-runs.
           perform until ws-at-runs-eof
               read fs-runs
                   at end move 'Y' to ws-runs-eof
                   not at end
                       if fs-run-line is not equal to ws-kept-run
                           write fs-run-tmp-line from fs-run-line
                               end-write
                       end-if
               end-read
           end-perform.
           close fs-runs.
           close fs-runs-tmp.
           call "CBL_RENAME_FILE" using "checkrun.dat.tmp"
               "checkrun.dat" end-call.
           move 'A' to ws-chk-status.
           move function current-date(1:14) to ws-chk-last-stamp.
           call static "rv-checklist-pack" using
               by reference ws-chk
               by reference ws-store-line end-call.
           open extend fs-done.
           write fs-done-line from ws-store-line end-write.
           close fs-done.
           move ws-chk-cur-step to ws-step-disp.
           move ws-chk-step-count to ws-count-disp.
           move spaces to ws-audit-text.
           string
               "checklist abandoned: " delimited by size
               function trim(ws-chk-name) delimited by size
               " at step " delimited by size
               function trim(ws-step-disp) delimited by size
               "/" delimited by size
               function trim(ws-count-disp) delimited by size
               " run=" delimited by size
               ws-chk-run-id delimited by size
               into ws-audit-text
           end-string.
           perform audit-action.
           move spaces to ws-reply-text.
           string
               "Checklist " delimited by size
               function trim(ws-chk-name) delimited by size
               " abandoned at step " delimited by size
               function trim(ws-step-disp) delimited by size
               " of " delimited by size
               function trim(ws-count-disp) delimited by size
               "." delimited by size
               into ws-reply-text
           end-string.
           perform send-reply.
      *-----------------------------------------------------------------
      *This channel's open run, unpacked into ws-chk, its store line
      *left in ws-store-line.
       find-channel-run.
           move 'N' to ws-found.
           move 'N' to ws-runs-eof.
           open input sharing with all fs-runs.
           perform until ws-at-runs-eof or ws-run-found
               read fs-runs
                   at end move 'Y' to ws-runs-eof
                   not at end
                       call static "rv-checklist-unpack" using
                           by reference fs-run-line
                           by reference ws-chk end-call
                       if ws-chk-is-open
                           and ws-chk-channel is equal to ls-target
                           move 'Y' to ws-found
                           move fs-run-line to ws-store-line
                       end-if
               end-read
           end-perform.
           close fs-runs.
      *-----------------------------------------------------------------
       list-checklists.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move spaces to ws-content in ws-msg.
           move 1 to ws-reply-ptr.
           string "Checklists (checklists.txt):" delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move zero to ws-proc-count.
           move 'N' to ws-defs-eof.
           open input sharing with all fs-defs.
           perform until ws-at-defs-eof
               read fs-defs
                   at end move 'Y' to ws-defs-eof
                   not at end perform note-procedure
               end-read
           end-perform.
           close fs-defs.
           perform varying ws-proc-idx from 1 by 1
               until ws-proc-idx is greater than ws-proc-count
               move 1 to ws-step-no
               call static "rv-checklist-step" using
                   by value ws-proc-name(ws-proc-idx)
                   by reference ws-step-no
                   by reference ws-flag
                   by reference ws-step-text
                   by reference ws-count end-call
               move ws-count to ws-count-disp
               string x'0a' "  " delimited by size
                   function trim(ws-proc-name(ws-proc-idx))
                       delimited by size
                   " - " delimited by size
                   function trim(ws-count-disp) delimited by size
                   " steps" delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-perform.
           if ws-proc-count is equal to zero
               string x'0a' "  none defined" delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           string x'0a' "Runs under way:" delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
           move zero to ws-run-count.
           move 'N' to ws-runs-eof.
           open input sharing with all fs-runs.
           perform until ws-at-runs-eof
               read fs-runs
                   at end move 'Y' to ws-runs-eof
                   not at end perform list-one-run
               end-read
           end-perform.
           close fs-runs.
           if ws-run-count is equal to zero
               string x'0a' "  none" delimited by size
                   into ws-content in ws-msg
                   with pointer ws-reply-ptr
               end-string
           end-if.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       note-procedure.
           if fs-def-line(1:1) is equal to space
               or fs-def-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-line-name.
           unstring fs-def-line delimited by ","
               into ws-line-name
           end-unstring.
           move function upper-case(ws-line-name) to ws-line-name.
           perform varying ws-proc-idx from 1 by 1
               until ws-proc-idx is greater than ws-proc-count
               if ws-proc-name(ws-proc-idx) is equal to ws-line-name
                   exit paragraph
               end-if
           end-perform.
           if ws-proc-count is less than 32
               add 1 to ws-proc-count
               move ws-line-name to ws-proc-name(ws-proc-count)
           end-if.
      *-----------------------------------------------------------------
       list-one-run.
           call static "rv-checklist-unpack" using
               by reference fs-run-line
               by reference ws-chk end-call.
           if not ws-chk-is-open
               or ws-run-count is not less than 20
               exit paragraph
           end-if.
           add 1 to ws-run-count.
           call static "rv-user-name" using by reference ls-config
               by value ws-chk-executor
               by reference ws-exec-name end-call.
           move ws-chk-cur-step to ws-step-disp.
           move ws-chk-step-count to ws-count-disp.
           string x'0a' "  " delimited by size
               function trim(ws-chk-name) delimited by size
               " in <#" delimited by size
               ws-chk-channel delimited by size
               "> by " delimited by size
               function trim(ws-exec-name) delimited by size
               ", step " delimited by size
               function trim(ws-step-disp) delimited by size
               " of " delimited by size
               function trim(ws-count-disp) delimited by size
               ", last checkmark " delimited by size
               ws-chk-last-stamp(1:8) delimited by size
               " " delimited by size
               ws-chk-last-stamp(9:4) delimited by size
               into ws-content in ws-msg
               with pointer ws-reply-ptr
           end-string.
      *-----------------------------------------------------------------
       check-admin.
           move 'N' to ws-is-admin.
           perform varying ws-admin-idx from 1 by 1
               until ws-admin-idx is greater than ls-admin-count
               if ls-admins(ws-admin-idx) is equal to ls-author-id
                   move 'Y' to ws-is-admin
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       audit-action.
           call static "rv-audit-log" using
               by value "CHK"
               by value ls-target
               by value "&CHECKLI"
               by value "rv-cmd-checklist"
               by value ws-audit-text
               by value ws-author-name end-call.
      *-----------------------------------------------------------------
       reply-usage.
           move "Usage: &CHECKLIST START <name> | &CHECKLIST ABANDON"
               & " | &CHECKLIST LIST" to ws-reply-text.
           call static "rv-template-lookup" using
               by reference ls-config
               by value "CHECKLIST_USAGE"
               by reference ws-reply-text end-call.
           perform send-reply.
      *-----------------------------------------------------------------
       send-reply.
           initialize ws-msg.
           if ls-msg-id(1:1) is not equal to space
               move ls-msg-id to ws-id in ws-msg (1)
               move "false" to ws-mention in ws-msg (1)
           end-if.
           move ws-reply-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ls-target
               by content ws-msg end-call.
       end program rv-cmd-checklist.
      ******************************************************************
      *A checkmark on a live step post. Consumes the reaction
      *(return-code 1) whenever the reacted-to message is the step a
      *run is waiting on; only the right person's checkmark counts -
      *the executor's, or for a second-person step an admin's other
      *than the executor's. A counted checkmark stamps the step with
      *when and by whom, and posts the next step - or, after the
      *last, writes the finished run to checkdone.dat and says so.
       identification division.
       program-id. rv-checklist-react.
       environment division.
       input-output section.
       file-control.
           select optional fs-runs assign to "checkrun.dat"
           organization is line sequential.
           select fs-runs-tmp assign to "checkrun.dat.tmp"
           organization is line sequential.
           select optional fs-done assign to "checkdone.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-runs.
       01  fs-run-line pic x(1400).
       fd  fs-runs-tmp.
       01  fs-run-tmp-line pic x(1400).
       fd  fs-done.
       01  fs-done-line pic x(1400).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       copy "rchk.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       copy "rchk.cpy" replacing ==:pref:== by ==ws-line==
                       ==:levl:== by ==01==.
       01  ws-runs-eof pic x value 'N'.
           88 ws-at-runs-eof value 'Y'.
       01  ws-hit pic x.
           88 ws-run-found value 'Y'.
       01  ws-store-line pic x(1400).
       01  ws-flag pic x.
           88 ws-needs-second value '2'.
       01  ws-step-text pic x(200).
       01  ws-count picture 9(2).
       01  ws-is-admin pic x value 'N'.
           88 ws-user-is-admin value 'Y'.
       01  ws-admin-idx picture 9(4).
       01  ws-ok pic x.
           88 ws-confirm-counts value 'Y'.
       01  ws-step-idx picture 9(2).
       01  ws-step-disp picture z9.
       01  ws-count-disp picture z9.
       01  ws-user-name pic x(32).
       01  ws-audit-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       01  ls-target picture x(26).
       01  ls-target-msg-id picture x(26).
       01  ls-user-id picture x(26).
       procedure division using by reference ls-config
           by value ls-target
           by value ls-target-msg-id
           by value ls-user-id.
           move 0 to return-code.
           move 'N' to ws-hit.
           move 'N' to ws-runs-eof.
           open input sharing with all fs-runs.
           perform until ws-at-runs-eof or ws-run-found
               read fs-runs
                   at end move 'Y' to ws-runs-eof
                   not at end
                       call static "rv-checklist-unpack" using
                           by reference fs-run-line
                           by reference ws-chk end-call
                       if ws-chk-is-open
                           and ws-chk-step-msg-id is equal to
                               ls-target-msg-id
                           move 'Y' to ws-hit
                       end-if
               end-read
           end-perform.
           close fs-runs.
           if not ws-run-found
               goback
           end-if.
           perform check-confirmer.
           if not ws-confirm-counts
               call static "rv-log" using by value "WARN"
                   by value "[CHK] Checkmark on a checklist step from"
                       & " someone who can't confirm it - ignored"
                   end-call
               move 1 to return-code
               goback
           end-if.
           move ws-chk-cur-step to ws-step-idx.
           move function current-date(1:14)
               to ws-chk-conf-stamp(ws-step-idx).
           move ls-user-id to ws-chk-conf-user(ws-step-idx).
           move ws-chk-conf-stamp(ws-step-idx) to ws-chk-last-stamp.
           call static "rv-user-name" using by reference ls-config
               by value ls-user-id
               by reference ws-user-name end-call.
           move ws-chk-cur-step to ws-step-disp.
           move ws-chk-step-count to ws-count-disp.
           move spaces to ws-audit-text.
           string
               "checklist step confirmed: " delimited by size
               function trim(ws-chk-name) delimited by size
               " " delimited by size
               function trim(ws-step-disp) delimited by size
               "/" delimited by size
               function trim(ws-count-disp) delimited by size
               " run=" delimited by size
               ws-chk-run-id delimited by size
               into ws-audit-text
           end-string.
           perform audit-action.
           if ws-chk-cur-step is less than ws-chk-step-count
               add 1 to ws-chk-cur-step
               call static "rv-checklist-post" using
                   by reference ls-config
                   by reference ws-chk end-call
               move 0 to return-code
           else
               move 'C' to ws-chk-status
               move spaces to ws-chk-step-msg-id
           end-if.
           perform rewrite-runs.
           if ws-chk-is-complete
               perform finish-run
           end-if.
           move 1 to return-code.
           goback.
      *-----------------------------------------------------------------
      *The executor confirms an ordinary step; a flagged one takes an
      *admin who is not the executor.
       check-confirmer.
           move 'N' to ws-ok.
           move ws-chk-cur-step to ws-step-idx.
           call static "rv-checklist-step" using
               by value ws-chk-name
               by reference ws-step-idx
               by reference ws-flag
               by reference ws-step-text
               by reference ws-count end-call.
           if not ws-needs-second
               if ls-user-id is equal to ws-chk-executor
                   move 'Y' to ws-ok
               end-if
               exit paragraph
           end-if.
           if ls-user-id is equal to ws-chk-executor
               exit paragraph
           end-if.
           move 'N' to ws-is-admin.
           perform varying ws-admin-idx from 1 by 1
               until ws-admin-idx is greater than ls-admin-count
               if ls-admins(ws-admin-idx) is equal to ls-user-id
                   move 'Y' to ws-is-admin
                   exit perform
               end-if
           end-perform.
           if ws-user-is-admin
               move 'Y' to ws-ok
           end-if.
      *-----------------------------------------------------------------
      *The run's line is replaced by its updated self - or, once it
      *is finished, dropped (finish-run files it in checkdone.dat).
       rewrite-runs.
           move 'N' to ws-runs-eof.
           open output fs-runs-tmp.
           open input sharing with all fs-runs.
           perform until ws-at-runs-eof
               read fs-runs
                   at end move 'Y' to ws-runs-eof
                   not at end perform copy-or-replace
               end-read
           end-perform.
           close fs-runs.
           close fs-runs-tmp.
           call "CBL_RENAME_FILE" using "checkrun.dat.tmp"
               "checkrun.dat" end-call.
      *-----------------------------------------------------------------
       copy-or-replace.
           call static "rv-checklist-unpack" using
               by reference fs-run-line
               by reference ws-line-chk end-call.
           if ws-line-chk-run-id is not equal to ws-chk-run-id
               write fs-run-tmp-line from fs-run-line end-write
               exit paragraph
           end-if.
           if ws-chk-is-open
               call static "rv-checklist-pack" using
                   by reference ws-chk
                   by reference ws-store-line end-call
               write fs-run-tmp-line from ws-store-line end-write
           end-if.
      *-----------------------------------------------------------------
       finish-run.
           call static "rv-checklist-pack" using
               by reference ws-chk
               by reference ws-store-line end-call.
           open extend fs-done.
           write fs-done-line from ws-store-line end-write.
           close fs-done.
           move spaces to ws-audit-text.
           string
               "checklist complete: " delimited by size
               function trim(ws-chk-name) delimited by size
               " steps=" delimited by size
               function trim(ws-count-disp) delimited by size
               " run=" delimited by size
               ws-chk-run-id delimited by size
               into ws-audit-text
           end-string.
           perform audit-action.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           string
               "Checklist " delimited by size
               function trim(ws-chk-name) delimited by size
               " complete - all " delimited by size
               function trim(ws-count-disp) delimited by size
               " steps confirmed, started " delimited by size
               ws-chk-started(1:8) delimited by size
               " " delimited by size
               ws-chk-started(9:4) delimited by size
               ", finished " delimited by size
               ws-chk-last-stamp(1:8) delimited by size
               " " delimited by size
               ws-chk-last-stamp(9:4) delimited by size
               ". The record is in checkdone.dat." delimited by size
               into ws-content in ws-msg
           end-string.
           call static "rv-send-msg" using by reference ls-config
               by value ws-chk-channel
               by content ws-msg end-call.
      *-----------------------------------------------------------------
       audit-action.
           call static "rv-audit-log" using
               by value "CHK"
               by value ws-chk-channel
               by value "&CHECKLI"
               by value "rv-checklist-react"
               by value ws-audit-text
               by value ws-user-name end-call.
       end program rv-checklist-react.
      ******************************************************************
      *Idle sweep, driven off the housekeeping tick - a run with no
      *checkmark for longer than the idle window is abandoned: filed
      *in checkdone.dat with status A at the step it had reached, and
      *reported in its own channel and the ops channel so somebody
      *finds out the procedure was left half done.
       identification division.
       program-id. rv-check-checklists.
       environment division.
       input-output section.
       file-control.
           select optional fs-runs assign to "checkrun.dat"
           organization is line sequential.
           select fs-runs-tmp assign to "checkrun.dat.tmp"
           organization is line sequential.
           select optional fs-done assign to "checkdone.dat"
           organization is line sequential.
           select optional fs-idle assign to "checkidle.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-runs.
       01  fs-run-line pic x(1400).
       fd  fs-runs-tmp.
       01  fs-run-tmp-line pic x(1400).
       fd  fs-done.
       01  fs-done-line pic x(1400).
       fd  fs-idle.
       01  fs-idle-line pic x(16).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       copy "rchk.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-runs-eof pic x value 'N'.
           88 ws-at-runs-eof value 'Y'.
       01  ws-idle-eof pic x value 'N'.
           88 ws-at-idle-eof value 'Y'.
       01  ws-idle-mins picture 9(5).
       01  ws-idle-disp picture zzzz9.
       01  ws-window :tp-int:.
       01  ws-cutoff picture 9(14).
       01  ws-cutoff-stamp pic x(14).
       01  ws-idle-count picture 9(4).
       01  ws-store-line pic x(1400).
       01  ws-step-disp picture z9.
       01  ws-count-disp picture z9.
       01  ws-exec-name pic x(32).
       01  ws-report-text pic x(300).
       01  ws-audit-text pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config.
           perform load-idle-window.
           compute ws-window = ws-idle-mins * 60.
           call static "rv-stamp-minus-secs" using
               by value ws-window
               by reference ws-cutoff end-call.
           move ws-cutoff to ws-cutoff-stamp.
      *First pass - anything idle? The usual case costs one scan.
           move zero to ws-idle-count.
           move 'N' to ws-runs-eof.
           open input sharing with all fs-runs.
           perform until ws-at-runs-eof
               read fs-runs
                   at end move 'Y' to ws-runs-eof
                   not at end
                       call static "rv-checklist-unpack" using
                           by reference fs-run-line
                           by reference ws-chk end-call
                       if ws-chk-is-open
                           and ws-chk-last-stamp is less than
                               ws-cutoff-stamp
                           add 1 to ws-idle-count
                       end-if
               end-read
           end-perform.
           close fs-runs.
           if ws-idle-count is equal to zero
               goback
           end-if.
      *Second pass - rewrite the store without the idle runs,
      *filing and reporting each one as it goes.
           move 'N' to ws-runs-eof.
           open output fs-runs-tmp.
           open input sharing with all fs-runs.
           perform until ws-at-runs-eof
               read fs-runs
                   at end move 'Y' to ws-runs-eof
                   not at end perform keep-or-abandon
               end-read
           end-perform.
           close fs-runs.
           close fs-runs-tmp.
           call "CBL_RENAME_FILE" using "checkrun.dat.tmp"
               "checkrun.dat" end-call.
           goback.
      *-----------------------------------------------------------------
       load-idle-window.
           move 120 to ws-idle-mins.
           move 'N' to ws-idle-eof.
           open input sharing with all fs-idle.
           perform until ws-at-idle-eof
               read fs-idle
                   at end move 'Y' to ws-idle-eof
                   not at end
                       if fs-idle-line(1:1) is not equal to '*'
                           and fs-idle-line is not equal to spaces
                           if function test-numval(fs-idle-line)
                               is equal to zero
                               and function numval(fs-idle-line)
                                   is greater than zero
                               compute ws-idle-mins =
                                   function numval(fs-idle-line)
                           end-if
                           move 'Y' to ws-idle-eof
                       end-if
               end-read
           end-perform.
           close fs-idle.
      *-----------------------------------------------------------------
       keep-or-abandon.
           call static "rv-checklist-unpack" using
               by reference fs-run-line
               by reference ws-chk end-call.
           if not ws-chk-is-open
               or ws-chk-last-stamp is not less than ws-cutoff-stamp
               write fs-run-tmp-line from fs-run-line end-write
               exit paragraph
           end-if.
           move 'A' to ws-chk-status.
           call static "rv-checklist-pack" using
               by reference ws-chk
               by reference ws-store-line end-call.
           open extend fs-done.
           write fs-done-line from ws-store-line end-write.
           close fs-done.
           move ws-chk-cur-step to ws-step-disp.
           move ws-chk-step-count to ws-count-disp.
           move ws-idle-mins to ws-idle-disp.
           call static "rv-user-name" using by reference ls-config
               by value ws-chk-executor
               by reference ws-exec-name end-call.
           move spaces to ws-audit-text.
           string
               "checklist abandoned idle: " delimited by size
               function trim(ws-chk-name) delimited by size
               " at step " delimited by size
               function trim(ws-step-disp) delimited by size
               "/" delimited by size
               function trim(ws-count-disp) delimited by size
               " run=" delimited by size
               ws-chk-run-id delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "CHK"
               by value ws-chk-channel
               by value "&CHECKLI"
               by value "rv-check-checklists"
               by value ws-audit-text
               by value spaces end-call.
           move spaces to ws-report-text.
           string
               "Checklist " delimited by size
               function trim(ws-chk-name) delimited by size
               " in <#" delimited by size
               ws-chk-channel delimited by size
               ">, started " delimited by size
               ws-chk-started(1:8) delimited by size
               " " delimited by size
               ws-chk-started(9:4) delimited by size
               " by " delimited by size
               function trim(ws-exec-name) delimited by size
               ", ABANDONED at step " delimited by size
               function trim(ws-step-disp) delimited by size
               " of " delimited by size
               function trim(ws-count-disp) delimited by size
               " - no checkmark for " delimited by size
               function trim(ws-idle-disp) delimited by size
               " minutes." delimited by size
               into ws-report-text
           end-string.
           initialize ws-msg.
           move ws-report-text to ws-content in ws-msg.
           call static "rv-send-msg" using by reference ls-config
               by value ws-chk-channel
               by content ws-msg end-call.
           if ls-ops-channel(1:1) is not equal to space
               and ls-ops-channel is not equal to ws-chk-channel
               call static "rv-send-msg" using by reference ls-config
                   by value ls-ops-channel
                   by content ws-msg end-call
           end-if.
       end program rv-check-checklists.

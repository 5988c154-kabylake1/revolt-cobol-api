       copy "cabi.cpy".
      ******************************************************************
      *Overnight batch job driver - the crib sheet turned into a job
      *definition the machine works through, so a step can't be
      *forgotten and a step whose input never got made doesn't run
      *on stale data. Run standalone from the overnight schedule:
      *    rv-batch-driver [jobfile] [FRESH|RESTART]
      *The job file defaults to nightly.job, one step a line:
      *    step,command,arguments,ok-codes,depends-on
      *e.g.
      *    RECON,rv-reconcile,,0,
      *    RETAIN,rv-retention,,0 4,RECON
      *    MAINT,rv-store-maint,,0,RETAIN
      *    REPORT,rv-daily-report,,0,
      *ok-codes are the return codes that count as success, space
      *separated (blank means 0 only); depends-on names earlier steps,
      *space separated, every one of which must have succeeded for
      *this step to run - a step behind a failed or skipped one is
      *skipped itself, while steps that don't depend on the failure
      *still run. "*" in column 1 is a comment. Each step's command
      *line is handed to the shell as "command arguments".
      *Every step run goes into the run register batchreg.dat, one
      *"run-id,job,step,status,started,ended,rc" line (status OK,
      *FAIL or SKIP; the run id is the run's start stamp).
      *Restart the way rv-intake-batch restarts: <job>.state holds the
      *run id and each step finished OK, rewritten temp-then-rename
      *after every step. A run with anything not OK leaves it behind,
      *so the rerun carries those steps over and picks up at the
      *failed one; a clean run removes it. Only a state file from a
      *run started the same day is picked up on its own - one left
      *by an earlier night is reported, ignored and replaced, so a
      *single failed night can't make every later run skip steps.
      *RESTART picks up the state file whatever day it was left;
      *FRESH ignores (and replaces) it whatever its day.
      *The night's outcome goes to the maildrop (REPORT,batch) and,
      *with a vault TOKEN and opschan.txt in place, to the ops channel.
      *Returns 0 when every step ended OK, 8 otherwise, 16 when the
      *job file has no steps.
       identification division.
       program-id. rv-batch-driver.
       environment division.
       input-output section.
       file-control.
           select optional fs-server assign to "server.txt"
           organization is line sequential.
           select optional fs-opschan assign to "opschan.txt"
           organization is line sequential.
           select optional fs-job assign to ws-job-file
           organization is line sequential.
           select optional fs-register assign to "batchreg.dat"
           organization is line sequential.
           select optional fs-state assign to ws-state-name
           organization is line sequential.
           select fs-state-tmp assign to ws-state-tmp-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-server.
       01  fs-server-line pic x(80).
       fd  fs-opschan.
       01  fs-opschan-line pic x(80).
       fd  fs-job.
       01  fs-job-line pic x(400).
       fd  fs-register.
       01  fs-register-line pic x(120).
       fd  fs-state.
       01  fs-state-line pic x(40).
       fd  fs-state-tmp.
       01  fs-state-tmp-line pic x(40).
       working-storage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-session pic x value 'N'.
           88 ws-session-is-up value 'Y'.
       01  ws-post-channel pic x(26).
       01  ws-cmdline pic x(160).
       01  ws-arg-1 pic x(64).
       01  ws-arg-2 pic x(16).
       01  ws-fresh pic x value 'N'.
           88 ws-fresh-run value 'Y'.
           88 ws-forced-restart value 'R'.
       01  ws-job-file pic x(64).
       01  ws-job-name pic x(32).
       01  ws-state-name pic x(40).
       01  ws-state-tmp-name pic x(44).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-run-id pic x(14).
       01  ws-prior-run pic x(14) value spaces.
      *The job's steps, in file order.
       01  ws-step-count picture 9(4) value zero.
       01  ws-step-idx picture 9(4).
       01  ws-steps occurs 64 times.
           02 ws-st-name pic x(16).
           02 ws-st-command pic x(64).
           02 ws-st-args pic x(160).
           02 ws-st-ok-codes pic x(40).
           02 ws-st-depends pic x(120).
           02 ws-st-status pic x(4).
           02 ws-st-rc picture s9(4).
           02 ws-st-note pic x(40).
       01  ws-f-name pic x(16).
       01  ws-f-command pic x(64).
       01  ws-f-args pic x(160).
       01  ws-f-ok-codes pic x(40).
       01  ws-f-depends pic x(120).
      *Eight-way splits of the ok-code and depends-on lists.
       01  ws-list-parts.
           02 ws-list-part pic x(16) occurs 8 times.
       01  ws-part-idx picture 9(4).
       01  ws-dep-idx picture 9(4).
       01  ws-dep-ok pic x.
           88 ws-deps-satisfied value 'Y'.
       01  ws-code-ok pic x.
           88 ws-rc-accepted value 'Y'.
      *Running one step.
       01  ws-shell-command pic x(240).
       01  ws-step-rc picture s9(8).
       01  ws-started pic x(14).
       01  ws-ended pic x(14).
       01  ws-rc-disp picture -(4)9.
       01  ws-register-out pic x(120).
      *Totals for the outcome.
       01  ws-ok-count picture 9(4) value zero.
       01  ws-fail-count picture 9(4) value zero.
       01  ws-skip-count picture 9(4) value zero.
       01  ws-carried-count picture 9(4) value zero.
       01  ws-count-disp picture zzz9.
       01  ws-count-disp-2 picture zzz9.
       01  ws-count-disp-3 picture zzz9.
       01  ws-count-disp-4 picture zzz9.
       01  ws-failed-names pic x(120).
       01  ws-failed-ptr picture 9(4).
       01  ws-mail-body pic x(200).
      *Sized to rv-maildrop's linkage so the recipient-key compare
      *sees blank fill, not whatever followed a short literal.
       01  ws-mail-key pic x(16) value "batch".
       01  ws-mail-subject pic x(80)
           value "Overnight batch run".
       procedure division.
           perform resolve-arguments.
           perform load-job.
           if ws-step-count is equal to zero
               display "No steps in " function trim(ws-job-file)
                   " - nothing to run" end-display
               move 16 to return-code
               stop run
           end-if.
           move function current-date(1:14) to ws-run-id.
           if not ws-fresh-run
               perform load-state
           end-if.
           perform write-state.
           perform varying ws-step-idx from 1 by 1
               until ws-step-idx is greater than ws-step-count
               perform run-step
           end-perform.
           if ws-fail-count is equal to zero
               and ws-skip-count is equal to zero
               call "CBL_DELETE_FILE" using ws-state-name end-call
           end-if.
           perform report-outcome.
           if ws-fail-count is equal to zero
               and ws-skip-count is equal to zero
               move zero to return-code
           else
               move 8 to return-code
           end-if.
           stop run.
      *-----------------------------------------------------------------
      *The job name is the job file's name up to its first dot - the
      *state file is named after it.
       resolve-arguments.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1, ws-arg-2.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1 ws-arg-2
           end-unstring.
           if function upper-case(ws-arg-1) is equal to "FRESH"
               or function upper-case(ws-arg-1) is equal to "RESTART"
               move ws-arg-1 to ws-arg-2
               move spaces to ws-arg-1
           end-if.
           if function upper-case(ws-arg-2) is equal to "FRESH"
               move 'Y' to ws-fresh
           end-if.
           if function upper-case(ws-arg-2) is equal to "RESTART"
               move 'R' to ws-fresh
           end-if.
           if ws-arg-1 is equal to spaces
               move "nightly.job" to ws-job-file
           else
               move ws-arg-1 to ws-job-file
           end-if.
           move spaces to ws-job-name.
           unstring ws-job-file delimited by "." or space
               into ws-job-name
           end-unstring.
           move spaces to ws-state-name, ws-state-tmp-name.
           string function trim(ws-job-name) delimited by size
               ".state" delimited by size
               into ws-state-name
           end-string.
           string function trim(ws-state-name) delimited by size
               ".tmp" delimited by size
               into ws-state-tmp-name
           end-string.
      *-----------------------------------------------------------------
       load-job.
           move 'N' to ws-eof.
           open input sharing with all fs-job.
           perform until ws-at-eof
               read fs-job
                   at end move 'Y' to ws-eof
                   not at end perform take-job-line
               end-read
           end-perform.
           close fs-job.
      *-----------------------------------------------------------------
       take-job-line.
           if fs-job-line(1:1) is equal to space
               or fs-job-line(1:1) is equal to '*'
               exit paragraph
           end-if.
           move spaces to ws-f-name, ws-f-command, ws-f-args,
               ws-f-ok-codes, ws-f-depends.
           unstring fs-job-line delimited by ","
               into ws-f-name ws-f-command ws-f-args ws-f-ok-codes
                    ws-f-depends
           end-unstring.
           if ws-f-command is equal to spaces
               display "Step " function trim(ws-f-name)
                   " has no command - ignored" end-display
               exit paragraph
           end-if.
           if ws-step-count is not less than 64
               display "Step " function trim(ws-f-name)
                   " is past the 64-step limit - ignored" end-display
               exit paragraph
           end-if.
           add 1 to ws-step-count.
           move function upper-case(ws-f-name)
               to ws-st-name(ws-step-count).
           move ws-f-command to ws-st-command(ws-step-count).
           move ws-f-args to ws-st-args(ws-step-count).
           if ws-f-ok-codes is equal to spaces
               move "0" to ws-f-ok-codes
           end-if.
           move ws-f-ok-codes to ws-st-ok-codes(ws-step-count).
           move function upper-case(ws-f-depends)
               to ws-st-depends(ws-step-count).
           move spaces to ws-st-status(ws-step-count).
           move zero to ws-st-rc(ws-step-count).
           move spaces to ws-st-note(ws-step-count).
      *-----------------------------------------------------------------
      *An earlier run that didn't end clean - its OK steps are done
      *and are not run again. The RUN line comes first, so a state
      *file from another day is known before any step is carried.
       load-state.
           move 'N' to ws-eof.
           open input sharing with all fs-state.
           perform until ws-at-eof
               read fs-state
                   at end move 'Y' to ws-eof
                   not at end perform take-state-line
               end-read
           end-perform.
           close fs-state.
           if ws-prior-run is not equal to spaces
               and ws-prior-run(1:8) is not equal to ws-run-id(1:8)
               and not ws-forced-restart
               display "Ignoring " function trim(ws-state-name)
                   " left by run " ws-prior-run
                   " on an earlier day - RESTART to resume it"
                   end-display
               move spaces to ws-prior-run
               exit paragraph
           end-if.
           if ws-prior-run is not equal to spaces
               move ws-prior-run to ws-run-id
               move ws-carried-count to ws-count-disp
               display "Restarting run " ws-run-id " - "
                   function trim(ws-count-disp)
                   " step(s) already done" end-display
           end-if.
      *-----------------------------------------------------------------
       take-state-line.
           move spaces to ws-f-name, ws-f-command.
           unstring fs-state-line delimited by ","
               into ws-f-command ws-f-name
           end-unstring.
           if ws-f-command is equal to "RUN"
               move ws-f-name(1:14) to ws-prior-run
               exit paragraph
           end-if.
           if ws-f-command is not equal to "OK"
               exit paragraph
           end-if.
           if ws-prior-run(1:8) is not equal to ws-run-id(1:8)
               and not ws-forced-restart
               exit paragraph
           end-if.
           perform varying ws-dep-idx from 1 by 1
               until ws-dep-idx is greater than ws-step-count
               if ws-st-name(ws-dep-idx) is equal to ws-f-name
                   and ws-st-status(ws-dep-idx) is equal to spaces
                   move "DONE" to ws-st-status(ws-dep-idx)
                   move "done in the earlier run"
                       to ws-st-note(ws-dep-idx)
                   add 1 to ws-carried-count
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
       write-state.
           open output fs-state-tmp.
           move spaces to fs-state-tmp-line.
           string "RUN," delimited by size
               ws-run-id delimited by size
               into fs-state-tmp-line
           end-string.
           write fs-state-tmp-line end-write.
           perform varying ws-dep-idx from 1 by 1
               until ws-dep-idx is greater than ws-step-count
               if ws-st-status(ws-dep-idx) is equal to "OK"
                   or ws-st-status(ws-dep-idx) is equal to "DONE"
                   move spaces to fs-state-tmp-line
                   string "OK," delimited by size
                       ws-st-name(ws-dep-idx) delimited by space
                       into fs-state-tmp-line
                   end-string
                   write fs-state-tmp-line end-write
               end-if
           end-perform.
           close fs-state-tmp.
           call "CBL_RENAME_FILE" using ws-state-tmp-name
               ws-state-name end-call.
      *-----------------------------------------------------------------
       run-step.
           if ws-st-status(ws-step-idx) is equal to "DONE"
               display "Step " function trim(ws-st-name(ws-step-idx))
                   " - done in the earlier run, not rerun"
                   end-display
               exit paragraph
           end-if.
           perform check-dependencies.
           move function current-date(1:14) to ws-started.
           if not ws-deps-satisfied
               move "SKIP" to ws-st-status(ws-step-idx)
               move zero to ws-st-rc(ws-step-idx)
               add 1 to ws-skip-count
               display "Step " function trim(ws-st-name(ws-step-idx))
                   " skipped - " function trim(
                       ws-st-note(ws-step-idx)) end-display
               move ws-started to ws-ended
               perform register-step
               exit paragraph
           end-if.
           move spaces to ws-shell-command.
           string function trim(ws-st-command(ws-step-idx))
                   delimited by size
               " " delimited by size
               function trim(ws-st-args(ws-step-idx))
                   delimited by size
               into ws-shell-command
           end-string.
           display "Step " function trim(ws-st-name(ws-step-idx))
               " starting: " function trim(ws-shell-command)
               end-display.
           move zero to return-code.
           call "SYSTEM" using ws-shell-command end-call.
           move return-code to ws-step-rc.
           move zero to return-code.
      *SYSTEM hands back the shell's raw wait status - the exit code
      *sits in the high byte, a signal number in the low one.
           if ws-step-rc is greater than 255
               and function mod(ws-step-rc, 256) is equal to zero
               divide 256 into ws-step-rc
           end-if.
           move function current-date(1:14) to ws-ended.
           move ws-step-rc to ws-st-rc(ws-step-idx).
           perform check-return-code.
           move ws-step-rc to ws-rc-disp.
           if ws-rc-accepted
               move "OK" to ws-st-status(ws-step-idx)
               add 1 to ws-ok-count
           else
               move "FAIL" to ws-st-status(ws-step-idx)
               add 1 to ws-fail-count
               move spaces to ws-st-note(ws-step-idx)
               string "return code " delimited by size
                   function trim(ws-rc-disp) delimited by size
                   into ws-st-note(ws-step-idx)
               end-string
           end-if.
           display "Step " function trim(ws-st-name(ws-step-idx))
               " ended " ws-st-status(ws-step-idx) " (rc "
               function trim(ws-rc-disp) ")" end-display.
           perform register-step.
           perform write-state.
      *-----------------------------------------------------------------
      *Every step named in depends-on has to be OK (or carried over as
      *done); one not in the job at all counts as unmet.
       check-dependencies.
           move 'Y' to ws-dep-ok.
           move spaces to ws-list-parts.
           unstring ws-st-depends(ws-step-idx) delimited by all spaces
               into ws-list-part(1) ws-list-part(2) ws-list-part(3)
                    ws-list-part(4) ws-list-part(5) ws-list-part(6)
                    ws-list-part(7) ws-list-part(8)
           end-unstring.
           perform varying ws-part-idx from 1 by 1
               until ws-part-idx is greater than 8
               or not ws-deps-satisfied
               if ws-list-part(ws-part-idx) is not equal to spaces
                   perform check-one-dependency
               end-if
           end-perform.
      *-----------------------------------------------------------------
       check-one-dependency.
           perform varying ws-dep-idx from 1 by 1
               until ws-dep-idx is not less than ws-step-idx
               if ws-st-name(ws-dep-idx) is equal to
                   ws-list-part(ws-part-idx)
                   if ws-st-status(ws-dep-idx) is equal to "OK"
                       or ws-st-status(ws-dep-idx) is equal to "DONE"
                       exit paragraph
                   end-if
                   move 'N' to ws-dep-ok
                   move spaces to ws-st-note(ws-step-idx)
                   string "step " delimited by size
                       function trim(ws-list-part(ws-part-idx))
                           delimited by size
                       " did not succeed" delimited by size
                       into ws-st-note(ws-step-idx)
                   end-string
                   exit paragraph
               end-if
           end-perform.
           move 'N' to ws-dep-ok.
           move spaces to ws-st-note(ws-step-idx).
           string "no earlier step " delimited by size
               function trim(ws-list-part(ws-part-idx))
                   delimited by size
               into ws-st-note(ws-step-idx)
           end-string.
      *-----------------------------------------------------------------
       check-return-code.
           move 'N' to ws-code-ok.
           move spaces to ws-list-parts.
           unstring ws-st-ok-codes(ws-step-idx) delimited by all spaces
               into ws-list-part(1) ws-list-part(2) ws-list-part(3)
                    ws-list-part(4) ws-list-part(5) ws-list-part(6)
                    ws-list-part(7) ws-list-part(8)
           end-unstring.
           perform varying ws-part-idx from 1 by 1
               until ws-part-idx is greater than 8
               or ws-rc-accepted
               if ws-list-part(ws-part-idx) is not equal to spaces
                   and function numval(ws-list-part(ws-part-idx))
                       is equal to ws-step-rc
                   move 'Y' to ws-code-ok
               end-if
           end-perform.
      *-----------------------------------------------------------------
       register-step.
           move ws-st-rc(ws-step-idx) to ws-rc-disp.
           move spaces to ws-register-out.
           string
               ws-run-id delimited by size
               "," delimited by size
               function trim(ws-job-name) delimited by size
               "," delimited by size
               ws-st-name(ws-step-idx) delimited by space
               "," delimited by size
               ws-st-status(ws-step-idx) delimited by space
               "," delimited by size
               ws-started delimited by size
               "," delimited by size
               ws-ended delimited by size
               "," delimited by size
               function trim(ws-rc-disp) delimited by size
               into ws-register-out
           end-string.
           open extend fs-register.
           write fs-register-line from ws-register-out end-write.
           close fs-register.
      *-----------------------------------------------------------------
       report-outcome.
           move spaces to ws-failed-names.
           move 1 to ws-failed-ptr.
           perform varying ws-step-idx from 1 by 1
               until ws-step-idx is greater than ws-step-count
               if ws-st-status(ws-step-idx) is equal to "FAIL"
                   string ws-st-name(ws-step-idx) delimited by space
                       " (" delimited by size
                       function trim(ws-st-note(ws-step-idx))
                           delimited by size
                       ") " delimited by size
                       into ws-failed-names
                       with pointer ws-failed-ptr
                   end-string
               end-if
           end-perform.
           move ws-ok-count to ws-count-disp.
           move ws-fail-count to ws-count-disp-2.
           move ws-skip-count to ws-count-disp-3.
           move ws-carried-count to ws-count-disp-4.
           move spaces to ws-mail-body.
           string
               "Batch " delimited by size
               function trim(ws-job-name) delimited by size
               " run " delimited by size
               ws-run-id delimited by size
               ": " delimited by size
               function trim(ws-count-disp) delimited by size
               " OK, " delimited by size
               function trim(ws-count-disp-2) delimited by size
               " failed, " delimited by size
               function trim(ws-count-disp-3) delimited by size
               " skipped, " delimited by size
               function trim(ws-count-disp-4) delimited by size
               " carried over. " delimited by size
               function trim(ws-failed-names) delimited by size
               into ws-mail-body
           end-string.
           display function trim(ws-mail-body) end-display.
           call static "rv-maildrop" using
               by value "REPORT  "
               by value ws-mail-key
               by value ws-mail-subject
               by value ws-mail-body end-call.
           perform load-ops-channel.
           if ws-post-channel(1:1) is equal to space
               exit paragraph
           end-if.
           perform init-session.
           if not ws-session-is-up
               exit paragraph
           end-if.
           initialize ws-msg.
           move ws-mail-body to ws-content in ws-msg.
           call static "rv-post-msg" using by reference ws-config
               by value ws-post-channel
               by content ws-msg end-call.
           call static "rv-curl-handle-cleanup" using
               by reference ws-config end-call.
           call "curl-global-cleanup" end-call.
      *-----------------------------------------------------------------
       load-ops-channel.
           move spaces to ws-post-channel.
           open input sharing with all fs-opschan.
           read fs-opschan
               at end continue
               not at end
                   move fs-opschan-line(1:26) to ws-post-channel
           end-read.
           close fs-opschan.
      *-----------------------------------------------------------------
      *Same credential bootstrap as rv-intake-batch - a missing token
      *only costs the ops-channel post, the maildrop still has it.
       init-session.
           initialize ws-config.
           move "https://api.revolt.chat" to ws-url.
           call static "rv-vault-token" using by reference ws-token
               end-call.
           if ws-token(1:1) is equal to space
               display "no usable TOKEN in the vault - the outcome"
                   " is not posted to the ops channel" end-display
               exit paragraph
           end-if.
           open input sharing with all fs-server.
           read fs-server into fs-server-line
               at end continue
               not at end
                   if fs-server-line(1:1) is not equal to space
                       move fs-server-line to ws-url
                   end-if
           end-read.
           close fs-server.
           call "curl-global-init" using by value x'ff' end-call.
           call static "rv-curl-handle-init" using
               by reference ws-config end-call.
           call static "rv-fetch-self-id" using
               by reference ws-config end-call.
           move 'Y' to ws-session.
       end program rv-batch-driver.

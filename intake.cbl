       copy "cabi.cpy".
      ******************************************************************
      *Nightly intake batch - the sweep rv-form-answer (form.cbl) has
      *been queueing change-request forms for. Run standalone once a
      *night:
      *    rv-intake-batch
      *The run first claims the queue by renaming intake.dat to
      *intake.run, so forms completed while it works start a fresh
      *intake.dat for tomorrow; a run that finds intake.run already
      *there is a restart and carries on with it. Each record is
      *re-validated against today's formdef.txt (the form may have
      *changed since the answers were given):
      *  - a good record gets the next change-request number
      *    (crseq.dat), a ticket in tickets.dat titled "CRnnnnnn
      *    <first answer>" in the intake channel, an entry in the
      *    change-request store changereq.dat, and a DM to the
      *    submitter quoting both numbers;
      *  - a bad record is appended to intake.rej as one
      *    "reason,field,record" line, reason codes
      *        R01 required field blank
      *        R02 NUM field not numeric
      *        R03 DATE field not a valid YYYYMMDD date
      *        R04 record has no submitter
      *        R05 no form is configured (formdef.txt)
      *The intake channel is the first line of intake.txt, falling
      *back to the ops channel in opschan.txt.
      *Checkpointed the way rv-reconcile is: intake.ckpt carries the
      *count of records finished, rewritten temp-then-rename after
      *every record, and a restart skips that many. The store does
      *the rest - changereq.dat is keyed a second time on the
      *record's own submitted-stamp plus submitter, a record already
      *there is never numbered twice, and one caught between its
      *store entry and its ticket (status P) adopts the ticket
      *already filed under its CR number before opening one. A clean
      *finish renames intake.run to intake.YYYYMMDD.done and removes
      *the checkpoint.
      *Last, the change calendar (changecal.dat, see change.cbl) is
      *brought up to date from changereq.dat: every ticketed change
      *request without a calendar entry gets one, dated from the
      *form's DATE field (the one named "date", else the first of
      *that type) against the answer to the field named "system",
      *awaiting approval; each day that gained an entry has its
      *conflicts re-worked (rv-change-conflicts). A form with no
      *DATE field schedules nothing. The totals, new conflicts
      *included, go to the maildrop. Needs the vault TOKEN
      *for the DMs, exactly like the bot; without it the records are
      *still processed and the DMs are reported as not sent.
      *An intake channel in the service catalogue (services.txt,
      *service.cbl) has its tickets assigned to the owning team's
      *on-call at the moment the ticket is opened.
       identification division.
       program-id. rv-intake-batch.
       environment division.
       input-output section.
       file-control.
           select optional fs-server assign to "server.txt"
           organization is line sequential.
           select optional fs-chan assign to "intake.txt"
           organization is line sequential.
           select optional fs-opschan assign to "opschan.txt"
           organization is line sequential.
           select optional fd-intake assign to "intake.run"
           organization is line sequential.
           select optional fs-reject assign to "intake.rej"
           organization is line sequential.
           select optional fs-ckpt assign to "intake.ckpt"
           organization is line sequential.
           select fs-ckpt-tmp assign to "intake.ckpt.tmp"
           organization is line sequential.
           select optional fs-crseq assign to "crseq.dat"
           organization is line sequential.
           select optional fs-tktseq assign to "ticketseq.dat"
           organization is line sequential.
           select optional fd-changes assign to "changereq.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-cr-number
           alternate record key is fs-cr-source.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-tkt-number.
           select optional fd-calendar assign to "changecal.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-cal-key
           alternate record key is fs-cal-cr.
       data division.
       file section.
       fd  fs-server.
       01  fs-server-line pic x(80).
       fd  fs-chan.
       01  fs-chan-line pic x(80).
       fd  fs-opschan.
       01  fs-opschan-line pic x(80).
      *rv-form-answer's record, unchanged.
       fd  fd-intake.
       01  fs-intake-rec.
           02 fs-int-stamp pic x(14).
           02 fs-int-user pic x(26).
           02 fs-int-answers pic x(80) occurs 10 times.
       fd  fs-reject.
       01  fs-reject-line pic x(880).
       fd  fs-ckpt.
       01  fs-ckpt-line pic x(16).
       fd  fs-ckpt-tmp.
       01  fs-ckpt-tmp-line pic x(16).
       fd  fs-crseq.
       01  fs-crseq-line pic x(8).
       fd  fs-tktseq.
       01  fs-tktseq-line pic x(8).
       fd  fd-changes.
       01  fs-cr-rec.
           02 fs-cr-number picture 9(6).
           02 fs-cr-source.
               03 fs-cr-submitted pic x(14).
               03 fs-cr-user pic x(26).
           02 fs-cr-status pic x.
           02 fs-cr-ticket picture 9(6).
           02 fs-cr-processed pic x(14).
           02 fs-cr-answers pic x(80) occurs 10 times.
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
       fd  fd-calendar.
       01  fs-cal-rec.
           02 fs-cal-key.
               03 fs-cal-date pic x(8).
               03 fs-cal-cr picture 9(6).
           02 fs-cal-system pic x(32).
           02 fs-cal-status pic x.
           02 fs-cal-conflict pic x.
           02 fs-cal-ticket picture 9(6).
           02 fs-cal-user pic x(26).
           02 fs-cal-title pic x(60).
           02 fs-cal-decided-by pic x(26).
           02 fs-cal-decided pic x(14).
       working-storage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-tkt-eof pic x value 'N'.
           88 ws-at-tkt-eof value 'Y'.
       01  ws-session pic x value 'N'.
           88 ws-session-is-up value 'Y'.
       01  ws-intake-channel pic x(26).
       01  ws-svc-key pic x(32).
       01  ws-svc-mode pic x value 'C'.
       copy "rsvc.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-done-name pic x(32).
      *The form definition, loaded once for the run.
       01  ws-field-count picture 9(2).
       01  ws-fields occurs 10 times.
           02 ws-fld-name pic x(16).
           02 ws-fld-type pic x(4).
           02 ws-fld-required pic x.
           02 ws-fld-prompt pic x(120).
       01  ws-fld-idx picture 9(4).
       01  ws-answer pic x(80).
       01  ws-reason pic x(3).
       01  ws-reason-field pic x(16).
       01  ws-date-probe picture 9(8).
      *Record position, checkpoint and numbering.
       01  ws-rec-no picture 9(8) value zero.
       01  ws-ckpt-done picture 9(8) value zero.
       01  ws-ckpt-out pic x(16).
       01  ws-cr-next picture 9(6).
       01  ws-tkt-next picture 9(6).
       01  ws-write-tries picture 9(4).
       01  ws-stored pic x.
           88 ws-record-stored value 'Y'.
       01  ws-cr-found pic x.
           88 ws-cr-on-file value 'Y'.
       01  ws-cr-number picture 9(6).
       01  ws-cr-ticket picture 9(6).
       01  ws-cr-tag pic x(8).
       01  ws-tkt-disp picture zzzzz9.
       01  ws-note-text pic x(200).
      *A new ticket is a ticket.opened event for the webhook
      *subscribers (webhook.cbl), as from rv-cmd-ticket.
       01  ws-hook-event pic x(24) value "ticket.opened".
       01  ws-hook-ref pic x(26).
       01  ws-hook-text pic x(200).
      *Calendar filing - the form fields it reads and the days that
      *gained an entry this run.
       01  ws-cr-eof pic x value 'N'.
           88 ws-at-cr-eof value 'Y'.
       01  ws-date-idx picture 9(4).
       01  ws-sys-idx picture 9(4).
       01  ws-cal-day pic x(8).
       01  ws-day-count picture 9(4).
       01  ws-days pic x(8) occurs 64 times.
       01  ws-day-idx picture 9(4).
       01  ws-day-conflicts picture 9(4).
       01  ws-filed-count picture 9(6) value zero.
       01  ws-conflict-count picture 9(6) value zero.
      *Run totals.
       01  ws-good-count picture 9(6) value zero.
       01  ws-bad-count picture 9(6) value zero.
       01  ws-seen-count picture 9(6) value zero.
       01  ws-dm-fail-count picture 9(6) value zero.
       01  ws-count-disp picture zzzzz9.
       01  ws-count-disp-2 picture zzzzz9.
       01  ws-count-disp-3 picture zzzzz9.
       01  ws-mail-body pic x(200).
      *Sized to rv-maildrop's linkage so the recipient-key compare
      *sees blank fill, not whatever followed a short literal.
       01  ws-mail-key pic x(16) value "intake".
       01  ws-mail-subject pic x(80)
           value "Nightly change-request intake".
       procedure division.
           perform claim-queue.
           perform load-checkpoint.
           call static "rv-form-def-load" using
               by reference ws-field-count
               by reference ws-fields(1) end-call.
           perform load-intake-channel.
           perform init-session.
           move 'N' to ws-eof.
           open input fd-intake.
           perform until ws-at-eof
               read fd-intake
                   at end move 'Y' to ws-eof
                   not at end perform process-record
               end-read
           end-perform.
           close fd-intake.
           if ws-session-is-up
               call static "rv-curl-handle-cleanup" using
                   by reference ws-config end-call
               call "curl-global-cleanup" end-call
           end-if.
      *Clean finish - file the worked queue under today's date and
      *drop the checkpoint so it cannot carry into tomorrow's run.
           move spaces to ws-done-name.
           string "intake." delimited by size
               function current-date(1:8) delimited by size
               ".done" delimited by size
               into ws-done-name
           end-string.
           call "CBL_RENAME_FILE" using "intake.run" ws-done-name
               end-call.
           call "CBL_DELETE_FILE" using "intake.ckpt" end-call.
           perform sync-calendar.
           perform report-totals.
           stop run.
      *-----------------------------------------------------------------
      *intake.run with records in it is a run that died - keep it;
      *otherwise take tonight's queue.
       claim-queue.
           move 'N' to ws-eof.
           open input fd-intake.
           read fd-intake
               at end move 'Y' to ws-eof
           end-read.
           close fd-intake.
           if not ws-at-eof
               display "Resuming the intake run in intake.run"
                   end-display
               exit paragraph
           end-if.
           call "CBL_RENAME_FILE" using "intake.dat" "intake.run"
               end-call.
      *-----------------------------------------------------------------
       load-checkpoint.
           move zero to ws-ckpt-done.
           open input sharing with all fs-ckpt.
           read fs-ckpt
               at end continue
               not at end
                   if fs-ckpt-line(1:8) is numeric
                       move fs-ckpt-line(1:8) to ws-ckpt-done
                   end-if
           end-read.
           close fs-ckpt.
           if ws-ckpt-done is greater than zero
               move ws-ckpt-done to ws-count-disp
               display "Checkpoint: skipping "
                   function trim(ws-count-disp)
                   " record(s) already processed" end-display
           end-if.
      *-----------------------------------------------------------------
       write-checkpoint.
           open output fs-ckpt-tmp.
           move spaces to ws-ckpt-out.
           move ws-rec-no to ws-ckpt-out(1:8).
           write fs-ckpt-tmp-line from ws-ckpt-out end-write.
           close fs-ckpt-tmp.
           call "CBL_RENAME_FILE" using "intake.ckpt.tmp"
               "intake.ckpt" end-call.
      *-----------------------------------------------------------------
       load-intake-channel.
           move spaces to ws-intake-channel.
           open input sharing with all fs-chan.
           read fs-chan
               at end continue
               not at end
                   move fs-chan-line(1:26) to ws-intake-channel
           end-read.
           close fs-chan.
           if ws-intake-channel(1:1) is not equal to space
               exit paragraph
           end-if.
           open input sharing with all fs-opschan.
           read fs-opschan
               at end continue
               not at end
                   move fs-opschan-line(1:26) to ws-intake-channel
           end-read.
           close fs-opschan.
      *-----------------------------------------------------------------
      *Same credential bootstrap as rv-reconcile - but a missing
      *token only costs the DMs, not the run.
       init-session.
           initialize ws-config.
           move "https://api.revolt.chat" to ws-url.
           call static "rv-vault-token" using by reference ws-token
               end-call.
           if ws-token(1:1) is equal to space
               display "no usable TOKEN in the vault - submitters"
                   " will not be sent confirmations" end-display
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
      *-----------------------------------------------------------------
       process-record.
           add 1 to ws-rec-no.
           if ws-rec-no is not greater than ws-ckpt-done
               exit paragraph
           end-if.
           perform validate-record.
           if ws-reason is not equal to spaces
               perform reject-record
           else
               perform accept-record
           end-if.
           perform write-checkpoint.
      *-----------------------------------------------------------------
      *The same rules rv-form-answer applied as the answers came in,
      *re-run against today's definition; DATE is held to a real
      *calendar date here, not just eight digits.
       validate-record.
           move spaces to ws-reason, ws-reason-field.
           if ws-field-count is equal to zero
               move "R05" to ws-reason
               exit paragraph
           end-if.
           if fs-int-user(1:1) is equal to space
               move "R04" to ws-reason
               exit paragraph
           end-if.
           perform varying ws-fld-idx from 1 by 1
               until ws-fld-idx is greater than ws-field-count
               or ws-reason is not equal to spaces
               perform validate-answer
           end-perform.
      *-----------------------------------------------------------------
       validate-answer.
           move fs-int-answers(ws-fld-idx) to ws-answer.
           if ws-answer is equal to spaces
               if ws-fld-required(ws-fld-idx) is equal to 'Y'
                   move "R01" to ws-reason
                   move ws-fld-name(ws-fld-idx) to ws-reason-field
               end-if
               exit paragraph
           end-if.
           evaluate ws-fld-type(ws-fld-idx)
               when "NUM "
                   if function test-numval(ws-answer) is not equal
                       to zero
                       move "R02" to ws-reason
                       move ws-fld-name(ws-fld-idx)
                           to ws-reason-field
                   end-if
               when "DATE"
                   if ws-answer(1:8) is not numeric
                       or ws-answer(9:1) is not equal to space
                       move "R03" to ws-reason
                       move ws-fld-name(ws-fld-idx)
                           to ws-reason-field
                   else
                       move ws-answer(1:8) to ws-date-probe
                       if function test-date-yyyymmdd(ws-date-probe)
                           is not equal to zero
                           move "R03" to ws-reason
                           move ws-fld-name(ws-fld-idx)
                               to ws-reason-field
                       end-if
                   end-if
               when other
                   continue
           end-evaluate.
      *-----------------------------------------------------------------
       reject-record.
           add 1 to ws-bad-count.
           move spaces to fs-reject-line.
           string
               ws-reason delimited by size
               "," delimited by size
               function trim(ws-reason-field) delimited by size
               "," delimited by size
               fs-intake-rec delimited by size
               into fs-reject-line
           end-string.
           open extend fs-reject.
           write fs-reject-line end-write.
           close fs-reject.
      *-----------------------------------------------------------------
      *Number it, file it, ticket it, tell the submitter - in that
      *order, so a run killed part way leaves a store entry the
      *restart can finish instead of a ticket nobody can trace. A
      *number that cannot be allocated stops the run before the
      *checkpoint moves past the record, so the rerun retries it.
       accept-record.
           move 'N' to ws-cr-found.
           move zero to ws-cr-number, ws-cr-ticket.
           open i-o fd-changes.
           move fs-int-stamp to fs-cr-submitted.
           move fs-int-user to fs-cr-user.
           read fd-changes key is fs-cr-source
               invalid key continue
               not invalid key
                   move 'Y' to ws-cr-found
                   move fs-cr-number to ws-cr-number
                   move fs-cr-ticket to ws-cr-ticket
           end-read.
           if ws-cr-on-file and fs-cr-status is not equal to 'P'
               close fd-changes
               add 1 to ws-seen-count
               exit paragraph
           end-if.
           if not ws-cr-on-file
               perform store-change-request
           end-if.
           close fd-changes.
           if ws-cr-number is equal to zero
               display "Could not allocate a change-request number"
                   " - crseq.dat needs attention" end-display
               perform stop-for-rerun
           end-if.
           move "CR" to ws-cr-tag.
           move ws-cr-number to ws-cr-tag(3:6).
           if ws-cr-ticket is equal to zero
               perform find-filed-ticket
           end-if.
           if ws-cr-ticket is equal to zero
               perform open-change-ticket
           end-if.
           if ws-cr-ticket is equal to zero
               display "Could not allocate a ticket number for "
                   ws-cr-tag " - ticketseq.dat needs attention"
                   end-display
               perform stop-for-rerun
           end-if.
           open i-o fd-changes.
           move ws-cr-number to fs-cr-number.
           read fd-changes
               invalid key continue
               not invalid key
                   move 'N' to fs-cr-status
                   move ws-cr-ticket to fs-cr-ticket
                   rewrite fs-cr-rec
                       invalid key continue
                   end-rewrite
           end-read.
           close fd-changes.
           add 1 to ws-good-count.
           perform confirm-to-submitter.
      *-----------------------------------------------------------------
       stop-for-rerun.
           close fd-intake.
           move 2 to return-code.
           stop run.
      *-----------------------------------------------------------------
       store-change-request.
           perform read-next-cr.
           move 'N' to ws-stored.
           move zero to ws-write-tries.
           perform until ws-record-stored
               or ws-write-tries is not less than 50
               add 1 to ws-write-tries
               initialize fs-cr-rec
               move ws-cr-next to fs-cr-number
               move fs-int-stamp to fs-cr-submitted
               move fs-int-user to fs-cr-user
               move 'P' to fs-cr-status
               move zero to fs-cr-ticket
               move function current-date(1:14) to fs-cr-processed
               perform varying ws-fld-idx from 1 by 1
                   until ws-fld-idx is greater than 10
                   move fs-int-answers(ws-fld-idx)
                       to fs-cr-answers(ws-fld-idx)
               end-perform
               write fs-cr-rec
                   invalid key add 1 to ws-cr-next
                   not invalid key move 'Y' to ws-stored
               end-write
           end-perform.
           if ws-record-stored
               move ws-cr-next to ws-cr-number
               perform store-next-cr
           end-if.
      *-----------------------------------------------------------------
      *A pending entry may already have its ticket from the run that
      *died - find it by the CR tag its title starts with.
       find-filed-ticket.
           move 'N' to ws-tkt-eof.
           open input fd-tickets.
           move zero to fs-tkt-number.
           start fd-tickets key is not less than fs-tkt-number
               invalid key move 'Y' to ws-tkt-eof
           end-start.
           perform until ws-at-tkt-eof
               read fd-tickets next record
                   at end move 'Y' to ws-tkt-eof
                   not at end
                       if fs-tkt-title(1:8) is equal to ws-cr-tag
                           move fs-tkt-number to ws-cr-ticket
                           move 'Y' to ws-tkt-eof
                       end-if
               end-read
           end-perform.
           close fd-tickets.
      *-----------------------------------------------------------------
      *Ticket numbers come off ticketseq.dat with the same duplicate-
      *key retry rv-cmd-ticket uses, so the batch and the bot can
      *never take the same number.
       open-change-ticket.
           move ws-intake-channel to ws-svc-key.
           call static "rv-service-lookup" using
               by value ws-svc-key
               by value ws-svc-mode
               by reference ws-svc end-call.
           perform read-next-ticket.
           move 'N' to ws-stored.
           move zero to ws-write-tries.
           open i-o fd-tickets.
           perform until ws-record-stored
               or ws-write-tries is not less than 50
               add 1 to ws-write-tries
               initialize fs-tkt-rec
               move ws-tkt-next to fs-tkt-number
               move 'O' to fs-tkt-status
               move ws-intake-channel to fs-tkt-channel
               move ws-svc-duty-id to fs-tkt-assignee
               move fs-int-user to fs-tkt-opener
               move function current-date(1:14) to fs-tkt-opened
               move spaces to fs-tkt-title
               string ws-cr-tag delimited by size
                   " " delimited by size
                   function trim(fs-int-answers(1)) delimited by size
                   into fs-tkt-title
               end-string
               move '3' to fs-tkt-priority
               move "NNNN" to fs-tkt-sla-flags
               write fs-tkt-rec
                   invalid key add 1 to ws-tkt-next
                   not invalid key move 'Y' to ws-stored
               end-write
           end-perform.
           close fd-tickets.
           if ws-record-stored
               move ws-tkt-next to ws-cr-ticket
               perform store-next-ticket
               move ws-cr-ticket to ws-tkt-disp
               move spaces to ws-hook-text
               string "OPEN #" delimited by size
                   function trim(ws-tkt-disp) delimited by size
                   " " delimited by size
                   ws-cr-tag delimited by size
                   " " delimited by size
                   function trim(fs-int-answers(1)) delimited by size
                   into ws-hook-text
               end-string
               move function trim(ws-tkt-disp) to ws-hook-ref
               call static "rv-webhook-event" using
                   by value ws-hook-event
                   by value ws-intake-channel
                   by value ws-hook-ref
                   by value fs-int-user
                   by value ws-hook-text end-call
           end-if.
      *-----------------------------------------------------------------
       confirm-to-submitter.
           if not ws-session-is-up
               add 1 to ws-dm-fail-count
               exit paragraph
           end-if.
           move ws-cr-ticket to ws-tkt-disp.
           move spaces to ws-note-text.
           string
               "Your change request of " delimited by size
               fs-int-stamp(1:8) delimited by size
               " is logged as " delimited by size
               ws-cr-tag delimited by size
               " (ticket #" delimited by size
               function trim(ws-tkt-disp) delimited by size
               ") - quote that number in any follow-up."
                   delimited by size
               into ws-note-text
           end-string.
           call static "rv-dm-user" using by reference ws-config
               by value fs-int-user
               by value ws-note-text end-call.
           if return-code is not equal to zero
               add 1 to ws-dm-fail-count
           end-if.
      *-----------------------------------------------------------------
       read-next-cr.
           move 1 to ws-cr-next.
           open input sharing with all fs-crseq.
           read fs-crseq
               at end continue
               not at end
                   if fs-crseq-line(1:1) is not equal to space
                       compute ws-cr-next =
                           function numval(fs-crseq-line)
                   end-if
           end-read.
           close fs-crseq.
      *-----------------------------------------------------------------
       store-next-cr.
           compute ws-cr-next = ws-cr-number + 1.
           open output fs-crseq.
           move spaces to fs-crseq-line.
           move ws-cr-next to fs-crseq-line(1:6).
           write fs-crseq-line end-write.
           close fs-crseq.
      *-----------------------------------------------------------------
       read-next-ticket.
           move 1 to ws-tkt-next.
           open input sharing with all fs-tktseq.
           read fs-tktseq
               at end continue
               not at end
                   if fs-tktseq-line(1:1) is not equal to space
                       compute ws-tkt-next =
                           function numval(fs-tktseq-line)
                   end-if
           end-read.
           close fs-tktseq.
      *-----------------------------------------------------------------
       store-next-ticket.
           compute ws-tkt-next = ws-cr-ticket + 1.
           open output fs-tktseq.
           move spaces to fs-tktseq-line.
           move ws-tkt-next to fs-tktseq-line(1:6).
           write fs-tktseq-line end-write.
           close fs-tktseq.
      *-----------------------------------------------------------------
      *Every change request is walked, not just tonight's, so one
      *ticketed by a run that died before this step is still filed.
       sync-calendar.
           move zero to ws-date-idx, ws-sys-idx, ws-day-count.
           perform varying ws-fld-idx from 1 by 1
               until ws-fld-idx is greater than ws-field-count
               if function upper-case(ws-fld-name(ws-fld-idx))
                   is equal to "SYSTEM"
                   move ws-fld-idx to ws-sys-idx
               end-if
               if ws-fld-type(ws-fld-idx) is equal to "DATE"
                   and (ws-date-idx is equal to zero
                   or function upper-case(ws-fld-name(ws-fld-idx))
                       is equal to "DATE")
                   move ws-fld-idx to ws-date-idx
               end-if
           end-perform.
           if ws-date-idx is equal to zero
               display "The form has no DATE field - change calendar"
                   " not updated" end-display
               exit paragraph
           end-if.
           move 'N' to ws-cr-eof.
           open input fd-changes.
           open i-o fd-calendar.
           move zero to fs-cr-number.
           start fd-changes key is not less than fs-cr-number
               invalid key move 'Y' to ws-cr-eof
           end-start.
           perform until ws-at-cr-eof
               read fd-changes next record
                   at end move 'Y' to ws-cr-eof
                   not at end perform file-calendar-entry
               end-read
           end-perform.
           close fd-calendar.
           close fd-changes.
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx is greater than ws-day-count
               call static "rv-change-conflicts" using
                   by value ws-days(ws-day-idx)
                   by reference ws-day-conflicts end-call
               add ws-day-conflicts to ws-conflict-count
           end-perform.
      *-----------------------------------------------------------------
       file-calendar-entry.
           if fs-cr-status is not equal to 'N'
               exit paragraph
           end-if.
           move fs-cr-answers(ws-date-idx)(1:8) to ws-cal-day.
           if ws-cal-day is not numeric
               exit paragraph
           end-if.
           move ws-cal-day to ws-date-probe.
           if function test-date-yyyymmdd(ws-date-probe)
               is not equal to zero
               exit paragraph
           end-if.
           move fs-cr-number to fs-cal-cr.
           read fd-calendar key is fs-cal-cr
               invalid key continue
               not invalid key exit paragraph
           end-read.
           initialize fs-cal-rec.
           move ws-cal-day to fs-cal-date.
           move fs-cr-number to fs-cal-cr.
           if ws-sys-idx is greater than zero
               move fs-cr-answers(ws-sys-idx) to fs-cal-system
           end-if.
           move 'P' to fs-cal-status.
           move 'N' to fs-cal-conflict.
           move fs-cr-ticket to fs-cal-ticket.
           move fs-cr-user to fs-cal-user.
           move fs-cr-answers(1) to fs-cal-title.
           write fs-cal-rec
               invalid key exit paragraph
           end-write.
           add 1 to ws-filed-count.
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx is greater than ws-day-count
               if ws-days(ws-day-idx) is equal to ws-cal-day
                   exit paragraph
               end-if
           end-perform.
           if ws-day-count is less than 64
               add 1 to ws-day-count
               move ws-cal-day to ws-days(ws-day-count)
           end-if.
      *-----------------------------------------------------------------
       report-totals.
           move ws-good-count to ws-count-disp.
           move ws-bad-count to ws-count-disp-2.
           move ws-seen-count to ws-count-disp-3.
           display "Intake: " function trim(ws-count-disp)
               " accepted, " function trim(ws-count-disp-2)
               " rejected (intake.rej), "
               function trim(ws-count-disp-3)
               " already on file" end-display.
           move ws-filed-count to ws-count-disp.
           move ws-conflict-count to ws-count-disp-2.
           display "Calendar: " function trim(ws-count-disp)
               " entr(ies) filed, " function trim(ws-count-disp-2)
               " new conflict(s)" end-display.
           move ws-good-count to ws-count-disp.
           move ws-bad-count to ws-count-disp-2.
           move ws-conflict-count to ws-count-disp-3.
           move spaces to ws-mail-body.
           string
               "Intake run " delimited by size
               function current-date(1:8) delimited by size
               ": " delimited by size
               function trim(ws-count-disp) delimited by size
               " change request(s) numbered and ticketed, "
                   delimited by size
               function trim(ws-count-disp-2) delimited by size
               " rejected to intake.rej, " delimited by size
               function trim(ws-count-disp-3) delimited by size
               " new change-calendar conflict(s)." delimited by size
               into ws-mail-body
           end-string.
           if ws-dm-fail-count is greater than zero
               move ws-dm-fail-count to ws-count-disp
               display "WARNING: " function trim(ws-count-disp)
                   " confirmation DM(s) not sent" end-display
           end-if.
           call static "rv-maildrop" using
               by value "REPORT  "
               by value ws-mail-key
               by value ws-mail-subject
               by value ws-mail-body end-call.
       end program rv-intake-batch.

       copy "cabi.cpy".
      ******************************************************************
      *Subject access and erasure - when someone exercises their
      *privacy rights, everything held on one user id, across every
      *store the bot keeps. Run standalone:
      *    rv-subject-request <user id>          (access report)
      *    rv-subject-request <user id> ERASE    (erasure)
      *The id is the 26-character user id. The subject is also
      *matched by display name where a store records names instead
      *of ids (ticket notes, the audit trail's author field) - the
      *name comes from userdir.dat before anything is touched.
      *A record belongs to the subject when it carries the id
      *anywhere - as author or owner, or mentioned in its text - or,
      *for the name-keyed stores, the name. Covered:
      *    msgarchive.dat   tickets.dat   ticketnotes.dat
      *    worklog.dat      incidents.dat userdir.dat
      *    changereq.dat    changecal.dat
      *    attachments/ and quarantine/ (index.log and the files)
      *    the audit trail (the retained audit.YYYYMMDD.log days)
      *    and the line stores in ws-store-data below - subs.dat,
      *    reminders.dat, formsess.dat, pendonboard.dat, strikes.dat,
      *    prefs.dat, dmdefer.dat, callback.dat, csat.dat,
      *    csatsess.dat, usercache.dat, intake.dat, intake.run,
      *    intake.rej, checkrun.dat, checkdone.dat, kbmiss.log,
      *    swappend.txt and minutes.dat - plus every
      *    intake.YYYYMMDD.done the intake batch (intake.cbl) has
      *    filed, found by listing the directory
      *    minutes/ and the minutes documents in it
      *    (minutes/minutes.<channel>.<stamp>.txt, rv-cmd-minutes),
      *    matched line by line on the id or the display name -
      *    names are what minutes print - and pseudonymized by
      *    swapping either for the pseudonym where it stands.
      *Access writes a package directory
      *dsar/<id>.<YYYYMMDDhhmmss> holding one file per store group
      *(messages, tickets, notes, worklog, incidents, changes,
      *calendar, directory, attachments, audit, stores -
      *"store|line" for the line stores) and manifest.txt, chained
      *and sealed exactly the way rv-case-export (caseexp.cbl) seals
      *a case package.
      *ERASE works through the same stores and, record by record:
      *  - a record under a live legal hold (rv-hold-check,
      *    hold.cbl) is left exactly as it is, listed in
      *    legalhold.skip (rv-hold-report) and counted as held;
      *  - a line store record that is purely the subject's own
      *    (a subscription, a reminder, a preference, a strike, a
      *    session in flight) is removed;
      *  - anything else is pseudonymized - the id replaced,
      *    everywhere in the record, by a fixed-width pseudonym
      *    ("ERASED" and eight hex digits of rv-chain-hash over the
      *    id, zero-filled to 26), and the subject's own free text
      *    (message content, note, callback and survey comment,
      *    change request answers, knowledge-base search term) set
      *    to "[erased]" - so ticket numbers, timesheet hours,
      *    incident history and the integrity cross-checks all
      *    still add up. Their display name in userdir.dat becomes
      *    the pseudonym, which also stops the directory relearning
      *    the name from the API. Their attachment files are
      *    deleted and the index entry pseudonymized.
      *  - the audit trail is NOT rewritten: every line is chained
      *    into the day's tamper-evident checksum (rv-audit-log),
      *    so editing one would break the chain the verifier
      *    proves. Its lines are counted as retained; they leave
      *    with the day files under logretain.txt.
      *The evidence record is dsar/<id>.<YYYYMMDDhhmmss>/erasure.txt,
      *one "store|matched|pseudonymized|removed|held" line per store
      *and one "HELD|store|case|key" line per record a hold kept -
      *no personal data beyond the id the request named - sealed in
      *manifest.txt like the access package. Either run's seal lands
      *in the audit trail as a PRV line.
      *Access needs no token and is safe with the bot up. ERASE
      *rewrites live stores: run it only while the bot is down, the
      *same rule as rv-store-maint. Returns 0, 4 when an erasure had
      *to keep held records, 2 on a usage error.
       identification division.
       program-id. rv-subject-request.
       environment division.
       input-output section.
       file-control.
           select optional fd-archive assign to "msgarchive.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-arch-msg-id
           alternate record key is fs-arch-chanstamp
               with duplicates.
           select optional fd-tickets assign to "tickets.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-tkt-number.
           select optional fd-worklog assign to "worklog.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-wl-key.
           select optional fd-incidents assign to "incidents.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-inc-number.
           select optional fd-changes assign to "changereq.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-cr-number
           alternate record key is fs-cr-source.
           select optional fd-calendar assign to "changecal.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-cal-key
           alternate record key is fs-cal-cr.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is dynamic
           record key is fs-udir-user-id
           alternate record key is fs-udir-name
               with duplicates.
           select optional fs-store assign to ws-store-name
           organization is line sequential.
           select fs-store-tmp assign to ws-store-tmp-name
           organization is line sequential.
           select optional fs-audit assign to ws-audit-name
           organization is line sequential.
           select optional fs-retain assign to "logretain.txt"
           organization is line sequential.
           select fs-out assign to ws-out-name
           organization is line sequential.
           select fs-manifest assign to ws-manifest-name
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
       fd  fd-worklog.
       01  fs-wl-rec.
           02 fs-wl-key.
               03 fs-wl-stamp pic x(14).
               03 fs-wl-user pic x(26).
               03 fs-wl-ticket picture 9(6).
           02 fs-wl-minutes picture 9(5).
           02 fs-wl-channel pic x(26).
           02 fs-wl-text pic x(120).
       fd  fd-incidents.
       01  fs-inc-rec.
           02 fs-inc-number picture 9(6).
           02 fs-inc-status pic x.
           02 fs-inc-severity pic x.
           02 fs-inc-channel pic x(26).
           02 fs-inc-origin pic x(26).
           02 fs-inc-opener pic x(26).
           02 fs-inc-commander pic x(26).
           02 fs-inc-name pic x(32).
           02 fs-inc-opened pic x(14).
           02 fs-inc-mitigated pic x(14).
           02 fs-inc-resolved pic x(14).
           02 fs-inc-cause pic x(80).
           02 fs-inc-service pic x(32).
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
       fd  fd-udir.
       01  fs-udir-rec.
           02 fs-udir-user-id pic x(26).
           02 fs-udir-name pic x(32).
       fd  fs-store.
       01  fs-store-line pic x(1400).
       fd  fs-store-tmp.
       01  fs-store-tmp-line pic x(1400).
       fd  fs-audit.
       01  fs-audit-line pic x(400).
       fd  fs-retain.
       01  fs-retain-line pic x(48).
       fd  fs-out.
       01  fs-out-line pic x(1500).
       fd  fs-manifest.
       01  fs-manifest-line pic x(120).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-user-id pic x(26).
       01  ws-mode-word pic x(16).
       01  ws-extra-word pic x(40).
       01  ws-mode pic x value 'A'.
           88 ws-access-mode value 'A'.
           88 ws-erase-mode value 'E'.
       01  ws-user-name pic x(32).
       01  ws-name-usable pic x value 'N'.
           88 ws-match-by-name value 'Y'.
      *The pseudonym - "ERASED", eight hex digits, zero fill to the
      *width of an id, so an in-place replacement keeps every fixed
      *layout and delimited line the shape it was.
       01  ws-pseudo pic x(26).
       01  ws-pseudo-hash pic x(8).
       01  ws-erased-text pic x(8) value "[erased]".
       01  ws-run-stamp pic x(14).
       01  ws-dir-name pic x(64).
       01  ws-out-name pic x(80).
       01  ws-manifest-name pic x(80).
       01  ws-file-title pic x(16).
       01  ws-store-name pic x(64).
       01  ws-store-tmp-name pic x(64).
       01  ws-audit-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-store-found pic x value 'N'.
           88 ws-store-present value 'Y'.
       01  ws-file-details.
           02 ws-fd-size pic x(8) comp-x.
           02 ws-fd-day pic x comp-x.
           02 ws-fd-month pic x comp-x.
           02 ws-fd-year pic x(2) comp-x.
           02 ws-fd-hours pic x comp-x.
           02 ws-fd-minutes pic x comp-x.
           02 ws-fd-seconds pic x comp-x.
           02 ws-fd-hundredths pic x comp-x.
       01  ws-id-hits picture 9(4).
       01  ws-owned pic x.
           88 ws-subject-owns value 'Y'.
      *Output line, its running chain and count - the rv-case-export
      *discipline, lines hashed in 400-character pieces.
       01  ws-out-line pic x(1500).
       01  ws-hash-part pic x(400).
       01  ws-hash-pos picture 9(4).
       01  ws-chain-hash pic x(8).
       01  ws-next-hash pic x(8).
       01  ws-seal-hash pic x(8).
       01  ws-out-count picture 9(8).
       01  ws-count-disp picture zzzzzzz9.
       01  ws-total-records picture 9(8) value zero.
      *Per-store erasure tallies and the run's totals.
       01  ws-store-title pic x(64).
       01  ws-n-match picture 9(8).
       01  ws-n-pseudo picture 9(8).
       01  ws-n-removed picture 9(8).
       01  ws-n-held picture 9(8).
       01  ws-t-pseudo picture 9(8) value zero.
       01  ws-t-removed picture 9(8) value zero.
       01  ws-t-held picture 9(8) value zero.
       01  ws-disp-1 picture zzzzzzz9.
       01  ws-disp-2 picture zzzzzzz9.
       01  ws-disp-3 picture zzzzzzz9.
       01  ws-disp-4 picture zzzzzzz9.
      *Legal hold test.
       01  ws-hold-channel pic x(26).
       01  ws-hold-stamp pic x(14).
       01  ws-hold-key pic x(26).
       01  ws-hold-case pic x(16).
       01  ws-batch-name pic x(16) value "subject-erase".
       01  ws-is-held pic x.
           88 ws-record-held value 'Y'.
      *The line stores - name, erase action, the field numbers of
      *the owning id, the free text, the channel and the stamp (zero
      *when the store has none) and the field delimiter. Action R
      *removes a line the subject owns, T pseudonymizes it and
      *blanks its text, P only pseudonymizes; a line that merely
      *mentions the subject is pseudonymized whatever the action.
      *The intake queue's fixed records have no fields to name.
       01  ws-store-data.
           02 filler pic x(26) value "subs.dat        R02000000,".
           02 filler pic x(26) value "reminders.dat   R03000201,".
           02 filler pic x(26) value "formsess.dat    R01000000,".
           02 filler pic x(26) value "pendonboard.dat R01000000,".
           02 filler pic x(26) value "strikes.dat     R01000302,".
           02 filler pic x(26) value "prefs.dat       R01000000,".
           02 filler pic x(26) value "dmdefer.dat     R02000000,".
           02 filler pic x(26) value "callback.dat    T05070403,".
           02 filler pic x(26) value "csat.dat        T05080702,".
           02 filler pic x(26) value "csatsess.dat    R01000000,".
           02 filler pic x(26) value "usercache.dat   R01000000,".
           02 filler pic x(26) value "intake.dat      P00000000,".
           02 filler pic x(26) value "intake.run      P00000000,".
           02 filler pic x(26) value "intake.rej      P00000000,".
           02 filler pic x(26) value "checkrun.dat    P05000307,".
           02 filler pic x(26) value "checkdone.dat   P05000307,".
           02 filler pic x(26) value "kbmiss.log      T03040201|".
           02 filler pic x(26) value "swappend.txt    P03000205,".
           02 filler pic x(26) value "minutes.dat     P03000102,".
       01  ws-store-tbl redefines ws-store-data.
           02 ws-store-ent occurs 19 times.
               03 ws-st-name pic x(16).
               03 ws-st-action pic x.
               03 ws-st-own picture 9(2).
               03 ws-st-text picture 9(2).
               03 ws-st-chan picture 9(2).
               03 ws-st-stamp picture 9(2).
               03 ws-st-delim pic x.
       01  ws-store-idx picture 9(4).
      *The filed intake queues - intake.YYYYMMDD.done, one a night -
      *are listed from the directory with the opendir/readdir FFI
      *rv-sweep-dropbox (tick.cbl) uses, and each is passed as the
      *intake.dat entry above.
       01  ws-intake-idx picture 9(4) value 12.
       01  ws-list-dir pic x(8).
       01  ws-dir-handle usage pointer.
       01  ws-dirent-ptr usage pointer.
       01  ws-dirent based.
           02 filler pic x(19).
           02 ws-d-name pic x(100).
       01  ws-name-len picture 9(4).
       01  ws-entry-name pic x(100).
       01  ws-done-count picture 9(4).
       01  ws-done-idx picture 9(4).
       01  ws-done-names pic x(24) occurs 2000 times.
      *The filed minutes documents, listed the same way from
      *minutes/, and the name swap for their lines. A short display
      *name can catch a longer word; on erasure that errs towards
      *pseudonymizing too much, never too little.
       01  ws-mins-count picture 9(4).
       01  ws-mins-idx picture 9(4).
       01  ws-mins-names pic x(64) occurs 2000 times.
       01  ws-uname-len picture 9(4) value zero.
       01  ws-name-hits picture 9(4).
       01  ws-line-len picture 9(4).
       01  ws-swap-line pic x(1400).
       01  ws-swap-idx picture 9(4).
       01  ws-swap-ptr picture 9(4).
       01  ws-name-at pic x.
           88 ws-name-here value 'Y'.
       01  ws-line pic x(1400).
       01  ws-keep-line pic x.
           88 ws-line-kept value 'Y'.
      *Comma-field pick for the line stores.
       01  ws-want-field picture 9(2).
       01  ws-field-no picture 9(4).
       01  ws-field-pos picture 9(4).
       01  ws-char-idx picture 9(4).
       01  ws-field-val pic x(40).
      *Ticket notes - "number,stamp,author-name,text".
       01  ws-n-number pic x(6).
       01  ws-n-stamp pic x(14).
       01  ws-n-author pic x(32).
       01  ws-parse-ptr picture 9(8).
      *Attachment index lines - "msgid|author|filename|path".
       01  ws-i-msg-id pic x(26).
       01  ws-i-author pic x(26).
       01  ws-i-file pic x(80).
       01  ws-i-path pic x(200).
       01  ws-index-tree pic x(12).
      *Work-log entries whose key carries the subject - rekeyed
      *after the scan, not under it.
       01  ws-wl-count picture 9(4).
       01  ws-wl-idx picture 9(4).
       01  ws-wl-tbl occurs 2000 times.
           02 ws-wl-saved pic x(197).
      *Audit days and line split.
       01  ws-retain-days picture 9(4).
       01  ws-retain-txt pic x(8).
       01  ws-day-int picture 9(8).
       01  ws-last-int picture 9(8).
       01  ws-day-date picture 9(8).
       01  ws-a-stamp pic x(26).
       01  ws-a-dir pic x(8).
       01  ws-a-author pic x(32).
       01  ws-a-filler pic x(40).
       01  ws-audit-text pic x(200).
       procedure division.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-user-id, ws-mode-word, ws-extra-word.
           unstring ws-cmdline delimited by all spaces
               into ws-extra-word ws-mode-word
           end-unstring.
           if ws-extra-word(26:1) is equal to space
               or ws-extra-word(27:1) is not equal to space
               perform usage-error
           end-if.
           move ws-extra-word(1:26) to ws-user-id.
           evaluate function upper-case(ws-mode-word)
               when spaces
                   move 'A' to ws-mode
               when "ERASE"
                   move 'E' to ws-mode
               when other
                   perform usage-error
           end-evaluate.
           perform make-pseudonym.
           perform look-up-name.
           move function current-date(1:14) to ws-run-stamp.
           call "CBL_CREATE_DIR" using "dsar" end-call.
           move spaces to ws-dir-name.
           string "dsar/" delimited by size
               ws-user-id delimited by size
               "." delimited by size
               ws-run-stamp delimited by size
               into ws-dir-name
           end-string.
           call "CBL_CREATE_DIR" using ws-dir-name end-call.
           move "manifest.txt" to ws-file-title.
           perform name-output.
           move ws-out-name to ws-manifest-name.
           open output fs-manifest.
           move spaces to fs-manifest-line.
           if ws-erase-mode
               string "*Erasure " delimited by size
                   ws-user-id delimited by size
                   " " delimited by size
                   ws-run-stamp delimited by size
                   " - file|records|chain hash" delimited by size
                   into fs-manifest-line
               end-string
           else
               string "*Subject access " delimited by size
                   ws-user-id delimited by size
                   " " delimited by size
                   ws-run-stamp delimited by size
                   " - file|records|chain hash" delimited by size
                   into fs-manifest-line
               end-string
           end-if.
           write fs-manifest-line end-write.
           move "00000000" to ws-seal-hash.
           if ws-erase-mode
               move "erasure.txt" to ws-file-title
               perform begin-output
               move spaces to ws-out-line
               string "*store|matched|pseudonymized|removed|held"
                   delimited by size
                   " - pseudonym " delimited by size
                   ws-pseudo delimited by size
                   into ws-out-line
               end-string
               perform put-line
           end-if.
           perform do-archive.
           perform do-tickets.
           perform do-notes.
           perform do-worklog.
           perform do-incidents.
           perform do-changes.
           perform do-calendar.
           perform do-attachments.
           perform do-line-stores.
           perform do-audit.
      *The directory goes last - the name was needed by the stores
      *that record names instead of ids.
           perform do-directory.
           if ws-erase-mode
               move "erasure.txt" to ws-file-title
               perform end-output
           end-if.
           move spaces to fs-manifest-line.
           string "SEAL|" delimited by size
               ws-user-id delimited by size
               "|" delimited by size
               ws-run-stamp delimited by size
               "|" delimited by size
               ws-seal-hash delimited by size
               into fs-manifest-line
           end-string.
           write fs-manifest-line end-write.
           close fs-manifest.
           perform audit-seal.
           if ws-erase-mode
               move ws-t-pseudo to ws-disp-1
               move ws-t-removed to ws-disp-2
               move ws-t-held to ws-disp-3
               display "Erasure for " ws-user-id " - "
                   function trim(ws-disp-1) " pseudonymized, "
                   function trim(ws-disp-2) " removed, "
                   function trim(ws-disp-3) " held; evidence in "
                   function trim(ws-dir-name) " - seal "
                   ws-seal-hash end-display
               if ws-t-held is greater than zero
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           else
               move ws-total-records to ws-disp-1
               display "Subject access for " ws-user-id " - "
                   function trim(ws-disp-1) " record(s) in "
                   function trim(ws-dir-name) " - seal "
                   ws-seal-hash end-display
               move 0 to return-code
           end-if.
           stop run.
      *-----------------------------------------------------------------
       usage-error.
           display "Usage: rv-subject-request <26-character user id>"
               " [ERASE]" end-display.
           move 2 to return-code.
           stop run.
      *-----------------------------------------------------------------
       make-pseudonym.
           move spaces to ws-hash-part.
           move ws-user-id to ws-hash-part.
           call static "rv-chain-hash" using
               by value "00000000"
               by reference ws-hash-part
               by reference ws-pseudo-hash end-call.
           move all "0" to ws-pseudo.
           move "ERASED" to ws-pseudo(1:6).
           move ws-pseudo-hash to ws-pseudo(7:8).
      *-----------------------------------------------------------------
      *The display name the name-keyed stores carry. A directory
      *entry that is only the id again (a failed profile fetch) adds
      *nothing, and neither does an already-erased one.
       look-up-name.
           move spaces to ws-user-name.
           open input fd-udir.
           move ws-user-id to fs-udir-user-id.
           read fd-udir
               invalid key move spaces to fs-udir-name
           end-read.
           close fd-udir.
           move fs-udir-name to ws-user-name.
           if ws-user-name is not equal to spaces
               and ws-user-name is not equal to ws-user-id
               and ws-user-name(1:6) is not equal to "ERASED"
               move 'Y' to ws-name-usable
               move function length(function trim(ws-user-name
                   trailing)) to ws-uname-len
           end-if.
      *-----------------------------------------------------------------
      *msgarchive.dat - authored by the subject, or mentioning them.
       do-archive.
           move "msgarchive.dat" to ws-store-title.
           move "messages.txt" to ws-file-title.
           perform begin-store.
           move 'N' to ws-eof.
           if ws-erase-mode
               open i-o fd-archive
           else
               open input fd-archive
           end-if.
           perform until ws-at-eof
               read fd-archive next record
                   at end move 'Y' to ws-eof
                   not at end perform consider-message
               end-read
           end-perform.
           close fd-archive.
           perform end-store.
      *-----------------------------------------------------------------
       consider-message.
           move zero to ws-id-hits.
           inspect fs-arch-rec tallying ws-id-hits
               for all ws-user-id.
           if ws-id-hits is equal to zero
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string
                   fs-arch-msg-id delimited by size
                   "|" delimited by size
                   fs-arch-channel delimited by size
                   "|" delimited by size
                   fs-arch-author delimited by size
                   "|" delimited by size
                   fs-arch-stamp delimited by size
                   "|" delimited by size
                   function trim(fs-arch-content) delimited by size
                   into ws-out-line
               end-string
               perform put-line
               exit paragraph
           end-if.
           move fs-arch-channel to ws-hold-channel.
           move fs-arch-stamp to ws-hold-stamp.
           move fs-arch-msg-id to ws-hold-key.
           perform check-hold.
           if ws-record-held
               exit paragraph
           end-if.
           if fs-arch-author is equal to ws-user-id
               move ws-erased-text to fs-arch-content
           end-if.
           inspect fs-arch-rec replacing all ws-user-id by ws-pseudo.
           rewrite fs-arch-rec
               invalid key continue
           end-rewrite.
           add 1 to ws-n-pseudo.
      *-----------------------------------------------------------------
      *tickets.dat - opened by, assigned to or naming the subject.
       do-tickets.
           move "tickets.dat" to ws-store-title.
           move "tickets.txt" to ws-file-title.
           perform begin-store.
           move 'N' to ws-eof.
           if ws-erase-mode
               open i-o fd-tickets
           else
               open input fd-tickets
           end-if.
           perform until ws-at-eof
               read fd-tickets next record
                   at end move 'Y' to ws-eof
                   not at end perform consider-ticket
               end-read
           end-perform.
           close fd-tickets.
           perform end-store.
      *-----------------------------------------------------------------
       consider-ticket.
           move zero to ws-id-hits.
           inspect fs-tkt-rec tallying ws-id-hits
               for all ws-user-id.
           if ws-id-hits is equal to zero
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string
                   fs-tkt-number "|" fs-tkt-status "|"
                   fs-tkt-channel "|" fs-tkt-opener "|"
                   fs-tkt-assignee "|" fs-tkt-opened "|"
                   fs-tkt-closed "|" fs-tkt-priority "|"
                   fs-tkt-responded "|" delimited by size
                   function trim(fs-tkt-title) delimited by size
                   into ws-out-line
               end-string
               perform put-line
               exit paragraph
           end-if.
           move fs-tkt-channel to ws-hold-channel.
           move fs-tkt-opened to ws-hold-stamp.
           move spaces to ws-hold-key.
           move fs-tkt-number to ws-hold-key.
           perform check-hold.
           if ws-record-held
               exit paragraph
           end-if.
           inspect fs-tkt-rec replacing all ws-user-id by ws-pseudo.
           rewrite fs-tkt-rec
               invalid key continue
           end-rewrite.
           add 1 to ws-n-pseudo.
      *-----------------------------------------------------------------
      *ticketnotes.dat - "number,stamp,author-name,text"; the author
      *is a display name, so this is one of the name-keyed stores.
      *The hold test takes the ticket's channel.
       do-notes.
           move "ticketnotes.dat" to ws-store-title.
           move "notes.txt" to ws-file-title.
           perform begin-store.
           move "ticketnotes.dat" to ws-store-name.
           perform open-line-store.
           open input fd-tickets.
           perform until ws-at-eof
               read fs-store
                   at end move 'Y' to ws-eof
                   not at end perform consider-note
               end-read
           end-perform.
           close fd-tickets.
           perform close-line-store.
           perform end-store.
      *-----------------------------------------------------------------
       consider-note.
           move fs-store-line to ws-line.
           move 'N' to ws-owned.
           move spaces to ws-n-number, ws-n-stamp, ws-n-author.
           move 1 to ws-parse-ptr.
           unstring ws-line delimited by ","
               into ws-n-number ws-n-stamp ws-n-author
               with pointer ws-parse-ptr
           end-unstring.
           if ws-match-by-name
               and ws-n-author is equal to ws-user-name
               move 'Y' to ws-owned
           end-if.
           move zero to ws-id-hits.
           inspect ws-line tallying ws-id-hits for all ws-user-id.
           if ws-id-hits is equal to zero and not ws-subject-owns
               perform keep-line
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move ws-line to ws-out-line
               perform put-line
               perform keep-line
               exit paragraph
           end-if.
           move spaces to ws-hold-channel.
           if ws-n-number is numeric
               move ws-n-number to fs-tkt-number
               read fd-tickets
                   invalid key move spaces to fs-tkt-channel
               end-read
               move fs-tkt-channel to ws-hold-channel
           end-if.
           move ws-n-stamp to ws-hold-stamp.
           move spaces to ws-hold-key.
           move ws-n-number to ws-hold-key.
           perform check-hold.
           if ws-record-held
               perform keep-line
               exit paragraph
           end-if.
           if ws-subject-owns
               move spaces to ws-line
               string
                   ws-n-number delimited by size
                   "," delimited by size
                   ws-n-stamp delimited by size
                   "," delimited by size
                   ws-pseudo delimited by size
                   "," delimited by size
                   ws-erased-text delimited by size
                   into ws-line
               end-string
           else
               inspect ws-line replacing all ws-user-id by ws-pseudo
           end-if.
           add 1 to ws-n-pseudo.
           perform keep-line.
      *-----------------------------------------------------------------
      *worklog.dat - the user is part of the key, so the subject's
      *own entries are collected on the scan and rekeyed under the
      *pseudonym after it (hours and tickets stay in the
      *timesheets); entries merely naming them are rewritten in
      *place.
       do-worklog.
           move "worklog.dat" to ws-store-title.
           move "worklog.txt" to ws-file-title.
           perform begin-store.
           move zero to ws-wl-count.
           move 'N' to ws-eof.
           if ws-erase-mode
               open i-o fd-worklog
           else
               open input fd-worklog
           end-if.
           perform until ws-at-eof
               read fd-worklog next record
                   at end move 'Y' to ws-eof
                   not at end perform consider-worklog
               end-read
           end-perform.
           perform varying ws-wl-idx from 1 by 1
               until ws-wl-idx is greater than ws-wl-count
               move ws-wl-saved(ws-wl-idx) to fs-wl-rec
               delete fd-worklog record
                   invalid key continue
               end-delete
               inspect fs-wl-rec replacing all ws-user-id
                   by ws-pseudo
               write fs-wl-rec
                   invalid key continue
               end-write
           end-perform.
           close fd-worklog.
           if ws-wl-count is not less than 2000
               display "More than 2000 work-log entries to rekey -"
                   " run the erasure again for the rest" end-display
           end-if.
           perform end-store.
      *-----------------------------------------------------------------
       consider-worklog.
           move zero to ws-id-hits.
           inspect fs-wl-rec tallying ws-id-hits
               for all ws-user-id.
           if ws-id-hits is equal to zero
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string
                   fs-wl-stamp "|" fs-wl-user "|" fs-wl-ticket "|"
                   fs-wl-minutes "|" fs-wl-channel "|"
                       delimited by size
                   function trim(fs-wl-text) delimited by size
                   into ws-out-line
               end-string
               perform put-line
               exit paragraph
           end-if.
           move fs-wl-channel to ws-hold-channel.
           move fs-wl-stamp to ws-hold-stamp.
           move spaces to ws-hold-key.
           move fs-wl-ticket to ws-hold-key.
           perform check-hold.
           if ws-record-held
               exit paragraph
           end-if.
           if fs-wl-user is equal to ws-user-id
               if ws-wl-count is less than 2000
                   add 1 to ws-wl-count
                   move fs-wl-rec to ws-wl-saved(ws-wl-count)
                   add 1 to ws-n-pseudo
               end-if
               exit paragraph
           end-if.
           inspect fs-wl-text replacing all ws-user-id by ws-pseudo.
           rewrite fs-wl-rec
               invalid key continue
           end-rewrite.
           add 1 to ws-n-pseudo.
      *-----------------------------------------------------------------
      *incidents.dat - opened or commanded by the subject.
       do-incidents.
           move "incidents.dat" to ws-store-title.
           move "incidents.txt" to ws-file-title.
           perform begin-store.
           move 'N' to ws-eof.
           if ws-erase-mode
               open i-o fd-incidents
           else
               open input fd-incidents
           end-if.
           perform until ws-at-eof
               read fd-incidents next record
                   at end move 'Y' to ws-eof
                   not at end perform consider-incident
               end-read
           end-perform.
           close fd-incidents.
           perform end-store.
      *-----------------------------------------------------------------
       consider-incident.
           move zero to ws-id-hits.
           inspect fs-inc-rec tallying ws-id-hits
               for all ws-user-id.
           if ws-id-hits is equal to zero
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string
                   fs-inc-number "|" fs-inc-status "|"
                   fs-inc-severity "|" fs-inc-channel "|"
                   fs-inc-opener "|" fs-inc-commander "|"
                   fs-inc-opened "|" delimited by size
                   function trim(fs-inc-name) delimited by size
                   "|" delimited by size
                   function trim(fs-inc-cause) delimited by size
                   into ws-out-line
               end-string
               perform put-line
               exit paragraph
           end-if.
           move fs-inc-origin to ws-hold-channel.
           move fs-inc-opened to ws-hold-stamp.
           move spaces to ws-hold-key.
           move fs-inc-number to ws-hold-key.
           perform check-hold.
           if ws-record-held
               exit paragraph
           end-if.
           inspect fs-inc-rec replacing all ws-user-id by ws-pseudo.
           rewrite fs-inc-rec
               invalid key continue
           end-rewrite.
           add 1 to ws-n-pseudo.
      *-----------------------------------------------------------------
      *changereq.dat - the change requests the intake batch filed,
      *the submitter and their form answers. The submitter's own
      *answers are blanked; the store has no channel, so the hold
      *test takes the submitted stamp. The second key carries the
      *submitter and moves with the pseudonym on the rewrite.
       do-changes.
           move "changereq.dat" to ws-store-title.
           move "changes.txt" to ws-file-title.
           perform begin-store.
           move 'N' to ws-eof.
           if ws-erase-mode
               open i-o fd-changes
           else
               open input fd-changes
           end-if.
           perform until ws-at-eof
               read fd-changes next record
                   at end move 'Y' to ws-eof
                   not at end perform consider-change
               end-read
           end-perform.
           close fd-changes.
           perform end-store.
      *-----------------------------------------------------------------
       consider-change.
           move zero to ws-id-hits.
           inspect fs-cr-rec tallying ws-id-hits
               for all ws-user-id.
           if ws-id-hits is equal to zero
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               move 1 to ws-parse-ptr
               string
                   fs-cr-number "|" fs-cr-submitted "|"
                   fs-cr-user "|" fs-cr-status "|"
                   fs-cr-ticket "|" fs-cr-processed
                   delimited by size
                   into ws-out-line with pointer ws-parse-ptr
               end-string
               perform varying ws-field-no from 1 by 1
                   until ws-field-no is greater than 10
                   string "|" delimited by size
                       function trim(fs-cr-answers(ws-field-no))
                       delimited by size
                       into ws-out-line with pointer ws-parse-ptr
                   end-string
               end-perform
               perform put-line
               exit paragraph
           end-if.
           move spaces to ws-hold-channel.
           move fs-cr-submitted to ws-hold-stamp.
           move spaces to ws-hold-key.
           move fs-cr-number to ws-hold-key.
           perform check-hold.
           if ws-record-held
               exit paragraph
           end-if.
           if fs-cr-user is equal to ws-user-id
               perform varying ws-field-no from 1 by 1
                   until ws-field-no is greater than 10
                   move spaces to fs-cr-answers(ws-field-no)
               end-perform
               move ws-erased-text to fs-cr-answers(1)
           end-if.
           inspect fs-cr-rec replacing all ws-user-id by ws-pseudo.
           rewrite fs-cr-rec
               invalid key continue
           end-rewrite.
           add 1 to ws-n-pseudo.
      *-----------------------------------------------------------------
      *changecal.dat - one calendar entry per change request, naming
      *the requester and whoever approved or rejected it. The
      *requester's title (their first answer) is blanked; the hold
      *test takes the requested date.
       do-calendar.
           move "changecal.dat" to ws-store-title.
           move "calendar.txt" to ws-file-title.
           perform begin-store.
           move 'N' to ws-eof.
           if ws-erase-mode
               open i-o fd-calendar
           else
               open input fd-calendar
           end-if.
           perform until ws-at-eof
               read fd-calendar next record
                   at end move 'Y' to ws-eof
                   not at end perform consider-calendar
               end-read
           end-perform.
           close fd-calendar.
           perform end-store.
      *-----------------------------------------------------------------
       consider-calendar.
           move zero to ws-id-hits.
           inspect fs-cal-rec tallying ws-id-hits
               for all ws-user-id.
           if ws-id-hits is equal to zero
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string
                   fs-cal-date "|" fs-cal-cr "|"
                   fs-cal-status "|" fs-cal-ticket "|"
                   fs-cal-user "|" fs-cal-decided-by "|"
                   fs-cal-decided "|" delimited by size
                   function trim(fs-cal-system) delimited by size
                   "|" delimited by size
                   function trim(fs-cal-title) delimited by size
                   into ws-out-line
               end-string
               perform put-line
               exit paragraph
           end-if.
           move spaces to ws-hold-channel.
           move all "0" to ws-hold-stamp.
           move fs-cal-date to ws-hold-stamp(1:8).
           move spaces to ws-hold-key.
           move fs-cal-cr to ws-hold-key.
           perform check-hold.
           if ws-record-held
               exit paragraph
           end-if.
           if fs-cal-user is equal to ws-user-id
               move ws-erased-text to fs-cal-title
           end-if.
           inspect fs-cal-rec replacing all ws-user-id by ws-pseudo.
           rewrite fs-cal-rec
               invalid key continue
           end-rewrite.
           add 1 to ws-n-pseudo.
      *-----------------------------------------------------------------
      *attachments/ and quarantine/ - the index line names the
      *message, its author, the file and the local path. Erasure
      *deletes the subject's files and pseudonymizes their index
      *entries; the hold test takes the message's channel and stamp
      *from the archive.
       do-attachments.
           move "attachments" to ws-store-title.
           move "attachments.txt" to ws-file-title.
           perform begin-store.
           open input fd-archive.
           move "attachments" to ws-index-tree.
           perform scan-index.
           move "quarantine" to ws-index-tree.
           perform scan-index.
           close fd-archive.
           perform end-store.
      *-----------------------------------------------------------------
       scan-index.
           move spaces to ws-store-name.
           string function trim(ws-index-tree) delimited by size
               "/index.log" delimited by size
               into ws-store-name
           end-string.
           perform open-line-store.
           perform until ws-at-eof
               read fs-store
                   at end move 'Y' to ws-eof
                   not at end perform consider-index-line
               end-read
           end-perform.
           perform close-line-store.
      *-----------------------------------------------------------------
       consider-index-line.
           move fs-store-line to ws-line.
           move zero to ws-id-hits.
           inspect ws-line tallying ws-id-hits for all ws-user-id.
           if ws-id-hits is equal to zero
               perform keep-line
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string function trim(ws-index-tree) delimited by size
                   "|" delimited by size
                   function trim(ws-line) delimited by size
                   into ws-out-line
               end-string
               perform put-line
               perform keep-line
               exit paragraph
           end-if.
           move spaces to ws-i-msg-id, ws-i-author, ws-i-file,
               ws-i-path.
           unstring ws-line delimited by "|"
               into ws-i-msg-id ws-i-author ws-i-file ws-i-path
           end-unstring.
           move ws-i-msg-id to fs-arch-msg-id.
           read fd-archive
               invalid key
                   move spaces to fs-arch-channel
                   move ws-run-stamp to fs-arch-stamp
           end-read.
           move fs-arch-channel to ws-hold-channel.
           move fs-arch-stamp to ws-hold-stamp.
           move ws-i-msg-id to ws-hold-key.
           perform check-hold.
           if ws-record-held
               perform keep-line
               exit paragraph
           end-if.
           if ws-i-author is equal to ws-user-id
               if ws-i-path is not equal to spaces
                   and ws-i-path is not equal to "-"
                   call "CBL_DELETE_FILE" using ws-i-path end-call
               end-if
               move spaces to ws-line
               string
                   ws-i-msg-id delimited by size
                   "|" delimited by size
                   ws-pseudo delimited by size
                   "|" delimited by size
                   ws-erased-text delimited by size
                   "|-" delimited by size
                   into ws-line
               end-string
           else
               inspect ws-line replacing all ws-user-id by ws-pseudo
           end-if.
           add 1 to ws-n-pseudo.
           perform keep-line.
      *-----------------------------------------------------------------
      *The delimited stores of ws-store-data, one pass each, then
      *the filed intake queues and the filed minutes.
       do-line-stores.
           if ws-access-mode
               move "stores.txt" to ws-file-title
               perform begin-output
           end-if.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx is greater than 19
               move ws-st-name(ws-store-idx) to ws-store-title
               move spaces to ws-store-name
               move ws-st-name(ws-store-idx) to ws-store-name
               perform scan-line-store
           end-perform.
           perform list-done-intakes.
           move ws-intake-idx to ws-store-idx.
           perform varying ws-done-idx from 1 by 1
               until ws-done-idx is greater than ws-done-count
               move ws-done-names(ws-done-idx) to ws-store-title
               move spaces to ws-store-name
               move ws-done-names(ws-done-idx) to ws-store-name
               perform scan-line-store
           end-perform.
           perform list-minutes-docs.
           perform varying ws-mins-idx from 1 by 1
               until ws-mins-idx is greater than ws-mins-count
               move ws-mins-names(ws-mins-idx) to ws-store-title
               move ws-mins-names(ws-mins-idx) to ws-store-name
               perform scan-minutes-doc
           end-perform.
           if ws-access-mode
               perform end-output
           end-if.
      *-----------------------------------------------------------------
      *One line store, ws-store-name, read under the table entry at
      *ws-store-idx.
       scan-line-store.
           perform reset-tallies.
           perform open-line-store.
           perform until ws-at-eof
               read fs-store
                   at end move 'Y' to ws-eof
                   not at end perform consider-store-line
               end-read
           end-perform.
           perform close-line-store.
           if ws-erase-mode
               perform put-tallies
           end-if.
      *-----------------------------------------------------------------
      *Every intake.YYYYMMDD.done in the working directory. The names
      *are collected before any is scanned - erasure renames over
      *them, and the listing must not see that.
       list-done-intakes.
           move zero to ws-done-count.
           move spaces to ws-list-dir.
           move "." to ws-list-dir.
           move low-value to ws-list-dir(2:1).
           call static "opendir" using by reference ws-list-dir
               returning ws-dir-handle end-call.
           if ws-dir-handle is equal to null
               exit paragraph
           end-if.
           perform until ws-done-count is not less than 2000
               call static "readdir" using by value ws-dir-handle
                   returning ws-dirent-ptr end-call
               if ws-dirent-ptr is equal to null
                   exit perform
               end-if
               set address of ws-dirent to ws-dirent-ptr
               perform take-dirent-name
               if ws-entry-name(1:7) is equal to "intake."
                   and ws-entry-name(8:8) is numeric
                   and ws-entry-name(16:5) is equal to ".done"
                   and ws-entry-name(21:) is equal to spaces
                   add 1 to ws-done-count
                   move ws-entry-name to ws-done-names(ws-done-count)
               end-if
           end-perform.
           call static "closedir" using by value ws-dir-handle
               end-call.
      *-----------------------------------------------------------------
      *Every minutes.<channel>.<stamp>.txt in minutes/, kept with
      *its directory, collected before any is scanned for the same
      *reason.
       list-minutes-docs.
           move zero to ws-mins-count.
           move spaces to ws-list-dir.
           move "minutes" to ws-list-dir.
           move low-value to ws-list-dir(8:1).
           call static "opendir" using by reference ws-list-dir
               returning ws-dir-handle end-call.
           if ws-dir-handle is equal to null
               exit paragraph
           end-if.
           perform until ws-mins-count is not less than 2000
               call static "readdir" using by value ws-dir-handle
                   returning ws-dirent-ptr end-call
               if ws-dirent-ptr is equal to null
                   exit perform
               end-if
               set address of ws-dirent to ws-dirent-ptr
               perform take-dirent-name
               if ws-entry-name(1:8) is equal to "minutes."
                   and ws-name-len is greater than 12
                   and ws-name-len is less than 57
                   if ws-entry-name(ws-name-len - 3:4) is equal to
                       ".txt"
                       add 1 to ws-mins-count
                       move spaces to ws-mins-names(ws-mins-count)
                       string "minutes/" delimited by size
                           ws-entry-name(1:ws-name-len)
                               delimited by size
                           into ws-mins-names(ws-mins-count)
                       end-string
                   end-if
               end-if
           end-perform.
           call static "closedir" using by value ws-dir-handle
               end-call.
      *-----------------------------------------------------------------
      *One minutes document, ws-store-name - a line store in all but
      *the matching.
       scan-minutes-doc.
           perform reset-tallies.
           perform open-line-store.
           perform until ws-at-eof
               read fs-store
                   at end move 'Y' to ws-eof
                   not at end perform consider-minutes-line
               end-read
           end-perform.
           perform close-line-store.
           if ws-erase-mode
               perform put-tallies
           end-if.
      *-----------------------------------------------------------------
      *The hold test takes the meeting's channel and start stamp from
      *the document's name.
       consider-minutes-line.
           move fs-store-line to ws-line.
           move zero to ws-id-hits, ws-name-hits.
           inspect ws-line tallying ws-id-hits for all ws-user-id.
           if ws-match-by-name
               inspect ws-line tallying ws-name-hits
                   for all ws-user-name(1:ws-uname-len)
           end-if.
           if ws-id-hits is equal to zero
               and ws-name-hits is equal to zero
               perform keep-line
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string function trim(ws-store-title)
                   delimited by size
                   "|" delimited by size
                   function trim(ws-line) delimited by size
                   into ws-out-line
               end-string
               perform put-line
               perform keep-line
               exit paragraph
           end-if.
           move ws-store-name(17:26) to ws-hold-channel.
           move ws-store-name(44:14) to ws-hold-stamp.
           move spaces to ws-hold-key.
           string "minutes " delimited by size
               ws-hold-stamp delimited by size
               into ws-hold-key
           end-string.
           perform check-hold.
           if ws-record-held
               perform keep-line
               exit paragraph
           end-if.
           inspect ws-line replacing all ws-user-id by ws-pseudo.
           if ws-name-hits is greater than zero
               perform swap-name-in-line
           end-if.
           add 1 to ws-n-pseudo.
           perform keep-line.
      *-----------------------------------------------------------------
      *Every occurrence of the display name in ws-line becomes the
      *pseudonym - prose, so the line may change length.
       swap-name-in-line.
           move function length(function trim(ws-line trailing))
               to ws-line-len.
           move spaces to ws-swap-line.
           move 1 to ws-swap-ptr.
           move 1 to ws-swap-idx.
           perform until ws-swap-idx is greater than ws-line-len
               or ws-swap-ptr is greater than length of ws-swap-line
               move 'N' to ws-name-at
               if ws-swap-idx + ws-uname-len - 1 is not greater
                   than ws-line-len
                   if ws-line(ws-swap-idx:ws-uname-len) is equal to
                       ws-user-name(1:ws-uname-len)
                       move 'Y' to ws-name-at
                   end-if
               end-if
               if ws-name-here
                   string ws-pseudo delimited by size
                       into ws-swap-line
                       with pointer ws-swap-ptr
                   end-string
                   add ws-uname-len to ws-swap-idx
               else
                   move ws-line(ws-swap-idx:1)
                       to ws-swap-line(ws-swap-ptr:1)
                   add 1 to ws-swap-ptr
                   add 1 to ws-swap-idx
               end-if
           end-perform.
           move ws-swap-line to ws-line.
      *-----------------------------------------------------------------
       take-dirent-name.
           move spaces to ws-entry-name.
           if ws-d-name(1:1) is equal to '.'
               or ws-d-name(1:1) is equal to low-value
               exit paragraph
           end-if.
           move zero to ws-name-len.
           inspect ws-d-name tallying ws-name-len
               for characters before initial low-value.
           if ws-name-len is greater than zero
               move ws-d-name(1:ws-name-len) to ws-entry-name
           end-if.
      *-----------------------------------------------------------------
       consider-store-line.
           move fs-store-line to ws-line.
           move zero to ws-id-hits.
           inspect ws-line tallying ws-id-hits for all ws-user-id.
           if ws-id-hits is equal to zero
               perform keep-line
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string function trim(ws-store-title)
                   delimited by size
                   "|" delimited by size
                   function trim(ws-line) delimited by size
                   into ws-out-line
               end-string
               perform put-line
               perform keep-line
               exit paragraph
           end-if.
           move spaces to ws-hold-channel.
           if ws-st-chan(ws-store-idx) is not equal to zero
               move ws-st-chan(ws-store-idx) to ws-want-field
               perform get-field
               move ws-field-val(1:26) to ws-hold-channel
           end-if.
           move ws-run-stamp to ws-hold-stamp.
           if ws-st-stamp(ws-store-idx) is not equal to zero
               move ws-st-stamp(ws-store-idx) to ws-want-field
               perform get-field
               move ws-field-val(1:14) to ws-hold-stamp
           end-if.
           move ws-store-title to ws-hold-key.
           perform check-hold.
           if ws-record-held
               perform keep-line
               exit paragraph
           end-if.
           move 'N' to ws-owned.
           if ws-st-own(ws-store-idx) is not equal to zero
               move ws-st-own(ws-store-idx) to ws-want-field
               perform get-field
               if ws-field-val(1:26) is equal to ws-user-id
                   move 'Y' to ws-owned
               end-if
           end-if.
           if ws-subject-owns and ws-st-action(ws-store-idx) = 'R'
               add 1 to ws-n-removed
               exit paragraph
           end-if.
           if ws-subject-owns and ws-st-action(ws-store-idx) = 'T'
               move ws-st-text(ws-store-idx) to ws-want-field
               perform get-field
               if ws-field-pos is greater than 1
                   move ws-erased-text to ws-line(ws-field-pos:)
               end-if
           end-if.
           inspect ws-line replacing all ws-user-id by ws-pseudo.
           add 1 to ws-n-pseudo.
           perform keep-line.
      *-----------------------------------------------------------------
      *Field ws-want-field of ws-line, split on the store's
      *delimiter - its value into ws-field-val and its starting
      *column into ws-field-pos (left at 1 when the line has fewer
      *fields).
       get-field.
           move spaces to ws-field-val.
           move 1 to ws-field-pos.
           move 1 to ws-field-no.
           perform varying ws-char-idx from 1 by 1
               until ws-field-no is equal to ws-want-field
               or ws-char-idx is greater than length of ws-line
               if ws-line(ws-char-idx:1) is equal to
                   ws-st-delim(ws-store-idx)
                   add 1 to ws-field-no
                   compute ws-field-pos = ws-char-idx + 1
               end-if
           end-perform.
           if ws-field-no is not equal to ws-want-field
               or ws-field-pos is greater than length of ws-line
               move 1 to ws-field-pos
               exit paragraph
           end-if.
           unstring ws-line(ws-field-pos:)
               delimited by ws-st-delim(ws-store-idx)
               into ws-field-val
           end-unstring.
      *-----------------------------------------------------------------
      *The audit trail is read, never written - see the head of this
      *file. Every retained day, the subject's own lines (their name
      *in the author field) and any line carrying their id.
       do-audit.
           move "audit trail" to ws-store-title.
           move "audit.txt" to ws-file-title.
           perform begin-store.
           perform load-retention.
           compute ws-last-int = function integer-of-date(
               function numval(ws-run-stamp(1:8))).
           compute ws-day-int = ws-last-int - ws-retain-days.
           perform until ws-day-int is greater than ws-last-int
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
                       not at end perform consider-audit-line
                   end-read
               end-perform
               close fs-audit
               add 1 to ws-day-int
           end-perform.
           perform end-store.
      *-----------------------------------------------------------------
       consider-audit-line.
           move 'N' to ws-owned.
           if ws-match-by-name
               move spaces to ws-a-stamp, ws-a-dir, ws-a-author
               unstring fs-audit-line delimited by "|"
                   into ws-a-stamp ws-a-dir ws-a-filler ws-a-filler
                        ws-a-filler ws-a-author
               end-unstring
               if ws-a-author is equal to ws-user-name
                   move 'Y' to ws-owned
               end-if
           end-if.
           move zero to ws-id-hits.
           inspect fs-audit-line tallying ws-id-hits
               for all ws-user-id.
           if ws-id-hits is equal to zero and not ws-subject-owns
               exit paragraph
           end-if.
           add 1 to ws-n-match.
           if ws-access-mode
               move fs-audit-line to ws-out-line
               perform put-line
           end-if.
      *-----------------------------------------------------------------
       load-retention.
           move 30 to ws-retain-days.
           open input sharing with all fs-retain.
           read fs-retain
               at end continue
               not at end
                   if fs-retain-line(1:1) is not equal to space
                       and fs-retain-line(1:1) is not equal to '*'
                       move spaces to ws-retain-txt
                       unstring fs-retain-line delimited by ","
                           into ws-retain-txt
                       end-unstring
                       if ws-retain-txt is not equal to spaces
                           and function test-numval(ws-retain-txt)
                               is equal to zero
                           move function numval(ws-retain-txt)
                               to ws-retain-days
                       end-if
                   end-if
           end-read.
           close fs-retain.
      *-----------------------------------------------------------------
      *userdir.dat - the id-to-name entry itself.
       do-directory.
           move "userdir.dat" to ws-store-title.
           move "directory.txt" to ws-file-title.
           perform begin-store.
           if ws-erase-mode
               open i-o fd-udir
           else
               open input fd-udir
           end-if.
           move ws-user-id to fs-udir-user-id.
           read fd-udir
               invalid key
                   close fd-udir
                   perform end-store
                   exit paragraph
           end-read.
           add 1 to ws-n-match.
           if ws-access-mode
               move spaces to ws-out-line
               string fs-udir-user-id delimited by size
                   "|" delimited by size
                   function trim(fs-udir-name) delimited by size
                   into ws-out-line
               end-string
               perform put-line
           else
               move ws-pseudo to fs-udir-name
               rewrite fs-udir-rec
                   invalid key continue
               end-rewrite
               add 1 to ws-n-pseudo
           end-if.
           close fd-udir.
           perform end-store.
      *-----------------------------------------------------------------
      *Line-store plumbing - erasure copies every kept line to a temp
      *file and renames it over the store, the house rewrite rule. A
      *store this installation has never written is passed over.
       open-line-store.
           move 'Y' to ws-eof.
           call "CBL_CHECK_FILE_EXIST" using ws-store-name
               ws-file-details end-call.
           if return-code is not equal to zero
               move 'N' to ws-store-found
               move zero to return-code
               exit paragraph
           end-if.
           move 'Y' to ws-store-found.
           move spaces to ws-store-tmp-name.
           string function trim(ws-store-name) delimited by size
               ".tmp" delimited by size
               into ws-store-tmp-name
           end-string.
           move 'N' to ws-eof.
           open input sharing with all fs-store.
           if ws-erase-mode
               open output fs-store-tmp
           end-if.
      *-----------------------------------------------------------------
       keep-line.
           if ws-erase-mode
               write fs-store-tmp-line from ws-line end-write
           end-if.
      *-----------------------------------------------------------------
      *An untouched store is left alone rather than renamed over
      *with an identical copy.
       close-line-store.
           if not ws-store-present
               exit paragraph
           end-if.
           close fs-store.
           if ws-erase-mode
               close fs-store-tmp
               if ws-n-pseudo is greater than zero
                   or ws-n-removed is greater than zero
                   call "CBL_RENAME_FILE" using ws-store-tmp-name
                       ws-store-name end-call
               else
                   call "CBL_DELETE_FILE" using ws-store-tmp-name
                       end-call
               end-if
           end-if.
      *-----------------------------------------------------------------
      *Each store starts a file of its own in the access package, or
      *a fresh set of tallies for the erasure evidence.
       begin-store.
           perform reset-tallies.
           if ws-access-mode
               perform begin-output
           end-if.
      *-----------------------------------------------------------------
       end-store.
           if ws-access-mode
               perform end-output
           else
               perform put-tallies
           end-if.
      *-----------------------------------------------------------------
       reset-tallies.
           move zero to ws-n-match, ws-n-pseudo, ws-n-removed,
               ws-n-held.
      *-----------------------------------------------------------------
       put-tallies.
           move ws-n-match to ws-disp-1.
           move ws-n-pseudo to ws-disp-2.
           move ws-n-removed to ws-disp-3.
           move ws-n-held to ws-disp-4.
           move spaces to ws-out-line.
           string function trim(ws-store-title) delimited by size
               "|" delimited by size
               function trim(ws-disp-1) delimited by size
               "|" delimited by size
               function trim(ws-disp-2) delimited by size
               "|" delimited by size
               function trim(ws-disp-3) delimited by size
               "|" delimited by size
               function trim(ws-disp-4) delimited by size
               into ws-out-line
           end-string.
           perform put-line.
           add ws-n-pseudo to ws-t-pseudo.
           add ws-n-removed to ws-t-removed.
           add ws-n-held to ws-t-held.
      *-----------------------------------------------------------------
      *Is the record in hand under a live hold? The subject is the
      *author the hold test asks about, whoever's record it is. A
      *held record is reported to legalhold.skip and to the evidence
      *file, and left untouched.
       check-hold.
           move 'N' to ws-is-held.
           move spaces to ws-hold-case.
           call static "rv-hold-check" using
               by value ws-hold-channel
               by value ws-user-id
               by value ws-hold-stamp
               by reference ws-hold-case end-call.
           if return-code is not equal to 1
               move 0 to return-code
               exit paragraph
           end-if.
           move 0 to return-code.
           move 'Y' to ws-is-held.
           add 1 to ws-n-held.
           call static "rv-hold-report" using
               by value ws-batch-name
               by value ws-hold-case
               by value ws-hold-channel
               by value ws-hold-key
               by value ws-user-id
               by value ws-hold-stamp end-call.
           move spaces to ws-out-line.
           string "HELD|" delimited by size
               function trim(ws-store-title) delimited by size
               "|" delimited by size
               function trim(ws-hold-case) delimited by size
               "|" delimited by size
               function trim(ws-hold-key) delimited by size
               into ws-out-line
           end-string.
           perform put-line.
      *-----------------------------------------------------------------
       name-output.
           move spaces to ws-out-name.
           string function trim(ws-dir-name) delimited by size
               "/" delimited by size
               function trim(ws-file-title) delimited by size
               into ws-out-name
           end-string.
      *-----------------------------------------------------------------
       begin-output.
           perform name-output.
           open output fs-out.
           move "00000000" to ws-chain-hash.
           move zero to ws-out-count.
      *-----------------------------------------------------------------
      *Write one package line and carry the file's chain over it,
      *400 characters at a time.
       put-line.
           write fs-out-line from ws-out-line end-write.
           add 1 to ws-out-count.
           if ws-access-mode
               add 1 to ws-total-records
           end-if.
           move 1 to ws-hash-pos.
           perform until ws-hash-pos is greater than
               length of ws-out-line
               if ws-hash-pos is equal to 1
                   or ws-out-line(ws-hash-pos:) is not equal to
                       spaces
                   move spaces to ws-hash-part
                   move ws-out-line(ws-hash-pos:) to ws-hash-part
                   call static "rv-chain-hash" using
                       by value ws-chain-hash
                       by reference ws-hash-part
                       by reference ws-next-hash end-call
                   move ws-next-hash to ws-chain-hash
               end-if
               add 400 to ws-hash-pos
           end-perform.
      *-----------------------------------------------------------------
      *Close the file and enter it in the manifest; the manifest line
      *joins the seal's chain.
       end-output.
           close fs-out.
           move ws-out-count to ws-count-disp.
           move spaces to fs-manifest-line.
           string function trim(ws-file-title) delimited by size
               "|" delimited by size
               function trim(ws-count-disp) delimited by size
               "|" delimited by size
               ws-chain-hash delimited by size
               into fs-manifest-line
           end-string.
           move fs-manifest-line to ws-hash-part.
           call static "rv-chain-hash" using
               by value ws-seal-hash
               by reference ws-hash-part
               by reference ws-next-hash end-call.
           move ws-next-hash to ws-seal-hash.
           write fs-manifest-line end-write.
      *-----------------------------------------------------------------
       audit-seal.
           move spaces to ws-audit-text.
           if ws-erase-mode
               move ws-t-pseudo to ws-disp-1
               move ws-t-removed to ws-disp-2
               move ws-t-held to ws-disp-3
               string "erasure " delimited by size
                   ws-user-id delimited by size
                   " sealed " delimited by size
                   ws-seal-hash delimited by size
                   " - " delimited by size
                   function trim(ws-disp-1) delimited by size
                   " pseudonymized, " delimited by size
                   function trim(ws-disp-2) delimited by size
                   " removed, " delimited by size
                   function trim(ws-disp-3) delimited by size
                   " held, in " delimited by size
                   function trim(ws-dir-name) delimited by size
                   into ws-audit-text
               end-string
           else
               move ws-total-records to ws-disp-1
               string "subject access " delimited by size
                   ws-user-id delimited by size
                   " sealed " delimited by size
                   ws-seal-hash delimited by size
                   " - " delimited by size
                   function trim(ws-disp-1) delimited by size
                   " record(s) in " delimited by size
                   function trim(ws-dir-name) delimited by size
                   into ws-audit-text
               end-string
           end-if.
           call static "rv-audit-log" using
               by value "PRV"
               by value spaces
               by value spaces
               by value "rv-subject-request"
               by value ws-audit-text
               by value "subject-request" end-call.
       end program rv-subject-request.

      *answers for open sessions, validates them as they come back,
      *and on completion writes one fixed-layout record to
      *intake.dat - stamp(14), user(26), ten answer fields of 80 -
      *for the nightly batch (rv-intake-batch, intake.cbl) to sweep.
      *Session state lives in formsess.dat (one "userid,dmchannel,
      *next-field,answers" line, answers run together 80 characters
      *per field), so a session in flight survives a bot restart.
       identification division.
       program-id. rv-cmd-request.
       environment division.
                   move "Intake form complete - thanks, the request"
                       & " is queued for the nightly batch."
                       to ws-note-text
                   call static "rv-dm-user-now" using
                       by reference ls-config
                       by value ls-author-id
                       by value ws-note-text end-call
                   move "I need an answer there (or - to skip an"
                       & " optional field)." to ws-note-text
           end-evaluate.
           call static "rv-dm-user-now" using by reference ls-config
               by value ls-author-id
               by value ws-note-text end-call.
           move 0 to return-code.

      *from the optional approve.txt (one "window_secs" line, house
      *default 600), and rv-check-approvals on the housekeeping tick
      *expires anything that sat it out. Requester and approver both
      *land in the audit trail. While a change freeze is open
      *(changefreeze.txt, rv-freeze-check in change.cbl) nothing
      *parks or runs unless a supervisor is asking or approving.
       identification division.
       program-id. rv-approval-park.
       environment division.
       01  ws-approver-name pic x(32).
       01  ws-requester-name pic x(32).
       01  ws-audit-text pic x(200).
       01  ws-freeze-label pic x(40).
       01  ws-freeze-rc picture 9.
       01  ws-freeze-refusal pic x value 'N'.
           88 ws-freeze-refused value 'Y'.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
           end-if.
           call "CBL_RENAME_FILE" using "pendappr.dat.tmp"
               "pendappr.dat" end-call.
      *A change freeze that opened while the command sat parked
      *still stops it (rv-freeze-check, change.cbl) - unless the
      *approver or the requester is a supervisor.
           perform check-freeze.
           if not ws-freeze-refused
               perform execute-approved
           end-if.
           move 1 to return-code.
           goback.
      *-----------------------------------------------------------------
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *A refused entry is dropped, not re-parked - it is asked again
      *after the freeze, and the FRZ line says why it went.
       check-freeze.
           move 'N' to ws-freeze-refusal.
           call static "rv-freeze-check" using
               by value ls-user-id
               by reference ws-freeze-label end-call.
           move return-code to ws-freeze-rc.
           if ws-freeze-rc is equal to 1
               call static "rv-freeze-check" using
                   by value ws-line-requester
                   by reference ws-freeze-label end-call
               move return-code to ws-freeze-rc
           end-if.
           move 0 to return-code.
           if ws-freeze-rc is equal to zero
               exit paragraph
           end-if.
           call static "rv-user-name" using by reference ls-config
               by value ls-user-id
               by reference ws-approver-name end-call.
           move spaces to ws-audit-text.
           if ws-freeze-rc is equal to 1
               move 'Y' to ws-freeze-refusal
               string "approval refused in freeze " delimited by size
                   function trim(ws-freeze-label) delimited by size
                   ": requester=" delimited by size
                   ws-line-requester delimited by size
                   into ws-audit-text
               end-string
           else
               string "supervisor override of freeze "
                   delimited by size
                   function trim(ws-freeze-label) delimited by size
                   ": requester=" delimited by size
                   ws-line-requester delimited by size
                   into ws-audit-text
               end-string
           end-if.
           call static "rv-audit-log" using
               by value "FRZ"
               by value ws-line-channel
               by value spaces
               by value ws-line-program
               by value ws-audit-text
               by value ws-approver-name end-call.
           if not ws-freeze-refused
               exit paragraph
           end-if.
           initialize ws-msg.
           move spaces to ws-content in ws-msg.
           string "Change freeze in force (" delimited by size
               function trim(ws-freeze-label) delimited by size
               ") - the approved command was NOT run; ask again"
                   delimited by size
               " once the freeze lifts." delimited by size
               into ws-content in ws-msg
           end-string.
           call static "rv-send-msg" using by reference ls-config
               by value ws-line-channel
               by content ws-msg end-call.
           move 0 to return-code.
      *-----------------------------------------------------------------
      *Run the parked command as its requester - same message shape
      *the dispatcher would have handed the handler, just without a
      *triggering message id to thread to. Both ids go to the audit

      *seal record the day roll writes; a day with no seal is noted
      *as still open (or cut short). Exit code 0 means the chain
      *verified end to end, 1 means a broken link or a line with no
      *checksum at all, 2 means the file could not be read. A break
      *is recorded on the audit trail as an AVF line, which
      *rv-siem-event (siem.cbl) forwards to the SIEM - queued, like
      *any standalone's audit line, for the running bot to write
      *(rv-audit-log), so the verifier never forks the chain of the
      *day it lands in.
       identification division.
       program-id. rv-audit-verify.
       environment division.
       01  ws-last-dir pic x(3).
       01  ws-a-stamp pic x(26).
       01  ws-a-dir pic x(8).
       01  ws-break-line-no picture 9(8) value zero.
       01  ws-audit-text pic x(200).
       procedure division.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1.
               move 2 to return-code
               stop run
           end-if.
      *A failed verification is itself a security event - it goes on
      *today's trail as an AVF line (after the walk, so the day
      *being checked is never appended to mid-read), and from there
      *to the SIEM.
           if ws-chain-is-broken
               move ws-break-line-no to ws-line-disp
               move spaces to ws-audit-text
               string "chain broken at line " delimited by size
                   function trim(ws-line-disp) delimited by size
                   " of " delimited by size
                   function trim(ws-audit-name) delimited by size
                   into ws-audit-text
               end-string
               call static "rv-audit-log" using
                   by value "AVF"
                   by value spaces
                   by value spaces
                   by value "rv-audit-verify"
                   by value ws-audit-text
                   by value "rv-audit-verify" end-call
               move 1 to return-code
               stop run
           end-if.
      *-----------------------------------------------------------------
       report-break.
           move 'Y' to ws-broken.
           move ws-line-no to ws-break-line-no.
           move ws-line-no to ws-line-disp.
           display "CHAIN BROKEN at line "
               function trim(ws-line-disp)

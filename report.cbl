      *dated names rv-audit-log/rv-log write) and writes
      *report.YYYYMMDD.txt named for the first day: totals by
      *channel, by handler program, by user, denial/throttle/
      *moderation/failed-send counts, alerts held back as repeats of
      *an alert storm (SUP lines, rv-alert-storm), plus the period's
      *ERROR lines.
       identification division.
       program-id. rv-daily-report.
       environment division.
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
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-thr-count picture 9(8) value zero.
       01  ws-mod-count picture 9(8) value zero.
       01  ws-fld-count picture 9(8) value zero.
       01  ws-sup-count picture 9(8) value zero.
       01  ws-err-count picture 9(8) value zero.
       01  ws-reconnect-count picture 9(8) value zero.
      *Reconnect attempts per account slot, off the "Reconnect
                   add 1 to ws-mod-count
               when "FLD"
                   add 1 to ws-fld-count
               when "SUP"
                   add 1 to ws-sup-count
               when other
                   continue
           end-evaluate.
           string "Failed sends        : " ws-count-disp
               delimited by size into ws-work-line end-string.
           perform emit-line.
           move ws-sup-count to ws-count-disp.
           move spaces to ws-work-line.
           string "Alerts suppressed   : " ws-count-disp
               delimited by size into ws-work-line end-string.
           perform emit-line.
           move ws-err-count to ws-count-disp.
           move spaces to ws-work-line.
           string "Bot log ERROR lines : " ws-count-disp

      *once the entry passes. A fat-fingered 27th route gets bounced
      *at the keyboard instead of silently eating a channel's
      *commands until the next preflight.
      *Each write is recorded on the audit trail (CFG) - queued for
      *the running bot to write when it is up (rv-audit-log).
      *Comment lines (leading "*") and blank lines ride through every
      *operation untouched; entry numbers shown by List count
      *significant lines only, the same way the loaders do.
           88 ws-kind-groups value 'G'.
       01  ws-menu-choice pic x.
       01  ws-action-choice pic x.
       01  ws-audit-action pic x(16).
       01  ws-audit-text pic x(200).
       01  ws-quit-flag pic x value 'N'.
           88 ws-operator-quit value 'Y'.
       01  ws-file-done pic x.
           02 filler pic x(30) value "rv-cmd-sent".
           02 filler pic x(30) value "rv-cmd-transcript".
           02 filler pic x(30) value "rv-cmd-config".
           02 filler pic x(30) value "rv-cmd-prefs".
           02 filler pic x(30) value "rv-cmd-strikes".
           02 filler pic x(30) value "rv-cmd-callback".
           02 filler pic x(30) value "rv-cmd-audit".
           02 filler pic x(30) value "rv-cmd-service".
           02 filler pic x(30) value "rv-cmd-checklist".
           02 filler pic x(30) value "rv-cmd-minutes".
           02 filler pic x(30) value "rv-cmd-changes".
           02 filler pic x(30) value "rv-cmd-hold".
           02 filler pic x(30) value "rv-cmd-swap".
       01  ws-known-programs redefines ws-known-programs-data.
           02 ws-known-program pic x(30) occurs 35 times.
       01  ws-known-reaction-pgms-data.
           02 filler pic x(30) value "rv-cmd-ack".
       01  ws-known-reaction-pgms
       check-known-program.
           move 'N' to ws-pgm-found.
           perform varying ws-pgm-idx from 1 by 1
               until ws-pgm-idx is greater than 35
               if ws-known-program(ws-pgm-idx) is equal to
                   ws-f-program
                   move 'Y' to ws-pgm-found
           close fs-config-tmp.
           call "CBL_RENAME_FILE" using ws-tmp-name
               ws-file-name end-call.
      *Every edit goes on the audit trail as a CFG line - a config
      *change is a security event the SIEM sees too.
           evaluate function upper-case(ws-action-choice)
               when 'A' move "entry added" to ws-audit-action
               when 'C' move "entry changed" to ws-audit-action
               when other move "entry deleted" to ws-audit-action
           end-evaluate.
           move spaces to ws-audit-text.
           string function trim(ws-file-name) delimited by size
               " edited in rv-config-maint - " delimited by size
               function trim(ws-audit-action) delimited by size
               into ws-audit-text
           end-string.
           call static "rv-audit-log" using
               by value "CFG"
               by value spaces
               by value spaces
               by value "rv-config-maint"
               by value ws-audit-text
               by value "operator" end-call.
           move spaces to ws-status-text.
           string function trim(ws-file-name) delimited by size
               " written. Remember &RELOAD (or a restart)."

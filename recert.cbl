           02 filler pic x(30) value "rv-cmd-announce".
           02 filler pic x(30) value "rv-cmd-publish".
           02 filler pic x(30) value "rv-cmd-config".
           02 filler pic x(30) value "rv-cmd-hold".
           02 filler pic x(30) value "rv-cmd-strikes".
           02 filler pic x(30) value "rv-cmd-audit".
       01  ws-admin-pgms redefines ws-admin-pgms-data.
           02 ws-admin-pgm pic x(30) occurs 11 times.
       01  ws-pgm-idx picture 9(4).
       01  ws-pgm-hit pic x.
           88 ws-is-admin-program value 'Y'.
       check-admin-program.
           move 'N' to ws-pgm-hit.
           perform varying ws-pgm-idx from 1 by 1
               until ws-pgm-idx is greater than 11
               if ws-admin-pgm(ws-pgm-idx) is equal to ws-a-program
                   move 'Y' to ws-pgm-hit
                   exit perform

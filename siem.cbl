       copy "cabi.cpy".
      ******************************************************************
      *Security event forwarding - security operations watch the SIEM,
      *not our audit files. rv-audit-log hands every line it writes
      *to rv-siem-event; the security-relevant ones (denied commands,
      *throttles, watched-message deletes - the MOD lines
      *rv-watchlist-check writes, not the DEL lines every ordinary
      *deletion leaves - attachment quarantines,
      *token rotations, approval grants and refusals, commands
      *refused in a change freeze, change approvals and rejections,
      *config edits and rollbacks - not the generation snapshots
      *taken on every reload - audit-chain verification failures)
      *become Common Event Format
      *records on a local spool, siemq.dat, and rv-siem-drain on the
      *housekeeping tick forwards the spool in order, as syslog over
      *TCP, to the collector - so a collector outage loses nothing:
      *the spool just grows, and is replayed oldest first once the
      *collector answers again. Only the running bot writes the audit
      *trail (other processes queue their lines to it - see
      *rv-audit-log), so the spool has the one writer the drain's
      *temp-then-rename relies on.
      *  siem.txt    - the collector, one "host,port[,facility]" line
      *                (host name or IPv4 address; syslog facility
      *                number, house default 10, authpriv). No file
      *                means forwarding is off and nothing is spooled.
      *  siemmap.txt - the audit line type to CEF event class map,
      *                one "type,program,text,signature,name,severity"
      *                line each, first match wins:
      *                  type      the audit direction (DEN, THR, ...)
      *                  program   the audit line's program, "*" or
      *                            blank for any
      *                  text      what the audit text must begin
      *                            with, blank for anything
      *                  signature the CEF Device Event Class ID
      *                  name      the CEF event name
      *                  severity  CEF severity, 0-10
      *                Re-read once a minute, so an edit is live
      *                without a restart. No file means the house map
      *                below (ws-house-map), which doubles as the
      *                starting point for writing one.
      *Spool lines are "stamp|sev|CEF record": the event's own
      *current-date stamp (the syslog timestamp, so a replayed event
      *keeps the time it happened) and the syslog severity the CEF
      *severity maps to (9-10 crit, 7-8 err, 5-6 warning, 3-4
      *notice, 0-2 info). The socket calls ride the same static-call
      *C library FFI as rv-disk-guard's statvfs, with the 64-bit
      *Linux struct layouts (sockaddr_in, timeval, hostent) this
      *codebase assumes throughout.
       identification division.
       program-id. rv-siem-event.
       environment division.
       input-output section.
       file-control.
           select optional fs-map assign to "siemmap.txt"
           organization is line sequential.
           select optional fs-siem assign to "siem.txt"
           organization is line sequential.
           select optional fs-spool assign to "siemq.dat"
           organization is line sequential.
       data division.
       file section.
       fd  fs-map.
       01  fs-map-line pic x(200).
       fd  fs-siem.
       01  fs-siem-line pic x(120).
       fd  fs-spool.
       01  fs-spool-line pic x(1200).
       working-storage section.
      *The house map - used whole when siemmap.txt is absent.
       01  ws-house-map-data.
           02 filler pic x(80) value
               "DEN,*,,100,Command denied,7".
           02 filler pic x(80) value
               "THR,*,,110,Command throttled,4".
           02 filler pic x(80) value
               "MOD,rv-watchlist-check,,120,Watched message deleted,5".
           02 filler pic x(80) value
               "QUA,*,quarantined ,130,Attachment quarantined,7".
           02 filler pic x(80) value
               "CTL,rv-token-rotate,,140,Bot token rotated,6".
           02 filler pic x(80) value
               "APR,*,approved,150,Approval granted,5".
           02 filler pic x(80) value
               "FRZ,*,approval refused,151,Approval refused,5".
           02 filler pic x(80) value
               "FRZ,*,refused in freeze,151,Refused in freeze,5".
           02 filler pic x(80) value
               "FRZ,*,supervisor override,152,Freeze overridden,6".
           02 filler pic x(80) value
               "APX,*,,153,Approval expired unapproved,3".
           02 filler pic x(80) value
               "CHG,rv-cmd-changes,APPROVE ,154,Change approved,4".
           02 filler pic x(80) value
               "CHG,rv-cmd-changes,REJECT ,155,Change rejected,4".
           02 filler pic x(80) value
               "CFG,rv-config-maint,,160,Configuration changed,5".
           02 filler pic x(80) value
               "CFG,rv-cmd-config,,160,Configuration changed,5".
           02 filler pic x(80) value
               "IN,rv-cmd-reload,,161,Configuration reloaded,4".
           02 filler pic x(80) value
               "AVF,*,,170,Audit chain verification failed,9".
       01  ws-house-map redefines ws-house-map-data.
           02 ws-house-line pic x(80) occurs 16 times.
       01  ws-house-idx picture 9(4).
       01  ws-map-count picture 9(4) value zero.
       01  ws-map-idx picture 9(4).
       01  ws-map occurs 64 times.
           02 ws-map-type pic x(3).
           02 ws-map-program pic x(30).
           02 ws-map-text pic x(40).
           02 ws-map-text-len picture 9(4).
           02 ws-map-sig pic x(8).
           02 ws-map-name pic x(64).
           02 ws-map-sev picture 9(2).
       01  ws-map-minute pic x(12) value spaces.
       01  ws-forwarding pic x value 'N'.
           88 ws-forwarding-on value 'Y'.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-parse-line pic x(200).
       01  ws-f-type pic x(8).
       01  ws-f-program pic x(30).
       01  ws-f-text pic x(40).
       01  ws-f-sig pic x(8).
       01  ws-f-name pic x(64).
       01  ws-f-sev pic x(4).
       01  ws-hit picture 9(4).
       01  ws-now pic x(21).
       01  ws-syslog-sev picture 9.
       01  ws-sev-disp picture z9.
      *CEF escaping scratch - header fields escape "|" and "\",
      *extension values "=" and "\", and both turn a line feed or
      *carriage return into "\n" or "\r" so an event stays on one
      *spool line.
       01  ws-esc-in pic x(200).
       01  ws-esc-out pic x(420).
       01  ws-esc-len picture 9(4).
       01  ws-esc-idx picture 9(4).
       01  ws-esc-pos picture 9(4).
       01  ws-esc-mode pic x.
           88 ws-esc-header value 'H'.
       01  ws-cef-name pic x(140).
       01  ws-cef-author pic x(70).
       01  ws-cef-program pic x(70).
       01  ws-cef-prefix pic x(20).
       01  ws-cef-text pic x(420).
       01  ws-rt pic x(20).
       01  ws-month-names pic x(36)
           value "JanFebMarAprMayJunJulAugSepOctNovDec".
       01  ws-month-no picture 9(2).
       linkage section.
       01  ls-direction pic x(3).
       01  ls-channel pic x(26).
       01  ls-prefix pic x(8).
       01  ls-program pic x(30).
       01  ls-text pic x(200).
       01  ls-author pic x(32).
       procedure division using by reference ls-direction
           by reference ls-channel
           by reference ls-prefix
           by reference ls-program
           by reference ls-text
           by reference ls-author.
           move function current-date to ws-now.
           if ws-now(1:12) is not equal to ws-map-minute
               perform load-map
           end-if.
           if not ws-forwarding-on
               goback
           end-if.
           perform find-map-entry.
           if ws-hit is equal to zero
               goback
           end-if.
           perform spool-event.
           goback.
      *-----------------------------------------------------------------
       load-map.
           move ws-now(1:12) to ws-map-minute.
           move 'N' to ws-forwarding.
           move 'N' to ws-eof.
           open input sharing with all fs-siem.
           perform until ws-at-eof
               read fs-siem
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-siem-line(1:1) is not equal to space
                           and fs-siem-line(1:1) is not equal to '*'
                           move 'Y' to ws-forwarding
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-siem.
           move zero to ws-map-count.
           move 'N' to ws-eof.
           open input sharing with all fs-map.
           perform until ws-at-eof
               read fs-map
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-map-line(1:1) is not equal to space
                           and fs-map-line(1:1) is not equal to '*'
                           move fs-map-line to ws-parse-line
                           perform parse-map-line
                       end-if
               end-read
           end-perform.
           close fs-map.
           if ws-map-count is equal to zero
               perform varying ws-house-idx from 1 by 1
                   until ws-house-idx is greater than 16
                   move ws-house-line(ws-house-idx) to ws-parse-line
                   perform parse-map-line
               end-perform
           end-if.
      *-----------------------------------------------------------------
       parse-map-line.
           if ws-map-count is not less than 64
               exit paragraph
           end-if.
           move spaces to ws-f-type ws-f-program ws-f-text ws-f-sig
               ws-f-name ws-f-sev.
           unstring ws-parse-line delimited by ","
               into ws-f-type ws-f-program ws-f-text ws-f-sig
                    ws-f-name ws-f-sev
           end-unstring.
           if ws-f-type is equal to spaces
               or ws-f-sig is equal to spaces
               exit paragraph
           end-if.
           add 1 to ws-map-count.
           move ws-f-type to ws-map-type(ws-map-count).
           if ws-f-program is equal to "*"
               move spaces to ws-map-program(ws-map-count)
           else
               move ws-f-program to ws-map-program(ws-map-count)
           end-if.
           move ws-f-text to ws-map-text(ws-map-count).
           if ws-f-text is equal to spaces
               move zero to ws-map-text-len(ws-map-count)
           else
               move function length(function trim(ws-f-text
                   trailing)) to ws-map-text-len(ws-map-count)
           end-if.
           move ws-f-sig to ws-map-sig(ws-map-count).
           move ws-f-name to ws-map-name(ws-map-count).
           move function numval(ws-f-sev) to ws-map-sev(ws-map-count).
           if ws-map-sev(ws-map-count) is greater than 10
               move 10 to ws-map-sev(ws-map-count)
           end-if.
      *-----------------------------------------------------------------
       find-map-entry.
           move zero to ws-hit.
           perform varying ws-map-idx from 1 by 1
               until ws-map-idx is greater than ws-map-count
               if ws-map-type(ws-map-idx) is equal to ls-direction
                   and (ws-map-program(ws-map-idx) is equal to spaces
                       or ws-map-program(ws-map-idx) is equal to
                           ls-program)
                   if ws-map-text-len(ws-map-idx) is equal to zero
                       move ws-map-idx to ws-hit
                       exit perform
                   end-if
                   if ls-text(1:ws-map-text-len(ws-map-idx)) is equal
                       to ws-map-text(ws-map-idx)
                           (1:ws-map-text-len(ws-map-idx))
                       move ws-map-idx to ws-hit
                       exit perform
                   end-if
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *CEF:Version|Vendor|Product|Version|Class|Name|Severity|Ext -
      *rt in the "MMM dd yyyy HH:mm:ss" form CEF accepts.
       spool-event.
           evaluate true
               when ws-map-sev(ws-hit) is greater than 8
                   move 2 to ws-syslog-sev
               when ws-map-sev(ws-hit) is greater than 6
                   move 3 to ws-syslog-sev
               when ws-map-sev(ws-hit) is greater than 4
                   move 4 to ws-syslog-sev
               when ws-map-sev(ws-hit) is greater than 2
                   move 5 to ws-syslog-sev
               when other
                   move 6 to ws-syslog-sev
           end-evaluate.
           move ws-now(5:2) to ws-month-no.
           move spaces to ws-rt.
           string ws-month-names(ws-month-no * 3 - 2:3)
                   delimited by size
               " " delimited by size
               ws-now(7:2) delimited by size
               " " delimited by size
               ws-now(1:4) delimited by size
               " " delimited by size
               ws-now(9:2) delimited by size
               ":" delimited by size
               ws-now(11:2) delimited by size
               ":" delimited by size
               ws-now(13:2) delimited by size
               into ws-rt
           end-string.
           move 'H' to ws-esc-mode.
           move ws-map-name(ws-hit) to ws-esc-in.
           perform escape-cef.
           move ws-esc-out to ws-cef-name.
           move 'E' to ws-esc-mode.
           move ls-author to ws-esc-in.
           perform escape-cef.
           move ws-esc-out to ws-cef-author.
           move ls-program to ws-esc-in.
           perform escape-cef.
           move ws-esc-out to ws-cef-program.
           move ls-prefix to ws-esc-in.
           perform escape-cef.
           move ws-esc-out to ws-cef-prefix.
           move ls-text to ws-esc-in.
           perform escape-cef.
           move ws-esc-out to ws-cef-text.
           move ws-map-sev(ws-hit) to ws-sev-disp.
           move spaces to fs-spool-line.
           string ws-now delimited by size
               "|" delimited by size
               ws-syslog-sev delimited by size
               "|CEF:0|Revolt|revolt-bot|1|" delimited by size
               function trim(ws-map-sig(ws-hit)) delimited by size
               "|" delimited by size
               function trim(ws-cef-name) delimited by size
               "|" delimited by size
               function trim(ws-sev-disp) delimited by size
               "|rt=" delimited by size
               ws-rt delimited by size
               " act=" delimited by size
               ls-direction delimited by space
               " suser=" delimited by size
               function trim(ws-cef-author) delimited by size
               " cs1Label=channel cs1=" delimited by size
               ls-channel delimited by space
               " cs2Label=command cs2=" delimited by size
               function trim(ws-cef-prefix) delimited by size
               " cs3Label=program cs3=" delimited by size
               function trim(ws-cef-program) delimited by size
               " msg=" delimited by size
               function trim(ws-cef-text) delimited by size
               into fs-spool-line
           end-string.
           open extend fs-spool.
           write fs-spool-line end-write.
           close fs-spool.
      *-----------------------------------------------------------------
       escape-cef.
           move spaces to ws-esc-out.
           move 1 to ws-esc-pos.
           if ws-esc-in is equal to spaces
               exit paragraph
           end-if.
           move function length(function trim(ws-esc-in trailing))
               to ws-esc-len.
           perform varying ws-esc-idx from 1 by 1
               until ws-esc-idx is greater than ws-esc-len
               evaluate true
                   when ws-esc-in(ws-esc-idx:1) is equal to x"0A"
                       move "\n" to ws-esc-out(ws-esc-pos:2)
                       add 2 to ws-esc-pos
                   when ws-esc-in(ws-esc-idx:1) is equal to x"0D"
                       move "\r" to ws-esc-out(ws-esc-pos:2)
                       add 2 to ws-esc-pos
                   when ws-esc-in(ws-esc-idx:1) is equal to "\"
                     or (ws-esc-header
                       and ws-esc-in(ws-esc-idx:1) is equal to "|")
                     or (not ws-esc-header
                       and ws-esc-in(ws-esc-idx:1) is equal to "=")
                       move "\" to ws-esc-out(ws-esc-pos:1)
                       move ws-esc-in(ws-esc-idx:1)
                           to ws-esc-out(ws-esc-pos + 1:1)
                       add 2 to ws-esc-pos
                   when other
                       move ws-esc-in(ws-esc-idx:1)
                           to ws-esc-out(ws-esc-pos:1)
                       add 1 to ws-esc-pos
               end-evaluate
           end-perform.
       end program rv-siem-event.
      ******************************************************************
      *Forward the spool to the collector - called on the
      *housekeeping tick. An empty spool (the usual case) costs one
      *open and read. One TCP connection per pass carries every
      *spooled line, oldest first, each as an RFC 5424 syslog message
      *("<pri>1 timestamp host revolt-bot - - - CEF:...") framed by a
      *newline; the first line that fails to go stops the pass and
      *it and everything after it stay spooled, in order. A failed
      *connect waits out the rest of the minute before the next try,
      *and the outage and the recovery each get one log line, not
      *one per pass. Connect and send time out after 3 seconds
      *(SO_SNDTIMEO) so a black-holed collector can't stall the tick.
       identification division.
       program-id. rv-siem-drain.
       environment division.
       input-output section.
       file-control.
           select optional fs-spool assign to "siemq.dat"
           organization is line sequential.
           select fs-spool-tmp assign to "siemq.dat.tmp"
           organization is line sequential.
           select optional fs-siem assign to "siem.txt"
           organization is line sequential.
       data division.
       file section.
       fd  fs-spool.
       01  fs-spool-line pic x(1200).
       fd  fs-spool-tmp.
       01  fs-spool-tmp-line pic x(1200).
       fd  fs-siem.
       01  fs-siem-line pic x(120).
       working-storage section.
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-fail-minute pic x(12) value spaces.
       01  ws-outage pic x value 'N'.
           88 ws-in-outage value 'Y'.
       01  ws-send-failed pic x value 'N'.
           88 ws-send-has-failed value 'Y'.
       01  ws-sent-count picture 9(8).
       01  ws-kept-count picture 9(8).
       01  ws-count-disp picture zzzzzzz9.
       01  ws-f-host pic x(80).
       01  ws-f-port pic x(8).
       01  ws-f-facility pic x(8).
       01  ws-port picture 9(5).
       01  ws-facility picture 9(2).
       01  ws-pri picture 9(3).
       01  ws-pri-disp picture zz9.
       01  ws-host-z pic x(81).
       01  ws-my-host pic x(64).
       01  ws-my-host-size :tp-sizet: value 63.
       01  ws-sock :tp-int:.
       01  ws-status :tp-int:.
       01  ws-sent-bytes :tp-long:.
       01  ws-msg-len :tp-sizet:.
       01  ws-af-inet :tp-int: value 2.
       01  ws-sock-stream :tp-int: value 1.
       01  ws-zero-int :tp-int: value 0.
       01  ws-sol-socket :tp-int: value 1.
       01  ws-so-sndtimeo :tp-int: value 21.
       01  ws-msg-nosignal :tp-int: value 16384.
       01  ws-addr-size :tp-int: value 16.
       01  ws-tv-size :tp-int: value 16.
      *struct timeval, 64-bit Linux.
       01  ws-timeval.
           02 ws-tv-sec :tp-long: value 3.
           02 ws-tv-usec :tp-long: value 0.
      *struct sockaddr_in - family in host order, port and address
      *in network order, zero padding to 16 bytes.
       01  ws-sockaddr.
           02 ws-sin-family :tp-ush:.
           02 ws-sin-port-hi :tp-uint8:.
           02 ws-sin-port-lo :tp-uint8:.
           02 ws-sin-addr :tp-uint32:.
           02 ws-sin-addr-x redefines ws-sin-addr pic x(4).
           02 ws-sin-zero pic x(8).
       01  ws-hostent-ptr usage pointer.
      *struct hostent, 64-bit Linux - h_addr_list at offset 24.
       01  ws-hostent based.
           02 filler pic x(24).
           02 ws-h-addr-list usage pointer.
       01  ws-addr-list based.
           02 ws-h-addr-first usage pointer.
       01  ws-in-addr based pic x(4).
       01  ws-stamp pic x(21).
       01  ws-sev pic x.
       01  ws-cef pic x(1160).
       01  ws-send-buf pic x(1300).
       01  ws-send-len picture 9(4).
       01  ws-log-line pic x(200).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
       procedure division using by reference ls-config.
           if function current-date(1:12) is equal to ws-fail-minute
               goback
           end-if.
           move 'N' to ws-eof.
           open input sharing with all fs-spool.
           read fs-spool
               at end
                   close fs-spool
                   goback
           end-read.
           perform load-collector.
           if ws-f-host is equal to spaces
               close fs-spool
               goback
           end-if.
           perform open-connection.
           if ws-sock is less than zero
               close fs-spool
               perform note-outage
               goback
           end-if.
           move 'N' to ws-send-failed.
           move zero to ws-sent-count ws-kept-count.
           open output fs-spool-tmp.
           perform send-or-keep.
           perform until ws-at-eof
               read fs-spool
                   at end move 'Y' to ws-eof
                   not at end perform send-or-keep
               end-read
           end-perform.
           close fs-spool.
           close fs-spool-tmp.
           call static "close" using by value ws-sock
               returning ws-status end-call.
           call "CBL_RENAME_FILE" using "siemq.dat.tmp"
               "siemq.dat" end-call.
           if ws-send-has-failed
               perform note-outage
               goback
           end-if.
           if ws-in-outage
               move 'N' to ws-outage
               move ws-sent-count to ws-count-disp
               move spaces to ws-log-line
               string "[SIEM] Collector answering again - "
                   delimited by size
                   function trim(ws-count-disp) delimited by size
                   " spooled event(s) forwarded" delimited by size
                   into ws-log-line
               end-string
               call static "rv-log" using by value "INFO "
                   by value ws-log-line end-call
           end-if.
           goback.
      *-----------------------------------------------------------------
       load-collector.
           move spaces to ws-f-host ws-f-port ws-f-facility.
           move 'N' to ws-eof.
           open input sharing with all fs-siem.
           perform until ws-at-eof
               read fs-siem
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-siem-line(1:1) is not equal to space
                           and fs-siem-line(1:1) is not equal to '*'
                           unstring fs-siem-line delimited by ","
                               into ws-f-host ws-f-port ws-f-facility
                           end-unstring
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform.
           close fs-siem.
           move 'N' to ws-eof.
           if ws-f-port is equal to spaces
               move 514 to ws-port
           else
               move function numval(ws-f-port) to ws-port
           end-if.
           if ws-f-facility is equal to spaces
               move 10 to ws-facility
           else
               move function numval(ws-f-facility) to ws-facility
           end-if.
      *-----------------------------------------------------------------
      *A dotted address is used as it stands; anything else is
      *looked up by name.
       open-connection.
           move -1 to ws-sock.
           move spaces to ws-host-z.
           string function trim(ws-f-host) delimited by size
               x"00" delimited by size
               into ws-host-z
           end-string.
           move 2 to ws-sin-family.
           compute ws-sin-port-hi = ws-port / 256.
           compute ws-sin-port-lo = function mod(ws-port, 256).
           move low-values to ws-sin-zero.
           call static "inet_addr" using by reference ws-host-z
               returning ws-sin-addr end-call.
           if ws-sin-addr is equal to 4294967295
               call static "gethostbyname" using
                   by reference ws-host-z
                   returning ws-hostent-ptr end-call
               if ws-hostent-ptr is equal to null
                   exit paragraph
               end-if
               set address of ws-hostent to ws-hostent-ptr
               set address of ws-addr-list to ws-h-addr-list
               if ws-h-addr-first is equal to null
                   exit paragraph
               end-if
               set address of ws-in-addr to ws-h-addr-first
               move ws-in-addr to ws-sin-addr-x
           end-if.
           call static "socket" using by value ws-af-inet
               by value ws-sock-stream
               by value ws-zero-int
               returning ws-sock end-call.
           if ws-sock is less than zero
               exit paragraph
           end-if.
           call static "setsockopt" using by value ws-sock
               by value ws-sol-socket
               by value ws-so-sndtimeo
               by reference ws-timeval
               by value ws-tv-size
               returning ws-status end-call.
           call static "connect" using by value ws-sock
               by reference ws-sockaddr
               by value ws-addr-size
               returning ws-status end-call.
           if ws-status is not equal to zero
               call static "close" using by value ws-sock
                   returning ws-status end-call
               move -1 to ws-sock
               exit paragraph
           end-if.
           move spaces to ws-my-host.
           call static "gethostname" using by reference ws-my-host
               by value ws-my-host-size
               returning ws-status end-call.
           inspect ws-my-host replacing all low-value by space.
           if ws-my-host is equal to spaces
               move "-" to ws-my-host
           end-if.
      *-----------------------------------------------------------------
       send-or-keep.
           if ws-send-has-failed
               write fs-spool-tmp-line from fs-spool-line end-write
               add 1 to ws-kept-count
               exit paragraph
           end-if.
           move fs-spool-line(1:21) to ws-stamp.
           move fs-spool-line(23:1) to ws-sev.
           move fs-spool-line(25:) to ws-cef.
           compute ws-pri = ws-facility * 8 + function numval(ws-sev).
           move ws-pri to ws-pri-disp.
           move spaces to ws-send-buf.
           string "<" delimited by size
               function trim(ws-pri-disp) delimited by size
               ">1 " delimited by size
               ws-stamp(1:4) "-" ws-stamp(5:2) "-" ws-stamp(7:2)
                   delimited by size
               "T" ws-stamp(9:2) ":" ws-stamp(11:2) ":"
                   ws-stamp(13:2) delimited by size
               ws-stamp(17:3) ":" ws-stamp(20:2) delimited by size
               " " delimited by size
               function trim(ws-my-host) delimited by size
               " revolt-bot - - - " delimited by size
               function trim(ws-cef trailing) delimited by size
               x"0A" delimited by size
               into ws-send-buf
           end-string.
           move function length(function trim(ws-send-buf trailing))
               to ws-send-len.
           move ws-send-len to ws-msg-len.
           call static "send" using by value ws-sock
               by reference ws-send-buf
               by value ws-msg-len
               by value ws-msg-nosignal
               returning ws-sent-bytes end-call.
           if ws-sent-bytes is not equal to ws-send-len
               move 'Y' to ws-send-failed
               write fs-spool-tmp-line from fs-spool-line end-write
               add 1 to ws-kept-count
           else
               add 1 to ws-sent-count
           end-if.
      *-----------------------------------------------------------------
       note-outage.
           move function current-date(1:12) to ws-fail-minute.
           if ws-in-outage
               exit paragraph
           end-if.
           move 'Y' to ws-outage.
           move spaces to ws-log-line.
           string "[SIEM] Collector " delimited by size
               function trim(ws-f-host) delimited by size
               " not accepting events - spooling in siemq.dat until"
                   delimited by size
               " it answers" delimited by size
               into ws-log-line
           end-string.
           call static "rv-log" using by value "WARN"
               by value ws-log-line end-call.
       end program rv-siem-drain.

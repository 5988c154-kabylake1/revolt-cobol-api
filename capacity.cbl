       copy "cabi.cpy".
      ******************************************************************
      *Weekly storage capacity forecast - the warning rv-disk-guard
      *(diskgd.cbl) can't give: not "free space is low now" but
      *"at this rate the warning line is three weeks out", early
      *enough to ask for disk or shorten retention. Run standalone
      *from the weekly schedule:
      *    rv-capacity-report [YYYYMMDD]
      *No argument means today. Each run measures the stores
      *    msgarchive.dat  msgledger.dat  outledger.dat  tickets.dat
      *    audit.*.log and bot.*.log (the dated logs, together)
      *    attachments/ (every dated directory under it)
      *and the free space on the working directory (statvfs, as
      *rv-disk-guard), and appends the sample to capacity.hist - one
      *"date,free_kb,msgs_per_week,archive_kb,ledger_kb,
      *outledger_kb,tickets_kb,logs_kb,attach_kb" line a run (a
      *rerun on the same date replaces that date's sample).
      *The trend is a least-squares line through the last 26
      *samples - half a year of weekly runs - per store; their sum
      *is the growth the bot itself puts on the disk, projected
      *forward from today's free space to the dates it crosses
      *diskguard.txt's warn_mb and crit_mb lines (house defaults as
      *rv-disk-guard). The growth is then set against trafbase.dat's
      *hourly per-channel baselines (rv-traffic-monitor,
      *traffic.cbl) for a cost per thousand messages, and each
      *channel's share of the growth is shown busiest first - the
      *channels whose retention is worth shortening.
      *Writes capacity.YYYYMMDD.txt; the headline goes to the
      *maildrop (REPORT,capacity). No API session needed.
       identification division.
       program-id. rv-capacity-report.
       environment division.
       input-output section.
       file-control.
           select optional fs-tuning assign to "diskguard.txt"
           organization is line sequential.
           select optional fs-base assign to "trafbase.dat"
           organization is line sequential.
           select optional fs-hist assign to "capacity.hist"
           organization is line sequential.
           select fs-hist-tmp assign to "capacity.hist.tmp"
           organization is line sequential.
           select fs-report assign to ws-report-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-tuning.
       01  fs-tuning-line pic x(48).
       fd  fs-base.
       01  fs-base-line pic x(80).
       fd  fs-hist.
       01  fs-hist-line pic x(160).
       fd  fs-hist-tmp.
       01  fs-hist-tmp-line pic x(160).
       fd  fs-report.
       01  fs-report-line pic x(160).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-today pic x(8).
       01  ws-today-int picture 9(8).
       01  ws-report-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-field-1 pic x(26).
       01  ws-field-2 pic x(12).
       01  ws-field-3 pic x(12).
      *Free space, as rv-disk-guard reads it - struct statvfs on
      *64-bit Linux glibc, only the fragment size and the
      *available-block count used.
       01  ws-path-z pic x(2) value z".".
       01  ws-statvfs-buf synchronized.
           02 ws-f-bsize :tp-ulong:.
           02 ws-f-frsize :tp-ulong:.
           02 ws-f-blocks :tp-ulong:.
           02 ws-f-bfree :tp-ulong:.
           02 ws-f-bavail :tp-ulong:.
           02 filler pic x(96).
       01  ws-status :tp-int:.
       01  ws-free-kb picture 9(12).
       01  ws-warn-mb picture 9(8) value 1024.
       01  ws-crit-mb picture 9(8) value 256.
      *The stores - the sizes measured today, in KB.
       01  ws-store-names.
           02 filler pic x(16) value "msgarchive.dat".
           02 filler pic x(16) value "msgledger.dat".
           02 filler pic x(16) value "outledger.dat".
           02 filler pic x(16) value "tickets.dat".
           02 filler pic x(16) value "audit/bot logs".
           02 filler pic x(16) value "attachments/".
       01  filler redefines ws-store-names.
           02 ws-store-name pic x(16) occurs 6 times.
       01  ws-store-idx picture 9(4).
       01  ws-store-kb picture 9(12) occurs 6 times.
       01  ws-store-bytes picture 9(15).
       01  ws-msgs-per-week picture 9(10).
      *CBL_CHECK_FILE_EXIST's answer.
       01  ws-file-name pic x(200).
       01  ws-file-details.
           02 ws-fd-size pic x(8) comp-x.
           02 ws-fd-day pic x comp-x.
           02 ws-fd-month pic x comp-x.
           02 ws-fd-year pic x(2) comp-x.
           02 ws-fd-hours pic x comp-x.
           02 ws-fd-minutes pic x comp-x.
           02 ws-fd-seconds pic x comp-x.
           02 ws-fd-hundredths pic x comp-x.
      *Directory listing - the opendir/readdir FFI rv-sweep-dropbox
      *(tick.cbl) uses, with its 64-bit Linux dirent offset.
       01  ws-dir-name pic x(200).
       01  ws-dir-handle usage pointer.
       01  ws-sub-handle usage pointer.
       01  ws-dirent-ptr usage pointer.
       01  ws-dirent based.
           02 filler pic x(19).
           02 ws-d-name pic x(100).
       01  ws-name-len picture 9(4).
       01  ws-entry-name pic x(100).
       01  ws-list-count picture 9(4).
       01  ws-list-idx picture 9(4).
       01  ws-list-names pic x(100) occurs 2000 times.
       01  ws-sub-count picture 9(4).
       01  ws-sub-idx picture 9(4).
       01  ws-sub-names pic x(100) occurs 2000 times.
       01  ws-sub-dir pic x(200).
      *History - the trend window, oldest first.
       01  ws-hist-count picture 9(4) value zero.
       01  ws-hist-idx picture 9(4).
       01  ws-hist-dropped picture 9(6) value zero.
       01  ws-history occurs 600 times.
           02 ws-h-date pic x(8).
           02 ws-h-line pic x(160).
       01  ws-h-fields.
           02 ws-h-field pic x(14) occurs 9 times.
       01  ws-win-first picture 9(4).
       01  ws-win-count picture 9(4).
       01  ws-x picture s9(6).
       01  ws-y picture s9(12).
       01  ws-sum-x picture s9(10).
       01  ws-sum-xx picture s9(14).
       01  ws-sum-y picture s9(16).
       01  ws-sum-xy picture s9(18).
       01  ws-denominator picture s9(18).
       01  ws-slope-kb-day picture s9(12)v9(4) occurs 6 times.
       01  ws-growth-kb-day picture s9(12)v9(4).
       01  ws-growth-kb-week picture s9(12)v9(4).
       01  ws-first-sample pic x(8).
      *Projection.
       01  ws-threshold-kb picture 9(12).
       01  ws-days-left picture 9(8).
       01  ws-hit-date picture 9(8).
       01  ws-threshold-label pic x(9).
       01  ws-threshold-mb picture 9(8).
      *Channel shares off trafbase.dat.
       01  ws-chan-count picture 9(4) value zero.
       01  ws-chan-idx picture 9(4).
       01  ws-chan-dropped picture 9(6) value zero.
       01  ws-channels occurs 500 times.
           02 ws-ch-channel pic x(26).
           02 ws-ch-week picture 9(10).
           02 ws-ch-printed pic x.
       01  ws-best-idx picture 9(4).
       01  ws-rank picture 9(4).
       01  ws-kb-per-kmsg picture 9(10)v9(2).
       01  ws-share-pct picture 9(3)v9.
       01  ws-chan-kb-week picture 9(12)v9(2).
      *Report scratch.
       01  ws-mb-disp picture zzzzzzzz9.9.
       01  ws-mb-disp-2 picture -zzzzzzz9.9.
       01  ws-num-disp picture zzzzzzzzz9.
       01  ws-pct-disp picture zz9.9.
       01  ws-kb-disp picture zzzzzzzz9.99.
       01  ws-mb-wk picture s9(10)v9.
       01  ws-work-line pic x(160).
       01  ws-out-line pic x(160).
      *Sized to rv-maildrop's linkage so the recipient-key compare
      *sees blank fill, not whatever followed a short literal.
       01  ws-mail-key pic x(16) value "capacity".
       01  ws-mail-subject pic x(80)
           value "Weekly storage capacity forecast".
       01  ws-mail-body pic x(200).
       01  ws-headline pic x(200).
       procedure division.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1
           end-unstring.
           if ws-arg-1(1:8) is numeric
               move ws-arg-1(1:8) to ws-today
           else
               move function current-date(1:8) to ws-today
           end-if.
           compute ws-today-int =
               function integer-of-date(function numval(ws-today)).
           call static "statvfs" using by reference ws-path-z
               by reference ws-statvfs-buf
               returning ws-status end-call.
           if ws-status is not equal to zero
               display "statvfs on the working directory failed -"
                   " no forecast" end-display
               move 2 to return-code
               stop run
           end-if.
           compute ws-free-kb = ws-f-bavail * ws-f-frsize / 1024.
           perform load-tuning.
           perform measure-stores.
           perform load-traffic.
           perform record-sample.
           perform fit-trend.
           move spaces to ws-report-name.
           string "capacity." delimited by size
               ws-today delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           open output fs-report.
           move spaces to ws-work-line.
           string "Storage capacity forecast, " delimited by size
               ws-today delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           perform write-store-section.
           perform write-projection-section.
           perform write-channel-section.
           close fs-report.
           call static "rv-maildrop" using
               by value "REPORT  "
               by value ws-mail-key
               by value ws-mail-subject
               by value ws-headline end-call.
           display "Capacity forecast written to "
               function trim(ws-report-name) end-display.
           stop run.
      *-----------------------------------------------------------------
      *diskguard.txt's one "warn_mb,crit_mb" line, read the way
      *rv-disk-guard reads it.
       load-tuning.
           open input sharing with all fs-tuning.
           read fs-tuning
               at end continue
               not at end
                   if fs-tuning-line(1:1) is not equal to space
                       and fs-tuning-line(1:1) is not equal to '*'
                       move spaces to ws-field-2, ws-field-3
                       unstring fs-tuning-line delimited by ","
                           into ws-field-2 ws-field-3
                       end-unstring
                       if ws-field-2 is not equal to spaces
                           move function numval(ws-field-2)
                               to ws-warn-mb
                       end-if
                       if ws-field-3 is not equal to spaces
                           move function numval(ws-field-3)
                               to ws-crit-mb
                       end-if
                   end-if
           end-read.
           close fs-tuning.
           if ws-warn-mb is equal to zero
               move 1024 to ws-warn-mb
           end-if.
           if ws-crit-mb is equal to zero
               move 256 to ws-crit-mb
           end-if.
      *-----------------------------------------------------------------
       measure-stores.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx is greater than 4
               move ws-store-name(ws-store-idx) to ws-file-name
               move zero to ws-store-bytes
               perform add-file-size
               compute ws-store-kb(ws-store-idx) =
                   ws-store-bytes / 1024
           end-perform.
      *The dated logs, straight off the working directory.
           move zero to ws-store-bytes.
           move "." to ws-dir-name.
           perform list-directory.
           perform varying ws-list-idx from 1 by 1
               until ws-list-idx is greater than ws-list-count
               move ws-list-names(ws-list-idx) to ws-entry-name
               move zero to ws-name-len
               inspect ws-entry-name tallying ws-name-len
                   for characters before initial space
               if ws-name-len is greater than 4
                   and (ws-entry-name(1:6) is equal to "audit."
                   or ws-entry-name(1:4) is equal to "bot.")
                   and ws-entry-name(ws-name-len - 3:4) is equal
                       to ".log"
                   move ws-entry-name to ws-file-name
                   perform add-file-size
               end-if
           end-perform.
           compute ws-store-kb(5) = ws-store-bytes / 1024.
      *attachments/ holds index.log and one directory per day.
           move zero to ws-store-bytes.
           move "attachments" to ws-dir-name.
           perform list-directory.
           perform varying ws-list-idx from 1 by 1
               until ws-list-idx is greater than ws-list-count
               perform measure-attachment-entry
           end-perform.
           compute ws-store-kb(6) = ws-store-bytes / 1024.
      *-----------------------------------------------------------------
       measure-attachment-entry.
           move spaces to ws-sub-dir.
           string "attachments/" delimited by size
               ws-list-names(ws-list-idx) delimited by space
               into ws-sub-dir
           end-string.
           move ws-sub-dir to ws-dir-name.
           perform list-sub-directory.
           if ws-sub-handle is equal to null
               move ws-sub-dir to ws-file-name
               perform add-file-size
               exit paragraph
           end-if.
           perform varying ws-sub-idx from 1 by 1
               until ws-sub-idx is greater than ws-sub-count
               move spaces to ws-file-name
               string function trim(ws-sub-dir) delimited by size
                   "/" delimited by size
                   ws-sub-names(ws-sub-idx) delimited by space
                   into ws-file-name
               end-string
               perform add-file-size
           end-perform.
      *-----------------------------------------------------------------
       add-file-size.
           call "CBL_CHECK_FILE_EXIST" using ws-file-name
               ws-file-details end-call.
           if return-code is equal to zero
               add ws-fd-size to ws-store-bytes
           end-if.
           move zero to return-code.
      *-----------------------------------------------------------------
      *ws-dir-name's entries (dot-files left out) into ws-list-names.
       list-directory.
           move zero to ws-list-count.
           perform null-terminate-dir.
           call static "opendir" using by reference ws-dir-name
               returning ws-dir-handle end-call.
           if ws-dir-handle is equal to null
               exit paragraph
           end-if.
           perform until ws-list-count is not less than 2000
               call static "readdir" using by value ws-dir-handle
                   returning ws-dirent-ptr end-call
               if ws-dirent-ptr is equal to null
                   exit perform
               end-if
               set address of ws-dirent to ws-dirent-ptr
               perform take-dirent-name
               if ws-entry-name is not equal to spaces
                   add 1 to ws-list-count
                   move ws-entry-name to ws-list-names(ws-list-count)
               end-if
           end-perform.
           call static "closedir" using by value ws-dir-handle
               end-call.
      *-----------------------------------------------------------------
      *The same for one level down; ws-sub-handle comes back null
      *when ws-dir-name is a plain file.
       list-sub-directory.
           move zero to ws-sub-count.
           perform null-terminate-dir.
           call static "opendir" using by reference ws-dir-name
               returning ws-sub-handle end-call.
           if ws-sub-handle is equal to null
               exit paragraph
           end-if.
           perform until ws-sub-count is not less than 2000
               call static "readdir" using by value ws-sub-handle
                   returning ws-dirent-ptr end-call
               if ws-dirent-ptr is equal to null
                   exit perform
               end-if
               set address of ws-dirent to ws-dirent-ptr
               perform take-dirent-name
               if ws-entry-name is not equal to spaces
                   add 1 to ws-sub-count
                   move ws-entry-name to ws-sub-names(ws-sub-count)
               end-if
           end-perform.
           call static "closedir" using by value ws-sub-handle
               end-call.
      *-----------------------------------------------------------------
       null-terminate-dir.
           move zero to ws-name-len.
           inspect ws-dir-name tallying ws-name-len
               for characters before initial space.
           add 1 to ws-name-len.
           move low-value to ws-dir-name(ws-name-len:1).
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
      *trafbase.dat - "channel,avg_x100,samples", the average being
      *hundredths of a message an hour; a week is 168 hours.
       load-traffic.
           move zero to ws-msgs-per-week.
           move 'N' to ws-eof.
           open input sharing with all fs-base.
           perform until ws-at-eof
               read fs-base
                   at end move 'Y' to ws-eof
                   not at end perform take-base-line
               end-read
           end-perform.
           close fs-base.
      *-----------------------------------------------------------------
       take-base-line.
           if fs-base-line(1:1) is equal to space
               exit paragraph
           end-if.
           move spaces to ws-field-1, ws-field-2, ws-field-3.
           unstring fs-base-line delimited by ","
               into ws-field-1 ws-field-2 ws-field-3
           end-unstring.
           if ws-field-2 is equal to spaces
               exit paragraph
           end-if.
           if ws-chan-count is not less than 500
               add 1 to ws-chan-dropped
               exit paragraph
           end-if.
           add 1 to ws-chan-count.
           move ws-field-1 to ws-ch-channel(ws-chan-count).
           compute ws-ch-week(ws-chan-count) =
               function numval(ws-field-2) * 168 / 100.
           move 'N' to ws-ch-printed(ws-chan-count).
           add ws-ch-week(ws-chan-count) to ws-msgs-per-week.
      *-----------------------------------------------------------------
      *Load the history without today's date, add today's sample,
      *and write it back - a rerun replaces rather than doubles.
       record-sample.
           move 'N' to ws-eof.
           open input sharing with all fs-hist.
           perform until ws-at-eof
               read fs-hist
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-hist-line(1:8) is numeric
                           and fs-hist-line(1:8) is not equal to
                               ws-today
                           perform keep-history-line
                       end-if
               end-read
           end-perform.
           close fs-hist.
           move spaces to ws-out-line.
           string
               ws-today delimited by size
               "," delimited by size
               ws-free-kb delimited by size
               "," delimited by size
               ws-msgs-per-week delimited by size
               "," delimited by size
               ws-store-kb(1) delimited by size
               "," delimited by size
               ws-store-kb(2) delimited by size
               "," delimited by size
               ws-store-kb(3) delimited by size
               "," delimited by size
               ws-store-kb(4) delimited by size
               "," delimited by size
               ws-store-kb(5) delimited by size
               "," delimited by size
               ws-store-kb(6) delimited by size
               into ws-out-line
           end-string.
           move ws-out-line to fs-hist-line.
           perform keep-history-line.
           open output fs-hist-tmp.
           perform varying ws-hist-idx from 1 by 1
               until ws-hist-idx is greater than ws-hist-count
               write fs-hist-tmp-line from ws-h-line(ws-hist-idx)
                   end-write
           end-perform.
           close fs-hist-tmp.
           call "CBL_RENAME_FILE" using "capacity.hist.tmp"
               "capacity.hist" end-call.
      *-----------------------------------------------------------------
      *Kept in date order whatever order the file was in; a full
      *table sheds its oldest sample.
       keep-history-line.
           if ws-hist-count is not less than 600
               perform varying ws-hist-idx from 1 by 1
                   until ws-hist-idx is not less than ws-hist-count
                   move ws-history(ws-hist-idx + 1)
                       to ws-history(ws-hist-idx)
               end-perform
               subtract 1 from ws-hist-count
               add 1 to ws-hist-dropped
           end-if.
           add 1 to ws-hist-count.
           move ws-hist-count to ws-hist-idx.
           perform until ws-hist-idx is equal to 1
               or ws-h-date(ws-hist-idx - 1) is not greater than
                   fs-hist-line(1:8)
               move ws-history(ws-hist-idx - 1)
                   to ws-history(ws-hist-idx)
               subtract 1 from ws-hist-idx
           end-perform.
           move fs-hist-line(1:8) to ws-h-date(ws-hist-idx).
           move fs-hist-line to ws-h-line(ws-hist-idx).
      *-----------------------------------------------------------------
      *Least squares per store over the window - x is days since the
      *window's first sample, y the store's KB.
       fit-trend.
           move 1 to ws-win-first.
           if ws-hist-count is greater than 26
               compute ws-win-first = ws-hist-count - 25
           end-if.
           compute ws-win-count = ws-hist-count - ws-win-first + 1.
           move ws-h-date(ws-win-first) to ws-first-sample.
           move zero to ws-growth-kb-day.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx is greater than 6
               perform fit-one-store
               add ws-slope-kb-day(ws-store-idx) to ws-growth-kb-day
           end-perform.
           compute ws-growth-kb-week rounded = ws-growth-kb-day * 7.
      *-----------------------------------------------------------------
       fit-one-store.
           move zero to ws-sum-x, ws-sum-xx, ws-sum-y, ws-sum-xy.
           move zero to ws-slope-kb-day(ws-store-idx).
           perform varying ws-hist-idx from ws-win-first by 1
               until ws-hist-idx is greater than ws-hist-count
               move spaces to ws-h-fields
               unstring ws-h-line(ws-hist-idx) delimited by ","
                   into ws-h-field(1) ws-h-field(2) ws-h-field(3)
                        ws-h-field(4) ws-h-field(5) ws-h-field(6)
                        ws-h-field(7) ws-h-field(8) ws-h-field(9)
               end-unstring
               compute ws-x = function integer-of-date(
                   function numval(ws-h-date(ws-hist-idx)))
                   - function integer-of-date(
                       function numval(ws-first-sample))
               move zero to ws-y
               if ws-h-field(ws-store-idx + 3) is not equal to spaces
                   compute ws-y =
                       function numval(ws-h-field(ws-store-idx + 3))
               end-if
               add ws-x to ws-sum-x
               compute ws-sum-xx = ws-sum-xx + ws-x * ws-x
               add ws-y to ws-sum-y
               compute ws-sum-xy = ws-sum-xy + ws-x * ws-y
           end-perform.
           compute ws-denominator =
               ws-win-count * ws-sum-xx - ws-sum-x * ws-sum-x.
           if ws-win-count is less than 2
               or ws-denominator is equal to zero
               exit paragraph
           end-if.
           compute ws-slope-kb-day(ws-store-idx) rounded =
               (ws-win-count * ws-sum-xy - ws-sum-x * ws-sum-y)
               / ws-denominator.
      *-----------------------------------------------------------------
       write-store-section.
           move spaces to ws-work-line.
           perform emit-line.
           compute ws-mb-wk rounded = ws-free-kb / 1024.
           move ws-mb-wk to ws-mb-disp.
           move spaces to ws-work-line.
           string "Free space now: " delimited by size
               function trim(ws-mb-disp) delimited by size
               " MB" delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           perform emit-line.
           move "Store                  Size MB   Growth MB/week"
               to ws-work-line.
           perform emit-line.
           move "---------------- ------------ ----------------"
               to ws-work-line.
           perform emit-line.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx is greater than 6
               move spaces to ws-work-line
               move ws-store-name(ws-store-idx) to ws-work-line(1:16)
               compute ws-mb-wk rounded =
                   ws-store-kb(ws-store-idx) / 1024
               move ws-mb-wk to ws-mb-disp
               move ws-mb-disp to ws-work-line(18:11)
               compute ws-mb-wk rounded =
                   ws-slope-kb-day(ws-store-idx) * 7 / 1024
               move ws-mb-wk to ws-mb-disp-2
               move ws-mb-disp-2 to ws-work-line(35:12)
               perform emit-line
           end-perform.
           move spaces to ws-work-line.
           move "Total growth" to ws-work-line(1:16).
           compute ws-mb-wk rounded = ws-growth-kb-week / 1024.
           move ws-mb-wk to ws-mb-disp-2.
           move ws-mb-disp-2 to ws-work-line(35:12).
           perform emit-line.
           move ws-win-count to ws-num-disp.
           move spaces to ws-work-line.
           string "Trend over " delimited by size
               function trim(ws-num-disp) delimited by size
               " sample(s) from " delimited by size
               ws-first-sample delimited by size
               " (capacity.hist)" delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
       write-projection-section.
           move spaces to ws-work-line.
           perform emit-line.
           move "Projection" to ws-work-line.
           perform emit-line.
           move "----------" to ws-work-line.
           perform emit-line.
           move spaces to ws-headline.
           if ws-win-count is less than 2
               move "Only one sample on file - the trend needs at"
                   & " least two weekly runs." to ws-work-line
               perform emit-line
               move "Capacity: first sample recorded, no trend yet."
                   to ws-headline
               exit paragraph
           end-if.
           if ws-growth-kb-day is not greater than zero
               move "The stores are not growing - no threshold in"
                   & " sight." to ws-work-line
               perform emit-line
               move "Capacity: stores flat or shrinking, no"
                   & " threshold in sight." to ws-headline
               exit paragraph
           end-if.
           move "warning" to ws-threshold-label.
           move ws-warn-mb to ws-threshold-mb.
           perform project-threshold.
           move ws-work-line to ws-headline.
           move "critical" to ws-threshold-label.
           move ws-crit-mb to ws-threshold-mb.
           perform project-threshold.
           move ws-headline to ws-out-line.
           move spaces to ws-headline.
           string "Capacity: " delimited by size
               function trim(ws-out-line) delimited by size
               into ws-headline
           end-string.
      *-----------------------------------------------------------------
       project-threshold.
           compute ws-threshold-kb = ws-threshold-mb * 1024.
           move ws-threshold-mb to ws-num-disp.
           move spaces to ws-work-line.
           if ws-free-kb is not greater than ws-threshold-kb
               string "Free space is already below the "
                       delimited by size
                   function trim(ws-threshold-label) delimited by size
                   " line (" delimited by size
                   function trim(ws-num-disp) delimited by size
                   " MB)." delimited by size
                   into ws-work-line
               end-string
               perform emit-line
               exit paragraph
           end-if.
           compute ws-days-left =
               (ws-free-kb - ws-threshold-kb) / ws-growth-kb-day.
           if ws-days-left is greater than 3650
               string "The " delimited by size
                   function trim(ws-threshold-label) delimited by size
                   " line (" delimited by size
                   function trim(ws-num-disp) delimited by size
                   " MB free) is more than ten years out."
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
               exit paragraph
           end-if.
           compute ws-hit-date = function date-of-integer(
               ws-today-int + ws-days-left).
           string "The " delimited by size
               function trim(ws-threshold-label) delimited by size
               " line (" delimited by size
               function trim(ws-num-disp) delimited by size
               " MB free) is reached about " delimited by size
               ws-hit-date delimited by size
               ", in " delimited by size
               into ws-work-line
           end-string.
           move ws-days-left to ws-num-disp.
           move ws-work-line to ws-out-line.
           move spaces to ws-work-line.
           string function trim(ws-out-line) delimited by size
               " " delimited by size
               function trim(ws-num-disp) delimited by size
               " day(s)." delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
      *-----------------------------------------------------------------
      *Growth spread over trafbase.dat's channels by volume, busiest
      *first.
       write-channel-section.
           move spaces to ws-work-line.
           perform emit-line.
           move "Growth by channel traffic" to ws-work-line.
           perform emit-line.
           move "-------------------------" to ws-work-line.
           perform emit-line.
           if ws-msgs-per-week is equal to zero
               or ws-growth-kb-day is not greater than zero
               move "No traffic baseline or no growth to share out."
                   to ws-work-line
               perform emit-line
               exit paragraph
           end-if.
           compute ws-kb-per-kmsg rounded =
               ws-growth-kb-week * 1000 / ws-msgs-per-week.
           move ws-msgs-per-week to ws-num-disp.
           move ws-kb-per-kmsg to ws-kb-disp.
           move spaces to ws-work-line.
           string function trim(ws-num-disp) delimited by size
               " messages a week on the baselines; about "
                   delimited by size
               function trim(ws-kb-disp) delimited by size
               " KB of growth per 1000 messages." delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move spaces to ws-work-line.
           perform emit-line.
           move "Channel                     Msgs/week  Share"
               & "    MB/week" to ws-work-line.
           perform emit-line.
           move "-------------------------- ---------- ------"
               & " ----------" to ws-work-line.
           perform emit-line.
           perform varying ws-rank from 1 by 1
               until ws-rank is greater than 15
               or ws-rank is greater than ws-chan-count
               perform write-next-channel
           end-perform.
           if ws-chan-dropped is greater than zero
               move ws-chan-dropped to ws-num-disp
               move spaces to ws-work-line
               string "(" delimited by size
                   function trim(ws-num-disp) delimited by size
                   " more channel(s) past the table limit)"
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
      *-----------------------------------------------------------------
       write-next-channel.
           move zero to ws-best-idx.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               if ws-ch-printed(ws-chan-idx) is equal to 'N'
                   if ws-best-idx is equal to zero
                       move ws-chan-idx to ws-best-idx
                   else
                       if ws-ch-week(ws-chan-idx) is greater than
                           ws-ch-week(ws-best-idx)
                           move ws-chan-idx to ws-best-idx
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-best-idx is equal to zero
               exit paragraph
           end-if.
           move 'Y' to ws-ch-printed(ws-best-idx).
           compute ws-share-pct rounded =
               ws-ch-week(ws-best-idx) * 100 / ws-msgs-per-week.
           compute ws-chan-kb-week rounded =
               ws-ch-week(ws-best-idx) * ws-kb-per-kmsg / 1000.
           move spaces to ws-work-line.
           move ws-ch-channel(ws-best-idx) to ws-work-line(1:26).
           move ws-ch-week(ws-best-idx) to ws-num-disp.
           move ws-num-disp to ws-work-line(28:10).
           move ws-share-pct to ws-pct-disp.
           move ws-pct-disp to ws-work-line(39:5).
           move "%" to ws-work-line(44:1).
           compute ws-mb-wk rounded = ws-chan-kb-week / 1024.
           move ws-mb-wk to ws-mb-disp.
           move ws-mb-disp to ws-work-line(46:11).
           perform emit-line.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-capacity-report.

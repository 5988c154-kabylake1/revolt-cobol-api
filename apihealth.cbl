       copy "cabi.cpy".
      ******************************************************************
      *Daily Revolt API health report - the numbers to put in front
      *of the hosting team when "the API is fine" doesn't match what
      *the bot saw. Built from the per-call lines http-request hands
      *rv-api-call-log (api.cbl). Run standalone from the overnight
      *schedule:
      *    rv-api-health [YYYYMMDD]
      *No argument means yesterday. Reads apicalls.YYYYMMDD.log and
      *writes apihealth.YYYYMMDD.txt: call count, errors (a final
      *HTTP status of 400 or over, or a transport failure), error
      *rate, 5xx and 429 counts, retries spent, and the 50th/90th/
      *99th percentile and worst wall-clock latency - overall, by
      *endpoint class (send, edit, delete, history, upload, download,
      *dm-open, chaninfo, react, server, user, other), by account
      *slot, and by endpoint within slot. The latency figures take
      *in the retry backoff, which is what the bot actually waited.
      *Calls to anywhere but Revolt - the webhook deliveries to other
      *teams' receivers (webhook.cbl), class "external" - are kept
      *out of every Revolt figure and reported on a line of their
      *own at the end.
      *No API session needed.
       identification division.
       program-id. rv-api-health.
       environment division.
       input-output section.
       file-control.
           select optional fs-calls assign to ws-calls-name
           organization is line sequential.
           select fs-report assign to ws-report-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-calls.
       01  fs-calls-line pic x(80).
       fd  fs-report.
       01  fs-report-line pic x(160).
       working-storage section.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(16).
       01  ws-day pic x(8).
       01  ws-prev-date picture 9(8).
       01  ws-calls-name pic x(32).
       01  ws-report-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
      *Parsed call-line fields.
       01  ws-c-time pic x(8).
       01  ws-c-class pic x(8).
       01  ws-c-slot pic x(4).
       01  ws-c-method pic x(8).
       01  ws-c-http pic x(6).
       01  ws-c-curl pic x(6).
       01  ws-c-ms pic x(10).
       01  ws-c-retries pic x(4).
       01  ws-c-429s pic x(4).
      *The day's calls, held whole so each group's pass can re-walk
      *them.
       01  ws-entry-count picture 9(6) value zero.
       01  ws-entry-idx picture 9(6).
       01  ws-entries occurs 100000 times.
           02 ws-e-class picture 9(2).
           02 ws-e-slot picture 9(1).
           02 ws-e-http picture 9(4).
           02 ws-e-curl picture 9(4).
           02 ws-e-ms picture 9(8).
           02 ws-e-retries picture 9(2).
           02 ws-e-429s picture 9(2).
       01  ws-skipped-count picture 9(8) value zero.
      *Endpoint classes and slots seen on the day.
       01  ws-class-count picture 9(2) value zero.
       01  ws-class-idx picture 9(2).
       01  ws-class-list pic x(8) occurs 16 times.
       01  ws-ext-class picture 9(2) value zero.
       01  ws-slot-seen pic x occurs 10 times.
       01  ws-slot-idx picture 9(2).
      *The group filter for a pass - zero means "any".
       01  ws-f-class picture 9(2).
       01  ws-f-slot picture 9(2).
      *One group's figures. A busy day runs to tens of thousands of
      *calls - too many to insertion-sort per group the way
      *rv-mtta-report does - so latency goes into 10ms buckets and
      *the percentiles are read off the running count; anything past
      *two minutes shares the last bucket.
       01  ws-bucket-count picture 9(6) comp occurs 12000 times.
       01  ws-bucket-idx picture 9(6).
       01  ws-bucket-run picture 9(8).
       01  ws-g-calls picture 9(8).
       01  ws-g-errors picture 9(8).
       01  ws-g-5xx picture 9(8).
       01  ws-g-429s picture 9(8).
       01  ws-g-retries picture 9(8).
       01  ws-g-max picture 9(8).
       01  ws-g-p50 picture 9(8).
       01  ws-g-p90 picture 9(8).
       01  ws-g-p99 picture 9(8).
       01  ws-g-rate picture 9(3)v9.
       01  ws-want-50 picture 9(8).
       01  ws-want-90 picture 9(8).
       01  ws-want-99 picture 9(8).
       01  ws-group-label pic x(22).
       01  ws-count-disp picture zzzzzz9.
       01  ws-small-disp picture zzzzz9.
       01  ws-rate-disp picture zz9.9.
       01  ws-ms-disp picture zzzzzz9.
       01  ws-work-line pic x(160).
       procedure division.
           perform resolve-day.
           perform load-calls.
           if ws-entry-count is equal to zero
               display "No API calls on file for " ws-day
                   " - nothing to report" end-display
               stop run
           end-if.
           perform write-report.
           display "API health report written to "
               function trim(ws-report-name) end-display.
           stop run.
      *-----------------------------------------------------------------
       resolve-day.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1
           end-unstring.
           if ws-arg-1(1:8) is numeric
               move ws-arg-1(1:8) to ws-day
           else
               compute ws-prev-date = function date-of-integer(
                   function integer-of-date(function numval(
                       function current-date(1:8))) - 1)
               move ws-prev-date to ws-day
           end-if.
           move spaces to ws-calls-name.
           string "apicalls." delimited by size
               ws-day delimited by size
               ".log" delimited by size
               into ws-calls-name
           end-string.
      *-----------------------------------------------------------------
       load-calls.
           move 'N' to ws-eof.
           open input sharing with all fs-calls.
           perform until ws-at-eof
               read fs-calls
                   at end move 'Y' to ws-eof
                   not at end perform take-call-line
               end-read
           end-perform.
           close fs-calls.
      *-----------------------------------------------------------------
       take-call-line.
           if fs-calls-line(1:1) is equal to space
               exit paragraph
           end-if.
           move spaces to ws-c-time, ws-c-class, ws-c-slot,
               ws-c-method, ws-c-http, ws-c-curl, ws-c-ms,
               ws-c-retries, ws-c-429s.
           unstring fs-calls-line delimited by ","
               into ws-c-time ws-c-class ws-c-slot ws-c-method
                    ws-c-http ws-c-curl ws-c-ms ws-c-retries
                    ws-c-429s
           end-unstring.
           if ws-c-ms is equal to spaces
               exit paragraph
           end-if.
           if ws-entry-count is not less than 100000
               add 1 to ws-skipped-count
               exit paragraph
           end-if.
           perform remember-class.
           if ws-c-class is equal to "external"
               move ws-class-idx to ws-ext-class
           end-if.
           add 1 to ws-entry-count.
           move ws-class-idx to ws-e-class(ws-entry-count).
           move function numval(ws-c-slot)
               to ws-e-slot(ws-entry-count).
           move function numval(ws-c-http)
               to ws-e-http(ws-entry-count).
           move function numval(ws-c-curl)
               to ws-e-curl(ws-entry-count).
           move function numval(ws-c-ms) to ws-e-ms(ws-entry-count).
           move function numval(ws-c-retries)
               to ws-e-retries(ws-entry-count).
           move function numval(ws-c-429s)
               to ws-e-429s(ws-entry-count).
           compute ws-slot-idx = ws-e-slot(ws-entry-count) + 1.
           if ws-c-class is not equal to "external"
               move 'Y' to ws-slot-seen(ws-slot-idx)
           end-if.
      *-----------------------------------------------------------------
      *Classes past the table's sixteen share the last slot as
      *"other" - http-request only hands out twelve.
       remember-class.
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx is greater than ws-class-count
               if ws-class-list(ws-class-idx) is equal to ws-c-class
                   exit paragraph
               end-if
           end-perform.
           if ws-class-count is less than 16
               add 1 to ws-class-count
               move ws-class-count to ws-class-idx
               move ws-c-class to ws-class-list(ws-class-idx)
           else
               move 16 to ws-class-idx
               move "other" to ws-class-list(16)
           end-if.
      *-----------------------------------------------------------------
       compute-group-figures.
           move zero to ws-g-calls, ws-g-errors, ws-g-5xx, ws-g-429s,
               ws-g-retries, ws-g-max, ws-g-p50, ws-g-p90, ws-g-p99.
           perform varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx is greater than 12000
               move zero to ws-bucket-count(ws-bucket-idx)
           end-perform.
           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx is greater than ws-entry-count
               perform gather-if-matching
           end-perform.
           if ws-g-calls is equal to zero
               exit paragraph
           end-if.
           compute ws-want-50 = (ws-g-calls * 50 + 99) / 100.
           compute ws-want-90 = (ws-g-calls * 90 + 99) / 100.
           compute ws-want-99 = (ws-g-calls * 99 + 99) / 100.
           move zero to ws-bucket-run.
           perform varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx is greater than 12000
               or ws-bucket-run is not less than ws-want-99
               add ws-bucket-count(ws-bucket-idx) to ws-bucket-run
               if ws-g-p50 is equal to zero
                   and ws-bucket-run is not less than ws-want-50
                   compute ws-g-p50 = ws-bucket-idx * 10
               end-if
               if ws-g-p90 is equal to zero
                   and ws-bucket-run is not less than ws-want-90
                   compute ws-g-p90 = ws-bucket-idx * 10
               end-if
               if ws-g-p99 is equal to zero
                   and ws-bucket-run is not less than ws-want-99
                   compute ws-g-p99 = ws-bucket-idx * 10
               end-if
           end-perform.
      *A bucket's upper edge can overshoot the worst call in it.
           if ws-g-p50 is greater than ws-g-max
               move ws-g-max to ws-g-p50
           end-if.
           if ws-g-p90 is greater than ws-g-max
               move ws-g-max to ws-g-p90
           end-if.
           if ws-g-p99 is greater than ws-g-max
               move ws-g-max to ws-g-p99
           end-if.
           compute ws-g-rate rounded =
               ws-g-errors * 100 / ws-g-calls.
      *-----------------------------------------------------------------
       gather-if-matching.
           if ws-f-class is not equal to zero
               and ws-e-class(ws-entry-idx) is not equal to ws-f-class
               exit paragraph
           end-if.
           if ws-f-class is equal to zero
               and ws-ext-class is not equal to zero
               and ws-e-class(ws-entry-idx) is equal to ws-ext-class
               exit paragraph
           end-if.
           if ws-f-slot is not equal to zero
               and ws-e-slot(ws-entry-idx) + 1 is not equal to
                   ws-f-slot
               exit paragraph
           end-if.
           add 1 to ws-g-calls.
           if ws-e-http(ws-entry-idx) is not less than 400
               or ws-e-curl(ws-entry-idx) is not equal to zero
               add 1 to ws-g-errors
           end-if.
           if ws-e-http(ws-entry-idx) is not less than 500
               add 1 to ws-g-5xx
           end-if.
           add ws-e-429s(ws-entry-idx) to ws-g-429s.
           add ws-e-retries(ws-entry-idx) to ws-g-retries.
           if ws-e-ms(ws-entry-idx) is greater than ws-g-max
               move ws-e-ms(ws-entry-idx) to ws-g-max
           end-if.
           compute ws-bucket-idx = ws-e-ms(ws-entry-idx) / 10 + 1.
           if ws-bucket-idx is greater than 12000
               move 12000 to ws-bucket-idx
           end-if.
           add 1 to ws-bucket-count(ws-bucket-idx).
      *-----------------------------------------------------------------
       write-report.
           move spaces to ws-report-name.
           string "apihealth." delimited by size
               ws-day delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           open output fs-report.
           move spaces to ws-work-line.
           string "Revolt API health report, " delimited by size
               ws-day delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           move "Latency is wall-clock milliseconds per call, retries"
               & " and backoff included;" to ws-work-line.
           perform emit-line.
           move "percentiles are to the nearest 10ms above."
               to ws-work-line.
           perform emit-line.
           move spaces to ws-work-line.
           perform emit-line.
           perform emit-heading.
           move zero to ws-f-class, ws-f-slot.
           move "All calls" to ws-group-label.
           perform compute-group-figures.
           perform emit-group-line.
           move spaces to ws-work-line.
           perform emit-line.
           move "By endpoint:" to ws-work-line.
           perform emit-line.
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx is greater than ws-class-count
               if ws-class-idx is not equal to ws-ext-class
                   move ws-class-idx to ws-f-class
                   move zero to ws-f-slot
                   move spaces to ws-group-label
                   string "  " delimited by size
                       ws-class-list(ws-class-idx) delimited by size
                       into ws-group-label
                   end-string
                   perform compute-group-figures
                   perform emit-group-line
               end-if
           end-perform.
           move spaces to ws-work-line.
           perform emit-line.
           move "By account slot:" to ws-work-line.
           perform emit-line.
           perform varying ws-slot-idx from 1 by 1
               until ws-slot-idx is greater than 10
               if ws-slot-seen(ws-slot-idx) is equal to 'Y'
                   move zero to ws-f-class
                   move ws-slot-idx to ws-f-slot
                   perform slot-label
                   perform compute-group-figures
                   perform emit-group-line
               end-if
           end-perform.
           move spaces to ws-work-line.
           perform emit-line.
           move "By endpoint within slot:" to ws-work-line.
           perform emit-line.
           perform varying ws-slot-idx from 1 by 1
               until ws-slot-idx is greater than 10
               if ws-slot-seen(ws-slot-idx) is equal to 'Y'
                   perform emit-slot-endpoints
               end-if
           end-perform.
           if ws-ext-class is not equal to zero
               move spaces to ws-work-line
               perform emit-line
               move "Not Revolt - webhook deliveries, all slots:"
                   to ws-work-line
               perform emit-line
               move ws-ext-class to ws-f-class
               move zero to ws-f-slot
               move "  external" to ws-group-label
               perform compute-group-figures
               perform emit-group-line
           end-if.
           if ws-skipped-count is greater than zero
               move spaces to ws-work-line
               perform emit-line
               move ws-skipped-count to ws-count-disp
               move spaces to ws-work-line
               string "NOT COUNTED: " delimited by size
                   function trim(ws-count-disp) delimited by size
                   " call(s) past this run's 100000-call cap"
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-if.
           close fs-report.
      *-----------------------------------------------------------------
       emit-slot-endpoints.
           perform varying ws-class-idx from 1 by 1
               until ws-class-idx is greater than ws-class-count
               move ws-class-idx to ws-f-class
               move ws-slot-idx to ws-f-slot
               perform compute-group-figures
               if ws-g-calls is greater than zero
                   and ws-class-idx is not equal to ws-ext-class
                   perform slot-label
                   move spaces to ws-work-line
                   string "  " delimited by size
                       function trim(ws-group-label) delimited by size
                       " " delimited by size
                       ws-class-list(ws-class-idx) delimited by space
                       into ws-work-line
                   end-string
                   move ws-work-line to ws-group-label
                   perform emit-group-line
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Slot zero is a call made before rv-init numbered the account.
       slot-label.
           compute ws-small-disp = ws-slot-idx - 1.
           move spaces to ws-group-label.
           string "  slot " delimited by size
               function trim(ws-small-disp) delimited by size
               into ws-group-label
           end-string.
      *-----------------------------------------------------------------
       emit-heading.
           move spaces to ws-work-line.
           move "Group" to ws-work-line(1:22).
           move "  Calls  Errors  Err%    5xx   429s  Retry"
               to ws-work-line(23:43).
           move "    p50    p90    p99    Max" to ws-work-line(66:28).
           perform emit-line.
           move all "-" to ws-work-line(1:93).
           perform emit-line.
      *-----------------------------------------------------------------
       emit-group-line.
           move spaces to ws-work-line.
           move ws-group-label to ws-work-line(1:22).
           move ws-g-calls to ws-count-disp.
           move ws-count-disp to ws-work-line(23:7).
           move ws-g-errors to ws-count-disp.
           move ws-count-disp to ws-work-line(31:7).
           move ws-g-rate to ws-rate-disp.
           move ws-rate-disp to ws-work-line(39:5).
           move ws-g-5xx to ws-small-disp.
           move ws-small-disp to ws-work-line(45:6).
           move ws-g-429s to ws-small-disp.
           move ws-small-disp to ws-work-line(52:6).
           move ws-g-retries to ws-small-disp.
           move ws-small-disp to ws-work-line(59:6).
           move ws-g-p50 to ws-ms-disp.
           move ws-ms-disp to ws-work-line(66:7).
           move ws-g-p90 to ws-ms-disp.
           move ws-ms-disp to ws-work-line(73:7).
           move ws-g-p99 to ws-ms-disp.
           move ws-ms-disp to ws-work-line(80:7).
           move ws-g-max to ws-ms-disp.
           move ws-ms-disp to ws-work-line(87:7).
           perform emit-line.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-api-health.

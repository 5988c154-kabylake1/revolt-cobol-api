      *"spike_multiple,min_baseline_per_hour" line, house defaults
      *5 and 20: channels averaging under the minimum are too quiet
      *to alert on in either direction.
      *A channel in the service catalogue (services.txt, service.cbl)
      *has its alert tagged "[service] ", which rv-ops-alert turns
      *into a page for the owning team's on-call.
       identification division.
       program-id. rv-traffic-count.
       environment division.
       01  ws-count-disp picture zzzzzzz9.
       01  ws-chan-name pic x(64).
       01  ws-alert-text pic x(200).
       01  ws-alert-wk pic x(200).
       01  ws-svc-key pic x(32).
       01  ws-svc-mode pic x value 'C'.
       copy "rsvc.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
                       delimited by size
                   into ws-alert-text
               end-string
               perform tag-alert-service
               call static "rv-ops-alert" using by reference ls-config
                   by value ws-alert-text end-call
               exit paragraph
                   "." delimited by size
                   into ws-alert-text
               end-string
               perform tag-alert-service
               call static "rv-ops-alert" using by reference ls-config
                   by value ws-alert-text end-call
           end-if.
      *-----------------------------------------------------------------
      *The owning service leads the alert text, where rv-ops-alert
      *looks for it.
       tag-alert-service.
           move ws-base-channel(ws-base-idx) to ws-svc-key.
           call static "rv-service-lookup" using
               by value ws-svc-key
               by value ws-svc-mode
               by reference ws-svc end-call.
           if return-code is not equal to zero
               exit paragraph
           end-if.
           move ws-alert-text to ws-alert-wk.
           move spaces to ws-alert-text.
           string
               "[" delimited by size
               function trim(ws-svc-name) delimited by size
               "] " delimited by size
               ws-alert-wk delimited by size
               into ws-alert-text
           end-string.
      *-----------------------------------------------------------------
       store-baselines.
           open output fs-base-tmp.

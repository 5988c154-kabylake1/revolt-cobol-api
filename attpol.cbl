           value "Your attachment was held by the intake policy -"
           & " it is in quarantine pending operator review.".
       01  ws-state-out pic x(20).
       01  ws-hook-event pic x(24) value "attachment.quarantined".
       01  ws-hook-ref pic x(26).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
               by value "rv-attach-policy"
               by value ws-audit-text
               by value ws-author-name end-call.
           move ls-msg-id to ws-hook-ref.
           call static "rv-webhook-event" using
               by value ws-hook-event
               by value ls-target
               by value ws-hook-ref
               by value ls-author-id
               by value ws-audit-text end-call.
           perform bump-daily-summary.
      *The poster hears about it where they posted, in the template's
      *wording, threaded to the offending message.

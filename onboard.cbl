               by value "rv-onboard-ack"
               by value "house rules acknowledged"
               by value ws-user-name end-call.
           call static "rv-dm-user-now" using by reference ls-config
               by value ls-user-id
               by value "Thanks - your acknowledgement is on"
                   & " record. Welcome aboard!" end-call.

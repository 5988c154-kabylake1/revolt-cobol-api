      *poll store, for one) reads this right after its send. Blank
      *when the response carried no id back (a failed send).
           45 :pref:-last-sent-msg-id pic x(26).
      *Replay regression mode (rv-replay-day, replay.cbl) - set only
      *by rv-test-main's REPLAY run, always together with dry-run.
      *rv-send-msg and rv-post-msg hand every reply to
      *rv-replay-capture instead of sending it, filed against the
      *replayed inbound message named here in the results file named
      *here, so two runs over the same day can be compared reply for
      *reply.
           45 :pref:-replay pic x(01).
               88 :pref:-replay-on value 'Y'.
           45 :pref:-replay-msg-id pic x(26).
           45 :pref:-replay-file pic x(64).

      *-----------------------------------------------------------------
      * rchk.cpy
      * One checklist run, as checklist.cbl unpacks it. The run
      * stores (checkrun.dat for runs in progress, checkdone.dat
      * for finished and abandoned ones) are plain comma-delimited
      * text, one
      *   "runid,stepmsgid,channel,name,executor,status,started,
      *    laststamp,stepcount,curstep,confirms"
      * line per run. The run id is the id of the message that
      * started it; stepmsgid is the post of the step now waiting
      * for its checkmark. The confirms field is a packed run, 40
      * characters a step with no separators (the stamp and the id
      * of whoever confirmed it), so the comma-delimited line stays
      * parseable - the same trick rpol.cpy uses for vote counts.
      * Room for 30 steps a procedure.
      *-----------------------------------------------------------------
       :levl: :pref:-chk.
           45 :pref:-chk-run-id pic x(26).
           45 :pref:-chk-step-msg-id pic x(26).
           45 :pref:-chk-channel pic x(26).
           45 :pref:-chk-name pic x(16).
           45 :pref:-chk-executor pic x(26).
           45 :pref:-chk-status pic x(01).
               88 :pref:-chk-is-open value 'O'.
               88 :pref:-chk-is-complete value 'C'.
               88 :pref:-chk-is-abandoned value 'A'.
           45 :pref:-chk-started pic x(14).
           45 :pref:-chk-last-stamp pic x(14).
           45 :pref:-chk-step-count picture 9(2).
           45 :pref:-chk-cur-step picture 9(2).
           45 :pref:-chk-confirms.
               46 :pref:-chk-confirm occurs 30 times.
                   47 :pref:-chk-conf-stamp pic x(14).
                   47 :pref:-chk-conf-user pic x(26).

      *-----------------------------------------------------------------
      * rsvc.cpy
      * One service-catalogue entry as rv-service-lookup (service.cbl)
      * hands it back. services.txt itself is one
      *   "service,team,owner,criticality[,alert-channel]:chan,chan,.."
      * line per service, the same "name:channel list" shape as
      * groups.txt. The owner is either a roster file (anything
      * ending ".txt", roster.txt format, with its dated cover in
      * "<name>.override.txt" beside it) or one named person - a
      * <@mention>, a user id or a display name. duty-id is that
      * owner resolved to whoever is on call for the team right now;
      * blank when the team's roster has nobody for this moment. The
      * alert channel is where the team's alerts go instead of the
      * ops channel - blank means the ops channel.
      *-----------------------------------------------------------------
       :levl: :pref:-svc.
           45 :pref:-svc-name pic x(32).
           45 :pref:-svc-team pic x(32).
           45 :pref:-svc-owner pic x(64).
           45 :pref:-svc-criticality pic x(8).
           45 :pref:-svc-alert-channel pic x(26).
           45 :pref:-svc-duty-id pic x(26).
           45 :pref:-svc-channels pic x(440).

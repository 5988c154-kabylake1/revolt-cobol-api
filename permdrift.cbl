       copy "cabi.cpy".
      *Must match api.cbl's :rx-bufsize: - http-output-fill sizes its
      *overflow guard from that width (see the note there).
       replace also ==:rx-bufsize:== by 262144.
      ******************************************************************
      *Nightly role and channel-permission drift report - the
      *config audit (rv-config-audit) proves the routed channels
      *still exist, not who can post or manage in them, and a role
      *can quietly gain Manage Messages on an audited channel with
      *nobody the wiser. Run standalone from the overnight schedule:
      *    rv-perm-drift [YYYYMMDD]
      *No date means today. Every routed channel (routes.txt) is
      *fetched through the API for its permission overrides, and
      *every server those channels belong to for its roles, default
      *permissions and owner. The lot is kept as a dated snapshot,
      *perms.YYYYMMDD.dat, one "scope,kind,subject,allow,deny,name"
      *line per item:
      *    server,SRVOWNER,owner-id           the server's owner
      *    server,SRVDEF,-                    server-wide defaults
      *    server,ROLE,role-id                a role and its rights
      *    channel,CHDEF,-                    the channel's override
      *                                       for everyone
      *    channel,CHROLE,role-id             a role's override
      *    channel,CHSRV,server-id            the server it belongs
      *                                       to (not reported on)
      *allow and deny are the API's permission bit masks. Today's
      *snapshot is compared against the day before's, and every
      *role, override or owner that appeared or went, every
      *permission bit granted or withdrawn and every role renamed is
      *listed in permdrift.YYYYMMDD.txt - channels named through
      *chancache.dat, users through userdir.dat, roles by their own
      *names. A channel or server that would not answer keeps
      *yesterday's lines in today's snapshot, so one bad fetch does
      *not read as everything removed and then re-added; a channel
      *that would not answer still has its server (yesterday's
      *CHSRV line) fetched, so the server's own lines are never
      *lost with it. Changes
      *touching a channel flagged EXPORT or APPROVE in routes.txt -
      *or a role on the server hosting one, since a role's
      *server-wide rights reach every channel - are also posted to
      *the ops channel (opschan.txt). return-code 0 means no drift,
      *4 drift found, 8 the run could not reach the API at all - no
      *token, or not one channel or server fetch answered.
       identification division.
       program-id. rv-perm-drift.
       environment division.
       input-output section.
       file-control.
           select optional fs-server assign to "server.txt"
           organization is line sequential.
           select optional fs-routes assign to "routes.txt"
           organization is line sequential.
           select optional fs-opschan assign to "opschan.txt"
           organization is line sequential.
           select optional fs-ccache assign to "chancache.dat"
           organization is line sequential.
           select optional fd-udir assign to "userdir.dat"
           organization is indexed
           access mode is random
           record key is fs-udir-user-id.
           select optional fs-old-snap assign to ws-old-snap-name
           organization is line sequential.
           select fs-new-snap assign to ws-new-snap-name
           organization is line sequential.
           select fs-report assign to ws-report-name
           organization is line sequential.
       data division.
       file section.
       fd  fs-server.
       01  fs-server-line pic x(80).
       fd  fs-routes.
       01  fs-route pic x(120).
       fd  fs-opschan.
       01  fs-opschan-line pic x(80).
       fd  fs-ccache.
       01  fs-ccache-line pic x(96).
       fd  fd-udir.
       01  fs-udir-rec.
           02 fs-udir-user-id pic x(26).
           02 fs-udir-name pic x(32).
       fd  fs-old-snap.
       01  fs-old-snap-line pic x(160).
       fd  fs-new-snap.
       01  fs-new-snap-line pic x(160).
       fd  fs-report.
       01  fs-report-line pic x(160).
       working-storage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-cmdline pic x(80).
       01  ws-arg-1 pic x(64).
       01  ws-run-date picture 9(8).
       01  ws-prev-date picture 9(8).
       01  ws-run-int picture 9(8).
       01  ws-old-snap-name pic x(32).
       01  ws-new-snap-name pic x(32).
       01  ws-report-name pic x(32).
       01  ws-eof pic x value 'N'.
           88 ws-at-eof value 'Y'.
       01  ws-old-state pic x value 'N'.
           88 ws-old-snap-found value 'Y'.
       01  ws-post-channel pic x(26).
      *Routed channels, each flagged when any of its routes is EXPORT
      *or APPROVE.
       01  ws-r-channel pic x(26).
       01  ws-r-prefix pic x(8).
       01  ws-r-program pic x(30).
       01  ws-r-template pic x(16).
       01  ws-r-flags pic x(8).
       01  ws-chan-count picture 9(4) value zero.
       01  ws-chan-idx picture 9(4).
       01  ws-chans occurs 128 times.
           02 ws-chan-id pic x(26).
           02 ws-chan-flagged pic x.
           02 ws-chan-server pic x(26).
      *The servers those channels belong to.
       01  ws-srv-count picture 9(4) value zero.
       01  ws-srv-idx picture 9(4).
       01  ws-srvs occurs 16 times.
           02 ws-srv-id pic x(26).
           02 ws-srv-flagged pic x.
      *Scopes (channel or server ids) whose fetch failed this run.
       01  ws-fail-count picture 9(4) value zero.
       01  ws-fail-idx picture 9(4).
       01  ws-fail-ids pic x(26) occurs 144 times.
       01  ws-fail-state pic x.
           88 ws-scope-failed value 'Y'.
      *Cached channel names as the running bot last saw them.
       01  ws-cname-count picture 9(4) value zero.
       01  ws-cname-idx picture 9(4).
       01  ws-cname-tbl occurs 512 times.
           02 ws-cname-id pic x(26).
           02 ws-cname-text pic x(64).
      *Yesterday's and today's snapshots.
       01  ws-old-count picture 9(4) value zero.
       01  ws-old-idx picture 9(4).
       01  ws-old-entries occurs 2000 times.
           02 ws-old-key.
               03 ws-old-scope pic x(26).
               03 ws-old-kind pic x(8).
               03 ws-old-subject pic x(26).
           02 ws-old-allow picture 9(18).
           02 ws-old-deny picture 9(18).
           02 ws-old-name pic x(40).
           02 ws-old-matched pic x.
       01  ws-new-count picture 9(4) value zero.
       01  ws-new-idx picture 9(4).
       01  ws-new-entries occurs 2000 times.
           02 ws-new-key.
               03 ws-new-scope pic x(26).
               03 ws-new-kind pic x(8).
               03 ws-new-subject pic x(26).
           02 ws-new-allow picture 9(18).
           02 ws-new-deny picture 9(18).
           02 ws-new-name pic x(40).
      *One entry on its way into the new table.
       01  ws-e-scope pic x(26).
       01  ws-e-kind pic x(8).
       01  ws-e-subject pic x(26).
       01  ws-e-allow picture 9(18).
       01  ws-e-deny picture 9(18).
       01  ws-e-name pic x(40).
      *Snapshot line fields.
       01  ws-s-scope pic x(26).
       01  ws-s-kind pic x(8).
       01  ws-s-subject pic x(26).
       01  ws-s-allow picture 9(18).
       01  ws-s-deny picture 9(18).
       01  ws-s-name pic x(40).
      *API fetch and the marker-search scan over its JSON - the same
      *approach as rv-parse-message and rv-parse-node.
       01  ws-endpoint pic x(255).
       01  ws-response pic x(:rx-bufsize:).
       01  ws-resp-len picture 9(8).
       01  ws-marker pic x(32).
       01  ws-marker-len picture 9(4).
       01  ws-scan-from picture 9(8).
       01  ws-scan-to picture 9(8).
       01  ws-scan-span picture 9(8).
       01  ws-found-pos picture 9(8).
       01  ws-count picture 9(8).
       01  ws-pos picture 9(8).
       01  ws-scan picture 9(8).
       01  ws-depth picture 9(4).
       01  ws-in-string pic x.
           88 ws-inside-string value 'Y'.
       01  ws-obj-start picture 9(8).
       01  ws-obj-end picture 9(8).
       01  ws-map-start picture 9(8).
       01  ws-map-end picture 9(8).
       01  ws-str-wk pic x(64).
       01  ws-str-len picture 9(4).
       01  ws-num-wk picture 9(18).
       01  ws-digit picture 9.
       01  ws-map-kind pic x(8).
       01  ws-map-scope pic x(26).
       01  ws-server-name pic x(40).
      *Diff scratch.
       01  ws-have-old pic x.
           88 ws-old-present value 'Y'.
       01  ws-cmp-allow-old picture 9(18).
       01  ws-cmp-allow-new picture 9(18).
       01  ws-cmp-deny-old picture 9(18).
       01  ws-cmp-deny-new picture 9(18).
       01  ws-bits-old picture 9(18).
       01  ws-bits-new picture 9(18).
       01  ws-bit-old picture 9.
       01  ws-bit-new picture 9.
       01  ws-bit-no picture 9(4).
       01  ws-bit-disp picture 99.
       01  ws-bits-label pic x(5).
       01  ws-perm-name pic x(20).
       01  ws-d-scope pic x(26).
       01  ws-d-kind pic x(8).
       01  ws-d-subject pic x(26).
       01  ws-d-name pic x(40).
       01  ws-scope-text pic x(70).
       01  ws-subject-text pic x(70).
       01  ws-lookup-name pic x(64).
       01  ws-sensitive pic x.
           88 ws-change-is-sensitive value 'Y'.
       01  ws-change-count picture 9(8) value zero.
       01  ws-sensitive-count picture 9(8) value zero.
       01  ws-count-disp picture zzzzzzz9.
       01  ws-work-line pic x(160).
       01  ws-ops-ptr picture 9(8).
       01  ws-ops-full pic x value 'N'.
           88 ws-ops-msg-full value 'Y'.
      *Revolt permission bits, bit 0 first; unnamed bits are
      *reported by number.
       01  ws-perm-names-data.
           02 filler pic x(20) value "ManageChannel".
           02 filler pic x(20) value "ManageServer".
           02 filler pic x(20) value "ManagePermissions".
           02 filler pic x(20) value "ManageRole".
           02 filler pic x(20) value "ManageCustomisation".
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value "KickMembers".
           02 filler pic x(20) value "BanMembers".
           02 filler pic x(20) value "TimeoutMembers".
           02 filler pic x(20) value "AssignRoles".
           02 filler pic x(20) value "ChangeNickname".
           02 filler pic x(20) value "ManageNicknames".
           02 filler pic x(20) value "ChangeAvatar".
           02 filler pic x(20) value "RemoveAvatars".
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value "ViewChannel".
           02 filler pic x(20) value "ReadMessageHistory".
           02 filler pic x(20) value "SendMessage".
           02 filler pic x(20) value "ManageMessages".
           02 filler pic x(20) value "ManageWebhooks".
           02 filler pic x(20) value "InviteOthers".
           02 filler pic x(20) value "SendEmbeds".
           02 filler pic x(20) value "UploadFiles".
           02 filler pic x(20) value "Masquerade".
           02 filler pic x(20) value "React".
           02 filler pic x(20) value "Connect".
           02 filler pic x(20) value "Speak".
           02 filler pic x(20) value "Video".
           02 filler pic x(20) value "MuteMembers".
           02 filler pic x(20) value "DeafenMembers".
           02 filler pic x(20) value "MoveMembers".
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value spaces.
           02 filler pic x(20) value spaces.
       01  ws-perm-names redefines ws-perm-names-data.
           02 ws-perm-name-tbl pic x(20) occurs 40 times.
       procedure division.
           accept ws-cmdline from command-line end-accept.
           move spaces to ws-arg-1.
           unstring ws-cmdline delimited by all spaces
               into ws-arg-1
           end-unstring.
           if ws-arg-1 is equal to spaces
               compute ws-run-date =
                   function numval(function current-date(1:8))
           else
               compute ws-run-date = function numval(ws-arg-1)
           end-if.
           compute ws-run-int = function integer-of-date(ws-run-date).
           compute ws-prev-date =
               function date-of-integer(ws-run-int - 1).
           move spaces to ws-old-snap-name, ws-new-snap-name,
               ws-report-name.
           string "perms." delimited by size
               ws-prev-date delimited by size
               ".dat" delimited by size
               into ws-old-snap-name
           end-string.
           string "perms." delimited by size
               ws-run-date delimited by size
               ".dat" delimited by size
               into ws-new-snap-name
           end-string.
           string "permdrift." delimited by size
               ws-run-date delimited by size
               ".txt" delimited by size
               into ws-report-name
           end-string.
           perform init-session.
           perform load-routed-channels.
           perform load-channel-names.
           perform load-old-links.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               perform fetch-channel
           end-perform.
           perform varying ws-srv-idx from 1 by 1
               until ws-srv-idx is greater than ws-srv-count
               perform fetch-server
           end-perform.
           call static "rv-curl-handle-cleanup" using
               by reference ws-config end-call.
           call "curl-global-cleanup" end-call.
           perform load-old-snapshot.
           perform write-new-snapshot.
           perform write-report.
           move ws-change-count to ws-count-disp.
           display "Permission drift: " function trim(ws-count-disp)
               " change(s), report in " function trim(ws-report-name)
               end-display.
           if ws-sensitive-count is greater than zero
               perform post-to-ops
           end-if.
           if ws-chan-count is greater than zero
               and ws-fail-count is equal to
                   ws-chan-count + ws-srv-count
               display "No channel or server fetch answered - the"
                   " API could not be reached" end-display
               move 8 to return-code
               stop run
           end-if.
           if ws-change-count is greater than zero
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.
      *-----------------------------------------------------------------
      *Same credential bootstrap as rv-config-audit - token, server
      *url, one curl handle.
       init-session.
           initialize ws-config.
           move "https://api.revolt.chat" to ws-url.
           call static "rv-vault-token" using by reference ws-token
               end-call.
           if ws-token(1:1) is equal to space
               display "no usable TOKEN in the vault - cannot"
                   " fetch permissions" end-display
               move 8 to return-code
               stop run
           end-if.
           open input sharing with all fs-server.
           read fs-server into fs-server-line
               at end continue
               not at end
                   if fs-server-line(1:1) is not equal to space
                       move fs-server-line to ws-url
                   end-if
           end-read.
           close fs-server.
           call "curl-global-init" using by value x'ff' end-call.
           call static "rv-curl-handle-init" using
               by reference ws-config end-call.
      *-----------------------------------------------------------------
       load-routed-channels.
           move 'N' to ws-eof.
           open input sharing with all fs-routes.
           perform until ws-at-eof
               read fs-routes
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-route(1:1) is not equal to space
                           and fs-route(1:1) is not equal to '*'
                           perform remember-route-channel
                       end-if
               end-read
           end-perform.
           close fs-routes.
      *-----------------------------------------------------------------
       remember-route-channel.
           move spaces to ws-r-channel, ws-r-prefix, ws-r-program,
               ws-r-template, ws-r-flags.
           unstring fs-route delimited by ","
               into ws-r-channel ws-r-prefix ws-r-program
                    ws-r-template ws-r-flags
           end-unstring.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               if ws-chan-id(ws-chan-idx) is equal to ws-r-channel
                   exit perform
               end-if
           end-perform.
           if ws-chan-idx is greater than ws-chan-count
               if ws-chan-count is not less than 128
                   exit paragraph
               end-if
               add 1 to ws-chan-count
               move ws-chan-count to ws-chan-idx
               move ws-r-channel to ws-chan-id(ws-chan-idx)
               move 'N' to ws-chan-flagged(ws-chan-idx)
               move spaces to ws-chan-server(ws-chan-idx)
           end-if.
           if ws-r-flags is equal to "EXPORT"
               or ws-r-flags is equal to "APPROVE"
               move 'Y' to ws-chan-flagged(ws-chan-idx)
           end-if.
      *-----------------------------------------------------------------
       load-channel-names.
           move 'N' to ws-eof.
           open input sharing with all fs-ccache.
           perform until ws-at-eof
               read fs-ccache
                   at end move 'Y' to ws-eof
                   not at end
                       if fs-ccache-line(1:1) is not equal to space
                           and ws-cname-count is less than 512
                           add 1 to ws-cname-count
                           unstring fs-ccache-line delimited by ","
                               into ws-cname-id(ws-cname-count)
                                    ws-cname-text(ws-cname-count)
                           end-unstring
                       end-if
               end-read
           end-perform.
           close fs-ccache.
      *-----------------------------------------------------------------
      *One GET per routed channel - its owning server, the override
      *for everyone (an {"a":..,"d":..} object, absent when never
      *set) and the per-role overrides map.
       fetch-channel.
           move spaces to ws-endpoint.
           string ws-url delimited by space
               "/channels/" delimited by size
               ws-chan-id(ws-chan-idx) delimited by size
               into ws-endpoint
           end-string.
           perform api-get.
           if ws-resp-len is equal to zero
               move ws-chan-id(ws-chan-idx) to ws-fail-ids(
                   ws-fail-count + 1)
               add 1 to ws-fail-count
               if ws-chan-server(ws-chan-idx) is not equal to spaces
                   perform remember-server
               end-if
               exit paragraph
           end-if.
           move '"server":"' to ws-marker.
           move 10 to ws-marker-len.
           move 1 to ws-scan-from.
           move ws-resp-len to ws-scan-to.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-pos = ws-found-pos + ws-marker-len
               move ws-response(ws-pos:26)
                   to ws-chan-server(ws-chan-idx)
               perform remember-server
               move ws-chan-id(ws-chan-idx) to ws-e-scope
               move "CHSRV" to ws-e-kind
               move ws-chan-server(ws-chan-idx) to ws-e-subject
               move zero to ws-e-allow, ws-e-deny
               move spaces to ws-e-name
               perform add-new-entry
           end-if.
           move '"default_permissions":{' to ws-marker.
           move 23 to ws-marker-len.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-pos = ws-found-pos + ws-marker-len - 1
               perform match-brace
               move ws-pos to ws-obj-start
               perform read-allow-deny
               move ws-chan-id(ws-chan-idx) to ws-e-scope
               move "CHDEF" to ws-e-kind
               move "-" to ws-e-subject
               move spaces to ws-e-name
               perform add-new-entry
           end-if.
           move '"role_permissions":{' to ws-marker.
           move 20 to ws-marker-len.
           move 1 to ws-scan-from.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-map-start = ws-found-pos + ws-marker-len - 1
               move ws-chan-id(ws-chan-idx) to ws-map-scope
               move "CHROLE" to ws-map-kind
               perform walk-id-map
           end-if.
      *-----------------------------------------------------------------
       remember-server.
           perform varying ws-srv-idx from 1 by 1
               until ws-srv-idx is greater than ws-srv-count
               if ws-srv-id(ws-srv-idx) is equal to
                   ws-chan-server(ws-chan-idx)
                   exit perform
               end-if
           end-perform.
           if ws-srv-idx is greater than ws-srv-count
               if ws-srv-count is not less than 16
                   exit paragraph
               end-if
               add 1 to ws-srv-count
               move ws-srv-count to ws-srv-idx
               move ws-chan-server(ws-chan-idx) to ws-srv-id(ws-srv-idx)
               move 'N' to ws-srv-flagged(ws-srv-idx)
           end-if.
           if ws-chan-flagged(ws-chan-idx) is equal to 'Y'
               move 'Y' to ws-srv-flagged(ws-srv-idx)
           end-if.
      *-----------------------------------------------------------------
      *One GET per server - the roles map first, then that span is
      *blanked so the server's own "name" and "default_permissions"
      *can't be mistaken for a role's.
       fetch-server.
           move spaces to ws-endpoint.
           string ws-url delimited by space
               "/servers/" delimited by size
               ws-srv-id(ws-srv-idx) delimited by size
               into ws-endpoint
           end-string.
           perform api-get.
           if ws-resp-len is equal to zero
               move ws-srv-id(ws-srv-idx) to ws-fail-ids(
                   ws-fail-count + 1)
               add 1 to ws-fail-count
               exit paragraph
           end-if.
           move '"roles":{' to ws-marker.
           move 9 to ws-marker-len.
           move 1 to ws-scan-from.
           move ws-resp-len to ws-scan-to.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-map-start = ws-found-pos + ws-marker-len - 1
               move ws-srv-id(ws-srv-idx) to ws-map-scope
               move "ROLE" to ws-map-kind
               perform walk-id-map
               move spaces to ws-response(ws-map-start:
                   ws-map-end - ws-map-start + 1)
           end-if.
           move spaces to ws-server-name.
           move '"name":"' to ws-marker.
           move 8 to ws-marker-len.
           move 1 to ws-scan-from.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-pos = ws-found-pos + ws-marker-len - 1
               perform read-quoted
               move ws-str-wk to ws-server-name
           end-if.
           move '"owner":"' to ws-marker.
           move 9 to ws-marker-len.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-pos = ws-found-pos + ws-marker-len
               move ws-srv-id(ws-srv-idx) to ws-e-scope
               move "SRVOWNER" to ws-e-kind
               move ws-response(ws-pos:26) to ws-e-subject
               move zero to ws-e-allow, ws-e-deny
               move ws-server-name to ws-e-name
               perform add-new-entry
           end-if.
           move zero to ws-e-allow, ws-e-deny.
           move '"default_permissions":' to ws-marker.
           move 22 to ws-marker-len.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-pos = ws-found-pos + ws-marker-len
               perform read-number
               move ws-num-wk to ws-e-allow
           end-if.
           move ws-srv-id(ws-srv-idx) to ws-e-scope.
           move "SRVDEF" to ws-e-kind.
           move "-" to ws-e-subject.
           move ws-server-name to ws-e-name.
           perform add-new-entry.
      *-----------------------------------------------------------------
      *GET into ws-response; ws-resp-len zero on any failure.
       api-get.
           initialize ws-response.
           move zero to ws-resp-len.
           call "http-request" using by reference ws-config
               by content ws-endpoint
               by value "GET "
               by reference ws-response end-call.
           if return-code is not equal to zero
               or ws-response(1:1) is not equal to '{'
               move 0 to return-code
               exit paragraph
           end-if.
           compute ws-resp-len =
               function length(function trim(ws-response trailing)).
      *-----------------------------------------------------------------
      *Position of ws-marker(1:ws-marker-len) between ws-scan-from
      *and ws-scan-to, zero when absent.
       find-marker.
           move zero to ws-found-pos.
           if ws-scan-to is less than ws-scan-from
               exit paragraph
           end-if.
           compute ws-scan-span = ws-scan-to - ws-scan-from + 1.
           move zero to ws-count.
           inspect ws-response(ws-scan-from:ws-scan-span)
               tallying ws-count for characters
               before initial ws-marker(1:ws-marker-len).
           if ws-count is less than ws-scan-span
               compute ws-found-pos = ws-scan-from + ws-count
           end-if.
      *-----------------------------------------------------------------
      *ws-pos on an opening brace; ws-obj-end comes back on the one
      *that closes it, braces inside quoted strings not counted.
       match-brace.
           move zero to ws-depth.
           move 'N' to ws-in-string.
           move ws-resp-len to ws-obj-end.
           perform varying ws-scan from ws-pos by 1
               until ws-scan is greater than ws-resp-len
               evaluate true
                   when ws-inside-string
                       evaluate ws-response(ws-scan:1)
                           when '\'
                               add 1 to ws-scan
                           when '"'
                               move 'N' to ws-in-string
                       end-evaluate
                   when ws-response(ws-scan:1) is equal to '"'
                       move 'Y' to ws-in-string
                   when ws-response(ws-scan:1) is equal to '{'
                       add 1 to ws-depth
                   when ws-response(ws-scan:1) is equal to '}'
                       subtract 1 from ws-depth
                       if ws-depth is equal to zero
                           move ws-scan to ws-obj-end
                           exit perform
                       end-if
               end-evaluate
           end-perform.
      *-----------------------------------------------------------------
      *ws-pos on an opening quote - the string (escapes kept as they
      *are, commas blanked for the snapshot) into ws-str-wk.
       read-quoted.
           move spaces to ws-str-wk.
           move zero to ws-str-len.
           add 1 to ws-pos.
           perform until ws-pos is greater than ws-resp-len
               or ws-response(ws-pos:1) is equal to '"'
               if ws-response(ws-pos:1) is equal to '\'
                   add 1 to ws-pos
               end-if
               if ws-str-len is less than 64
                   add 1 to ws-str-len
                   move ws-response(ws-pos:1)
                       to ws-str-wk(ws-str-len:1)
               end-if
               add 1 to ws-pos
           end-perform.
           inspect ws-str-wk replacing all "," by " ".
      *-----------------------------------------------------------------
       read-number.
           move zero to ws-num-wk.
           perform until ws-pos is greater than ws-resp-len
               or ws-response(ws-pos:1) is not equal to space
               add 1 to ws-pos
           end-perform.
           perform until ws-pos is greater than ws-resp-len
               or ws-response(ws-pos:1) is not numeric
               move ws-response(ws-pos:1) to ws-digit
               compute ws-num-wk = ws-num-wk * 10 + ws-digit
               add 1 to ws-pos
           end-perform.
      *-----------------------------------------------------------------
      *The "a" (allow) and "d" (deny) masks inside the object from
      *ws-obj-start to ws-obj-end.
       read-allow-deny.
           move zero to ws-e-allow, ws-e-deny.
           move ws-obj-start to ws-scan-from.
           move ws-obj-end to ws-scan-to.
           move '"a":' to ws-marker.
           move 4 to ws-marker-len.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-pos = ws-found-pos + ws-marker-len
               perform read-number
               move ws-num-wk to ws-e-allow
           end-if.
           move '"d":' to ws-marker.
           perform find-marker.
           if ws-found-pos is greater than zero
               compute ws-pos = ws-found-pos + ws-marker-len
               perform read-number
               move ws-num-wk to ws-e-deny
           end-if.
           move 1 to ws-scan-from.
           move ws-resp-len to ws-scan-to.
      *-----------------------------------------------------------------
      *An object keyed by id - the server's roles or a channel's
      *role overrides - from the brace at ws-map-start; one entry of
      *kind ws-map-kind per key.
       walk-id-map.
           move ws-map-start to ws-pos.
           perform match-brace.
           move ws-obj-end to ws-map-end.
           compute ws-pos = ws-map-start + 1.
           perform until ws-pos is not less than ws-map-end
               if ws-response(ws-pos:1) is not equal to '"'
                   add 1 to ws-pos
               else
                   perform read-quoted
                   move ws-str-wk(1:26) to ws-e-subject
                   perform until ws-pos is not less than ws-map-end
                       or ws-response(ws-pos:1) is equal to '{'
                       add 1 to ws-pos
                   end-perform
                   if ws-pos is less than ws-map-end
                       perform read-map-entry
                   end-if
               end-if
           end-perform.
           move 1 to ws-scan-from.
           move ws-resp-len to ws-scan-to.
      *-----------------------------------------------------------------
       read-map-entry.
           perform match-brace.
           move ws-pos to ws-obj-start.
           perform read-allow-deny.
           move spaces to ws-e-name.
           if ws-map-kind is equal to "ROLE"
               move ws-obj-start to ws-scan-from
               move ws-obj-end to ws-scan-to
               move '"name":"' to ws-marker
               move 8 to ws-marker-len
               perform find-marker
               if ws-found-pos is greater than zero
                   compute ws-pos = ws-found-pos + ws-marker-len - 1
                   perform read-quoted
                   move ws-str-wk to ws-e-name
               end-if
               move 1 to ws-scan-from
               move ws-resp-len to ws-scan-to
           end-if.
           move ws-map-scope to ws-e-scope.
           move ws-map-kind to ws-e-kind.
           perform add-new-entry.
           compute ws-pos = ws-obj-end + 1.
      *-----------------------------------------------------------------
       add-new-entry.
           if ws-new-count is not less than 2000
               exit paragraph
           end-if.
           add 1 to ws-new-count.
           move ws-e-scope to ws-new-scope(ws-new-count).
           move ws-e-kind to ws-new-kind(ws-new-count).
           move ws-e-subject to ws-new-subject(ws-new-count).
           move ws-e-allow to ws-new-allow(ws-new-count).
           move ws-e-deny to ws-new-deny(ws-new-count).
           move ws-e-name to ws-new-name(ws-new-count).
      *-----------------------------------------------------------------
      *Yesterday's channel-to-server links, ahead of the fetches - a
      *routed channel that will not answer today still names the
      *server to fetch (or report as not fetched).
       load-old-links.
           move 'N' to ws-eof.
           open input sharing with all fs-old-snap.
           perform until ws-at-eof
               read fs-old-snap
                   at end move 'Y' to ws-eof
                   not at end perform take-old-link
               end-read
           end-perform.
           close fs-old-snap.
      *-----------------------------------------------------------------
       take-old-link.
           move spaces to ws-s-scope, ws-s-kind, ws-s-subject.
           unstring fs-old-snap-line delimited by ","
               into ws-s-scope ws-s-kind ws-s-subject
           end-unstring.
           if ws-s-kind is not equal to "CHSRV"
               exit paragraph
           end-if.
           perform varying ws-chan-idx from 1 by 1
               until ws-chan-idx is greater than ws-chan-count
               if ws-chan-id(ws-chan-idx) is equal to ws-s-scope
                   move ws-s-subject to ws-chan-server(ws-chan-idx)
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Yesterday's snapshot - and, for any scope whose fetch failed
      *today, its lines carried into today's table unchanged.
       load-old-snapshot.
           move 'N' to ws-old-state.
           move 'N' to ws-eof.
           open input sharing with all fs-old-snap.
           perform until ws-at-eof
               read fs-old-snap
                   at end move 'Y' to ws-eof
                   not at end
                       move 'Y' to ws-old-state
                       perform keep-old-line
               end-read
           end-perform.
           close fs-old-snap.
      *-----------------------------------------------------------------
       keep-old-line.
           if fs-old-snap-line(1:1) is equal to space
               or ws-old-count is not less than 2000
               exit paragraph
           end-if.
           move spaces to ws-s-scope, ws-s-kind, ws-s-subject,
               ws-s-name.
           move zero to ws-s-allow, ws-s-deny.
           unstring fs-old-snap-line delimited by ","
               into ws-s-scope ws-s-kind ws-s-subject ws-s-allow
                    ws-s-deny ws-s-name
           end-unstring.
           add 1 to ws-old-count.
           move ws-s-scope to ws-old-scope(ws-old-count).
           move ws-s-kind to ws-old-kind(ws-old-count).
           move ws-s-subject to ws-old-subject(ws-old-count).
           move ws-s-allow to ws-old-allow(ws-old-count).
           move ws-s-deny to ws-old-deny(ws-old-count).
           move ws-s-name to ws-old-name(ws-old-count).
           move 'N' to ws-old-matched(ws-old-count).
           move 'N' to ws-fail-state.
           perform varying ws-fail-idx from 1 by 1
               until ws-fail-idx is greater than ws-fail-count
               if ws-fail-ids(ws-fail-idx) is equal to ws-s-scope
                   move 'Y' to ws-fail-state
                   exit perform
               end-if
           end-perform.
           if ws-scope-failed
               move ws-s-scope to ws-e-scope
               move ws-s-kind to ws-e-kind
               move ws-s-subject to ws-e-subject
               move ws-s-allow to ws-e-allow
               move ws-s-deny to ws-e-deny
               move ws-s-name to ws-e-name
               perform add-new-entry
           end-if.
      *-----------------------------------------------------------------
       write-new-snapshot.
           open output fs-new-snap.
           perform varying ws-new-idx from 1 by 1
               until ws-new-idx is greater than ws-new-count
               move spaces to fs-new-snap-line
               string ws-new-scope(ws-new-idx) delimited by space
                   "," delimited by size
                   ws-new-kind(ws-new-idx) delimited by space
                   "," delimited by size
                   ws-new-subject(ws-new-idx) delimited by space
                   "," delimited by size
                   ws-new-allow(ws-new-idx) delimited by size
                   "," delimited by size
                   ws-new-deny(ws-new-idx) delimited by size
                   "," delimited by size
                   function trim(ws-new-name(ws-new-idx))
                       delimited by size
                   into fs-new-snap-line
               end-string
               write fs-new-snap-line end-write
           end-perform.
           close fs-new-snap.
      *-----------------------------------------------------------------
       write-report.
           open output fs-report.
           move spaces to ws-work-line.
           string "Permission drift " delimited by size
               ws-prev-date delimited by size
               " -> " delimited by size
               ws-run-date delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move "=========================================="
               to ws-work-line.
           perform emit-line.
           initialize ws-msg.
           move 1 to ws-ops-ptr.
           string "Permission drift on audited channels ("
                   delimited by size
               ws-run-date delimited by size
               "):" delimited by size
               into ws-content in ws-msg
               with pointer ws-ops-ptr
           end-string.
           perform varying ws-fail-idx from 1 by 1
               until ws-fail-idx is greater than ws-fail-count
               move spaces to ws-work-line
               string "NOT FETCHED " delimited by size
                   ws-fail-ids(ws-fail-idx) delimited by size
                   " - yesterday's entries carried forward"
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
           end-perform.
           if not ws-old-snap-found
               move spaces to ws-work-line
               string "No snapshot for " delimited by size
                   ws-prev-date delimited by size
                   " - today's taken as the baseline."
                       delimited by size
                   into ws-work-line
               end-string
               perform emit-line
               close fs-report
               exit paragraph
           end-if.
           open input fd-udir.
           perform varying ws-new-idx from 1 by 1
               until ws-new-idx is greater than ws-new-count
               perform compare-new-entry
           end-perform.
           perform varying ws-old-idx from 1 by 1
               until ws-old-idx is greater than ws-old-count
               if ws-old-matched(ws-old-idx) is equal to 'N'
                   and ws-old-kind(ws-old-idx) is not equal to "CHSRV"
                   perform report-removed-entry
               end-if
           end-perform.
           close fd-udir.
           move ws-change-count to ws-count-disp.
           move spaces to ws-work-line.
           string "Changes: " delimited by size
               function trim(ws-count-disp) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           move ws-sensitive-count to ws-count-disp.
           move spaces to ws-work-line.
           string "On EXPORT/APPROVE channels: " delimited by size
               function trim(ws-count-disp) delimited by size
               into ws-work-line
           end-string.
           perform emit-line.
           close fs-report.
      *-----------------------------------------------------------------
      *A CHSRV link is bookkeeping, not a permission - it is matched
      *off like the rest but never reported.
       compare-new-entry.
           move 'N' to ws-have-old.
           perform varying ws-old-idx from 1 by 1
               until ws-old-idx is greater than ws-old-count
               if ws-old-key(ws-old-idx) is equal to
                   ws-new-key(ws-new-idx)
                   and ws-old-matched(ws-old-idx) is equal to 'N'
                   move 'Y' to ws-have-old
                   move 'Y' to ws-old-matched(ws-old-idx)
                   exit perform
               end-if
           end-perform.
           if ws-new-kind(ws-new-idx) is equal to "CHSRV"
               exit paragraph
           end-if.
           move ws-new-scope(ws-new-idx) to ws-d-scope.
           move ws-new-kind(ws-new-idx) to ws-d-kind.
           move ws-new-subject(ws-new-idx) to ws-d-subject.
           move ws-new-name(ws-new-idx) to ws-d-name.
           perform describe-change.
           move ws-new-allow(ws-new-idx) to ws-cmp-allow-new.
           move ws-new-deny(ws-new-idx) to ws-cmp-deny-new.
           if ws-old-present
               move ws-old-allow(ws-old-idx) to ws-cmp-allow-old
               move ws-old-deny(ws-old-idx) to ws-cmp-deny-old
               if ws-d-kind is equal to "ROLE"
                   and ws-old-name(ws-old-idx) is not equal to
                       ws-new-name(ws-new-idx)
                   move spaces to ws-work-line
                   string "RENAMED " delimited by size
                       function trim(ws-subject-text)
                           delimited by size
                       " (was " delimited by size
                       function trim(ws-old-name(ws-old-idx))
                           delimited by size
                       ") on " delimited by size
                       function trim(ws-scope-text) delimited by size
                       into ws-work-line
                   end-string
                   perform record-change
               end-if
           else
               move zero to ws-cmp-allow-old, ws-cmp-deny-old
               move spaces to ws-work-line
               string "ADDED   " delimited by size
                   function trim(ws-subject-text) delimited by size
                   " on " delimited by size
                   function trim(ws-scope-text) delimited by size
                   into ws-work-line
               end-string
               perform record-change
           end-if.
           perform compare-masks.
      *-----------------------------------------------------------------
       report-removed-entry.
           move ws-old-scope(ws-old-idx) to ws-d-scope.
           move ws-old-kind(ws-old-idx) to ws-d-kind.
           move ws-old-subject(ws-old-idx) to ws-d-subject.
           move ws-old-name(ws-old-idx) to ws-d-name.
           perform describe-change.
           move spaces to ws-work-line.
           string "REMOVED " delimited by size
               function trim(ws-subject-text) delimited by size
               " on " delimited by size
               function trim(ws-scope-text) delimited by size
               into ws-work-line
           end-string.
           perform record-change.
           move ws-old-allow(ws-old-idx) to ws-cmp-allow-old.
           move ws-old-deny(ws-old-idx) to ws-cmp-deny-old.
           move zero to ws-cmp-allow-new, ws-cmp-deny-new.
           perform compare-masks.
      *-----------------------------------------------------------------
       compare-masks.
           move ws-cmp-allow-old to ws-bits-old.
           move ws-cmp-allow-new to ws-bits-new.
           move "ALLOW" to ws-bits-label.
           perform compare-bits.
           move ws-cmp-deny-old to ws-bits-old.
           move ws-cmp-deny-new to ws-bits-new.
           move "DENY" to ws-bits-label.
           perform compare-bits.
      *-----------------------------------------------------------------
      *One line per bit that differs between the two masks, low bit
      *first.
       compare-bits.
           if ws-bits-old is equal to ws-bits-new
               exit paragraph
           end-if.
           perform varying ws-bit-no from 1 by 1
               until ws-bit-no is greater than 40
               divide ws-bits-old by 2 giving ws-bits-old
                   remainder ws-bit-old end-divide
               divide ws-bits-new by 2 giving ws-bits-new
                   remainder ws-bit-new end-divide
               if ws-bit-old is not equal to ws-bit-new
                   perform report-bit
               end-if
           end-perform.
      *-----------------------------------------------------------------
       report-bit.
           move ws-perm-name-tbl(ws-bit-no) to ws-perm-name.
           if ws-perm-name is equal to spaces
               compute ws-bit-disp = ws-bit-no - 1
               string "bit-" delimited by size
                   ws-bit-disp delimited by size
                   into ws-perm-name
               end-string
           end-if.
           move spaces to ws-work-line.
           if ws-bit-new is equal to 1
               move "+" to ws-work-line(1:1)
           else
               move "-" to ws-work-line(1:1)
           end-if.
           move ws-bits-label to ws-work-line(2:5).
           move ws-perm-name to ws-work-line(9:20).
           string function trim(ws-subject-text) delimited by size
               " on " delimited by size
               function trim(ws-scope-text) delimited by size
               into ws-work-line(30:)
           end-string.
           perform record-change.
      *-----------------------------------------------------------------
      *Readable scope and subject for the entry in ws-d-*.
       describe-change.
           move spaces to ws-scope-text, ws-subject-text.
           move 'N' to ws-sensitive.
           if ws-d-kind(1:2) is equal to "CH"
               perform varying ws-chan-idx from 1 by 1
                   until ws-chan-idx is greater than ws-chan-count
                   if ws-chan-id(ws-chan-idx) is equal to ws-d-scope
                       move ws-chan-flagged(ws-chan-idx)
                           to ws-sensitive
                       exit perform
                   end-if
               end-perform
               perform lookup-channel-name
               string "#" delimited by size
                   function trim(ws-lookup-name) delimited by size
                   into ws-scope-text
               end-string
           else
               perform varying ws-srv-idx from 1 by 1
                   until ws-srv-idx is greater than ws-srv-count
                   if ws-srv-id(ws-srv-idx) is equal to ws-d-scope
                       move ws-srv-flagged(ws-srv-idx)
                           to ws-sensitive
                       exit perform
                   end-if
               end-perform
               perform lookup-server-name
               string "server " delimited by size
                   function trim(ws-lookup-name) delimited by size
                   into ws-scope-text
               end-string
           end-if.
           evaluate ws-d-kind
               when "SRVOWNER"
                   move ws-d-subject to fs-udir-user-id
                   move ws-d-subject to ws-lookup-name
                   read fd-udir
                       invalid key continue
                       not invalid key
                           move fs-udir-name to ws-lookup-name
                   end-read
                   string "owner " delimited by size
                       function trim(ws-lookup-name) delimited by size
                       into ws-subject-text
                   end-string
               when "SRVDEF"
                   move "default permissions" to ws-subject-text
               when "CHDEF"
                   move "override for everyone" to ws-subject-text
               when "ROLE"
                   perform lookup-role-name
                   string "role " delimited by size
                       function trim(ws-lookup-name) delimited by size
                       into ws-subject-text
                   end-string
               when other
                   perform lookup-role-name
                   string "override for role " delimited by size
                       function trim(ws-lookup-name) delimited by size
                       into ws-subject-text
                   end-string
           end-evaluate.
      *-----------------------------------------------------------------
       lookup-channel-name.
           move ws-d-scope to ws-lookup-name.
           perform varying ws-cname-idx from 1 by 1
               until ws-cname-idx is greater than ws-cname-count
               if ws-cname-id(ws-cname-idx) is equal to ws-d-scope
                   move ws-cname-text(ws-cname-idx) to ws-lookup-name
                   exit perform
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Server and role names come from the snapshots themselves -
      *today's first, yesterday's for something since deleted.
       lookup-server-name.
           move ws-d-scope to ws-lookup-name.
           perform varying ws-scan from 1 by 1
               until ws-scan is greater than ws-new-count
               if ws-new-scope(ws-scan) is equal to ws-d-scope
                   and ws-new-kind(ws-scan) is equal to "SRVDEF"
                   and ws-new-name(ws-scan) is not equal to spaces
                   move ws-new-name(ws-scan) to ws-lookup-name
                   exit paragraph
               end-if
           end-perform.
           perform varying ws-scan from 1 by 1
               until ws-scan is greater than ws-old-count
               if ws-old-scope(ws-scan) is equal to ws-d-scope
                   and ws-old-kind(ws-scan) is equal to "SRVDEF"
                   and ws-old-name(ws-scan) is not equal to spaces
                   move ws-old-name(ws-scan) to ws-lookup-name
                   exit paragraph
               end-if
           end-perform.
      *-----------------------------------------------------------------
       lookup-role-name.
           move ws-d-subject to ws-lookup-name.
           perform varying ws-scan from 1 by 1
               until ws-scan is greater than ws-new-count
               if ws-new-subject(ws-scan) is equal to ws-d-subject
                   and ws-new-kind(ws-scan) is equal to "ROLE"
                   move ws-new-name(ws-scan) to ws-lookup-name
                   exit paragraph
               end-if
           end-perform.
           perform varying ws-scan from 1 by 1
               until ws-scan is greater than ws-old-count
               if ws-old-subject(ws-scan) is equal to ws-d-subject
                   and ws-old-kind(ws-scan) is equal to "ROLE"
                   move ws-old-name(ws-scan) to ws-lookup-name
                   exit paragraph
               end-if
           end-perform.
      *-----------------------------------------------------------------
      *Into the report, and - touching an EXPORT/APPROVE channel -
      *the ops post as well, for as long as it has room.
       record-change.
           add 1 to ws-change-count.
           perform emit-line.
           if not ws-change-is-sensitive
               exit paragraph
           end-if.
           add 1 to ws-sensitive-count.
           if ws-ops-ptr is greater than 7600
               if not ws-ops-msg-full
                   move 'Y' to ws-ops-full
                   string x'0a' delimited by size
                       "... more in " delimited by size
                       function trim(ws-report-name)
                           delimited by size
                       into ws-content in ws-msg
                       with pointer ws-ops-ptr
                   end-string
               end-if
               exit paragraph
           end-if.
           string x'0a' delimited by size
               function trim(ws-work-line) delimited by size
               into ws-content in ws-msg
               with pointer ws-ops-ptr
           end-string.
      *-----------------------------------------------------------------
      *A fresh session for the post - the fetch session was closed
      *once the snapshots were in.
       post-to-ops.
           move spaces to ws-post-channel.
           open input sharing with all fs-opschan.
           read fs-opschan
               at end continue
               not at end
                   if fs-opschan-line(1:1) is not equal to space
                       and fs-opschan-line(1:1) is not equal to '*'
                       move fs-opschan-line(1:26) to ws-post-channel
                   end-if
           end-read.
           close fs-opschan.
           if ws-post-channel is equal to spaces
               display "No ops channel configured - drift on audited"
                   " channels is in the report only" end-display
               exit paragraph
           end-if.
           call "curl-global-init" using by value x'ff' end-call.
           call static "rv-curl-handle-init" using
               by reference ws-config end-call.
           call static "rv-fetch-self-id" using
               by reference ws-config end-call.
           call static "rv-post-msg" using by reference ws-config
               by value ws-post-channel
               by content ws-msg end-call.
           call static "rv-curl-handle-cleanup" using
               by reference ws-config end-call.
           call "curl-global-cleanup" end-call.
      *-----------------------------------------------------------------
       emit-line.
           write fs-report-line from ws-work-line end-write.
       end program rv-perm-drift.

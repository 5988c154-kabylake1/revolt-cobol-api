      *                  multi-line bodies ride the send path's
      *                  splitting like any long reply.
      *    &KB LIST    - the topics available in this channel.
      *Every search is recorded for the weekly gap report
      *(rv-kb-gap-report, kbgap.cbl): a miss appends a
      *"stamp|channel|author|term" line to kbmiss.log, a hit bumps
      *the article's count and last-opened stamp in the indexed
      *kbhits.dat, keyed on topic name.
       identification division.
       program-id. rv-cmd-kb.
       environment division.
       file-control.
           select optional fs-kb assign to "kb.txt"
           organization is line sequential.
           select optional fs-kbmiss assign to "kbmiss.log"
           organization is line sequential.
           select optional fd-kbhits assign to "kbhits.dat"
           organization is indexed
           access mode is random
           record key is fs-kbh-topic.
       data division.
       file section.
       fd  fs-kb.
       01  fs-kb-line pic x(500).
       fd  fs-kbmiss.
       01  fs-kbmiss-line pic x(160).
       fd  fd-kbhits.
       01  fs-kbh-rec.
           02 fs-kbh-topic pic x(40).
           02 fs-kbh-count picture 9(8).
           02 fs-kbh-first pic x(14).
           02 fs-kbh-last pic x(14).
       working-storage section.
       copy "rmsg.cpy" replacing ==:pref:== by ==ws==
                       ==:levl:== by ==01==.
       01  ws-topic-count picture 9(4).
       01  ws-reply-ptr picture 9(8).
       01  ws-reply-text pic x(200).
       01  ws-hit-topic pic x(40).
       01  ws-miss-line pic x(160).
       linkage section.
       copy "rcfg.cpy" replacing ==:pref:== by ==ls==
                       ==:levl:== by ==01==.
           move 1 to ws-reply-ptr.
           move 'N' to ws-in-match.
           move 'N' to ws-done.
           move spaces to ws-hit-topic.
           perform reset-topic-state.
           move 'N' to ws-kb-eof.
           open input sharing with all fs-kb.
               end-read
           end-perform.
           close fs-kb.
           if ws-content in ws-msg is equal to spaces
               perform record-miss
           else
               perform record-hit
           end-if.
           if ws-content in ws-msg is equal to spaces
               string
                   "Nothing in the knowledge base matches """
               and ws-inside-matched-topic
               and ws-topic-is-allowed
               if fs-kb-line is not equal to spaces
                   move ws-topic-name to ws-hit-topic
                   string
                       function trim(fs-kb-line) delimited by size
                       x'0a' delimited by size
                   move 'N' to ws-in-match
               end-if
           end-if.
      *-----------------------------------------------------------------
       record-miss.
           move spaces to ws-miss-line.
           string
               function current-date(1:14) delimited by size
               "|" delimited by size
               ls-target delimited by size
               "|" delimited by size
               ls-author-id delimited by size
               "|" delimited by size
               function trim(ws-term) delimited by size
               into ws-miss-line
           end-string.
           open extend fs-kbmiss.
           write fs-kbmiss-line from ws-miss-line end-write.
           close fs-kbmiss.
      *-----------------------------------------------------------------
       record-hit.
           if ws-hit-topic is equal to spaces
               exit paragraph
           end-if.
           open i-o fd-kbhits.
           move ws-hit-topic to fs-kbh-topic.
           read fd-kbhits
               invalid key
                   move ws-hit-topic to fs-kbh-topic
                   move 1 to fs-kbh-count
                   move function current-date(1:14) to fs-kbh-first
                   move function current-date(1:14) to fs-kbh-last
                   write fs-kbh-rec
                       invalid key continue
                   end-write
               not invalid key
                   add 1 to fs-kbh-count
                   move function current-date(1:14) to fs-kbh-last
                   rewrite fs-kbh-rec
                       invalid key continue
                   end-rewrite
           end-read.
           close fd-kbhits.
      *-----------------------------------------------------------------
       reset-topic-state.
           move spaces to ws-topic-name, ws-topic-tags.

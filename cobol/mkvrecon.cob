
      * audit-versus-results reconciliation, the cross-check
      * compliance asked for: pass the append-only audit log
      * against the results KSDS and report four exception
      * classes --
      *   NO-RESULTS: a run the audit trail shows ending clean
      *     (return-code 0) with no results row under its run-id
      *   NO-AUDIT: a results row with no audit entry at all;
      *   MISMATCH: a matched pair whose record counts or return
      *     codes disagree (typically a rerun that rewrote the row
      *     after the audit snapshot);
      *   QUARANTINED: a results row MKVSCRN is holding on a
      *     prohibited word or pair, still waiting on a reviewer
      *     to release or reject it -- its content cannot reach
      *     the analytics extract until someone does.
      * Any exception ends the step on a nonzero condition code so
      * the scheduler can flag the day for review.

      * last-audit against current-row. The run-id is rebuilt from
      * the audit fields exactly the way MARKOV strings WS-RUN-ID
      * together (lower, upper, four-character mode key, corpus
      * key), GEN2 standing in for GENERATE2 and SCR2 for SCORE2.
           01 ws-audit-table.
               05 ws-aud-entry occurs 5000 times
                       indexed by ws-aud-idx.
           01 ws-no-results-count    pic 9(7) value 0.
           01 ws-no-audit-count      pic 9(7) value 0.
           01 ws-mismatch-count      pic 9(7) value 0.
           01 ws-quarantined-count   pic 9(7) value 0.
           01 ws-audit-read-count    pic 9(7) value 0.
           01 ws-result-read-count   pic 9(7) value 0.


           2100-build-run-id.
           move function trim(aud-corpus-name) to ws-corpus-key
      * a named dictionary's name stands in the corpus slot.
           if aud-dict-name not = spaces
               move aud-dict-name to ws-corpus-key
           end-if
           move aud-run-mode(1:4) to ws-mode-key
           if aud-run-mode = "GENERATE2"
               move "GEN2" to ws-mode-key
           end-if
           if aud-run-mode = "SCORE2"
               move "SCR2" to ws-mode-key
           end-if
           move spaces to ws-build-run-id
           string aud-lower aud-upper ws-mode-key ws-corpus-key
               delimited by size into ws-build-run-id.
                       add 1 to ws-no-audit-count
                       add 1 to ws-exception-count
                   end-if
                   if res-quarantined
                       perform 3300-report-quarantined
                   end-if
           end-read.

      * ws-aud-idx still addresses the matched slot when this is
           add 1 to ws-mismatch-count
           add 1 to ws-exception-count.

           3300-report-quarantined.
           move spaces to report-line
           string "QUARANTINED " res-run-id
                   "  " res-screen-reason
                   " SINCE " res-screen-ts(1:8)
               delimited by size into report-line
           write report-line
           add 1 to ws-quarantined-count
           add 1 to ws-exception-count.

      * anything the audit trail says ended clean but never got a
      * results row -- the degraded 5100 path compliance tripped
      * over -- surfaces here.
           string "MISMATCH EXCEPTIONS:  " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-quarantined-count to ws-count-display
           move spaces to report-line
           string "QUARANTINED ROWS:     " ws-count-display
               delimited by size into report-line
           write report-line
           display "MKVRECON: " ws-exception-count
               " exception(s) -- " ws-no-results-count
               " NO-RESULTS, " ws-no-audit-count
               " NO-AUDIT, " ws-mismatch-count " MISMATCH, "
               ws-quarantined-count " QUARANTINED".

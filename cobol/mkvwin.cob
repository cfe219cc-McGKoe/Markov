
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

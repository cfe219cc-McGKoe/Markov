      * worst condition code seen so the scheduler still branches
      * correctly. A failing request is logged and skipped, not
      * allowed to kill the requests behind it the way one bad
      * PARMDD member kills a step today. Each request names its
      * own dictionary (PARM-DICT-NAME, blank for the default
      * master), so one schedule can feed and generate from
      * several dictionaries in a night.

       environment division.
       input-output section.
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "REQ   MODE        CC   COUNT    RUN-ID"
                       "            DICTIONARY"
                   delimited by size into report-line
               write report-line
           end-if.

           move parm-seq-count to drv-seq-count
           move parm-start-word to drv-start-word
           move parm-lock-age to drv-lock-age
           move parm-merge-option to drv-merge-option
           move parm-dict-name to drv-dict-name
           move 0 to drv-return-code
           move 0 to drv-record-count
           call "markov" using drive-request
                   "  " drv-return-code
                   "  " drv-record-count
                   "  " drv-run-id
                   "  " drv-dict-name
               delimited by size into report-line
           write report-line.


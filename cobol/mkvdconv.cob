      * should be none; MARKOV wrote each key once) are folded
      * together by adding their counts, and the run closes with
      * in/out/folded totals so the load reconciles before the
      * flat file is retired. The new master gets its control
      * record from what the load put in it.

       environment division.
       input-output section.
           01 ws-records-read        pic 9(7) value 0.
           01 ws-records-loaded      pic 9(7) value 0.
           01 ws-records-folded      pic 9(7) value 0.
           01 ws-order1-loaded       pic 9(7) value 0.
           01 ws-order2-loaded       pic 9(7) value 0.
           01 ws-occurs-loaded       pic 9(10) value 0.
           01 ws-run-date            pic x(8).
           01 ws-run-id              pic x(16).

       procedure division.
           perform 1000-open-files.
           end-if.

           perform 2000-load-one-record until ws-end-of-flat.
           if not ws-io-error-detected and ws-records-loaded > 0
               perform 3000-write-dict-control
           end-if.

           close flat-file.
           close dict-file.
                           perform 2100-fold-duplicate
                       not invalid key
                           add 1 to ws-records-loaded
                           add flat-occurrence-count
                               to ws-occurs-loaded
                           if flat-prior-word = spaces
                               add 1 to ws-order1-loaded
                           else
                               add 1 to ws-order2-loaded
                           end-if
                   end-write
           end-read.

                   move flat-last-updated to corp-last-updated
                   rewrite corpus-record
                   add 1 to ws-records-folded
                   add flat-occurrence-count to ws-occurs-loaded
           end-read.

      * the loaded master's control record, under this program's
      * name and the run date as the last writer's run-id.
           3000-write-dict-control.
           accept ws-run-date from date yyyymmdd
           move spaces to ws-run-id
           string "MKVDCONV" ws-run-date
               delimited by size into ws-run-id
           move spaces to dictionary-control-record
           set dctl-control-tag to true
           move ws-records-loaded to dctl-entry-count
           move ws-order1-loaded to dctl-order1-count
           move ws-order2-loaded to dctl-order2-count
           move ws-occurs-loaded to dctl-occurrence-total
           move ws-run-id to dctl-run-id
           move ws-run-date to dctl-update-date
           write dictionary-control-record
               invalid key
                   display "MKVDCONV: unable to write dictionary "
                       "control record, status " ws-dict-status
                   set ws-io-error-detected to true
           end-write.

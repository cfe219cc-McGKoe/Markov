       identification division.
       program-id.
       mkvprefl.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      * schedule pre-flight: run in the afternoon against the same
      * SCHEDDD member MKVDRIVE will drive that night, so a bad
      * request is found while there is still time to fix it
      * instead of at 2am with half the window gone. Every request
      * gets the checks MARKOV and MKVDRIVE would make -- the
      * PARMREC validation 1150-TAKE-DRIVE-REQUEST applies, the
      * REPLAY row still on RESULTSDD, the dictionary on DICTCAT
      * and not retired, the corpus dataset delivered, the corpus
      * load register's duplicate-merge check, the start word on
      * the master, the dictionary's LOCKDD row -- and is reported
      * READY, WARNING or WILL-FAIL with every reason found. The
      * night's elapsed time is estimated from the audit trail:
      * each request at the average of its own run-id's timed runs
      * when it has any, otherwise at its mode's average, and the
      * total is set against the batch window.
      * Nothing is run: every dataset is opened input only, so no
      * checkpoint, lock, register row, audit record or dictionary
      * generation is ever created, and it is safe to run while
      * other work holds the same datasets SHR.
      * What cannot be known in the afternoon is reported, not
      * guessed: a lock held now may be released by night, and a
      * start word or a corpus can be changed by a request earlier
      * in the same schedule -- a merge ahead of it is the one
      * case of that this run tracks.

       environment division.
       input-output section.
       file-control.
           select sched-file assign to "SCHEDDD"
               organization line sequential
               file status is ws-sched-status.
           select parm-file assign to "PREFPARM"
               organization line sequential
               file status is ws-parm-status.
           select prefl-rpt assign to "PREFRPT"
               organization line sequential
               file status is ws-rpt-status.
           select audit-file assign to "AUDITDD"
               organization line sequential
               file status is ws-audit-status.
           select results-file assign to "RESULTSDD"
               organization indexed
               access mode dynamic
               record key is res-run-id
               file status is ws-results-status.
           select lock-file assign to "LOCKDD"
               organization indexed
               access mode dynamic
               record key is lck-name
               file status is ws-lock-status.
           select restart-file assign to "RESTARTDD"
               organization indexed
               access mode dynamic
               record key is rst-run-id
               file status is ws-restart-status.
           select register-file assign to "CORPREG"
               organization indexed
               access mode dynamic
               record key is reg-key
               file status is ws-register-status.
           select catalog-file assign to "DICTCAT"
               organization indexed
               access mode dynamic
               record key is dcat-dict-name
               file status is ws-catalog-status.
           select dict-file assign to dynamic ws-dict-file-name
               organization indexed
               access mode dynamic
               record key is corp-entry-key
               file status is ws-dict-status.
           select corpus-file assign to dynamic ws-corpus-filename
               organization line sequential
               file status is ws-corpus-status.

       data division.
       file section.
       fd  sched-file.
           copy parmrec.

      * optional, one control record -- the batch window the
      * estimate is measured against:
      *   cols 1-4  window open, hhmm (blank 1800)
      *   cols 6-9  window close next morning, hhmm (blank 0800)
       fd  parm-file.
       01  parm-line.
           05 parm-window-open       pic x(4).
           05 filler                 pic x(1).
           05 parm-window-close      pic x(4).
           05 filler                 pic x(71).

       fd  prefl-rpt.
       01  report-line               pic x(80).

       fd  audit-file.
           copy auditrec.

       fd  results-file.
           copy resultrec.

       fd  lock-file.
           copy lockrec.

       fd  restart-file.
           copy restrec.

       fd  register-file.
           copy corpreg.

       fd  catalog-file.
           copy dictcat.

       fd  dict-file.
           copy corprec.

       fd  corpus-file.
       01  corpus-line               pic x(20).

       working-storage section.
      * mainframe-style condition codes -- 4 for a schedule with
      * warnings or one that may not fit its window, 8 when a
      * request will fail (or the schedule is missing or empty,
      * the MKVDRIVE convention), 12 when a dataset the checks
      * need could not be read.
           01 ws-cc-success          pic 9(2) value 0.
           01 ws-cc-warning          pic 9(2) value 4.
           01 ws-cc-validation       pic 9(2) value 8.
           01 ws-cc-io-error         pic 9(2) value 12.

           01 ws-sched-status        pic x(2).
           01 ws-parm-status         pic x(2).
           01 ws-rpt-status          pic x(2).
           01 ws-audit-status        pic x(2).
           01 ws-results-status      pic x(2).
           01 ws-lock-status         pic x(2).
           01 ws-restart-status      pic x(2).
           01 ws-register-status     pic x(2).
           01 ws-catalog-status      pic x(2).
           01 ws-dict-status         pic x(2).
           01 ws-corpus-status       pic x(2).
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-eof-switch          pic x(1) value "N".
               88 ws-end-of-schedule     value "Y".
               88 ws-more-schedule       value "N".
           01 ws-file-eof-switch     pic x(1).
               88 ws-end-of-file         value "Y".
               88 ws-more-file           value "N".

      * one request as MARKOV would take it.
           01 ws-lower               pic 9(2).
           01 ws-upper               pic 9(2).
           01 ws-mode                pic x(10).
           01 ws-corpus-filename     pic x(50).
           01 ws-replay-run-id       pic x(16).
           01 ws-start-word          pic x(20).
           01 ws-restart-flag        pic x(1).
               88 ws-restart-requested   value "Y".
           01 ws-lock-stale-mins     pic 9(4).
           01 ws-merge-forced-sw     pic x(1).
               88 ws-merge-forced        value "Y".
           01 ws-dict-name           pic x(8).
           01 ws-dict-file-name      pic x(50).
           01 ws-lock-name           pic x(8).
           01 ws-chain-order         pic 9(1).
           01 ws-run-id              pic x(16).
           01 ws-mode-key            pic x(4).
           01 ws-corpus-key          pic x(8).

      * the request's verdict and every reason behind it.
           01 ws-verdict-switch      pic x(1).
               88 ws-request-ready       value "R".
               88 ws-request-warning     value "W".
               88 ws-request-will-fail   value "F".
           01 ws-verdict-text        pic x(9).
           01 ws-reason-text         pic x(74) value spaces.
           01 ws-reason-table.
               05 ws-reason          pic x(74) occurs 10 times.
           01 ws-reason-count        pic 9(2).
           01 ws-reason-sub          pic 9(2).

      * the corpus counted the way MARKOV's 2000-BUILD-CHAIN
      * counts it, so the register check sees the same identity.
           01 ws-this-word           pic x(20).
           01 ws-word-count          pic 9(7).
           01 ws-marker-count        pic 9(7).
           01 ws-start-sentinel      pic x(20) value "*START*".
           01 ws-control-tag         pic x(20) value "*CONTROL*".
           01 ws-end-marker          pic x(20) value "*END*".
           01 ws-doc-marker-tag      pic x(6) value "*DOC* ".
           01 ws-corpus-found-sw     pic x(1).
               88 ws-corpus-found        value "Y".

           01 ws-register-eof-sw     pic x(1).
               88 ws-end-of-register     value "Y".
           01 ws-duplicate-sw        pic x(1).
               88 ws-duplicate-merge     value "Y".
           01 ws-register-dup-run-id pic x(16).
           01 ws-register-dup-date   pic x(8).
           01 ws-refuse-sw           pic x(1).
               88 ws-merge-will-refuse   value "Y".

      * merges earlier in this schedule: a second request merging
      * the same corpus into the same dictionary is refused at
      * night by the register row the first one writes -- by the
      * chain-order rule of MARKOV's 2510-SCAN-REGISTER-ENTRY.
           01 ws-merge-table.
               05 ws-mrg-entry occurs 200 times
                       indexed by ws-mrg-idx.
                   10 ws-mrg-corpus-name  pic x(50).
                   10 ws-mrg-tokens       pic 9(7).
                   10 ws-mrg-markers      pic 9(7).
                   10 ws-mrg-dict-name    pic x(8).
                   10 ws-mrg-order        pic 9(1).
                   10 ws-mrg-request      pic 9(4).
           01 ws-mrg-entries         pic 9(4) value 0.
           01 ws-mrg-found-sw        pic x(1).
               88 ws-mrg-found           value "Y".
           01 ws-mrg-request-display pic z(3)9.

      * start-word probe against the master -- MARKOV's
      * 3130-PROBE-START-WORD.
           01 ws-current-word        pic x(20).
           01 ws-current-prior       pic x(20).
           01 ws-context-empty-sw    pic x(1).
               88 ws-context-empty       value "Y".
           01 ws-dict-eof-sw         pic x(1).
               88 ws-end-of-dict         value "Y".
               88 ws-more-dict           value "N".

           01 ws-current-timestamp   pic x(14).
           01 ws-ts-date             pic x(8).
           01 ws-ts-fulltime         pic x(8).
           01 ws-lock-age-work       pic s9(7).
           01 ws-lock-age-display    pic z(6)9.

      * timed audit history: average elapsed seconds per mode and
      * per run-id. Records written before the timing fields
      * existed carry no timing data and are left out, the MKVWIN
      * rule.
           01 ws-mode-table.
               05 ws-mod-entry occurs 10 times
                       indexed by ws-mod-idx.
                   10 ws-mod-mode         pic x(10).
                   10 ws-mod-runs         pic 9(7).
                   10 ws-mod-total        pic 9(11).
           01 ws-mod-entries         pic 9(2) value 0.
           01 ws-hist-table.
               05 ws-hst-entry occurs 2000 times
                       indexed by ws-hst-idx.
                   10 ws-hst-run-id       pic x(16).
                   10 ws-hst-runs         pic 9(5).
                   10 ws-hst-total        pic 9(9).
           01 ws-hst-entries         pic 9(4) value 0.
           01 ws-hst-overflow-sw     pic x(1) value "N".
               88 ws-hst-overflow        value "Y".
           01 ws-history-sw          pic x(1) value "N".
               88 ws-history-available   value "Y".
           01 ws-build-run-id        pic x(16).
           01 ws-found-switch        pic x(1).
               88 ws-entry-found         value "Y".
               88 ws-entry-not-found     value "N".

           01 ws-est-secs            pic 9(7).
           01 ws-est-basis           pic x(6).
           01 ws-total-est-secs      pic 9(9) value 0.
           01 ws-window-open         pic 9(4) value 1800.
           01 ws-window-close        pic 9(4) value 0800.
           01 ws-window-secs         pic 9(7).
           01 ws-hhmmss-work         pic 9(9).
           01 ws-hours               pic 9(3).
           01 ws-minutes             pic 9(2).
           01 ws-seconds             pic 9(2).
           01 ws-hours-display       pic zz9.
           01 ws-elapsed-text        pic x(9).
           01 ws-fits-sw             pic x(1) value "Y".
               88 ws-schedule-fits       value "Y".

           01 ws-requests-read       pic 9(4) value 0.
           01 ws-requests-ready      pic 9(4) value 0.
           01 ws-requests-warning    pic 9(4) value 0.
           01 ws-requests-failing    pic 9(4) value 0.
           01 ws-requests-unknown    pic 9(4) value 0.
           01 ws-seq-display         pic 9(4).
           01 ws-count-display       pic z(6)9.

           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).

       procedure division.
           perform 1000-read-parm.
           perform 1100-open-files.
           if ws-io-error-detected
               move ws-cc-io-error to return-code
               stop run
           end-if.

           perform 1200-load-history.
           perform 2000-check-one-request until ws-end-of-schedule.

           perform 5000-write-totals.
           close sched-file.
           close prefl-rpt.

           evaluate true
               when ws-io-error-detected
                   move ws-cc-io-error to return-code
               when ws-requests-failing > 0
                       or ws-requests-read = 0
                   move ws-cc-validation to return-code
               when ws-requests-warning > 0
                       or not ws-schedule-fits
                       or ws-requests-unknown > 0
                   move ws-cc-warning to return-code
               when other
                   move ws-cc-success to return-code
           end-evaluate.
           stop run.

      * PREFPARM is optional -- without it the window is the
      * overnight 1800 to 0800 MKVSTAT assumes. A record that is
      * there must make sense.
           1000-read-parm.
           open input parm-file
           if ws-parm-status = "00"
               read parm-file
                   at end
                       move spaces to parm-line
               end-read
               close parm-file
               if parm-window-open not = spaces
                   if parm-window-open is numeric
                       move parm-window-open to ws-window-open
                   else
                       display "MKVPREFL: PREFPARM window open "
                           "must be hhmm"
                       move ws-cc-validation to return-code
                       stop run
                   end-if
               end-if
               if parm-window-close not = spaces
                   if parm-window-close is numeric
                       move parm-window-close to ws-window-close
                   else
                       display "MKVPREFL: PREFPARM window close "
                           "must be hhmm"
                       move ws-cc-validation to return-code
                       stop run
                   end-if
               end-if
           end-if
           if ws-window-close > ws-window-open
               compute ws-window-secs =
                   ((function integer(ws-window-close / 100) * 60
                       + function mod(ws-window-close, 100))
                   - (function integer(ws-window-open / 100) * 60
                       + function mod(ws-window-open, 100))) * 60
           else
               compute ws-window-secs =
                   (1440
                   - (function integer(ws-window-open / 100) * 60
                       + function mod(ws-window-open, 100))
                   + (function integer(ws-window-close / 100) * 60
                       + function mod(ws-window-close, 100))) * 60
           end-if.

      * the schedule is required, exactly as for MKVDRIVE.
           1100-open-files.
           open input sched-file
           if ws-sched-status not = "00"
               display "MKVPREFL: unable to open SCHEDDD, "
                   "status " ws-sched-status
               move ws-cc-validation to return-code
               stop run
           end-if
           open output prefl-rpt
           if ws-rpt-status not = "00"
               display "MKVPREFL: unable to open pre-flight "
                   "report, status " ws-rpt-status
               set ws-io-error-detected to true
           else
               accept ws-run-date from date yyyymmdd
               accept ws-run-time from time
               move spaces to report-line
               string "MARKOV SCHEDULE PRE-FLIGHT  RUN DATE "
                       ws-run-date "  TIME " ws-run-time
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "REQ   MODE       RUN-ID           DICT     "
                       "VERDICT    SECONDS BASIS"
                   delimited by size into report-line
               write report-line
           end-if.

      * one pass over the audit trail builds both averages. No
      * audit trail means no estimate, not a failed check.
           1200-load-history.
           open input audit-file
           if ws-audit-status not = "00"
               display "MKVPREFL: audit log unavailable, status "
                   ws-audit-status " -- no elapsed estimate"
           else
               set ws-history-available to true
               set ws-more-file to true
               perform 1250-fold-audit-record until ws-end-of-file
               close audit-file
           end-if.

           1250-fold-audit-record.
           read audit-file
               at end
                   set ws-end-of-file to true
               not at end
                   if aud-elapsed-secs is numeric
                           and aud-start-ts not = spaces
                       perform 1260-fold-mode
                       perform 1270-build-audit-run-id
                       perform 1280-fold-run-id
                   end-if
           end-read.

           1260-fold-mode.
           set ws-entry-not-found to true
           perform varying ws-mod-idx from 1 by 1
                   until ws-mod-idx > ws-mod-entries
                       or ws-entry-found
               if ws-mod-mode(ws-mod-idx) = aud-run-mode
                   set ws-entry-found to true
                   add 1 to ws-mod-runs(ws-mod-idx)
                   add aud-elapsed-secs to ws-mod-total(ws-mod-idx)
               end-if
           end-perform
           if ws-entry-not-found and ws-mod-entries < 10
               add 1 to ws-mod-entries
               move aud-run-mode to ws-mod-mode(ws-mod-entries)
               move 1 to ws-mod-runs(ws-mod-entries)
               move aud-elapsed-secs to ws-mod-total(ws-mod-entries)
           end-if.

      * run-id rebuilt from the audit fields exactly the way
      * MARKOV strings WS-RUN-ID together -- the MKVRECON pattern.
           1270-build-audit-run-id.
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

           1280-fold-run-id.
           set ws-entry-not-found to true
           perform varying ws-hst-idx from 1 by 1
                   until ws-hst-idx > ws-hst-entries
                       or ws-entry-found
               if ws-hst-run-id(ws-hst-idx) = ws-build-run-id
                   set ws-entry-found to true
                   add 1 to ws-hst-runs(ws-hst-idx)
                   add aud-elapsed-secs to ws-hst-total(ws-hst-idx)
               end-if
           end-perform
           if ws-entry-not-found
               if ws-hst-entries < 2000
                   add 1 to ws-hst-entries
                   move ws-build-run-id
                       to ws-hst-run-id(ws-hst-entries)
                   move 1 to ws-hst-runs(ws-hst-entries)
                   move aud-elapsed-secs
                       to ws-hst-total(ws-hst-entries)
               else
                   set ws-hst-overflow to true
               end-if
           end-if.

      * one request: validate it, run the checks its mode would
      * meet at night, estimate it and report it.
           2000-check-one-request.
           read sched-file
               at end
                   set ws-end-of-schedule to true
               not at end
                   add 1 to ws-requests-read
                   perform 2100-take-request
                   if not ws-request-will-fail
                           and ws-mode = "REPLAY"
                       perform 2200-check-replay
                   end-if
                   if not ws-request-will-fail
                       perform 2300-resolve-dictionary
                   end-if
                   if not ws-request-will-fail
                       perform 2350-build-run-id
                       perform 2400-check-corpus
                       perform 2500-check-register
                       perform 2600-check-master
                       perform 2700-check-lock
                       perform 2800-check-restart
                   end-if
                   perform 3000-estimate-request
                   perform 3100-write-request
           end-read.

      * MARKOV's 1150-TAKE-DRIVE-REQUEST, field for field: a
      * request it would reject is one that will fail.
           2100-take-request.
           set ws-request-ready to true
           move 0 to ws-reason-count
           move spaces to ws-reason-table
           move spaces to ws-run-id
           move spaces to ws-replay-run-id
           move spaces to ws-start-word
           move "N" to ws-merge-forced-sw
           move 240 to ws-lock-stale-mins
           move 1 to ws-chain-order
           move "DICTDD" to ws-dict-file-name
           move "DICTDD" to ws-lock-name
           move 0 to ws-word-count
           move 0 to ws-marker-count
           move "N" to ws-corpus-found-sw
           move parm-corpus-filename to ws-corpus-filename
           move parm-restart-flag to ws-restart-flag
           move function upper-case(function trim(parm-run-mode))
               to ws-mode
           evaluate ws-mode
               when "COUNT"
               when "GENERATE"
               when "GENERATE2"
               when "HISTOGRAM"
               when "SCORE"
               when "SCORE2"
                   continue
               when "REPLAY"
                   move parm-replay-run-id to ws-replay-run-id
                   if parm-replay-run-id = spaces
                       move "REPLAY NEEDS A RUN-ID" to ws-reason-text
                       perform 2950-will-fail
                   end-if
               when other
                   move "RUN MODE INVALID" to ws-reason-text
                   perform 2950-will-fail
           end-evaluate
      * a REPLAY takes its range from the results row, so it may
      * leave lower/upper blank.
           evaluate true
               when ws-mode = "REPLAY"
                       and parm-record(1:4) = spaces
                   continue
               when parm-lower is not numeric
                       or parm-upper is not numeric
                   move "LOWER/UPPER NOT NUMERIC" to ws-reason-text
                   perform 2950-will-fail
               when other
                   move parm-lower to ws-lower
                   move parm-upper to ws-upper
                   if ws-lower > ws-upper
                       move "LOWER EXCEEDS UPPER" to ws-reason-text
                       perform 2950-will-fail
                   end-if
           end-evaluate
           if parm-seed not = spaces
                   and function test-numval(parm-seed) not = 0
               move "SEED NOT NUMERIC" to ws-reason-text
               perform 2950-will-fail
           end-if
           if parm-backup-gens not = spaces
               if parm-backup-gens is not numeric
                       or parm-backup-gens = "0"
                   move "BACKUP-GENS INVALID" to ws-reason-text
                   perform 2950-will-fail
               end-if
           end-if
           if parm-seq-count not = spaces
               if parm-seq-count is not numeric
                       or parm-seq-count = "00"
                   move "SEQ-COUNT INVALID" to ws-reason-text
                   perform 2950-will-fail
               end-if
           end-if
           if parm-start-word not = spaces
               move function upper-case(parm-start-word)
                   to ws-start-word
           end-if
           if parm-lock-age not = spaces
               if parm-lock-age is numeric
                       and parm-lock-age not = "0000"
                   move parm-lock-age to ws-lock-stale-mins
               else
                   move "LOCK-AGE INVALID" to ws-reason-text
                   perform 2950-will-fail
               end-if
           end-if
           move function upper-case(parm-dict-name) to ws-dict-name
           if parm-merge-option not = spaces
               if function upper-case(function trim
                       (parm-merge-option)) = "FORCE"
                   set ws-merge-forced to true
               else
                   move "MERGE-OPTION INVALID" to ws-reason-text
                   perform 2950-will-fail
               end-if
           end-if
           if ws-mode = "GENERATE2" or ws-mode = "SCORE2"
               move 2 to ws-chain-order
           end-if.

      * MARKOV's 1700-FETCH-REPLAY-RUN: the row must still be on
      * RESULTSDD (MKVHSKP purges old ones) and be a generating
      * run; its range, corpus, start word and dictionary become
      * the request's.
           2200-check-replay.
           open input results-file
           if ws-results-status not = "00"
               move "RESULTS FILE UNAVAILABLE FOR REPLAY"
                   to ws-reason-text
               perform 2950-will-fail
           else
               move ws-replay-run-id to res-run-id
               read results-file key is res-run-id
                   invalid key
                       string "REPLAY RUN-ID " ws-replay-run-id
                               " NOT ON RESULTS (PURGED?)"
                           delimited by size into ws-reason-text
                       perform 2950-will-fail
                   not invalid key
                       if res-run-mode not = "GENERATE"
                               and res-run-mode not = "GENERATE2"
                           move "REPLAY NEEDS A GENERATE ROW"
                               to ws-reason-text
                           perform 2950-will-fail
                       else
                           perform 2250-take-replay-row
                       end-if
               end-read
               close results-file
           end-if.

           2250-take-replay-row.
           move res-lower to ws-lower
           move res-upper to ws-upper
           move res-corpus-name to ws-corpus-filename
           move res-start-word to ws-start-word
           if res-run-mode = "GENERATE2"
               move 2 to ws-chain-order
           end-if
           evaluate true
               when ws-dict-name = spaces
                   move res-dict-name to ws-dict-name
               when ws-dict-name not = res-dict-name
                   move "REPLAY NAMES ANOTHER DICTIONARY"
                       to ws-reason-text
                   perform 2950-will-fail
           end-evaluate.

      * MARKOV's 1900-RESOLVE-DICTIONARY: a named dictionary must
      * be on the catalog and active.
           2300-resolve-dictionary.
           if ws-dict-name not = spaces
               open input catalog-file
               if ws-catalog-status not = "00"
                   move "DICTIONARY CATALOG UNAVAILABLE"
                       to ws-reason-text
                   perform 2950-will-fail
               else
                   move ws-dict-name to dcat-dict-name
                   read catalog-file key is dcat-dict-name
                       invalid key
                           string "DICTIONARY " ws-dict-name
                                   " NOT IN CATALOG"
                               delimited by size into ws-reason-text
                           perform 2950-will-fail
                       not invalid key
                           if dcat-retired
                               string "DICTIONARY " ws-dict-name
                                       " IS RETIRED"
                                   delimited by size
                                   into ws-reason-text
                               perform 2950-will-fail
                           else
                               move dcat-master-name
                                   to ws-dict-file-name
                               move ws-dict-name to ws-lock-name
                           end-if
                   end-read
                   close catalog-file
               end-if
           end-if.

           2350-build-run-id.
           move function trim(ws-corpus-filename) to ws-corpus-key
      * a named dictionary's name stands in the corpus slot.
           if ws-dict-name not = spaces
               move ws-dict-name to ws-corpus-key
           end-if
           move ws-mode(1:4) to ws-mode-key
           if ws-mode = "GENERATE2"
               move "GEN2" to ws-mode-key
           end-if
           if ws-mode = "SCORE2"
               move "SCR2" to ws-mode-key
           end-if
           move spaces to ws-run-id
           string ws-lower ws-upper ws-mode-key ws-corpus-key
               delimited by size into ws-run-id.

      * the corpus-driven modes open the corpus at night; one that
      * was never delivered ends the run on the I/O code. It is
      * read through here and counted the way 2000-BUILD-CHAIN
      * counts it, for the register check.
           2400-check-corpus.
           evaluate ws-mode
               when "GENERATE"
               when "GENERATE2"
               when "HISTOGRAM"
               when "SCORE"
               when "SCORE2"
                   open input corpus-file
                   if ws-corpus-status not = "00"
                       string "CORPUS NOT FOUND: "
                               function trim(ws-corpus-filename)
                           delimited by size into ws-reason-text
                       perform 2950-will-fail
                   else
                       set ws-corpus-found to true
                       set ws-more-file to true
                       perform 2450-count-corpus-token
                           until ws-end-of-file
                       close corpus-file
                       if ws-word-count = 0
                           move "CORPUS IS EMPTY" to ws-reason-text
                           perform 2900-warn
                       end-if
                   end-if
               when other
                   continue
           end-evaluate.

           2450-count-corpus-token.
           read corpus-file into ws-this-word
               at end
                   set ws-end-of-file to true
               not at end
                   evaluate true
                       when ws-this-word = ws-start-sentinel
                               or ws-this-word = ws-control-tag
                           continue
                       when ws-this-word = ws-end-marker
                           add 1 to ws-marker-count
                       when ws-this-word(1:6) = ws-doc-marker-tag
                           continue
                       when other
                           add 1 to ws-word-count
                   end-evaluate
           end-read.

      * MARKOV's 2500-CHECK-REGISTER for the merging modes, plus
      * the merges ahead of this one in the same schedule. A
      * refused merge is a warning: MARKOV still walks or tallies
      * from the master, it only ends on RC 24.
           2500-check-register.
           move "N" to ws-refuse-sw
           if (ws-mode = "GENERATE" or ws-mode = "GENERATE2"
                   or ws-mode = "HISTOGRAM")
                   and ws-corpus-found
                   and (ws-word-count > 0 or ws-marker-count > 0)
               move "N" to ws-duplicate-sw
               open input register-file
               evaluate ws-register-status
                   when "35"
                       continue
                   when "00"
                       move ws-corpus-filename to reg-corpus-name
                       move ws-word-count to reg-tokens-written
                       move ws-marker-count to reg-sentence-markers
                       move 0 to reg-merge-seq
                       move "N" to ws-register-eof-sw
                       start register-file key not < reg-key
                           invalid key
                               set ws-end-of-register to true
                       end-start
                       perform 2510-scan-register-entry
                           until ws-end-of-register
                       close register-file
                   when other
                       string "CORPUS REGISTER UNAVAILABLE, STATUS "
                               ws-register-status
                           delimited by size into ws-reason-text
                       perform 2950-will-fail
               end-evaluate
               if ws-duplicate-merge
                   if ws-merge-forced
                       string "CORPUS ALREADY MERGED BY "
                               ws-register-dup-run-id " ON "
                               ws-register-dup-date
                               " -- FORCE GIVEN"
                           delimited by size into ws-reason-text
                       perform 2900-warn
                   else
                       string "CORPUS ALREADY MERGED BY "
                               ws-register-dup-run-id " ON "
                               ws-register-dup-date
                               " -- MERGE REFUSED, RC 24"
                           delimited by size into ws-reason-text
                       set ws-merge-will-refuse to true
                       perform 2900-warn
                   end-if
               end-if
               perform 2550-check-schedule-merges
           end-if.

           2510-scan-register-entry.
           read register-file next
               at end
                   set ws-end-of-register to true
               not at end
                   if reg-corpus-name = ws-corpus-filename
                           and reg-tokens-written = ws-word-count
                           and reg-sentence-markers
                               = ws-marker-count
      * an order-1 row leaves room for one order-2 merge.
                       if reg-merged
                               and reg-dict-name = ws-dict-name
                               and (reg-run-mode = "GENERATE2"
                                   or ws-chain-order = 1)
                           set ws-duplicate-merge to true
                           move reg-run-id
                               to ws-register-dup-run-id
                           move reg-merge-date
                               to ws-register-dup-date
                       end-if
                   else
                       set ws-end-of-register to true
                   end-if
           end-read.

           2550-check-schedule-merges.
           move "N" to ws-mrg-found-sw
           perform varying ws-mrg-idx from 1 by 1
                   until ws-mrg-idx > ws-mrg-entries
                       or ws-mrg-found
               if ws-mrg-corpus-name(ws-mrg-idx) = ws-corpus-filename
                       and ws-mrg-tokens(ws-mrg-idx) = ws-word-count
                       and ws-mrg-markers(ws-mrg-idx)
                           = ws-marker-count
                       and ws-mrg-dict-name(ws-mrg-idx)
                           = ws-dict-name
                       and (ws-mrg-order(ws-mrg-idx) = 2
                           or ws-chain-order = 1)
                   set ws-mrg-found to true
                   move ws-mrg-request(ws-mrg-idx)
                       to ws-mrg-request-display
               end-if
           end-perform
           if ws-mrg-found
               if ws-merge-forced
                   string "SAME CORPUS MERGED BY REQUEST "
                           ws-mrg-request-display
                           " -- FORCE MERGES AGAIN"
                       delimited by size into ws-reason-text
                   perform 2900-warn
               else
                   string "SAME CORPUS MERGED BY REQUEST "
                           ws-mrg-request-display
                           " -- MERGE REFUSED, RC 24"
                       delimited by size into ws-reason-text
                   set ws-merge-will-refuse to true
                   perform 2900-warn
               end-if
           end-if
           if not ws-request-will-fail
                   and not ws-merge-will-refuse
                   and ws-mrg-entries < 200
               add 1 to ws-mrg-entries
               move ws-corpus-filename
                   to ws-mrg-corpus-name(ws-mrg-entries)
               move ws-word-count to ws-mrg-tokens(ws-mrg-entries)
               move ws-marker-count to ws-mrg-markers(ws-mrg-entries)
               move ws-dict-name to ws-mrg-dict-name(ws-mrg-entries)
               move ws-chain-order to ws-mrg-order(ws-mrg-entries)
               move ws-requests-read
                   to ws-mrg-request(ws-mrg-entries)
           end-if.

      * the master: SCORE and REPLAY need one to read, and a start
      * word has to open a sequence on it as it stands before the
      * night's merge -- MARKOV's 1950-VALIDATE-START-WORD and
      * 3130-PROBE-START-WORD. A generating run with no master
      * yet simply creates one.
           2600-check-master.
           evaluate true
               when ws-mode = "SCORE" or ws-mode = "SCORE2"
                       or ws-mode = "REPLAY"
               when ws-start-word not = spaces
                       and (ws-mode = "GENERATE"
                           or ws-mode = "GENERATE2")
                   open input dict-file
                   if ws-dict-status not = "00"
                       string "NO DICTIONARY MASTER "
                               function trim(ws-dict-file-name)
                               ", STATUS " ws-dict-status
                           delimited by size into ws-reason-text
                       perform 2950-will-fail
                   else
                       if ws-start-word not = spaces
                           perform 2650-probe-start-word
                           if ws-context-empty
                               string "START WORD "
                                       function trim(ws-start-word)
                                       " NOT ON THE MASTER"
                                   delimited by size
                                   into ws-reason-text
                               perform 2950-will-fail
                           end-if
                       end-if
                       close dict-file
                   end-if
               when other
                   continue
           end-evaluate.

      * an order-2 walk tries the sentence-start context first and
      * falls back to the word's order-1 context.
           2650-probe-start-word.
           move ws-start-word to ws-current-word
           if ws-chain-order = 2
               move ws-end-marker to ws-current-prior
           else
               move spaces to ws-current-prior
           end-if
           perform 2660-probe-context
           if ws-context-empty and ws-chain-order = 2
               move spaces to ws-current-prior
               perform 2660-probe-context
           end-if.

           2660-probe-context.
           move "Y" to ws-context-empty-sw
           set ws-more-dict to true
           move ws-current-prior to corp-prior-word
           move ws-current-word to corp-source-word
           move low-values to corp-next-word
           start dict-file key not < corp-entry-key
               invalid key
                   set ws-end-of-dict to true
           end-start
           if not ws-end-of-dict
               read dict-file next
                   at end
                       continue
                   not at end
                       if corp-prior-word = ws-current-prior
                               and corp-source-word
                                   = ws-current-word
                           move "N" to ws-context-empty-sw
                       end-if
               end-read
           end-if.

      * every mode but COUNT takes the dictionary's lock. A row
      * held now is aged the way 7020-HANDLE-HELD-LOCK ages it:
      * fresh, the request is turned away on the lock code unless
      * its owner has finished by then; stale, MARKOV breaks it.
      * Either way it is a warning -- only the night can say.
           2700-check-lock.
           if ws-mode not = "COUNT"
               open input lock-file
               evaluate ws-lock-status
                   when "35"
                       continue
                   when "00"
                       move ws-lock-name to lck-name
                       read lock-file key is lck-name
                           invalid key
                               continue
                           not invalid key
                               if lck-held
                                   perform 2750-age-held-lock
                               end-if
                       end-read
                       close lock-file
                   when other
                       string "LOCK FILE UNAVAILABLE, STATUS "
                               ws-lock-status
                           delimited by size into ws-reason-text
                       perform 2950-will-fail
               end-evaluate
           end-if.

           2750-age-held-lock.
           perform 2760-stamp-current-timestamp
           compute ws-lock-age-work =
               (function integer-of-date(function numval
                   (ws-current-timestamp(1:8)))
               - function integer-of-date(function numval
                   (lck-update-ts(1:8)))) * 1440
               + function numval(ws-current-timestamp(9:2)) * 60
               + function numval(ws-current-timestamp(11:2))
               - function numval(lck-update-ts(9:2)) * 60
               - function numval(lck-update-ts(11:2))
           if ws-lock-age-work < 0
               move 0 to ws-lock-age-work
           end-if
           move ws-lock-age-work to ws-lock-age-display
           if ws-lock-age-work > ws-lock-stale-mins
               string "LOCK HELD BY " lck-run-id
                       " IS STALE -- WILL BE BROKEN"
                   delimited by size into ws-reason-text
           else
               string "LOCK HELD BY " lck-run-id
                       " FOR " function trim(ws-lock-age-display)
                       " MIN -- CC 20 IF STILL HELD"
                   delimited by size into ws-reason-text
           end-if
           perform 2900-warn.

           2760-stamp-current-timestamp.
           accept ws-ts-date from date yyyymmdd
           accept ws-ts-fulltime from time
           string ws-ts-date delimited by size
                   ws-ts-fulltime(1:6) delimited by size
               into ws-current-timestamp.

      * COUNT checkpoints: RESUME with nothing in progress starts
      * over from lower, and no RESUME over a checkpoint in
      * progress throws the interrupted position away.
           2800-check-restart.
           if ws-mode = "COUNT"
               open input restart-file
               if ws-restart-status = "00"
                   move ws-run-id to rst-run-id
                   read restart-file key is rst-run-id
                       invalid key
                           move "N" to rst-status
                   end-read
                   close restart-file
               else
                   move "N" to rst-status
               end-if
               if ws-restart-requested and not rst-in-progress
                   move "RESUME GIVEN BUT NO CHECKPOINT IN PROGRESS"
                       to ws-reason-text
                   perform 2900-warn
               end-if
               if not ws-restart-requested and rst-in-progress
                   string "CHECKPOINT IN PROGRESS BUT NO RESUME "
                           "-- RESTARTS AT LOWER"
                       delimited by size into ws-reason-text
                   perform 2900-warn
               end-if
           end-if.

      * record a reason against the request; a warning never
      * overrides a will-fail.
           2900-warn.
           if ws-request-ready
               set ws-request-warning to true
           end-if
           perform 2990-keep-reason.

           2950-will-fail.
           set ws-request-will-fail to true
           perform 2990-keep-reason.

           2990-keep-reason.
           if ws-reason-count < 10
               add 1 to ws-reason-count
               move ws-reason-text to ws-reason(ws-reason-count)
           end-if
           move spaces to ws-reason-text.

      * its own run-id's average when the audit trail has timed
      * runs of it, the mode's average otherwise. A request that
      * will fail ends as soon as it starts and adds nothing.
           3000-estimate-request.
           move 0 to ws-est-secs
           move spaces to ws-est-basis
           if not ws-request-will-fail
               set ws-entry-not-found to true
               perform varying ws-hst-idx from 1 by 1
                       until ws-hst-idx > ws-hst-entries
                           or ws-entry-found
                   if ws-hst-run-id(ws-hst-idx) = ws-run-id
                       set ws-entry-found to true
                       compute ws-est-secs rounded =
                           ws-hst-total(ws-hst-idx)
                           / ws-hst-runs(ws-hst-idx)
                       move "RUN-ID" to ws-est-basis
                   end-if
               end-perform
               if ws-entry-not-found
                   perform varying ws-mod-idx from 1 by 1
                           until ws-mod-idx > ws-mod-entries
                               or ws-entry-found
                       if ws-mod-mode(ws-mod-idx) = ws-mode
                           set ws-entry-found to true
                           compute ws-est-secs rounded =
                               ws-mod-total(ws-mod-idx)
                               / ws-mod-runs(ws-mod-idx)
                           move "MODE" to ws-est-basis
                       end-if
                   end-perform
               end-if
               if ws-entry-not-found
                   move "NONE" to ws-est-basis
                   add 1 to ws-requests-unknown
               end-if
               add ws-est-secs to ws-total-est-secs
           end-if.

           3100-write-request.
           evaluate true
               when ws-request-will-fail
                   move "WILL-FAIL" to ws-verdict-text
                   add 1 to ws-requests-failing
               when ws-request-warning
                   move "WARNING" to ws-verdict-text
                   add 1 to ws-requests-warning
               when other
                   move "READY" to ws-verdict-text
                   add 1 to ws-requests-ready
           end-evaluate
           move ws-requests-read to ws-seq-display
           move ws-est-secs to ws-count-display
           move spaces to report-line
           string ws-seq-display
                   "  " ws-mode
                   " " ws-run-id
                   " " ws-dict-name
                   " " ws-verdict-text
                   "  " ws-count-display
                   " " ws-est-basis
               delimited by size into report-line
           write report-line
           perform 3200-write-reason
               varying ws-reason-sub from 1 by 1
               until ws-reason-sub > ws-reason-count.

           3200-write-reason.
           move spaces to report-line
           string "      " ws-reason(ws-reason-sub)
               delimited by size into report-line
           write report-line.

      * the verdict counts and the night's estimate against the
      * window.
           5000-write-totals.
           move spaces to report-line
           write report-line
           move ws-requests-read to ws-count-display
           move spaces to report-line
           string "REQUESTS ON SCHEDULE: " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-requests-ready to ws-count-display
           move spaces to report-line
           string "READY:                " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-requests-warning to ws-count-display
           move spaces to report-line
           string "WARNING:              " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-requests-failing to ws-count-display
           move spaces to report-line
           string "WILL-FAIL:            " ws-count-display
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           move ws-total-est-secs to ws-hhmmss-work
           perform 5100-format-elapsed
           move spaces to report-line
           string "ESTIMATED ELAPSED:    " ws-elapsed-text
                   "  (REQUESTS NOT EXPECTED TO FAIL)"
               delimited by size into report-line
           write report-line
           move ws-window-secs to ws-hhmmss-work
           perform 5100-format-elapsed
           move spaces to report-line
           string "BATCH WINDOW:         " ws-elapsed-text
                   "  (" ws-window-open " TO " ws-window-close ")"
               delimited by size into report-line
           write report-line
           if ws-total-est-secs > ws-window-secs
               move "N" to ws-fits-sw
           end-if
           if ws-requests-unknown > 0
               move ws-requests-unknown to ws-count-display
               move spaces to report-line
               string "NO AUDIT HISTORY FOR: " ws-count-display
                       " REQUEST(S) -- NOT IN THE ESTIMATE"
                   delimited by size into report-line
               write report-line
           end-if
           if not ws-history-available
               move "AUDIT LOG UNAVAILABLE -- NO ESTIMATE"
                   to report-line
               write report-line
           end-if
           if ws-hst-overflow
               move spaces to report-line
               string "RUN-ID HISTORY FILLED AT 2000 -- "
                       "MODE AVERAGES USED BEYOND"
                   delimited by size into report-line
               write report-line
           end-if
           move spaces to report-line
           if ws-schedule-fits
               move "SCHEDULE FITS THE WINDOW" to report-line
           else
               move "SCHEDULE DOES NOT FIT THE WINDOW" to report-line
           end-if
           write report-line
           display "MKVPREFL: " ws-requests-read " request(s), "
               ws-requests-ready " ready, "
               ws-requests-warning " warning, "
               ws-requests-failing " will fail".

           5100-format-elapsed.
           compute ws-hours = ws-hhmmss-work / 3600
           compute ws-minutes =
               (ws-hhmmss-work - ws-hours * 3600) / 60
           compute ws-seconds =
               ws-hhmmss-work - ws-hours * 3600 - ws-minutes * 60
           move ws-hours to ws-hours-display
           move spaces to ws-elapsed-text
           string ws-hours-display ":" ws-minutes ":" ws-seconds
               delimited by size into ws-elapsed-text.

           select audit-file assign to "AUDITDD"
               organization line sequential
               file status is ws-audit-status.
           select dict-file assign to dynamic ws-dict-file-name
               organization indexed
               access mode dynamic
               record key is corp-entry-key
           select lock-log assign to "LOCKLOG"
               organization line sequential
               file status is ws-lock-log-status.
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
           select backup-in assign to dynamic ws-backup-in-name
               organization line sequential
               file status is ws-backup-in-status.
       fd  lock-log.
       01  lock-log-line             pic x(60).

      * corpus load register (copybooks/corpreg): one row per
      * merge into the master, checked before every merge so a
      * rerun cannot add the same corpus's counts twice.
       fd  register-file.
           copy corpreg.

      * dictionary catalog (copybooks/dictcat): where a named
      * dictionary's master and generations live.
       fd  catalog-file.
           copy dictcat.

      * flat 75-byte images of the shared corprec layout -- the
      * dictionary generation backups are plain sequential
      * snapshots, so a rollback or comparison never needs the
      * on its own code, so the scheduler can tell "wait and
      * resubmit" apart from a real failure.
           01 ws-cc-locked           pic 9(2) value 20.
      * a merge refused because the corpus load register already
      * carries the same corpus and totals ends on its own code
      * too: the walk or histogram still ran from the master as
      * it stands, only the merge was left out, and resubmitting
      * it unchanged will never merge it -- either the rerun was
      * a mistake or it needs the PARM record's FORCE option.
           01 ws-cc-duplicate        pic 9(2) value 24.

      * set when any mode-critical or housekeeping file (corpus,
      * dictionary, restart, results, audit) fails to open or write,
      * the sentinel, for token files that never passed CORPPREP.
           01 ws-start-sentinel      pic x(20) value "*START*".
           01 ws-sentinel-skipped    pic 9(7) value 0.
      * the dictionary control record's reserved prior (see
      * copybooks/corprec) gets the same raw-token defense, so an
      * order-2 merge can never land on the control record's key
      * space.
           01 ws-control-tag         pic x(20) value "*CONTROL*".

      * CORPPREP's end-of-sentence marker token. In the chain it
      * is a real state: sentence-final words lead to it, and its
           01 ws-end-marker          pic x(20) value "*END*".
           01 ws-marker-count        pic 9(7) value 0.

      * CORPPREP's document boundary: a "*DOC* " line carrying the
      * next feed document's id. No transition is learned across
      * it in either direction -- the context resets exactly as
      * at the start of the corpus -- and the ids are kept for
      * the corpus load register's lineage (first 200; the count
      * is always the true one).
           01 ws-doc-marker-tag      pic x(6) value "*DOC* ".
           01 ws-document-count      pic 9(5) value 0.
           01 ws-document-table.
               05 ws-document-id occurs 200 times
                       indexed by ws-document-idx
                       pic x(14).

      * per-token occurrence tally for HISTOGRAM mode, built in the
      * same corpus pass as the chain table above -- kept in
      * ascending ws-hist-word order and binary-searched
           01 ws-context-empty-sw    pic x(1).
               88 ws-context-empty       value "Y".

      * SCORE / SCORE2: walk a prepared token file against the
      * master without touching it, order 1 or order 2, through
      * the same corpus pass the chain build uses (2000), with
      * every transition looked up on the master by key instead
      * of merged into the chain table. Each transition's
      * probability is its count over its context's total; the
      * average natural-log probability and the perplexity
      * (e to the minus average) are taken over the transitions
      * the master has seen -- an unseen one has probability
      * zero and would make both infinite -- with the coverage
      * percentage and the unseen list alongside, so the answer
      * to "does this sound like the corpus" is both numbers.
           01 ws-score-sw            pic x(1) value "N".
               88 ws-scoring             value "Y".
           01 ws-score-transitions   pic 9(7) value 0.
           01 ws-score-seen          pic 9(7) value 0.
           01 ws-score-unseen        pic 9(7) value 0.
           01 ws-score-hit-count     pic 9(7).
           01 ws-score-prob          pic 9v9(6).
           01 ws-score-prob-display  pic 9.9(6).
           01 ws-score-log           pic s9(4)v9(9).
           01 ws-score-log-sum       pic s9(11)v9(9) value 0.
           01 ws-score-avg-log       pic s9(4)v9(6).
           01 ws-score-avg-display   pic -(4)9.9(6).
           01 ws-score-perplexity    pic 9(9)v9(4).
           01 ws-score-ppl-display   pic z(8)9.9(4).
           01 ws-score-coverage      pic 9(3)v99.
           01 ws-score-cov-display   pic zz9.99.
           01 ws-score-seq-display   pic z(6)9.
      * the unseen transitions, PREV>NEXT, for the results row
      * (listed right behind the TRANSITIONS UNSEEN count);
      * the summary lines and this list share the row's 1000
      * detail slots, so the list stops short of filling them
      * (and says so) rather than tripping the truncation code --
      * every unseen transition is on the report either way.
           01 ws-unseen-table.
               05 ws-unseen-entry occurs 1000 times
                       indexed by ws-unseen-idx
                       pic x(30).
           01 ws-unseen-kept         pic 9(4) value 0.
           01 ws-unseen-room         pic 9(4) value 993.

      * print-image report so a run leaves behind something that can
      * be filed, instead of scroll-back copied out of a terminal.
           01 ws-rpt-status          pic x(2).
      * four-character mode token folded into ws-run-id -- GENERATE
      * and GENERATE2 would both truncate to "GENE", so the order-2
      * mode substitutes "GEN2" to keep the two runs' checkpoint and
      * results keys from colliding. SCORE2 substitutes "SCR2" the
      * same way against SCORE's "SCOR".
           01 ws-mode-key            pic x(4).
           01 ws-restart-status      pic x(2).
           01 ws-restart-flag        pic x(1) value "N".
           01 ws-dict-open-sw        pic x(1) value "N".
               88 ws-dict-open           value "Y".
           01 ws-dict-merged-count   pic 9(7) value 0.
      * the entry 2220 merges into the master: a chain table row,
      * or on an order-2 run the order-1 transition behind it.
           01 ws-mst-prior           pic x(20).
           01 ws-mst-source          pic x(20).
           01 ws-mst-next            pic x(20).
           01 ws-mst-count           pic 9(7).
      * which dictionary: a blank name is the default master on
      * the DICTDD DD; a named one (PARMDD/request dict-name, or
      * the original run's for a REPLAY) is looked up on the
      * DICTCAT catalog, which says where its master and its
      * generations live, and keys its own LOCKDD row.
           01 ws-dict-name           pic x(8) value spaces.
           01 ws-dict-file-name      pic x(50) value "DICTDD".
           01 ws-backup-base         pic x(40) value "DICTBK".
           01 ws-catalog-status      pic x(2).
      * what the merge added to the master, for the control
      * record (copybooks/corprec): entries new to the master by
      * order, and every occurrence merged. With no control
      * record yet the master is recounted instead.
           01 ws-dict-new-order1     pic 9(7) value 0.
           01 ws-dict-new-order2     pic 9(7) value 0.
           01 ws-dict-added-occurs   pic 9(10) value 0.
           01 ws-ctl-entries         pic 9(7).
           01 ws-ctl-order1          pic 9(7).
           01 ws-ctl-order2          pic 9(7).
           01 ws-ctl-occurs          pic 9(10).
           01 ws-control-found-sw    pic x(1).
               88 ws-control-found       value "Y".

      * serialization lock on the shared dictionary (LOCKDD,
      * copybooks/lockrec): every mode that touches DICTDD claims
               05 ws-bkh-count       pic 9(7) value 0.
               05 ws-bkh-date        pic x(8).

      * corpus load register: the identity of today's corpus is
      * its name plus the totals 2000-build-chain recounted from
      * it -- ws-word-count and ws-marker-count are CORPPREP's
      * TOKENS WRITTEN and SENTENCE MARKERS for a prepared corpus.
      * A registered, still-merged identity refuses the merge
      * (ws-merge-refused, ending on ws-cc-duplicate) unless the
      * control record says FORCE; register trouble blocks the
      * merge as well, since an unguarded merge is the very thing
      * the register exists to prevent. The identity takes in the
      * chain order (REG-RUN-MODE): a GENERATE2 merge carries the
      * corpus's order-1 transitions too, so any merge after it
      * is a duplicate, while an order-1 merge (GENERATE,
      * HISTOGRAM) leaves room for one order-2 merge -- which
      * then skips the order-1 transitions already in.
           01 ws-register-status     pic x(2).
           01 ws-register-eof-sw     pic x(1).
               88 ws-end-of-register     value "Y".
           01 ws-merge-force-sw      pic x(1) value "N".
               88 ws-merge-forced        value "Y".
           01 ws-duplicate-sw        pic x(1) value "N".
               88 ws-duplicate-merge     value "Y".
           01 ws-merge-refused-sw    pic x(1) value "N".
               88 ws-merge-refused       value "Y".
           01 ws-merge-block-sw      pic x(1) value "N".
               88 ws-merge-blocked       value "Y".
           01 ws-merge-done-sw       pic x(1) value "N".
               88 ws-merge-done          value "Y".
           01 ws-register-high-seq   pic 9(3) value 0.
           01 ws-register-dup-run-id pic x(16).
           01 ws-register-dup-date   pic x(8).
           01 ws-order1-merged-sw    pic x(1) value "N".
               88 ws-order1-registered   value "Y".
           01 ws-register-o1-run-id  pic x(16).

      * results file (copybooks/resultrec) -- KSDS-style, one row
      * per run-id, so a downstream job can query a past run's
      * outcome by key instead of scanning the audit trail for it.
           01 ws-results-status      pic x(2).
           01 ws-results-found-sw    pic x(1) value "N".
               88 ws-results-found       value "Y".

      * captures every value/token 4100-write-report-detail emits,
      * so 5100-write-results can persist the run's actual output
           if ws-mode = "REPLAY"
               perform 1700-fetch-replay-run
           end-if.
           if ws-input-valid
               perform 1900-resolve-dictionary
           end-if.
           if ws-input-invalid
               display ws-error-message
               move ws-cc-validation to return-code
               goback
           end-if.

           if ws-mode = "GENERATE2" or ws-mode = "SCORE2"
               move 2 to ws-chain-order
           end-if.

           move function trim(ws-corpus-filename) to ws-corpus-key.
      * a named dictionary takes the corpus slot of the run-id:
      * the same range and mode run for two dictionaries in one
      * schedule would otherwise share one results row and one
      * checkpoint (the leading 8 bytes of most corpus names are
      * alike anyway). The default master keeps the corpus key.
           if ws-dict-name not = spaces
               move ws-dict-name to ws-corpus-key
           end-if.
           move ws-mode(1:4) to ws-mode-key.
           if ws-mode = "GENERATE2"
               move "GEN2" to ws-mode-key
           end-if.
           if ws-mode = "SCORE2"
               move "SCR2" to ws-mode-key
           end-if.
           string lower upper ws-mode-key ws-corpus-key
               delimited by size into ws-run-id.

                   perform 7000-acquire-lock
                   if not ws-lock-failed
                       perform 2000-build-chain
                       perform 2500-check-register
                       if not ws-merge-blocked or ws-merge-refused
                           perform 1950-validate-start-word
                           if not ws-startword-invalid
                               if not ws-merge-blocked
                                   perform 2400-retire-dictionary
                                   perform 2200-merge-dictionary
                                   perform 2550-register-merge
                               end-if
                               perform 3000-generate-chain
                           end-if
                       end-if
                       perform 7100-release-lock
                   end-if
                   perform 7000-acquire-lock
                   if not ws-lock-failed
                       perform 2000-build-chain
                       perform 2500-check-register
                       if not ws-merge-blocked
                           perform 2400-retire-dictionary
                           perform 2200-merge-dictionary
                           perform 2550-register-merge
                       end-if
                       if not ws-merge-blocked or ws-merge-refused
                           perform 3500-print-histogram
                       end-if
                       perform 7100-release-lock
                   end-if
               when "REPLAY"
                       perform 3700-verify-replay
                       perform 7100-release-lock
                   end-if
               when "SCORE"
               when "SCORE2"
                   perform 7000-acquire-lock
                   if not ws-lock-failed
                       perform 2300-open-dictionary
                       if ws-dict-open
                           set ws-scoring to true
                           perform 2000-build-chain
                           close dict-file
                           perform 2700-write-score-summary
                       end-if
                       perform 7100-release-lock
                   end-if
               when other
                   perform 1200-check-restart
                   perform cringe-para until lower > upper
           perform 4900-close-report.

           perform 1600-set-return-code.
      * a run turned away by the lock did no work: the row a
      * previous run of this run-id left -- and any screening
      * verdict on it -- stays as it was. A refused merge still
      * walked (or tallied) and gets its row like any other run.
           if not ws-lock-denied
               perform 5100-write-results
           end-if.
           perform 5000-write-audit.
           perform 1600-set-return-code.
           perform 1800-post-drive-results.
               when "REPLAY"
                   move "REPLAY" to ws-mode
                   move arg4 to ws-replay-run-id
               when "SCORE"
                   move "SCORE" to ws-mode
                   move arg4 to ws-corpus-filename
               when "SCORE2"
                   move "SCORE2" to ws-mode
                   move arg4 to ws-corpus-filename
               when spaces
                   move "COUNT" to ws-mode
               when other
               move res-seq-count to ws-seq-count
           end-if
           move res-start-word to ws-start-word
           evaluate true
               when ws-dict-name = spaces
                   move res-dict-name to ws-dict-name
               when ws-dict-name not = res-dict-name
                   set ws-input-invalid to true
                   move "MARKOV: REPLAY names another dictionary"
                       to ws-error-message
           end-evaluate
           move res-detail-count to ws-replay-detail-count
           perform varying ws-replay-detail-idx from 1 by 1
                   until ws-replay-detail-idx
                               move "GENERATE2" to ws-mode
                           when "HISTOGRAM"
                               move "HISTOGRAM" to ws-mode
                           when "SCORE"
                               move "SCORE" to ws-mode
                           when "SCORE2"
                               move "SCORE2" to ws-mode
                           when "REPLAY"
                               move "REPLAY" to ws-mode
                               move parm-replay-run-id
                                   to ws-error-message
                           end-if
                       end-if
                       if ws-input-valid
                           move function upper-case(parm-dict-name)
                               to ws-dict-name
                       end-if
                       if ws-input-valid
                               and parm-merge-option not = spaces
                           if function upper-case(function trim
                                   (parm-merge-option)) = "FORCE"
                               set ws-merge-forced to true
                           else
                               set ws-input-invalid to true
                               move "MARKOV: merge-option invalid"
                                   to ws-error-message
                           end-if
                       end-if
               end-read
               close parm-file
           end-if.
                   move "GENERATE2" to ws-mode
               when "HISTOGRAM"
                   move "HISTOGRAM" to ws-mode
               when "SCORE"
                   move "SCORE" to ws-mode
               when "SCORE2"
                   move "SCORE2" to ws-mode
               when "REPLAY"
                   move "REPLAY" to ws-mode
                   move drv-replay-run-id to ws-replay-run-id
                   move "MARKOV: lock-age invalid"
                       to ws-error-message
               end-if
           end-if
           if ws-input-valid
               move function upper-case(drv-dict-name)
                   to ws-dict-name
           end-if
           if ws-input-valid
                   and drv-merge-option not = spaces
               if function upper-case(function trim
                       (drv-merge-option)) = "FORCE"
                   set ws-merge-forced to true
               else
                   set ws-input-invalid to true
                   move "MARKOV: merge-option invalid"
                       to ws-error-message
               end-if
           end-if.

      * hand the outcome back to a calling driver -- the final
               move ws-run-id to drv-run-id
           end-if.

      * a named dictionary must be on the catalog and active: a
      * run never falls back to the default master behind a
      * mistyped name, and a retired dictionary takes no more
      * merges or walks. The catalog row says where the master
      * and its generations live; the name keys the lock row.
           1900-resolve-dictionary.
           if ws-dict-name not = spaces
               open input catalog-file
               if ws-catalog-status not = "00"
                   set ws-input-invalid to true
                   move "MARKOV: dictionary catalog unavailable"
                       to ws-error-message
               else
                   move ws-dict-name to dcat-dict-name
                   read catalog-file key is dcat-dict-name
                       invalid key
                           set ws-input-invalid to true
                           move "MARKOV: dictionary not in catalog"
                               to ws-error-message
                       not invalid key
                           if dcat-retired
                               set ws-input-invalid to true
                               move "MARKOV: dictionary is retired"
                                   to ws-error-message
                           else
                               move dcat-master-name
                                   to ws-dict-file-name
                               move dcat-backup-base
                                   to ws-backup-base
                               move ws-dict-name to ws-lock-name
                           end-if
                   end-read
                   close catalog-file
               end-if
           end-if.

      * probe the caller's start word against the master BEFORE
      * the backup rotation and the merge: a run rejected here
      * leaves the master untouched and the generations where
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               if ws-dict-name = spaces
                   string "MODE: " ws-mode delimited by size
                       into report-line
               else
                   string "MODE: " ws-mode "  DICTIONARY: "
                           ws-dict-name
                       delimited by size into report-line
               end-if
               write report-line
               move spaces to report-line
               write report-line
                   when "HISTOGRAM"
                       move "SEQ     TOKEN          TALLY"
                           to report-line
                   when "SCORE"
                   when "SCORE2"
                       move spaces to report-line
                       string "SEQ     PRIOR                PREV"
                               "                 NEXT"
                               "                 PROB"
                           delimited by size into report-line
                   when other
                       move "SEQ     VALUE" to report-line
               end-evaluate
      * but only when nothing actually broke: truncation and I/O
      * trouble (including the lock dataset itself failing to
      * open) still outrank it, so a genuine failure never hides
      * behind "just resubmit". A refused duplicate merge ranks
      * with the lock: the master was left as it was.
           if ws-truncation-detected
               move ws-cc-severe to return-code
           else
                   if ws-lock-denied
                       move ws-cc-locked to return-code
                   else
                       if ws-merge-refused
                           move ws-cc-duplicate to return-code
                       else
                           if ws-replay-mismatch
                                   or ws-startword-invalid
                               move ws-cc-validation to return-code
                           else
                               move ws-cc-success to return-code
                           end-if
                       end-if
                   end-if
               end-if
           perform 1270-compute-elapsed
           move ws-start-timestamp to aud-start-ts
           move ws-elapsed-seconds to aud-elapsed-secs
           move ws-dict-name to aud-dict-name
           open extend audit-file
           if ws-audit-status not = "00"
               open output audit-file
      * instead of scanning the audit trail -- create the dataset
      * on first use the same way 1200-check-restart does, then
      * write a fresh key or rewrite an existing one so a rerun of
      * the same job definition updates its row in place. The
      * keyed read comes first: it loads the stored row into the
      * record area, so the row is built after it, never before.
           5100-write-results.
           perform 1260-stamp-current-timestamp
           move ws-run-id to res-run-id
                   "status " ws-results-status
               set ws-io-error-detected to true
           else
               move "N" to ws-results-found-sw
               read results-file key is res-run-id
                   invalid key
                       continue
                   not invalid key
                       set ws-results-found to true
               end-read
               move spaces to result-record
               move ws-run-id to res-run-id
               move ws-mode to res-run-mode
               move ws-orig-lower to res-lower
               move ws-orig-upper to res-upper
               move ws-seed to res-seed
               move ws-seq-count to res-seq-count
               move ws-start-word to res-start-word
               move ws-dict-name to res-dict-name
      * new content, so any earlier screening verdict no longer
      * applies -- the row goes back to MKVSCRN unscreened.
               move spaces to res-screen-status
               move spaces to res-screen-reason
               move spaces to res-screen-ts
               move spaces to res-reviewer
               move ws-results-detail-count to res-detail-count
               perform varying ws-results-detail-idx from 1 by 1
                       until ws-results-detail-idx
                   move ws-results-detail(ws-results-detail-idx)
                       to res-detail-entry(ws-results-detail-idx)
               end-perform
               if ws-results-found
                   rewrite result-record
               else
                   write result-record
               end-if
               close results-file
           end-if.

      * CORPPREP's own and is folded in as a sentence boundary.
                           evaluate true
                               when ws-this-word = ws-start-sentinel
                                       or ws-this-word = ws-control-tag
                                   add 1 to ws-sentinel-skipped
                               when ws-this-word = ws-end-marker
                                   perform 2050-note-sentence-end
                               when ws-this-word(1:6)
                                       = ws-doc-marker-tag
                                   perform 2060-note-document-start
                               when other
                                   add 1 to ws-word-count
                                   if ws-word-count
                   " token(s) from corpus"
               if ws-sentinel-skipped > 0
                   display "MARKOV: skipped " ws-sentinel-skipped
                       " token(s) spelling a reserved token"
               end-if
               if ws-marker-count > 0
                   display "MARKOV: corpus carried "
                       ws-marker-count " sentence marker(s)"
               end-if
               if ws-document-count > 0
                   display "MARKOV: corpus carried "
                       ws-document-count " feed document(s)"
               end-if
               if ws-truncation-detected
                   display "MARKOV: chain/histogram table filled "
                       "at 50000 entries, corpus larger than capacity"
           move spaces to ws-prior-word
           move ws-end-marker to ws-prev-word.

      * document boundary from CORPPREP: drop the context
      * entirely, as at the start of the corpus, so the next
      * document's first word is learned as a corpus-initial word
      * and nothing links it to the last document's tail. The
      * marker line itself is no token: it stays out of the word
      * count (which therefore still equals CORPPREP's TOKENS
      * WRITTEN), the histogram and the chain.
           2060-note-document-start.
           add 1 to ws-document-count
           if ws-document-count <= 200
               move ws-this-word(7:14)
                   to ws-document-id(ws-document-count)
           end-if
           move spaces to ws-prior-word
           move spaces to ws-prev-word.

      * find the prev-word/this-word pair in the chain table and
      * bump its count, or insert a new entry when it is not there.
      * On an order-2 run the key also carries ws-prior-word (the
           move ws-prev-word to ws-chain-key-word
           move ws-trans-prior to ws-chain-key-prior
           move ws-this-word to ws-chain-key-next
           if ws-scoring
               perform 2600-score-transition
           else
               move 1 to ws-merge-count
               perform 2120-merge-chain-count
           end-if.

      * binary search of the sorted chain table for ws-chain-key.
      * On a hit ws-found-slot is the matching entry; on a miss it
           2410-shift-one-generation.
           compute ws-gen-digit = ws-gen-idx - 1
           move spaces to ws-backup-in-name
           string ws-backup-base delimited by space
                   ws-gen-digit delimited by size
               into ws-backup-in-name
           move ws-gen-idx to ws-gen-digit
           move spaces to ws-backup-out-name
           string ws-backup-base delimited by space
                   ws-gen-digit delimited by size
               into ws-backup-out-name
           open input backup-in
           if ws-backup-in-status = "35"
               continue
                   set ws-io-error-detected to true
               else
                   move spaces to ws-backup-out-name
                   string ws-backup-base delimited by space
                           "1" delimited by size
                       into ws-backup-out-name
                   open output backup-out
                   if ws-backup-out-status not = "00"
                       display "MARKOV: unable to write "
                           function trim(ws-backup-out-name)
                           ", status " ws-backup-out-status
                       set ws-io-error-detected to true
                   else
      * count the master first so the header's entry count is
                           until ws-end-of-backup
                       close backup-out
                       display "MARKOV: retired " ws-backup-copied
                           " dictionary entr(ies) to "
                           function trim(ws-backup-out-name)
                   end-if
                   close dict-file
               end-if
           end-if.

      * the control record describes the live master, not a
      * generation, and stays out of every snapshot.
           2422-count-master-record.
           read dict-file next
               at end
                   set ws-end-of-backup to true
               not at end
                   if not dctl-control-tag
                       add 1 to ws-master-count
                   end-if
           end-read.

           2425-snapshot-one-record.
               at end
                   set ws-end-of-backup to true
               not at end
                   if not dctl-control-tag
                       move corpus-record to backup-out-record
                       write backup-out-record
                       add 1 to ws-backup-copied
                   end-if
           end-read.

      * merge the day's chain table into the cumulative keyed
      * storage, so its size is bounded by disk. A missing master
      * (file status 35) just means this is the first run against
      * a fresh dataset: create it empty and merge into that.
      * An order-2 run then merges the plain order-1 transition of
      * every order-2 entry as well, so each order-2 context
      * (prior, source) on the master has the order-1 transition
      * from its prior to its source behind it -- the invariant
      * MKVVRFY checks -- and an order-1 walk draws on every
      * corpus merged. The twins go straight to the master from
      * the table, so they take no table slots; they are left
      * out when an order-1 merge of this corpus already put
      * them there (2510), unless FORCE merges everything again.
           2200-merge-dictionary.
           move 0 to ws-dict-merged-count
           open i-o dict-file
                       until ws-chain-idx > ws-chain-entries
                   perform 2210-merge-one-entry
               end-perform
               if ws-chain-order = 2
                       and (ws-duplicate-merge
                           or not ws-order1-registered)
                   perform varying ws-chain-idx from 1 by 1
                           until ws-chain-idx > ws-chain-entries
                       perform 2230-merge-order1-twin
                   end-perform
               end-if
               perform 2250-update-dict-control
               close dict-file
               set ws-merge-done to true
               display "MARKOV: merged " ws-dict-merged-count
                   " chain state(s) into the dictionary"
           end-if.

           2210-merge-one-entry.
           move ws-chain-prior(ws-chain-idx) to ws-mst-prior
           move ws-chain-word(ws-chain-idx) to ws-mst-source
           move ws-chain-next(ws-chain-idx) to ws-mst-next
           move ws-chain-count(ws-chain-idx) to ws-mst-count
           perform 2220-merge-to-master.

      * the order-1 twin of one order-2 entry: the same source
      * and next under a spaces prior, the same count. Twins of
      * one source/next pair behind different priors add up on
      * the master.
           2230-merge-order1-twin.
           move spaces to ws-mst-prior
           move ws-chain-word(ws-chain-idx) to ws-mst-source
           move ws-chain-next(ws-chain-idx) to ws-mst-next
           move ws-chain-count(ws-chain-idx) to ws-mst-count
           perform 2220-merge-to-master.

      * one entry against the master: read its key, add the
      * day's count to a hit, write a miss as a new entry. The
      * read overwrites the record buffer, so the count is moved
      * in from the work area on both arms.
           2220-merge-to-master.
           move ws-mst-prior to corp-prior-word
           move ws-mst-source to corp-source-word
           move ws-mst-next to corp-next-word
           read dict-file key is corp-entry-key
               invalid key
                   move ws-mst-count
                       to corp-occurrence-count
                   accept corp-last-updated from date yyyymmdd
                   write corpus-record
                           display "MARKOV: dictionary write "
                               "failed, status " ws-dict-status
                           set ws-io-error-detected to true
                       not invalid key
                           if corp-prior-word = spaces
                               add 1 to ws-dict-new-order1
                           else
                               add 1 to ws-dict-new-order2
                           end-if
                           add ws-mst-count to ws-dict-added-occurs
                   end-write
               not invalid key
                   add ws-mst-count to corp-occurrence-count
                   accept corp-last-updated from date yyyymmdd
                   rewrite corpus-record
                   add ws-mst-count to ws-dict-added-occurs
           end-read
           add 1 to ws-dict-merged-count.

      * carry the control record forward by what this merge
      * added, and stamp it with this run. A master with no
      * control record yet (a new master, or one that predates
      * it) is recounted in full instead, so the record is only
      * ever written with true totals. The record's key carries
      * its totals, so the old one is deleted and the new one
      * written.
           2250-update-dict-control.
           perform 2260-find-dict-control
           if ws-control-found
               compute ws-ctl-order1 = dctl-order1-count
                   + ws-dict-new-order1
               compute ws-ctl-order2 = dctl-order2-count
                   + ws-dict-new-order2
               compute ws-ctl-occurs = dctl-occurrence-total
                   + ws-dict-added-occurs
               delete dict-file
                   invalid key
                       display "MARKOV: unable to replace "
                           "dictionary control record, status "
                           ws-dict-status
                       set ws-io-error-detected to true
               end-delete
           else
               perform 2270-recount-master
           end-if
           compute ws-ctl-entries = ws-ctl-order1 + ws-ctl-order2
           move spaces to dictionary-control-record
           set dctl-control-tag to true
           move ws-ctl-entries to dctl-entry-count
           move ws-ctl-order1 to dctl-order1-count
           move ws-ctl-order2 to dctl-order2-count
           move ws-ctl-occurs to dctl-occurrence-total
           move ws-run-id to dctl-run-id
           accept dctl-update-date from date yyyymmdd
           write dictionary-control-record
               invalid key
                   display "MARKOV: unable to write dictionary "
                       "control record, status " ws-dict-status
                   set ws-io-error-detected to true
           end-write.

      * START on the reserved tag: the control record, when
      * there is one, is the first key at or after it.
           2260-find-dict-control.
           move "N" to ws-control-found-sw
           move spaces to dictionary-control-record
           set dctl-control-tag to true
           start dict-file key not < corp-entry-key
               invalid key
                   continue
               not invalid key
                   read dict-file next
                       at end
                           continue
                       not at end
                           if dctl-control-tag
                               set ws-control-found to true
                           end-if
                   end-read
           end-start.

           2270-recount-master.
           move 0 to ws-ctl-order1
           move 0 to ws-ctl-order2
           move 0 to ws-ctl-occurs
           set ws-more-dict to true
           move low-values to corp-entry-key
           start dict-file key not < corp-entry-key
               invalid key
                   set ws-end-of-dict to true
           end-start
           perform 2275-recount-one-entry until ws-end-of-dict
           display "MARKOV: dictionary control record created "
               "from a full recount".

           2275-recount-one-entry.
           read dict-file next
               at end
                   set ws-end-of-dict to true
               not at end
                   if not dctl-control-tag
                       if corp-prior-word = spaces
                           add 1 to ws-ctl-order1
                       else
                           add 1 to ws-ctl-order2
                       end-if
                       add corp-occurrence-count to ws-ctl-occurs
                   end-if
           end-read.

      * look today's corpus up on the load register before the
      * master is touched -- after the corpus pass (the identity
      * includes the recounted totals), before the start-word
      * probe, the generation rotation and the merge, so a
      * refused rerun leaves the master, the DICTBKn generations
      * and the register exactly as they were -- it still walks
      * or tallies, from the master as it stands. The register is
      * keyed name/tokens/markers/merge-sequence, so every merge
      * of one identity is one contiguous key run: START at
      * sequence zero and browse the run, noting the highest
      * sequence (a forced merge registers under the next one)
      * and whether any of them is still merged -- a merge that
      * MKVDREST rolled back is no longer in the master and does
      * not count against a rerun, and neither does a merge into
      * another dictionary. An order-1 row only refuses another
      * order-1 merge (see ws-order1-registered). An empty corpus
      * merges nothing and is not looked up; no register yet
      * (status 35) means nothing has ever been registered.
           2500-check-register.
           move 0 to ws-register-high-seq
           if ws-word-count = 0 and ws-marker-count = 0
               continue
           else
               open input register-file
               if ws-register-status = "35"
                   continue
               else
                   if ws-register-status not = "00"
                       display "MARKOV: unable to open corpus "
                           "register, status " ws-register-status
                           " -- merge not attempted"
                       set ws-io-error-detected to true
                       set ws-merge-blocked to true
                   else
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
                   end-if
               end-if
               if ws-duplicate-merge
                   if ws-merge-forced
                       display "MARKOV: corpus already merged by "
                           "run " ws-register-dup-run-id " on "
                           ws-register-dup-date
                           " -- FORCE given, merging again"
                   else
                       display "MARKOV: corpus already merged by "
                           "run " ws-register-dup-run-id " on "
                           ws-register-dup-date
                           " -- merge refused"
                       set ws-merge-refused to true
                       set ws-merge-blocked to true
                       move spaces to report-line
                       string "MERGE REFUSED: CORPUS ALREADY MERGED BY "
                               ws-register-dup-run-id
                           delimited by size into report-line
                       write report-line
                   end-if
               else
                   if ws-order1-registered
                       display "MARKOV: corpus's order-1 transitions "
                           "already merged by run "
                           ws-register-o1-run-id
                           " -- merging order-2 entries only"
                       move spaces to report-line
                       string "ORDER-1 TRANSITIONS ALREADY MERGED BY "
                               ws-register-o1-run-id
                               " -- ORDER-2 ONLY"
                           delimited by size into report-line
                       write report-line
                   end-if
               end-if
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
                       move reg-merge-seq to ws-register-high-seq
                       if reg-merged
                               and reg-dict-name = ws-dict-name
                           if reg-run-mode = "GENERATE2"
                                   or ws-chain-order = 1
                               set ws-duplicate-merge to true
                               move reg-run-id
                                   to ws-register-dup-run-id
                               move reg-merge-date
                                   to ws-register-dup-date
                           else
                               set ws-order1-registered to true
                               move reg-run-id
                                   to ws-register-o1-run-id
                           end-if
                       end-if
                   else
                       set ws-end-of-register to true
                   end-if
           end-read.

      * register the merge that just went in, under the next
      * sequence for its identity, creating the register on first
      * use (the 1200-check-restart pattern). Only a merge that
      * actually opened the master is registered; a forced
      * re-merge is flagged so the lineage report shows it.
           2550-register-merge.
           if ws-merge-done
                   and (ws-word-count > 0 or ws-marker-count > 0)
               open i-o register-file
               if ws-register-status = "35"
                   open output register-file
                   close register-file
                   open i-o register-file
               end-if
               if ws-register-status not = "00"
                   display "MARKOV: unable to open corpus "
                       "register, status " ws-register-status
                       " -- merge is not registered"
                   set ws-io-error-detected to true
               else
                   perform 1260-stamp-current-timestamp
                   move ws-corpus-filename to reg-corpus-name
                   move ws-word-count to reg-tokens-written
                   move ws-marker-count to reg-sentence-markers
                   compute reg-merge-seq = ws-register-high-seq + 1
                   move ws-run-id to reg-run-id
                   move ws-mode to reg-run-mode
                   move ws-current-timestamp(1:8) to reg-merge-date
                   move ws-current-timestamp to reg-merge-ts
                   if ws-duplicate-merge
                       set reg-forced to true
                   else
                       move "N" to reg-forced-flag
                   end-if
                   set reg-merged to true
                   move spaces to reg-rollback-ts
                   move ws-dict-name to reg-dict-name
                   move ws-document-count to reg-document-count
                   move spaces to reg-document-ids
                   perform varying ws-document-idx from 1 by 1
                           until ws-document-idx > ws-document-count
                               or ws-document-idx > 200
                       move ws-document-id(ws-document-idx)
                           to reg-document-id(ws-document-idx)
                   end-perform
                   write corpus-register-record
                       invalid key
                           display "MARKOV: corpus register write "
                               "failed, status " ws-register-status
                           set ws-io-error-detected to true
                   end-write
                   close register-file
               end-if
           end-if.

      * score one transition of the text: total its context on
      * the master and pick out the count of this successor in
      * the same browse, then put the transition on the report
      * with its probability -- or as UNSEEN, kept for the
      * unseen list. The log is taken as log(count) - log(total)
      * so a vanishingly rare transition cannot round to a zero
      * probability first.
           2600-score-transition.
           add 1 to ws-score-transitions
           move ws-trans-prior to ws-current-prior
           move ws-prev-word to ws-current-word
           move 0 to ws-total-for-word
           move 0 to ws-score-hit-count
           perform 3110-start-context-run
           perform until ws-end-of-dict
               read dict-file next
                   at end
                       set ws-end-of-dict to true
                   not at end
                       if corp-prior-word = ws-current-prior
                               and corp-source-word
                                   = ws-current-word
                           add corp-occurrence-count
                               to ws-total-for-word
                           if corp-next-word = ws-this-word
                               move corp-occurrence-count
                                   to ws-score-hit-count
                           end-if
                       else
                           set ws-end-of-dict to true
                       end-if
               end-read
           end-perform
           move ws-score-transitions to ws-score-seq-display
           move spaces to report-line
           if ws-score-hit-count = 0
               add 1 to ws-score-unseen
               if ws-unseen-kept < ws-unseen-room
                   add 1 to ws-unseen-kept
                   move spaces to ws-unseen-entry(ws-unseen-kept)
                   string function trim(ws-prev-word) ">"
                           function trim(ws-this-word)
                       delimited by size
                       into ws-unseen-entry(ws-unseen-kept)
               end-if
               string ws-score-seq-display " " ws-current-prior
                       " " ws-prev-word " " ws-this-word
                       "  UNSEEN"
                   delimited by size into report-line
           else
               add 1 to ws-score-seen
               compute ws-score-prob rounded =
                   ws-score-hit-count / ws-total-for-word
               compute ws-score-log =
                   function log(ws-score-hit-count)
                   - function log(ws-total-for-word)
               add ws-score-log to ws-score-log-sum
               move ws-score-prob to ws-score-prob-display
               string ws-score-seq-display " " ws-current-prior
                       " " ws-prev-word " " ws-this-word
                       " " ws-score-prob-display
                   delimited by size into report-line
           end-if
           write report-line.

      * the whole text's figures, then the unseen list, as the
      * run's detail lines -- so they land on the results row
      * under the run's own run-id for RESEXTR, and the record
      * count on the audit trail is the row's detail count, the
      * same as every other mode.
           2700-write-score-summary.
           move spaces to report-line
           write report-line
           move "SUMMARY" to report-line
           write report-line
           move spaces to ws-detail-text
           string "TRANSITIONS SCORED: " ws-score-transitions
               delimited by size into ws-detail-text
           perform 4100-write-report-detail
           move spaces to ws-detail-text
           string "TRANSITIONS SEEN:   " ws-score-seen
               delimited by size into ws-detail-text
           perform 4100-write-report-detail
           move spaces to ws-detail-text
           string "TRANSITIONS UNSEEN: " ws-score-unseen
               delimited by size into ws-detail-text
           perform 4100-write-report-detail
           move spaces to ws-detail-text
           if ws-score-seen = 0
               move "AVG LOG-PROB: N/A" to ws-detail-text
               perform 4100-write-report-detail
               move "PERPLEXITY:   N/A" to ws-detail-text
               perform 4100-write-report-detail
           else
               compute ws-score-avg-log rounded =
                   ws-score-log-sum / ws-score-seen
               compute ws-score-perplexity rounded =
                   function exp(0 - ws-score-avg-log)
                   on size error
                       move 999999999.9999 to ws-score-perplexity
               end-compute
               move ws-score-avg-log to ws-score-avg-display
               move ws-score-perplexity to ws-score-ppl-display
               string "AVG LOG-PROB: " ws-score-avg-display
                   delimited by size into ws-detail-text
               perform 4100-write-report-detail
               move spaces to ws-detail-text
               string "PERPLEXITY: " ws-score-ppl-display
                   delimited by size into ws-detail-text
               perform 4100-write-report-detail
           end-if
           move 0 to ws-score-coverage
           if ws-score-transitions > 0
               compute ws-score-coverage rounded =
                   ws-score-seen * 100 / ws-score-transitions
           end-if
           move ws-score-coverage to ws-score-cov-display
           move spaces to ws-detail-text
           string "COVERAGE PCT: " ws-score-cov-display
               delimited by size into ws-detail-text
           perform 4100-write-report-detail
           perform varying ws-unseen-idx from 1 by 1
                   until ws-unseen-idx > ws-unseen-kept
               move ws-unseen-entry(ws-unseen-idx) to ws-detail-text
               perform 4100-write-report-detail
           end-perform
           if ws-score-unseen > ws-unseen-kept
               move spaces to ws-detail-text
               string "UNSEEN LIST CUT AT " ws-unseen-kept
                   delimited by size into ws-detail-text
               perform 4100-write-report-detail
           end-if
           display "MARKOV: scored " ws-score-transitions
               " transition(s), " ws-score-unseen " unseen".

      * walk the chain probabilistically. With a marker-bearing
      * dictionary the sequence opens at a real sentence start (a
      * weighted pick among the successors of *END*) and closes

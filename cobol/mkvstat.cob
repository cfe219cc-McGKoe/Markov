       identification division.
       program-id.
       mkvstat.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      * morning operations status board: one page answering "did
      * last night go OK" across every MARKOV dataset, instead of
      * opening each one in turn. For the batch night (STATPARM,
      * default the night that began yesterday) it lists:
      *   RUNS -- every run on the audit trail that ended in the
      *     window, with its condition code, elapsed time and
      *     whether its results row was written (an audited
      *     success with no row, or only an older one, is the
      *     MKVRECON NO-RESULTS case);
      *   LOCKS -- every LOCKDD row, any still held, and every
      *     lock the night's runs broke off LOCKLOG;
      *   CHECKPOINTS -- every restart record left
      *     RST-IN-PROGRESS;
      *   RESULTS -- rows written during the window;
      *   DICTIONARIES -- for the default master and each active
      *     dictionary on the DICTCAT catalog, the run-id that
      *     wrote the current generation (its control record) and
      *     the generation it retired to the first backup slot.
      * Each finding is graded: RED needs action before the day's
      * work (a failed run, a missing results row, a lock still
      * held, a checkpoint from last night's window), AMBER wants
      * a look (a warning code, a broken lock, an old checkpoint,
      * a master with no control record, a night with no runs).
      * The board ends with a list of those findings and the RAG
      * verdict; RC 0 green, 4 amber, 16 red, so the scheduler
      * pages the on-call person on anything but green. Read-only
      * throughout, and safe alongside the batch.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "AUDITDD"
               organization line sequential
               file status is ws-audit-status.
           select lock-log assign to "LOCKLOG"
               organization line sequential
               file status is ws-lock-log-status.
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
           select results-file assign to "RESULTSDD"
               organization indexed
               access mode dynamic
               record key is res-run-id
               file status is ws-results-status.
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
           select backup-file assign to dynamic ws-backup-name
               organization line sequential
               file status is ws-backup-status.
           select parm-file assign to "STATPARM"
               organization line sequential
               file status is ws-parm-status.
           select stat-rpt assign to "STATRPT"
               organization line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  audit-file.
           copy auditrec.

      * the LOCKLOG line MARKOV 7200-LOG-LOCK-ACTION writes.
       fd  lock-log.
       01  lock-log-line.
           05 lgl-action             pic x(8).
           05 filler                 pic x(1).
           05 lgl-lock-name          pic x(8).
           05 filler                 pic x(1).
           05 lgl-run-id             pic x(16).
           05 filler                 pic x(1).
           05 lgl-timestamp          pic x(14).
           05 filler                 pic x(11).

       fd  lock-file.
           copy lockrec.

       fd  restart-file.
           copy restrec.

       fd  results-file.
           copy resultrec.

       fd  catalog-file.
           copy dictcat.

       fd  dict-file.
           copy corprec.

       fd  backup-file.
       01  backup-record.
           05 bk-prior-word          pic x(20).
           05 bk-source-word         pic x(20).
           05 bk-next-word           pic x(20).
           05 bk-occurrence-count    pic 9(7).
           05 bk-last-updated        pic x(8).

       fd  parm-file.
      * one optional control record:
      *   cols  1-8  the evening the batch night began, yyyymmdd
      *              (blank = yesterday)
      *   cols 10-13 window open, hhmm that evening (blank 1800)
      *   cols 15-18 window close, hhmm the next morning (blank
      *              0800)
       01  parm-line.
           05 parm-night-date        pic x(8).
           05 filler                 pic x(1).
           05 parm-window-open       pic x(4).
           05 filler                 pic x(1).
           05 parm-window-close      pic x(4).

       fd  stat-rpt.
       01  report-line               pic x(80).

       working-storage section.
      * mainframe-style condition codes, same scheme as MARKOV's:
      * 4 is an amber board, 16 a red one.
           01 ws-cc-success          pic 9(2) value 0.
           01 ws-cc-warning          pic 9(2) value 4.
           01 ws-cc-validation       pic 9(2) value 8.
           01 ws-cc-io-error         pic 9(2) value 12.
           01 ws-cc-severe           pic 9(2) value 16.

           01 ws-audit-status        pic x(2).
           01 ws-lock-log-status     pic x(2).
           01 ws-lock-status         pic x(2).
           01 ws-restart-status      pic x(2).
           01 ws-results-status      pic x(2).
           01 ws-catalog-status      pic x(2).
           01 ws-dict-status         pic x(2).
           01 ws-backup-status       pic x(2).
           01 ws-parm-status         pic x(2).
           01 ws-rpt-status          pic x(2).
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-eof-switch          pic x(1).
               88 ws-end-of-file         value "Y".
               88 ws-more-file           value "N".
           01 ws-results-open-sw     pic x(1) value "N".
               88 ws-results-open        value "Y".

      * the batch night: from the evening's window open to the
      * next morning's window close, as yyyymmddhhmmss so every
      * dataset's timestamp compares straight against it.
           01 ws-night-date          pic x(8).
           01 ws-next-date           pic x(8).
           01 ws-window-open         pic x(4) value "1800".
           01 ws-window-close        pic x(4) value "0800".
           01 ws-window-from         pic x(14).
           01 ws-window-to           pic x(14).
           01 ws-date-integer        pic 9(8).
           01 ws-date-work           pic 9(8).

      * the RAG grade: the worst finding so far.
           01 ws-rag-level           pic 9(1) value 0.
               88 ws-rag-green           value 0.
               88 ws-rag-amber           value 1.
               88 ws-rag-red             value 2.
           01 ws-finding-grade       pic x(5).
           01 ws-finding-text        pic x(72).
           01 ws-finding-table.
               05 ws-finding-entry occurs 50 times
                       indexed by ws-fnd-idx.
                   10 ws-fnd-grade       pic x(5).
                   10 ws-fnd-text        pic x(72).
           01 ws-finding-count       pic 9(3) value 0.
           01 ws-findings-dropped    pic 9(5) value 0.

      * run-id rebuilt from the audit fields exactly the way
      * MARKOV strings WS-RUN-ID together -- the MKVRECON pattern.
           01 ws-build-run-id        pic x(16).
           01 ws-mode-key            pic x(4).
           01 ws-corpus-key          pic x(8).
           01 ws-results-flag        pic x(7).
           01 ws-cc-display          pic z(2)9.
           01 ws-elapsed-text        pic x(7).

      * the dictionary in hand on the generation pass.
           01 ws-dict-name           pic x(8).
           01 ws-dict-file-name      pic x(50).
           01 ws-backup-base         pic x(40).
           01 ws-backup-name         pic x(50).
           01 ws-backup-tag          pic x(20) value "*BACKUP*".
           01 ws-control-found-sw    pic x(1).
               88 ws-control-found       value "Y".
           01 ws-catalog-eof-sw      pic x(1).
               88 ws-end-of-catalog      value "Y".

           01 ws-runs-in-window      pic 9(7) value 0.
           01 ws-runs-clean          pic 9(7) value 0.
           01 ws-runs-warning        pic 9(7) value 0.
           01 ws-runs-failed         pic 9(7) value 0.
           01 ws-results-expected    pic 9(7) value 0.
           01 ws-results-missing     pic 9(7) value 0.
           01 ws-results-written     pic 9(7) value 0.
           01 ws-locks-held          pic 9(7) value 0.
           01 ws-locks-broken        pic 9(7) value 0.
           01 ws-lock-actions        pic 9(7) value 0.
           01 ws-checkpoints-open    pic 9(7) value 0.
           01 ws-dictionaries        pic 9(7) value 0.
           01 ws-count-display       pic z(6)9.

           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).

       procedure division.
           perform 1000-read-parm.
           perform 1100-open-report.
           if ws-io-error-detected
               move ws-cc-io-error to return-code
               stop run
           end-if.

           perform 2000-list-runs.
           perform 3000-list-locks.
           perform 4000-list-checkpoints.
           perform 5000-count-results.
           perform 6000-list-dictionaries.
           perform 8000-write-verdict.
           close stat-rpt.

           evaluate true
               when ws-io-error-detected
                   move ws-cc-io-error to return-code
               when ws-rag-red
                   move ws-cc-severe to return-code
               when ws-rag-amber
                   move ws-cc-warning to return-code
               when other
                   move ws-cc-success to return-code
           end-evaluate.
           stop run.

      * STATPARM is optional -- the morning schedule runs without
      * one and reports the night that began yesterday evening;
      * a rerun for an earlier night names it. A record that is
      * there must make sense.
           1000-read-parm.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           compute ws-date-integer =
               function integer-of-date(function numval(ws-run-date))
               - 1
           compute ws-date-work = function date-of-integer(
               ws-date-integer)
           move ws-date-work to ws-night-date
           open input parm-file
           if ws-parm-status = "00"
               read parm-file
                   at end
                       move spaces to parm-line
               end-read
               close parm-file
               if parm-night-date not = spaces
                   if parm-night-date is numeric
                       move parm-night-date to ws-night-date
                   else
                       display "MKVSTAT: STATPARM night date "
                           "must be yyyymmdd"
                       move ws-cc-validation to return-code
                       stop run
                   end-if
               end-if
               if parm-window-open not = spaces
                   if parm-window-open is numeric
                       move parm-window-open to ws-window-open
                   else
                       display "MKVSTAT: STATPARM window open "
                           "must be hhmm"
                       move ws-cc-validation to return-code
                       stop run
                   end-if
               end-if
               if parm-window-close not = spaces
                   if parm-window-close is numeric
                       move parm-window-close to ws-window-close
                   else
                       display "MKVSTAT: STATPARM window close "
                           "must be hhmm"
                       move ws-cc-validation to return-code
                       stop run
                   end-if
               end-if
           end-if
           compute ws-date-integer =
               function integer-of-date(function numval
                   (ws-night-date)) + 1
           compute ws-date-work = function date-of-integer(
               ws-date-integer)
           move ws-date-work to ws-next-date
           move spaces to ws-window-from
           string ws-night-date ws-window-open "00"
               delimited by size into ws-window-from
           move spaces to ws-window-to
           string ws-next-date ws-window-close "59"
               delimited by size into ws-window-to.

           1100-open-report.
           open output stat-rpt
           if ws-rpt-status not = "00"
               display "MKVSTAT: unable to open status report, "
                   "status " ws-rpt-status
               set ws-io-error-detected to true
           else
               move spaces to report-line
               string "MARKOV MORNING STATUS BOARD  RUN DATE "
                       ws-run-date "  TIME " ws-run-time
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               string "BATCH NIGHT " ws-window-from(1:8) " "
                       ws-window-from(9:4) " THROUGH "
                       ws-window-to(1:8) " " ws-window-to(9:4)
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               write report-line
           end-if.

      * every run that ended in the window, off the audit trail.
      * A clean run must have left its results row behind it --
      * the row is looked up by the run-id MARKOV would have
      * written it under, and one last rewritten before this
      * run started was not written by it.
           2000-list-runs.
           move "RUNS" to report-line
           write report-line
           move spaces to report-line
           string " RUN-ID           MODE       DICT      CC"
                   "   COUNT ELAPSED ENDED          RESULTS"
               delimited by size into report-line
           write report-line
           open input results-file
           if ws-results-status = "00"
               set ws-results-open to true
           else
               if ws-results-status not = "35"
                   display "MKVSTAT: unable to open results file, "
                       "status " ws-results-status
                   set ws-io-error-detected to true
               end-if
           end-if
           open input audit-file
           if ws-audit-status = "35"
               display "MKVSTAT: no audit log"
           else
               if ws-audit-status not = "00"
                   display "MKVSTAT: unable to open audit log, "
                       "status " ws-audit-status
                   set ws-io-error-detected to true
               else
                   set ws-more-file to true
                   perform 2100-check-one-run
                       until ws-end-of-file
                   close audit-file
               end-if
           end-if
           if ws-runs-in-window = 0
               move "  NONE" to report-line
               write report-line
               move "AMBER" to ws-finding-grade
               move "NO RUNS ON THE AUDIT TRAIL FOR THE NIGHT"
                   to ws-finding-text
               perform 7000-record-finding
           end-if
           move spaces to report-line
           write report-line.

           2100-check-one-run.
           read audit-file
               at end
                   set ws-end-of-file to true
               not at end
                   if aud-timestamp >= ws-window-from
                           and aud-timestamp <= ws-window-to
                       add 1 to ws-runs-in-window
                       perform 2200-build-run-id
                       perform 2300-check-results-row
                       perform 2400-write-run-line
                       perform 2500-grade-run
                   end-if
           end-read.

           2200-build-run-id.
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

      * only a clean run owes a results row; a failed run's row
      * is not expected, so its column reads "-".
           2300-check-results-row.
           move "-" to ws-results-flag
           if aud-return-code = 0
               add 1 to ws-results-expected
               move "MISSING" to ws-results-flag
               if ws-results-open
                   move ws-build-run-id to res-run-id
                   read results-file key is res-run-id
                       invalid key
                           continue
                       not invalid key
                           if aud-start-ts = spaces
                                   or res-last-run-ts >= aud-start-ts
                               move "WRITTEN" to ws-results-flag
                           end-if
                   end-read
               end-if
               if ws-results-flag = "MISSING"
                   add 1 to ws-results-missing
                   move "RED" to ws-finding-grade
                   move spaces to ws-finding-text
                   string "NO RESULTS ROW FOR CLEAN RUN "
                           ws-build-run-id
                       delimited by size into ws-finding-text
                   perform 7000-record-finding
               end-if
           end-if.

           2400-write-run-line.
           move aud-return-code to ws-cc-display
           if aud-elapsed-secs is numeric
                   and aud-start-ts not = spaces
               move aud-elapsed-secs to ws-count-display
               move ws-count-display to ws-elapsed-text
           else
               move "    N/A" to ws-elapsed-text
           end-if
           move aud-record-count to ws-count-display
           move spaces to report-line
           string " " ws-build-run-id
                   " " aud-run-mode
                   " " aud-dict-name
                   " " ws-cc-display
                   " " ws-count-display
                   " " ws-elapsed-text
                   " " aud-timestamp
                   " " ws-results-flag
               delimited by size into report-line
           write report-line.

      * 4 is a completed run with exceptions, 20 a run turned
      * away by a live lock and 24 a duplicate merge refused --
      * none broke anything, but each wants a look. Anything
      * else nonzero failed.
           2500-grade-run.
           evaluate aud-return-code
               when 0
                   add 1 to ws-runs-clean
               when 4
               when 20
               when 24
                   add 1 to ws-runs-warning
                   move "AMBER" to ws-finding-grade
               when other
                   add 1 to ws-runs-failed
                   move "RED" to ws-finding-grade
           end-evaluate
           if aud-return-code not = 0
               move spaces to ws-finding-text
               string "RUN " ws-build-run-id
                       " " aud-run-mode
                       " ENDED CC " ws-cc-display
                       " AT " aud-timestamp
                   delimited by size into ws-finding-text
               perform 7000-record-finding
           end-if.

      * the lock rows as they stand this morning -- a row still
      * held after the window means its run died or is still
      * going, and the next run against that dictionary will be
      * turned away until it goes stale -- then the night's
      * breaks off LOCKLOG.
           3000-list-locks.
           move "DICTIONARY LOCKS" to report-line
           write report-line
           open input lock-file
           if ws-lock-status = "35"
               move "  NO LOCK FILE -- NO RUN HAS TAKEN A LOCK YET"
                   to report-line
               write report-line
           else
               if ws-lock-status not = "00"
                   display "MKVSTAT: unable to open lock file, "
                       "status " ws-lock-status
                   set ws-io-error-detected to true
               else
                   set ws-more-file to true
                   move low-values to lck-name
                   start lock-file key not < lck-name
                       invalid key
                           set ws-end-of-file to true
                   end-start
                   perform 3100-list-one-lock
                       until ws-end-of-file
                   close lock-file
               end-if
           end-if
           open input lock-log
           if ws-lock-log-status = "00"
               set ws-more-file to true
               perform 3200-check-lock-log-line
                   until ws-end-of-file
               close lock-log
           end-if
           move ws-lock-actions to ws-count-display
           move spaces to report-line
           string "  LOCK ACTIONS LOGGED IN THE WINDOW  "
                   ws-count-display
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line.

           3100-list-one-lock.
           read lock-file next
               at end
                   set ws-end-of-file to true
               not at end
                   move spaces to report-line
                   if lck-held
                       add 1 to ws-locks-held
                       string "  " lck-name "  HELD      BY "
                               lck-run-id " SINCE " lck-update-ts
                           delimited by size into report-line
                       move "RED" to ws-finding-grade
                       move spaces to ws-finding-text
                       string "LOCK " lck-name " STILL HELD BY "
                               lck-run-id " SINCE " lck-update-ts
                           delimited by size into ws-finding-text
                       perform 7000-record-finding
                   else
                       string "  " lck-name "  RELEASED  BY "
                               lck-run-id " AT    " lck-update-ts
                           delimited by size into report-line
                   end-if
                   write report-line
           end-read.

           3200-check-lock-log-line.
           read lock-log
               at end
                   set ws-end-of-file to true
               not at end
                   if lgl-timestamp >= ws-window-from
                           and lgl-timestamp <= ws-window-to
                       add 1 to ws-lock-actions
                       if lgl-action = "BROKE"
                           add 1 to ws-locks-broken
                           move spaces to report-line
                           string "  " lgl-lock-name
                                   "  BROKEN    FROM " lgl-run-id
                                   " AT    " lgl-timestamp
                               delimited by size into report-line
                           write report-line
                           move "AMBER" to ws-finding-grade
                           move spaces to ws-finding-text
                           string "LOCK " lgl-lock-name
                                   " BROKEN FROM DEAD RUN "
                                   lgl-run-id
                               delimited by size
                               into ws-finding-text
                           perform 7000-record-finding
                       end-if
                   end-if
           end-read.

      * a checkpoint left in progress is a run that died partway.
      * One from last night is red -- a range the schedule did
      * not finish; an older one is a corpse waiting on MKVHSKP.
           4000-list-checkpoints.
           move "CHECKPOINTS LEFT IN PROGRESS" to report-line
           write report-line
           open input restart-file
           if ws-restart-status = "35"
               continue
           else
               if ws-restart-status not = "00"
                   display "MKVSTAT: unable to open restart file, "
                       "status " ws-restart-status
                   set ws-io-error-detected to true
               else
                   set ws-more-file to true
                   move low-values to rst-run-id
                   start restart-file key not < rst-run-id
                       invalid key
                           set ws-end-of-file to true
                   end-start
                   perform 4100-check-one-checkpoint
                       until ws-end-of-file
                   close restart-file
               end-if
           end-if
           if ws-checkpoints-open = 0
               move "  NONE" to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line.

           4100-check-one-checkpoint.
           read restart-file next
               at end
                   set ws-end-of-file to true
               not at end
                   if rst-in-progress
                       add 1 to ws-checkpoints-open
                       move spaces to report-line
                       string "  " rst-run-id
                               "  POSITION " rst-current-position
                               "  LAST UPDATE " rst-last-update-ts
                           delimited by size into report-line
                       write report-line
                       if rst-last-update-ts >= ws-window-from
                           move "RED" to ws-finding-grade
                       else
                           move "AMBER" to ws-finding-grade
                       end-if
                       move spaces to ws-finding-text
                       string "CHECKPOINT " rst-run-id
                               " IN PROGRESS SINCE "
                               rst-last-update-ts
                           delimited by size into ws-finding-text
                       perform 7000-record-finding
                   end-if
           end-read.

      * every row rewritten during the window, whichever run did
      * it -- the missing ones were flagged against their runs.
           5000-count-results.
           move "RESULTS" to report-line
           write report-line
           if ws-results-open
               set ws-more-file to true
               move low-values to res-run-id
               start results-file key not < res-run-id
                   invalid key
                       set ws-end-of-file to true
               end-start
               perform 5100-check-one-result
                   until ws-end-of-file
               close results-file
           end-if
           move ws-results-written to ws-count-display
           move spaces to report-line
           string "  ROWS WRITTEN IN THE WINDOW         "
                   ws-count-display
               delimited by size into report-line
           write report-line
           move ws-results-expected to ws-count-display
           move spaces to report-line
           string "  CLEAN RUNS OWING A ROW             "
                   ws-count-display
               delimited by size into report-line
           write report-line
           move ws-results-missing to ws-count-display
           move spaces to report-line
           string "  ROWS MISSING                       "
                   ws-count-display
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line.

           5100-check-one-result.
           read results-file next
               at end
                   set ws-end-of-file to true
               not at end
                   if res-last-run-ts >= ws-window-from
                           and res-last-run-ts <= ws-window-to
                       add 1 to ws-results-written
                   end-if
           end-read.

      * the default master first, then every active dictionary on
      * the catalog (a retired one takes no more runs). No
      * catalog just means the default master is the only one.
           6000-list-dictionaries.
           move "DICTIONARIES -- CURRENT GENERATION" to report-line
           write report-line
           move spaces to ws-dict-name
           move "DICTDD" to ws-dict-file-name
           move "DICTBK" to ws-backup-base
           perform 6100-report-dictionary
           open input catalog-file
           if ws-catalog-status = "00"
               move "N" to ws-catalog-eof-sw
               move low-values to dcat-dict-name
               start catalog-file key not < dcat-dict-name
                   invalid key
                       set ws-end-of-catalog to true
               end-start
               perform 6050-next-catalog-entry
                   until ws-end-of-catalog
               close catalog-file
           end-if
           move spaces to report-line
           write report-line.

           6050-next-catalog-entry.
           read catalog-file next
               at end
                   set ws-end-of-catalog to true
               not at end
                   if dcat-active
                       move dcat-dict-name to ws-dict-name
                       move dcat-master-name to ws-dict-file-name
                       move dcat-backup-base to ws-backup-base
                       perform 6100-report-dictionary
                   end-if
           end-read.

      * the control record names the run that last wrote the
      * master -- the current generation; the first backup slot's
      * *BACKUP* header the generation before it. A master with
      * no control record has not been verified since it lost
      * one, and is amber.
           6100-report-dictionary.
           add 1 to ws-dictionaries
           move spaces to report-line
           if ws-dict-name = spaces
               move "  DEFAULT (DICTDD)" to report-line
           else
               string "  " ws-dict-name
                   delimited by size into report-line
           end-if
           write report-line
           open input dict-file
           if ws-dict-status = "35"
               move "    NO MASTER YET" to report-line
               write report-line
           else
               if ws-dict-status not = "00"
                   display "MKVSTAT: unable to open dictionary "
                       function trim(ws-dict-file-name)
                       ", status " ws-dict-status
                   set ws-io-error-detected to true
               else
                   perform 6200-find-control
                   move spaces to report-line
                   if ws-control-found
                       move dctl-entry-count to ws-count-display
                       string "    CURRENT WRITTEN BY " dctl-run-id
                               " ON " dctl-update-date
                               " ENTRIES " ws-count-display
                           delimited by size into report-line
                   else
                       move "    NO CONTROL RECORD ON THE MASTER"
                           to report-line
                       move "AMBER" to ws-finding-grade
                       move spaces to ws-finding-text
                       string "NO CONTROL RECORD ON DICTIONARY "
                               function trim(ws-dict-file-name)
                           delimited by size into ws-finding-text
                       perform 7000-record-finding
                   end-if
                   write report-line
                   close dict-file
               end-if
           end-if
           perform 6300-report-first-backup.

      * START on the reserved tag: the control record, when
      * there is one, is the first key at or after it.
           6200-find-control.
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

           6300-report-first-backup.
           move spaces to ws-backup-name
           string ws-backup-base delimited by space
                   "1" delimited by size
               into ws-backup-name
           open input backup-file
           if ws-backup-status = "00"
               move spaces to report-line
               read backup-file
                   at end
                       string "    " function trim(ws-backup-name)
                               " EMPTY"
                           delimited by size into report-line
                   not at end
                       if bk-prior-word = ws-backup-tag
                           string "    PREVIOUS "
                                   function trim(ws-backup-name)
                                   " RETIRED " bk-next-word(1:14)
                                   " BY " bk-source-word(1:16)
                               delimited by size into report-line
                       else
                           string "    " function trim(ws-backup-name)
                                   " HAS NO BACKUP HEADER"
                               delimited by size into report-line
                       end-if
               end-read
               write report-line
               close backup-file
           end-if.

      * one finding for the end of the board, and the grade it
      * raises the verdict to. Past fifty the findings are still
      * graded, just counted rather than listed.
           7000-record-finding.
           if ws-finding-grade = "RED"
               set ws-rag-red to true
           else
               if ws-rag-green
                   set ws-rag-amber to true
               end-if
           end-if
           if ws-finding-count < 50
               add 1 to ws-finding-count
               move ws-finding-grade to ws-fnd-grade(ws-finding-count)
               move ws-finding-text to ws-fnd-text(ws-finding-count)
           else
               add 1 to ws-findings-dropped
           end-if.

           8000-write-verdict.
           move "NEEDS ATTENTION" to report-line
           write report-line
           perform varying ws-fnd-idx from 1 by 1
                   until ws-fnd-idx > ws-finding-count
               move spaces to report-line
               string "  " ws-fnd-grade(ws-fnd-idx)
                       " " ws-fnd-text(ws-fnd-idx)
                   delimited by size into report-line
               write report-line
           end-perform
           if ws-finding-count = 0
               move "  NOTHING" to report-line
               write report-line
           end-if
           if ws-findings-dropped > 0
               move ws-findings-dropped to ws-count-display
               move spaces to report-line
               string "  AND " ws-count-display " MORE NOT LISTED"
                   delimited by size into report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move ws-runs-in-window to ws-count-display
           move spaces to report-line
           string "RUNS IN THE WINDOW      " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-runs-clean to ws-count-display
           move spaces to report-line
           string "  CLEAN                 " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-runs-warning to ws-count-display
           move spaces to report-line
           string "  WARNING               " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-runs-failed to ws-count-display
           move spaces to report-line
           string "  FAILED                " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-locks-held to ws-count-display
           move spaces to report-line
           string "LOCKS STILL HELD        " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-locks-broken to ws-count-display
           move spaces to report-line
           string "LOCKS BROKEN            " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-checkpoints-open to ws-count-display
           move spaces to report-line
           string "CHECKPOINTS IN PROGRESS " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-dictionaries to ws-count-display
           move spaces to report-line
           string "DICTIONARIES REPORTED   " ws-count-display
               delimited by size into report-line
           write report-line
           move spaces to report-line
           write report-line
           evaluate true
               when ws-io-error-detected
                   string "VERDICT: RED -- BOARD INCOMPLETE, A "
                           "DATASET COULD NOT BE READ"
                       delimited by size into report-line
               when ws-rag-red
                   move "VERDICT: RED -- ACTION NEEDED BEFORE THE DAY"
                       to report-line
               when ws-rag-amber
                   move "VERDICT: AMBER -- REVIEW THE FINDINGS ABOVE"
                       to report-line
               when other
                   move "VERDICT: GREEN -- THE NIGHT RAN CLEAN"
                       to report-line
           end-evaluate
           write report-line
           display "MKVSTAT: " function trim(report-line).

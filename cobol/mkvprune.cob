       identification division.
       program-id.
       mkvprune.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      * dictionary aging and pruning under a policy the content
      * team approves, so the master stops only ever growing.
      * One key-order pass over DICTDD applies the PRUNPARM
      * policy to every transition:
      *   aging -- an entry whose CORP-LAST-UPDATED is older than
      *     the age window (months) has not been reinforced by
      *     any corpus since, and keeps only the policy percentage
      *     of its CORP-OCCURRENCE-COUNT;
      *   minimum -- an entry whose count (after any decay) is
      *     below the policy minimum is deleted, either among the
      *     aged entries only or across the whole master, so the
      *     count-1 typos stop slowing DICTRPT and MKVDIFF;
      *   contexts -- a prior/source context whose every
      *     successor went is gone as a whole, and is listed so;
      *   held -- an order-1 transition the policy would delete
      *     is kept while an order-2 context it opens survives
      *     (the transition from the context's prior to its
      *     source must stay on the master -- MKVVRFY checks it),
      *     at its decayed count, or at 1 where decay leaves 0.
      * REPORT runs the same pass read-only and lists what APPLY
      * would delete, so the policy can be approved first. APPLY
      * takes the LOCKDD dictionary lock and retires the prior
      * master to DICTBK1 (older generations shifting down)
      * exactly the way a merging MARKOV run does, then prunes in
      * place. Both end on the same before/after reconciliation.
      * The master's control record is no transition: REPORT
      * passes over it, APPLY takes it out and writes it back
      * from the entries the pass kept. DICTNAME picks a named
      * dictionary off the DICTCAT catalog -- its own master,
      * generations and lock row -- instead of the default.

       environment division.
       input-output section.
       file-control.
           select dict-file assign to dynamic ws-dict-file-name
               organization indexed
               access mode dynamic
               record key is corp-entry-key
               file status is ws-dict-status.
           select parm-file assign to "PRUNPARM"
               organization line sequential
               file status is ws-parm-status.
           select dictname-file assign to "DICTNAME"
               organization line sequential
               file status is ws-dictname-status.
           select catalog-file assign to "DICTCAT"
               organization indexed
               access mode dynamic
               record key is dcat-dict-name
               file status is ws-catalog-status.
           select prune-rpt assign to "PRUNRPT"
               organization line sequential
               file status is ws-rpt-status.
           select lock-file assign to "LOCKDD"
               organization indexed
               access mode dynamic
               record key is lck-name
               file status is ws-lock-status.
           select lock-log assign to "LOCKLOG"
               organization line sequential
               file status is ws-lock-log-status.
           select backup-in assign to dynamic ws-backup-in-name
               organization line sequential
               file status is ws-backup-in-status.
           select backup-out assign to dynamic ws-backup-out-name
               organization line sequential
               file status is ws-backup-out-status.

       data division.
       file section.
       fd  dict-file.
           copy corprec.

       fd  parm-file.
      * one control record, the pruning policy:
      *   cols  1-6  REPORT (list only) or APPLY
      *   cols  8-9  age window, months -- entries not updated
      *              within it are aged (00 ages nothing)
      *   cols 11-13 percent of its count an aged entry keeps
      *              (000-100; 100 decays nothing)
      *   cols 15-21 minimum count -- entries below it after any
      *              decay are deleted (0000000 deletes nothing
      *              but the zero counts decay leaves)
      *   cols 23-26 minimum applies to AGED entries only, or ALL
      *              (blank means AGED)
      *   col  28    DICTBKn generations kept, 1-9 (blank 3)
      *   cols 30-33 stale-lock minutes (blank 240)
       01  parm-line.
           05 parm-action            pic x(6).
           05 filler                 pic x(1).
           05 parm-age-months        pic x(2).
           05 filler                 pic x(1).
           05 parm-keep-pct          pic x(3).
           05 filler                 pic x(1).
           05 parm-min-count         pic x(7).
           05 filler                 pic x(1).
           05 parm-min-scope         pic x(4).
           05 filler                 pic x(1).
           05 parm-backup-gens       pic x(1).
           05 filler                 pic x(1).
           05 parm-lock-age          pic x(4).

      * optional DICTNAME: cols 1-8 the dictionary to work on.
       fd  dictname-file.
       01  dictname-line.
           05 dnm-dict-name          pic x(8).

       fd  catalog-file.
           copy dictcat.

       fd  prune-rpt.
       01  report-line               pic x(80).

       fd  lock-file.
           copy lockrec.

       fd  lock-log.
       01  lock-log-line             pic x(60).

       fd  backup-in.
       01  backup-in-record          pic x(75).

       fd  backup-out.
       01  backup-out-record         pic x(75).

       working-storage section.
      * mainframe-style condition codes, same scheme as MARKOV's,
      * the lock code included: turned away by a live dictionary
      * lock means wait and resubmit, not a failure.
           01 ws-cc-success          pic 9(2) value 0.
           01 ws-cc-validation       pic 9(2) value 8.
           01 ws-cc-io-error         pic 9(2) value 12.
           01 ws-cc-locked           pic 9(2) value 20.

           01 ws-dict-status         pic x(2).
           01 ws-parm-status         pic x(2).
           01 ws-rpt-status          pic x(2).
      * which dictionary (copybooks/dictcat): a blank name is the
      * default master on the DICTDD DD.
           01 ws-dictname-status     pic x(2).
           01 ws-catalog-status      pic x(2).
           01 ws-dict-name           pic x(8) value spaces.
           01 ws-dict-file-name      pic x(50) value "DICTDD".
           01 ws-dict-desc           pic x(40) value spaces.
           01 ws-backup-base         pic x(40) value "DICTBK".
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-eof-switch          pic x(1).
               88 ws-end-of-file         value "Y".
               88 ws-more-file           value "N".
           01 ws-no-master-sw        pic x(1) value "N".
               88 ws-no-master           value "Y".
           01 ws-pass-run-sw         pic x(1) value "N".
               88 ws-pass-run            value "Y".

      * the policy, from PRUNPARM.
           01 ws-action              pic x(6).
               88 ws-action-report       value "REPORT".
               88 ws-action-apply        value "APPLY".
           01 ws-age-months          pic 9(2).
           01 ws-keep-pct            pic 9(3).
           01 ws-min-count           pic 9(7).
           01 ws-min-scope           pic x(4).
               88 ws-scope-aged          value "AGED".
               88 ws-scope-all           value "ALL".
           01 ws-age-cutoff          pic x(8).
           01 ws-cutoff-months       pic 9(6).
           01 ws-cutoff-year         pic 9(4).
           01 ws-cutoff-month        pic 9(2).

      * run identity for the lock row, the lock log and the
      * DICTBK1 header -- program name and run date, so the
      * lineage report can tell a pruning from a corpus merge.
           01 ws-run-id              pic x(16) value spaces.
           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).
           01 ws-ts-date             pic x(8).
           01 ws-ts-fulltime         pic x(8).
           01 ws-current-timestamp   pic x(14).

      * serialization lock on the shared dictionary, the same
      * row MARKOV claims (LOCKDD, copybooks/lockrec), with the
      * same stale-lock break and LOCKLOG trail.
           01 ws-lock-status         pic x(2).
           01 ws-lock-log-status     pic x(2).
           01 ws-lock-name           pic x(8) value "DICTDD".
           01 ws-lock-held-sw        pic x(1) value "N".
               88 ws-lock-held-by-us     value "Y".
           01 ws-lock-failed-sw      pic x(1) value "N".
               88 ws-lock-failed         value "Y".
           01 ws-lock-denied-sw      pic x(1) value "N".
               88 ws-lock-denied         value "Y".
           01 ws-lock-stale-mins     pic 9(4) value 240.
           01 ws-lock-age-work       pic s9(9).
           01 ws-lock-action        pic x(8).
           01 ws-lock-log-run-id    pic x(16).

      * dictionary generation backups, MARKOV's DICTBKn scheme:
      * the prior master retired to DICTBK1 under a *BACKUP*
      * header, the older generations shifting down.
           01 ws-backup-in-name      pic x(50).
           01 ws-backup-out-name     pic x(50).
           01 ws-backup-in-status    pic x(2).
           01 ws-backup-out-status   pic x(2).
           01 ws-backup-gens         pic 9(1) value 3.
           01 ws-gen-idx             pic 9(2).
           01 ws-gen-digit           pic 9(1).
           01 ws-backup-copied       pic 9(7) value 0.
           01 ws-master-count        pic 9(7) value 0.
           01 ws-backup-eof-switch   pic x(1).
               88 ws-end-of-backup       value "Y".
           01 ws-backup-header.
               05 ws-bkh-tag         pic x(20) value "*BACKUP*".
               05 ws-bkh-run-id      pic x(20).
               05 ws-bkh-ts          pic x(20).
               05 ws-bkh-count       pic 9(7) value 0.
               05 ws-bkh-date        pic x(8).

      * the entry in the buffer, and the context it belongs to --
      * a context's transitions are one contiguous key run, so a
      * change of prior/source closes the previous context.
           01 ws-aged-sw             pic x(1).
               88 ws-entry-aged          value "Y".
               88 ws-entry-fresh         value "N".
           01 ws-old-count           pic 9(7).
           01 ws-new-count           pic 9(7).
           01 ws-ctx-prior           pic x(20).
           01 ws-ctx-source          pic x(20).
           01 ws-ctx-entries         pic 9(7) value 0.
           01 ws-ctx-survivors       pic 9(7) value 0.
           01 ws-delete-sw           pic x(1).
               88 ws-entry-deleted       value "Y".
               88 ws-entry-kept          value "N".

      * the order-1 entry in hand while the order-2 context it
      * opens is looked at, and where the browse resumes.
           01 ws-held-record         pic x(75).
           01 ws-held-old-count      pic 9(7).
           01 ws-held-new-count      pic 9(7).
           01 ws-held-aged-sw        pic x(1).
           01 ws-held-prior          pic x(20).
           01 ws-held-source         pic x(20).
           01 ws-dependent-sw        pic x(1).
               88 ws-dependent-found     value "Y".
           01 ws-look-done-sw        pic x(1).
               88 ws-look-done           value "Y".

      * reconciliation totals: entries in = deleted + out;
      * occurrences in = decayed away + deleted + out.
           01 ws-entries-in          pic 9(7) value 0.
           01 ws-entries-aged        pic 9(7) value 0.
           01 ws-entries-decayed     pic 9(7) value 0.
           01 ws-entries-deleted     pic 9(7) value 0.
           01 ws-entries-held        pic 9(7) value 0.
           01 ws-entries-out         pic 9(7) value 0.
           01 ws-occurs-in           pic 9(9) value 0.
           01 ws-occurs-decayed      pic 9(9) value 0.
           01 ws-occurs-deleted      pic 9(9) value 0.
           01 ws-occurs-out          pic 9(9) value 0.
           01 ws-order1-out          pic 9(7) value 0.
           01 ws-order2-out          pic 9(7) value 0.
           01 ws-contexts-in         pic 9(7) value 0.
           01 ws-contexts-removed    pic 9(7) value 0.
           01 ws-contexts-out        pic 9(7) value 0.
           01 ws-count-display       pic z(8)9.
           01 ws-old-display         pic z(6)9.
           01 ws-new-display         pic z(6)9.

       procedure division.
           perform 1000-read-parm.
           perform 1050-resolve-dictionary.
           perform 1100-compute-cutoff.
           perform 1200-open-report.
           if ws-io-error-detected
               move ws-cc-io-error to return-code
               stop run
           end-if.

      * APPLY: no lock, no pruning; a master that could not be
      * retired is not pruned either -- an unrecoverable prune is
      * exactly what the generations exist to prevent.
           if ws-action-apply
               perform 7000-acquire-lock
               if not ws-lock-failed
                   perform 2400-retire-dictionary
                   if ws-io-error-detected
                       move
                           "PRIOR MASTER NOT RETIRED -- NOTHING PRUNED"
                           to report-line
                       write report-line
                   else
                       perform 3000-prune-pass
                   end-if
                   perform 7100-release-lock
               else
                   move "DICTIONARY LOCK NOT TAKEN -- NOTHING PRUNED"
                       to report-line
                   write report-line
               end-if
           else
               perform 3000-prune-pass
           end-if.

           if ws-pass-run
               perform 4000-write-reconciliation
           end-if.
           close prune-rpt.

           evaluate true
               when ws-io-error-detected
                   move ws-cc-io-error to return-code
               when ws-lock-denied
                   move ws-cc-locked to return-code
               when ws-no-master
                   move ws-cc-validation to return-code
               when other
                   move ws-cc-success to return-code
           end-evaluate.
           stop run.

      * the policy record is required and every field is checked
      * before anything is read -- pruning on a half-understood
      * policy is how months of corpus history disappear.
           1000-read-parm.
           open input parm-file
           if ws-parm-status not = "00"
               display "MKVPRUNE: unable to open PRUNPARM, "
                   "status " ws-parm-status
               move ws-cc-validation to return-code
               stop run
           end-if
           read parm-file
               at end
                   display "MKVPRUNE: PRUNPARM has no control record"
                   move ws-cc-validation to return-code
                   close parm-file
                   stop run
           end-read
           close parm-file
           move function upper-case(function trim(parm-action))
               to ws-action
           if not ws-action-report and not ws-action-apply
               display "MKVPRUNE: PRUNPARM action must be "
                   "REPORT or APPLY"
               move ws-cc-validation to return-code
               stop run
           end-if
           if parm-age-months is not numeric
                   or parm-keep-pct is not numeric
                   or parm-min-count is not numeric
               display "MKVPRUNE: PRUNPARM age months, keep "
                   "percent and minimum count must be numeric"
               move ws-cc-validation to return-code
               stop run
           end-if
           move parm-age-months to ws-age-months
           move parm-keep-pct to ws-keep-pct
           move parm-min-count to ws-min-count
           if ws-keep-pct > 100
               display "MKVPRUNE: PRUNPARM keep percent over 100"
               move ws-cc-validation to return-code
               stop run
           end-if
           move function upper-case(function trim(parm-min-scope))
               to ws-min-scope
           if ws-min-scope = spaces
               move "AGED" to ws-min-scope
           end-if
           if not ws-scope-aged and not ws-scope-all
               display "MKVPRUNE: PRUNPARM minimum scope must be "
                   "AGED or ALL"
               move ws-cc-validation to return-code
               stop run
           end-if
           if parm-backup-gens not = spaces
               if parm-backup-gens is numeric
                       and parm-backup-gens not = "0"
                   move parm-backup-gens to ws-backup-gens
               else
                   display "MKVPRUNE: backup-gens invalid"
                   move ws-cc-validation to return-code
                   stop run
               end-if
           end-if
           if parm-lock-age not = spaces
               if parm-lock-age is numeric
                       and parm-lock-age not = "0000"
                   move parm-lock-age to ws-lock-stale-mins
               else
                   display "MKVPRUNE: lock-age invalid"
                   move ws-cc-validation to return-code
                   stop run
               end-if
           end-if.

      * DICTNAME names the dictionary to work on -- one record,
      * cols 1-8; no DICTNAME, or a blank name, is the default
      * master on DICTDD. A name the catalog does not know is
      * refused, never quietly read as the default. A retired
      * dictionary takes no more changes.
           1050-resolve-dictionary.
           open input dictname-file
           if ws-dictname-status = "00"
               read dictname-file
                   at end
                       move spaces to dictname-line
               end-read
               move function upper-case(dnm-dict-name)
                   to ws-dict-name
               close dictname-file
           end-if
           if ws-dict-name not = spaces
               open input catalog-file
               if ws-catalog-status not = "00"
                   display "MKVPRUNE: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move ws-dict-name to dcat-dict-name
               read catalog-file key is dcat-dict-name
                   invalid key
                       display "MKVPRUNE: dictionary " ws-dict-name
                           " is not on the catalog"
                       close catalog-file
                       move ws-cc-validation to return-code
                       stop run
               end-read
               close catalog-file
               move dcat-description to ws-dict-desc
               if dcat-retired
                   display "MKVPRUNE: dictionary " ws-dict-name
                       " is retired"
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move dcat-master-name to ws-dict-file-name
               move dcat-backup-base to ws-backup-base
               move ws-dict-name to ws-lock-name
           end-if.

      * the age cutoff is today less the window in whole months,
      * same day of the month; an entry last updated before it
      * is aged. The comparison is on the yyyymmdd text, so a day
      * past the end of a short month still orders correctly.
           1100-compute-cutoff.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move spaces to ws-run-id
           string "MKVPRUNE" ws-run-date
               delimited by size into ws-run-id
           compute ws-cutoff-months =
               function numval(ws-run-date(1:4)) * 12
               + function numval(ws-run-date(5:2)) - 1
               - ws-age-months
           divide ws-cutoff-months by 12
               giving ws-cutoff-year remainder ws-cutoff-month
           add 1 to ws-cutoff-month
           move spaces to ws-age-cutoff
           string ws-cutoff-year ws-cutoff-month ws-run-date(7:2)
               delimited by size into ws-age-cutoff.

           1200-open-report.
           open output prune-rpt
           if ws-rpt-status not = "00"
               display "MKVPRUNE: unable to open prune report, "
                   "status " ws-rpt-status
               set ws-io-error-detected to true
           else
               move spaces to report-line
               string "MARKOV DICTIONARY PRUNE  RUN DATE "
                       ws-run-date "  TIME " ws-run-time
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               string "POLICY: AGED BEFORE " ws-age-cutoff
                       "  KEEP PCT " ws-keep-pct
                       "  MIN COUNT " ws-min-count
                       "  MIN APPLIES " ws-min-scope
                   delimited by size into report-line
               write report-line
               if ws-action-report
                   move spaces to report-line
                   string "REPORT ONLY -- NOTHING CHANGED, LINES "
                           "SHOW WHAT APPLY WOULD DO"
                       delimited by size into report-line
               else
                   move spaces to report-line
                   string "APPLY -- RUN-ID " ws-run-id
                       delimited by size into report-line
               end-if
               write report-line
               move spaces to report-line
               if ws-dict-name = spaces
                   move "DICTIONARY: DEFAULT (DICTDD)" to report-line
               else
                   string "DICTIONARY: " ws-dict-name
                           "  " ws-dict-desc
                       delimited by size into report-line
               end-if
               write report-line
               move spaces to report-line
               write report-line
           end-if.

      * retire the prior master before pruning it: shift the
      * existing generations down (the oldest dropping off),
      * then snapshot the live master to DICTBK1 under a
      * *BACKUP* header stamped with this run's run-id -- the
      * same generations MARKOV keeps, so a policy that turns
      * out too aggressive is a MKVDREST rollback.
           2400-retire-dictionary.
           perform varying ws-gen-idx from ws-backup-gens by -1
                   until ws-gen-idx < 2
               perform 2410-shift-one-generation
           end-perform
           perform 2420-snapshot-master.

      * copy generation (n-1) over generation n, whole records,
      * header included; a generation that does not exist yet is
      * skipped and generation n keeps what it had.
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
           else
               if ws-backup-in-status not = "00"
                   display "MKVPRUNE: unable to read backup "
                       ws-backup-in-name " status "
                       ws-backup-in-status
                   set ws-io-error-detected to true
               else
                   open output backup-out
                   if ws-backup-out-status not = "00"
                       display "MKVPRUNE: unable to write backup "
                           ws-backup-out-name " status "
                           ws-backup-out-status
                       set ws-io-error-detected to true
                   else
                       move "N" to ws-backup-eof-switch
                       perform 2415-copy-backup-record
                           until ws-end-of-backup
                       close backup-out
                   end-if
                   close backup-in
               end-if
           end-if.

           2415-copy-backup-record.
           read backup-in
               at end
                   set ws-end-of-backup to true
               not at end
                   move backup-in-record to backup-out-record
                   write backup-out-record
           end-read.

      * flatten the live master into DICTBK1 behind the stamped
      * header, counting it first so the header count is real.
           2420-snapshot-master.
           open input dict-file
           if ws-dict-status = "35"
               display "MKVPRUNE: no master to retire"
           else
               if ws-dict-status not = "00"
                   display "MKVPRUNE: unable to open dictionary "
                       "for backup, status " ws-dict-status
                   set ws-io-error-detected to true
               else
                   move spaces to ws-backup-out-name
                   string ws-backup-base delimited by space
                           "1" delimited by size
                       into ws-backup-out-name
                   open output backup-out
                   if ws-backup-out-status not = "00"
                       display "MKVPRUNE: unable to write "
                           function trim(ws-backup-out-name)
                           ", status " ws-backup-out-status
                       set ws-io-error-detected to true
                   else
                       move 0 to ws-master-count
                       move low-values to corp-entry-key
                       start dict-file key not < corp-entry-key
                           invalid key
                               continue
                       end-start
                       move "N" to ws-backup-eof-switch
                       perform 2422-count-master-record
                           until ws-end-of-backup
                       perform 1260-stamp-current-timestamp
                       move ws-run-id to ws-bkh-run-id
                       move ws-current-timestamp to ws-bkh-ts
                       move ws-master-count to ws-bkh-count
                       accept ws-bkh-date from date yyyymmdd
                       move ws-backup-header to backup-out-record
                       move 0 to ws-backup-copied
                       move low-values to corp-entry-key
                       start dict-file key not < corp-entry-key
                           invalid key
                               continue
                       end-start
                       write backup-out-record
                       move "N" to ws-backup-eof-switch
                       perform 2425-snapshot-one-record
                           until ws-end-of-backup
                       close backup-out
                       display "MKVPRUNE: retired " ws-backup-copied
                           " dictionary entr(ies) to "
                           function trim(ws-backup-out-name)
                   end-if
                   close dict-file
               end-if
           end-if.

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
           read dict-file next
               at end
                   set ws-end-of-backup to true
               not at end
                   if not dctl-control-tag
                       move corpus-record to backup-out-record
                       write backup-out-record
                       add 1 to ws-backup-copied
                   end-if
           end-read.

      * the one pass over the master: input for REPORT, i-o for
      * APPLY, the policy decision identical either way. No
      * master at all is an operator error -- there is nothing
      * the policy could have been approved against.
           3000-prune-pass.
           if ws-action-apply
               open i-o dict-file
           else
               open input dict-file
           end-if
           if ws-dict-status = "35"
               display "MKVPRUNE: no dictionary master to prune"
               set ws-no-master to true
           else
               if ws-dict-status not = "00"
                   display "MKVPRUNE: unable to open dictionary, "
                       "status " ws-dict-status
                   set ws-io-error-detected to true
               else
                   set ws-pass-run to true
                   move "ACTION   CONTEXT > NEXT"
                       to report-line
                   write report-line
                   move high-values to ws-ctx-prior
                   move high-values to ws-ctx-source
                   move 0 to ws-ctx-entries
                   set ws-more-file to true
                   move low-values to corp-entry-key
                   start dict-file key not < corp-entry-key
                       invalid key
                           set ws-end-of-file to true
                   end-start
                   perform 3100-prune-one-entry
                       until ws-end-of-file
                   perform 3300-close-context
                   if ws-action-apply
                           and not ws-io-error-detected
                       perform 3900-write-dict-control
                   end-if
                   close dict-file
               end-if
           end-if.

           3100-prune-one-entry.
           read dict-file next
               at end
                   set ws-end-of-file to true
               not at end
                   if dctl-control-tag
                       perform 3150-remove-dict-control
                   else
                       perform 3110-track-context
                       perform 3200-apply-policy
                   end-if
           end-read.

           3110-track-context.
           if corp-prior-word not = ws-ctx-prior
                   or corp-source-word not = ws-ctx-source
               perform 3300-close-context
               move corp-prior-word to ws-ctx-prior
               move corp-source-word to ws-ctx-source
               move 0 to ws-ctx-entries
               move 0 to ws-ctx-survivors
               add 1 to ws-contexts-in
           end-if
           add 1 to ws-entries-in
           add 1 to ws-ctx-entries
           add corp-occurrence-count to ws-occurs-in.

      * APPLY takes the old control record out; 3900 writes the
      * new one once the pass is through.
           3150-remove-dict-control.
           if ws-action-apply
               delete dict-file
                   invalid key
                       display "MKVPRUNE: unable to delete dictionary"
                           " control record, status " ws-dict-status
                       set ws-io-error-detected to true
               end-delete
           end-if.

      * decay an aged entry to the kept percentage (truncated),
      * then delete it if the count left is zero or below the
      * minimum the policy applies to it -- unless it is an
      * order-1 transition a surviving order-2 context still
      * needs. A decayed survivor is restamped, so one policy
      * decays an unreinforced entry once per age window rather
      * than on every run; a deleted entry's occurrences count as
      * deleted, not decayed.
           3200-apply-policy.
           perform 3210-decide-entry
           if ws-entry-aged
               add 1 to ws-entries-aged
           end-if
           if ws-entry-deleted and corp-prior-word = spaces
               perform 3220-check-dependents
           end-if
           if ws-entry-deleted
               add 1 to ws-entries-deleted
               add ws-old-count to ws-occurs-deleted
               perform 3250-list-deletion
               if ws-action-apply
                   delete dict-file
                       invalid key
                           display "MKVPRUNE: unable to delete "
                               "entry, status " ws-dict-status
                           set ws-io-error-detected to true
                   end-delete
               end-if
           else
               add 1 to ws-ctx-survivors
               add 1 to ws-entries-out
               add ws-new-count to ws-occurs-out
               if corp-prior-word = spaces
                   add 1 to ws-order1-out
               else
                   add 1 to ws-order2-out
               end-if
               if ws-new-count < ws-old-count
                   add 1 to ws-entries-decayed
                   compute ws-occurs-decayed = ws-occurs-decayed
                       + ws-old-count - ws-new-count
                   if ws-action-apply
                       move ws-new-count to corp-occurrence-count
                       accept corp-last-updated from date yyyymmdd
                       rewrite corpus-record
                           invalid key
                               display "MKVPRUNE: unable to rewrite"
                                   " entry, status " ws-dict-status
                               set ws-io-error-detected to true
                       end-rewrite
                   end-if
               end-if
           end-if.

      * the policy's verdict on the entry in the buffer, and
      * nothing else -- 3220 asks it of entries ahead of the pass
      * and must get the answer the pass will get there.
           3210-decide-entry.
           move corp-occurrence-count to ws-old-count
           move corp-occurrence-count to ws-new-count
           set ws-entry-fresh to true
           if ws-age-months > 0
                   and corp-last-updated < ws-age-cutoff
               set ws-entry-aged to true
               if ws-keep-pct < 100
                   compute ws-new-count =
                       ws-old-count * ws-keep-pct / 100
               end-if
           end-if
           set ws-entry-kept to true
           if ws-new-count = 0
                   or (ws-new-count < ws-min-count
                       and (ws-scope-all or ws-entry-aged))
               set ws-entry-deleted to true
           end-if.

      * an order-1 entry (source, next) opens the order-2
      * context (prior = source, source = next). The order-1
      * entries sort ahead of every order-2 one, so the context's
      * entries are looked at ahead of the pass: if the policy
      * keeps any of them, the order-1 entry is held. The browse
      * is put back just past the entry in hand, and the entry
      * back in the buffer for the delete or rewrite by key.
           3220-check-dependents.
           move corpus-record to ws-held-record
           move ws-old-count to ws-held-old-count
           move ws-new-count to ws-held-new-count
           move ws-aged-sw to ws-held-aged-sw
           move corp-source-word to ws-held-prior
           move corp-next-word to ws-held-source
           move "N" to ws-dependent-sw
           move "N" to ws-look-done-sw
           move ws-held-prior to corp-prior-word
           move ws-held-source to corp-source-word
           move low-values to corp-next-word
           start dict-file key not < corp-entry-key
               invalid key
                   set ws-look-done to true
           end-start
           perform 3230-look-one-dependent
               until ws-look-done or ws-dependent-found
           move ws-held-record to corpus-record
           move ws-held-old-count to ws-old-count
           move ws-held-new-count to ws-new-count
           move ws-held-aged-sw to ws-aged-sw
           start dict-file key > corp-entry-key
               invalid key
                   set ws-end-of-file to true
           end-start
           if ws-dependent-found
               set ws-entry-kept to true
               if ws-new-count = 0
                   move 1 to ws-new-count
               end-if
               add 1 to ws-entries-held
               perform 3260-list-hold
           end-if.

           3230-look-one-dependent.
           read dict-file next
               at end
                   set ws-look-done to true
               not at end
                   if corp-prior-word not = ws-held-prior
                           or corp-source-word not = ws-held-source
                       set ws-look-done to true
                   else
                       perform 3210-decide-entry
                       if ws-entry-kept
                           set ws-dependent-found to true
                       end-if
                   end-if
           end-read.

           3250-list-deletion.
           move ws-old-count to ws-old-display
           move ws-new-count to ws-new-display
           move spaces to report-line
           string "DELETE   " function trim(corp-prior-word)
                   " " function trim(corp-source-word)
                   " > " function trim(corp-next-word)
                   "  CT " function trim(ws-old-display)
                   " TO " function trim(ws-new-display)
                   "  LAST " corp-last-updated
               delimited by size into report-line
           write report-line.

           3260-list-hold.
           move ws-old-count to ws-old-display
           move ws-new-count to ws-new-display
           move spaces to report-line
           string "HOLD     " function trim(corp-prior-word)
                   " " function trim(corp-source-word)
                   " > " function trim(corp-next-word)
                   "  CT " function trim(ws-old-display)
                   " TO " function trim(ws-new-display)
                   "  ORDER-2 CONTEXT KEPT"
               delimited by size into report-line
           write report-line.

      * a context none of whose successors survived is gone from
      * the master as a whole; one that kept any is still there.
      * Nothing to close before the first entry is read.
           3300-close-context.
           if ws-ctx-entries > 0
               if ws-ctx-survivors = 0
                   add 1 to ws-contexts-removed
                   move ws-ctx-entries to ws-old-display
                   move spaces to report-line
                   string "CONTEXT  " function trim(ws-ctx-prior)
                           " " function trim(ws-ctx-source)
                           "  REMOVED, " function trim
                               (ws-old-display)
                           " SUCCESSOR(S)"
                       delimited by size into report-line
                   write report-line
               else
                   add 1 to ws-contexts-out
               end-if
           end-if.

      * the control record for the pruned master: the entries
      * and occurrences the pass kept, under this run's run-id.
           3900-write-dict-control.
           move spaces to dictionary-control-record
           set dctl-control-tag to true
           move ws-entries-out to dctl-entry-count
           move ws-order1-out to dctl-order1-count
           move ws-order2-out to dctl-order2-count
           move ws-occurs-out to dctl-occurrence-total
           move ws-run-id to dctl-run-id
           move ws-run-date to dctl-update-date
           write dictionary-control-record
               invalid key
                   display "MKVPRUNE: unable to write dictionary "
                       "control record, status " ws-dict-status
                   set ws-io-error-detected to true
           end-write.

      * the before/after totals that prove every entry and every
      * occurrence is accounted for.
           4000-write-reconciliation.
           move spaces to report-line
           write report-line
           move ws-entries-in to ws-count-display
           move spaces to report-line
           string "ENTRIES IN:            " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-entries-aged to ws-count-display
           move spaces to report-line
           string "ENTRIES AGED:          " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-entries-decayed to ws-count-display
           move spaces to report-line
           string "ENTRIES DECAYED:       " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-entries-deleted to ws-count-display
           move spaces to report-line
           string "ENTRIES DELETED:       " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-entries-held to ws-count-display
           move spaces to report-line
           string "ENTRIES HELD:          " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-entries-out to ws-count-display
           move spaces to report-line
           string "ENTRIES OUT:           " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-occurs-in to ws-count-display
           move spaces to report-line
           string "OCCURRENCES IN:        " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-occurs-decayed to ws-count-display
           move spaces to report-line
           string "OCCURRENCES DECAYED:   " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-occurs-deleted to ws-count-display
           move spaces to report-line
           string "OCCURRENCES DELETED:   " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-occurs-out to ws-count-display
           move spaces to report-line
           string "OCCURRENCES OUT:       " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-contexts-in to ws-count-display
           move spaces to report-line
           string "CONTEXTS IN:           " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-contexts-removed to ws-count-display
           move spaces to report-line
           string "CONTEXTS REMOVED:      " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-contexts-out to ws-count-display
           move spaces to report-line
           string "CONTEXTS OUT:          " ws-count-display
               delimited by size into report-line
           write report-line
           display "MKVPRUNE: " ws-action " " ws-entries-in " in, "
               ws-entries-decayed " decayed, "
               ws-entries-deleted " deleted, "
               ws-entries-held " held, "
               ws-entries-out " out, "
               ws-contexts-removed " context(s) removed".

           1260-stamp-current-timestamp.
           accept ws-ts-date from date yyyymmdd
           accept ws-ts-fulltime from time
           string ws-ts-date delimited by size
                   ws-ts-fulltime(1:6) delimited by size
               into ws-current-timestamp.

      * claim the dictionary row on LOCKDD, creating the dataset
      * on first use: a live lock turns the prune away on the
      * lock code, a stale one is broken and retaken.
           7000-acquire-lock.
           open i-o lock-file
           if ws-lock-status = "35"
               open output lock-file
               close lock-file
               open i-o lock-file
           end-if
           if ws-lock-status not = "00"
               display "MKVPRUNE: lock file unavailable, "
                   "status " ws-lock-status
               set ws-io-error-detected to true
               set ws-lock-failed to true
           else
               move ws-lock-name to lck-name
               read lock-file key is lck-name
                   invalid key
                       perform 7010-write-new-lock
                   not invalid key
                       if lck-held
                           perform 7020-handle-held-lock
                       else
                           perform 7030-take-released-lock
                       end-if
               end-read
               close lock-file
           end-if.

           7010-write-new-lock.
           move ws-lock-name to lck-name
           set lck-held to true
           move ws-run-id to lck-run-id
           perform 1260-stamp-current-timestamp
           move ws-current-timestamp to lck-update-ts
           write lock-record
           move "Y" to ws-lock-held-sw
           move "ACQUIRED" to ws-lock-action
           move ws-run-id to ws-lock-log-run-id
           perform 7200-log-lock-action.

           7020-handle-held-lock.
           perform 1260-stamp-current-timestamp
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
           if ws-lock-age-work > ws-lock-stale-mins
               display "MKVPRUNE: breaking stale lock held by "
                   lck-run-id " since " lck-update-ts
               move "BROKE" to ws-lock-action
               move lck-run-id to ws-lock-log-run-id
               perform 7200-log-lock-action
               perform 7030-take-released-lock
           else
               display "MKVPRUNE: dictionary locked by run "
                   lck-run-id " since " lck-update-ts
                   " -- ending on the lock condition code"
               set ws-lock-failed to true
               set ws-lock-denied to true
           end-if.

           7030-take-released-lock.
           set lck-held to true
           move ws-run-id to lck-run-id
           perform 1260-stamp-current-timestamp
           move ws-current-timestamp to lck-update-ts
           rewrite lock-record
           move "Y" to ws-lock-held-sw
           move "ACQUIRED" to ws-lock-action
           move ws-run-id to ws-lock-log-run-id
           perform 7200-log-lock-action.

           7100-release-lock.
           if ws-lock-held-by-us
               open i-o lock-file
               if ws-lock-status not = "00"
                   display "MKVPRUNE: unable to release lock, "
                       "status " ws-lock-status
                   set ws-io-error-detected to true
               else
                   move ws-lock-name to lck-name
                   read lock-file key is lck-name
                       invalid key
                           display "MKVPRUNE: lock row vanished "
                               "before release"
                           set ws-io-error-detected to true
                       not invalid key
                           set lck-released to true
                           perform 1260-stamp-current-timestamp
                           move ws-current-timestamp
                               to lck-update-ts
                           rewrite lock-record
                           move "N" to ws-lock-held-sw
                           move "RELEASED" to ws-lock-action
                           move ws-run-id to ws-lock-log-run-id
                           perform 7200-log-lock-action
                   end-read
                   close lock-file
               end-if
           end-if.

           7200-log-lock-action.
           open extend lock-log
           if ws-lock-log-status not = "00"
               open output lock-log
           end-if
           if ws-lock-log-status = "00"
               move spaces to lock-log-line
               string ws-lock-action " " ws-lock-name
                       " " ws-lock-log-run-id
                       " " ws-current-timestamp
                   delimited by size into lock-log-line
               write lock-log-line
               close lock-log
           else
               display "MKVPRUNE: unable to write lock log, "
                   "status " ws-lock-log-status
               set ws-io-error-detected to true
           end-if.

      * reason code the way CORPPREP rejects a bad source record,
      * and a transaction that matched nothing on the master is
      * rejected after the pass rather than silently ignored.
      * An order-1 entry that a surviving order-2 context still
      * depends on is held, not deleted or zeroed, and the
      * transaction rejected for it, so MKVVRFY never finds a
      * context the walk cannot reach.
      * The master's control record (copybooks/corprec) is taken
      * out during the pass and written back afterwards from the
      * entries the pass kept. DICTNAME picks a named dictionary
      * off the DICTCAT catalog instead of the default master.

       environment division.
       input-output section.
       file-control.
           select dict-file assign to dynamic ws-dict-file-name
               organization indexed
               access mode dynamic
               record key is corp-entry-key
           select reject-file assign to "DREJDD"
               organization line sequential
               file status is ws-reject-status.
           select dictname-file assign to "DICTNAME"
               organization line sequential
               file status is ws-dictname-status.
           select catalog-file assign to "DICTCAT"
               organization indexed
               access mode dynamic
               record key is dcat-dict-name
               file status is ws-catalog-status.
           select maint-rpt assign to "DICTMRPT"
               organization line sequential
               file status is ws-rpt-status.
           05 filler                 pic x(1).
           05 rej-content            pic x(88).

      * optional DICTNAME: cols 1-8 the dictionary to work on.
       fd  dictname-file.
       01  dictname-line.
           05 dnm-dict-name          pic x(8).

       fd  catalog-file.
           copy dictcat.

       fd  maint-rpt.
       01  report-line               pic x(80).

           01 ws-dtran-status        pic x(2).
           01 ws-reject-status       pic x(2).
           01 ws-rpt-status          pic x(2).
      * which dictionary (copybooks/dictcat): a blank name is the
      * default master on the DICTDD DD.
           01 ws-dictname-status     pic x(2).
           01 ws-catalog-status      pic x(2).
           01 ws-dict-name           pic x(8) value spaces.
           01 ws-dict-file-name      pic x(50) value "DICTDD".
           01 ws-dict-desc           pic x(40) value spaces.
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-eof-switch          pic x(1) value "N".
      * NOKY: a key field the action needs is blank; NAMT: the
      * adjustment sign/amount is not usable; OVFL: the
      * transaction table filled; NFND: the transaction matched
      * nothing on the master; DEPN: it would have deleted an
      * order-1 entry whose order-2 context survives the pass.
           01 ws-reason-bad-action   pic x(4) value "BADA".
           01 ws-reason-no-key       pic x(4) value "NOKY".
           01 ws-reason-bad-amount   pic x(4) value "NAMT".
           01 ws-reason-overflow     pic x(4) value "OVFL".
           01 ws-reason-not-found    pic x(4) value "NFND".
           01 ws-reason-dependents   pic x(4) value "DEPN".

      * the transaction file folded into a table for the one
      * sequential pass over the master -- action condensed to a
      * the report can say what each one actually did.
           01 ws-tran-table.
               05 ws-tran-entry occurs 500 times
                       indexed by ws-tran-idx ws-look-idx.
                   10 ws-tran-action      pic x(1).
                       88 ws-tran-del-word    value "W".
                       88 ws-tran-del-trans   value "T".
                   10 ws-tran-sign        pic x(1).
                   10 ws-tran-amount      pic 9(7).
                   10 ws-tran-applied     pic 9(7).
                   10 ws-tran-held-sw     pic x(1).
                       88 ws-tran-held        value "Y".
           01 ws-tran-entries         pic 9(3) value 0.

      * reconciliation totals: entries in = entries deleted +
      * adjustments = occurrences out.
           01 ws-trans-read          pic 9(7) value 0.
           01 ws-trans-rejected      pic 9(7) value 0.
           01 ws-trans-held          pic 9(7) value 0.
           01 ws-entries-in          pic 9(7) value 0.
           01 ws-entries-deleted     pic 9(7) value 0.
           01 ws-counts-adjusted     pic 9(7) value 0.
           01 ws-entries-out         pic 9(7) value 0.
           01 ws-occurs-in           pic 9(9) value 0.
           01 ws-occurs-out          pic 9(9) value 0.
           01 ws-order1-out          pic 9(7) value 0.
           01 ws-order2-out          pic 9(7) value 0.
           01 ws-run-id              pic x(16).

           01 ws-slot-switch         pic x(1).
               88 ws-slot-granted        value "Y".
           01 ws-record-changed-sw   pic x(1).
               88 ws-record-changed      value "Y".
           01 ws-work-count          pic s9(8).
      * the look ahead at an order-1 entry's order-2 context --
      * the entry in hand is parked while the browse reads on.
           01 ws-held-record         pic x(75).
           01 ws-held-prior          pic x(20).
           01 ws-held-source         pic x(20).
           01 ws-dependent-sw        pic x(1).
               88 ws-dependent-found     value "Y".
           01 ws-look-done-sw        pic x(1).
               88 ws-look-done           value "Y".
           01 ws-look-gone-sw        pic x(1).
               88 ws-look-gone           value "Y".
           01 ws-look-count          pic s9(8).
           01 ws-count-display       pic z(8)9.
           01 ws-applied-display     pic z(6)9.
           01 ws-action-display      pic x(16).
           perform 3000-apply-to-record until ws-end-of-file.

           perform 3500-reject-unapplied.
           if not ws-io-error-detected
               perform 3900-write-dict-control
           end-if.
           perform 4000-write-reconciliation.
           perform 9000-close-files.

      * maintaining a dictionary that is not there, or running
      * with nothing to apply, is an operator error.
           1000-open-files.
           perform 1050-resolve-dictionary
           open i-o dict-file
           if ws-dict-status not = "00"
               display "MKVDICT: unable to open dictionary, "
                   delimited by size into report-line
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
                   display "MKVDICT: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move ws-dict-name to dcat-dict-name
               read catalog-file key is dcat-dict-name
                   invalid key
                       display "MKVDICT: dictionary " ws-dict-name
                           " is not on the catalog"
                       close catalog-file
                       move ws-cc-validation to return-code
                       stop run
               end-read
               close catalog-file
               move dcat-description to ws-dict-desc
               if dcat-retired
                   display "MKVDICT: dictionary " ws-dict-name
                       " is retired"
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move dcat-master-name to ws-dict-file-name
           end-if.

      * screen one transaction and fold it into the table, or
      * reject it with a reason code -- a half-understood
      * maintenance action must never reach the master.
               move spaces to ws-tran-sign(ws-tran-entries)
               move 0 to ws-tran-amount(ws-tran-entries)
               move 0 to ws-tran-applied(ws-tran-entries)
               move "N" to ws-tran-held-sw(ws-tran-entries)
           end-if.

      * the reason code is set by the caller before performing
      * removes its exact entry, an ADJUST-COUNT moves the count
      * (and deletes the entry when it lands at or below zero,
      * since a zero-count transition is a lie the walk would
      * still trip over) -- unless the entry is an order-1 one
      * its order-2 context still needs, which 3220 holds.
      * Anything unclaimed stays as it is --
      * deletes and rewrites land on the keyed master in place.
           3000-apply-to-record.
           read dict-file next
               at end
                   set ws-end-of-file to true
               not at end
                   if dctl-control-tag
                       delete dict-file
                   else
                       add 1 to ws-entries-in
                       add corp-occurrence-count to ws-occurs-in
                       set ws-record-stays to true
                       move "N" to ws-record-changed-sw
                       perform 3100-check-transactions
                       if ws-record-gone
                           delete dict-file
                       else
                           perform 3300-keep-record
                       end-if
                   end-if
           end-read.

                               = ws-tran-source(ws-tran-idx)
                           and corp-next-word
                               = ws-tran-next(ws-tran-idx)
                       perform 3150-delete-transition
                   when ws-tran-adjust(ws-tran-idx)
                           and corp-prior-word
                               = ws-tran-prior(ws-tran-idx)
               end-evaluate
           end-perform.

           3150-delete-transition.
           move "N" to ws-dependent-sw
           if corp-prior-word = spaces
               perform 3220-check-dependents
           end-if
           if ws-dependent-found
               perform 3260-hold-transaction
           else
               set ws-record-gone to true
               add 1 to ws-entries-deleted
               add 1 to ws-tran-applied(ws-tran-idx)
           end-if.

           3200-adjust-count.
           if ws-tran-sign(ws-tran-idx) = "+"
               compute ws-work-count = corp-occurrence-count
               compute ws-work-count = corp-occurrence-count
                   - ws-tran-amount(ws-tran-idx)
           end-if
           move "N" to ws-dependent-sw
           if ws-work-count <= 0 and corp-prior-word = spaces
               perform 3220-check-dependents
           end-if
           if ws-dependent-found
               perform 3260-hold-transaction
           else
               add 1 to ws-counts-adjusted
               add 1 to ws-tran-applied(ws-tran-idx)
               move "Y" to ws-record-changed-sw
               if ws-work-count <= 0
                   set ws-record-gone to true
                   add 1 to ws-entries-deleted
               else
                   if ws-work-count > 9999999
                       move 9999999 to ws-work-count
                   end-if
                   move ws-work-count to corp-occurrence-count
               end-if
           end-if.

      * an order-1 entry (source, next) opens the order-2
      * context (prior = source, source = next). The order-1
      * entries sort ahead of every order-2 one, so the context's
      * entries are looked at ahead of the pass: if any of them
      * survives the transactions, the order-1 entry is held.
      * The browse is put back just past the entry in hand, and
      * the entry back in the buffer for the delete or rewrite
      * by key.
           3220-check-dependents.
           move corpus-record to ws-held-record
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
           start dict-file key > corp-entry-key
               invalid key
                   set ws-end-of-file to true
           end-start.

           3230-look-one-dependent.
           read dict-file next
               at end
                   set ws-look-done to true
               not at end
                   if corp-prior-word not = ws-held-prior
                           or corp-source-word not = ws-held-source
                       set ws-look-done to true
                   else
                       perform 3240-decide-dependent
                       if not ws-look-gone
                           set ws-dependent-found to true
                       end-if
                   end-if
           end-read.

      * the transactions' verdict on an order-2 entry ahead of
      * the pass, worked the way 3100 and 3200 will work it when
      * the pass gets there, but with nothing tallied or moved.
           3240-decide-dependent.
           move "N" to ws-look-gone-sw
           move corp-occurrence-count to ws-look-count
           perform varying ws-look-idx from 1 by 1
                   until ws-look-idx > ws-tran-entries
                       or ws-look-gone
               evaluate true
                   when ws-tran-del-word(ws-look-idx)
                           and (corp-prior-word
                                   = ws-tran-source(ws-look-idx)
                               or corp-source-word
                                   = ws-tran-source(ws-look-idx)
                               or corp-next-word
                                   = ws-tran-source(ws-look-idx))
                       set ws-look-gone to true
                   when ws-tran-del-trans(ws-look-idx)
                           and corp-prior-word
                               = ws-tran-prior(ws-look-idx)
                           and corp-source-word
                               = ws-tran-source(ws-look-idx)
                           and corp-next-word
                               = ws-tran-next(ws-look-idx)
                       set ws-look-gone to true
                   when ws-tran-adjust(ws-look-idx)
                           and corp-prior-word
                               = ws-tran-prior(ws-look-idx)
                           and corp-source-word
                               = ws-tran-source(ws-look-idx)
                           and corp-next-word
                               = ws-tran-next(ws-look-idx)
                       if ws-tran-sign(ws-look-idx) = "+"
                           add ws-tran-amount(ws-look-idx)
                               to ws-look-count
                       else
                           subtract ws-tran-amount(ws-look-idx)
                               from ws-look-count
                       end-if
                       if ws-look-count <= 0
                           set ws-look-gone to true
                       end-if
                       if ws-look-count > 9999999
                           move 9999999 to ws-look-count
                       end-if
                   when other
                       continue
               end-evaluate
           end-perform.

      * a held transaction is rejected, not applied: the entry
      * stays as it was, the reject says why, and the report
      * lists the hold against the entry.
           3260-hold-transaction.
           set ws-tran-held(ws-tran-idx) to true
           add 1 to ws-trans-held
           move ws-reason-dependents to rej-reason-code
           move spaces to rej-content
           if ws-tran-del-trans(ws-tran-idx)
               move "DELETE-TRANSITION" to ws-action-display
           else
               move "ADJUST-COUNT" to ws-action-display
           end-if
           string ws-action-display
                   " " ws-tran-prior(ws-tran-idx)
                   " " ws-tran-source(ws-tran-idx)
                   " " ws-tran-next(ws-tran-idx)
               delimited by size into rej-content
           write reject-record
           add 1 to ws-trans-rejected
           move corp-occurrence-count to ws-applied-display
           move spaces to report-line
           string "HOLD     " function trim(corp-source-word)
                   " > " function trim(corp-next-word)
                   "  CT " function trim(ws-applied-display)
                   "  ORDER-2 CONTEXT KEPT"
               delimited by size into report-line
           write report-line.

      * a surviving record only goes back to disk when a
      * transaction actually moved its count -- an untouched
      * entry keeps its original last-updated date.
           3300-keep-record.
           add 1 to ws-entries-out
           add corp-occurrence-count to ws-occurs-out
           if corp-prior-word = spaces
               add 1 to ws-order1-out
           else
               add 1 to ws-order2-out
           end-if
           if ws-record-changed
               accept corp-last-updated from date yyyymmdd
               rewrite corpus-record
           end-if.

      * the pass took the old control record out; the new one
      * carries the entries it kept, under this program's name
      * and the run date as the last writer's run-id. A pass that
      * hit I/O trouble writes none, so MKVVRFY stops the
      * schedule rather than trust totals nobody can vouch for.
           3900-write-dict-control.
           move spaces to ws-run-id
           string "MKVDICT" ws-run-date
               delimited by size into ws-run-id
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
                   display "MKVDICT: unable to write dictionary "
                       "control record, status " ws-dict-status
                   set ws-io-error-detected to true
           end-write.

      * a transaction that never touched a record did not do what
      * its author intended -- surface it the same way a malformed
      * one surfaces, instead of letting a typo'd word pass as a
      * clean run. A held one has had its reject already.
           3500-reject-unapplied.
           perform varying ws-tran-idx from 1 by 1
                   until ws-tran-idx > ws-tran-entries
               if ws-tran-applied(ws-tran-idx) = 0
                       and not ws-tran-held(ws-tran-idx)
                   move ws-reason-not-found to rej-reason-code
                   move spaces to rej-content
                   evaluate true
           string "TRANSACTIONS REJECTED: " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-trans-held to ws-count-display
           move spaces to report-line
           string "  HELD FOR ORDER-2:    " ws-count-display
               delimited by size into report-line
           write report-line
           display "MKVDICT: " ws-entries-in " in, "
               ws-entries-deleted " deleted, "
               ws-counts-adjusted " adjusted, "
               ws-entries-out " out, "
               ws-trans-rejected " transaction(s) rejected, "
               ws-trans-held " held".

           9000-close-files.
           close dict-file

       identification division.
       program-id.
       mkvvrfy.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      * dictionary integrity verification: one key-order pass
      * over the DICTDD master that recounts it -- entries,
      * order-1 (spaces prior) and order-2 entries, occurrences
      * -- and proves the recount against the control record
      * every writing program keeps on the master (copybooks/
      * corprec). Any drift is reported field by field. The same
      * pass looks for structural faults no writing program
      * should ever leave behind:
      *   counts -- an occurrence count that is not numeric, or
      *     zero (a transition nobody saw is no transition);
      *   dates -- a CORP-LAST-UPDATED that is not a real
      *     yyyymmdd calendar date, or lies after today;
      *   reserved tokens -- *START* anywhere but the prior word,
      *     *END* following *END*, *CONTROL* as a source or next
      *     word, a blank source or next word;
      *   contexts -- an order-2 context (prior, source) with no
      *     order-1 transition from the prior to the source, when
      *     the master carries order-1 entries at all (the
      *     corpus-initial *START* context has none by design).
      * A missing or doubled control record is a fault too. Any
      * fault or drift ends the run on RC 16, so the schedule
      * step behind it does not run on a damaged master.
      * VRFYPARM is optional: VERIFY (the default) only reads.
      * REBUILD writes a new control record from the recount --
      * the repair after a drift has been explained -- but only
      * when the pass found no structural fault: totals are
      * never vouched for on a master that is not sound. REPAIR
      * is REBUILD for a master from before MARKOV's order-2
      * merge carried the order-1 transitions: a second pass
      * first adds the missing order-1 transition of every
      * context fault, at the occurrences of the context it
      * opens, then the control record is written from the
      * recount as REBUILD writes it. Like MKVDICT both are run
      * with DICTDD held exclusively, outside the lock protocol.
      * ALL verifies the default master and then every active
      * dictionary on the DICTCAT catalog, one section of the
      * report each, and ends on the worst of their codes -- the
      * nightly verify, since a schedule can feed and generate
      * from any of them.
      * DICTNAME picks a named dictionary off the DICTCAT catalog
      * instead of the default DICTDD master; a retired one can
      * still be verified but takes no REBUILD or REPAIR.

       environment division.
       input-output section.
       file-control.
           select dict-file assign to dynamic ws-dict-file-name
               organization indexed
               access mode dynamic
               record key is corp-entry-key
               file status is ws-dict-status.
           select parm-file assign to "VRFYPARM"
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
           select vrfy-rpt assign to "VRFYRPT"
               organization line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  dict-file.
           copy corprec.

       fd  parm-file.
      * one optional control record:
      *   cols  1-7  VERIFY, REBUILD, REPAIR or ALL (blank or no
      *              VRFYPARM means VERIFY)
      *   cols  9-12 fault lines listed before the listing stops
      *              (blank 200; counting never stops)
       01  parm-line.
           05 parm-action            pic x(7).
           05 filler                 pic x(1).
           05 parm-fault-limit       pic x(4).

      * optional DICTNAME: cols 1-8 the dictionary to work on.
       fd  dictname-file.
       01  dictname-line.
           05 dnm-dict-name          pic x(8).

       fd  catalog-file.
           copy dictcat.

       fd  vrfy-rpt.
       01  report-line               pic x(80).

       working-storage section.
      * mainframe-style condition codes, same scheme as MARKOV's:
      * 4 is a master not there to verify yet (the first MARKOV
      * run creates it), 16 a master that must not be used. The
      * step ends on the worst code of the masters it verified.
           01 ws-cc-success          pic 9(2) value 0.
           01 ws-cc-warning          pic 9(2) value 4.
           01 ws-cc-validation       pic 9(2) value 8.
           01 ws-cc-io-error         pic 9(2) value 12.
           01 ws-cc-severe           pic 9(2) value 16.
           01 ws-dict-rc             pic 9(2) value 0.
           01 ws-worst-rc            pic 9(2) value 0.

           01 ws-dict-status         pic x(2).
           01 ws-parm-status         pic x(2).
           01 ws-rpt-status          pic x(2).
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-eof-switch          pic x(1).
               88 ws-end-of-file         value "Y".
               88 ws-more-file           value "N".
           01 ws-no-master-sw        pic x(1) value "N".
               88 ws-no-master           value "Y".
           01 ws-dict-open-sw        pic x(1) value "N".
               88 ws-dict-open           value "Y".
           01 ws-rebuilt-sw          pic x(1) value "N".
               88 ws-control-rebuilt     value "Y".

      * which dictionary (copybooks/dictcat): a blank name is the
      * default master on the DICTDD DD.
           01 ws-dictname-status     pic x(2).
           01 ws-catalog-status      pic x(2).
           01 ws-dict-name           pic x(8) value spaces.
           01 ws-dict-file-name      pic x(50) value "DICTDD".
           01 ws-dict-desc           pic x(40) value spaces.
           01 ws-catalog-eof-sw      pic x(1).
               88 ws-end-of-catalog      value "Y".
           01 ws-dicts-verified      pic 9(3) value 0.
           01 ws-dicts-display       pic zz9.

           01 ws-action              pic x(7) value "VERIFY".
               88 ws-action-verify       value "VERIFY".
               88 ws-action-rebuild      value "REBUILD".
               88 ws-action-repair       value "REPAIR".
               88 ws-action-all          value "ALL".
               88 ws-action-writes       value "REBUILD" "REPAIR".
           01 ws-fault-limit         pic 9(4) value 200.

           01 ws-run-id              pic x(16) value spaces.
           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).

      * reserved tokens, spelled as CORPREC documents them.
           01 ws-start-sentinel      pic x(20) value "*START*".
           01 ws-end-marker          pic x(20) value "*END*".
           01 ws-control-tag         pic x(20) value "*CONTROL*".

      * the recount.
           01 ws-entries             pic 9(7) value 0.
           01 ws-order1              pic 9(7) value 0.
           01 ws-order2              pic 9(7) value 0.
           01 ws-occurs              pic 9(10) value 0.

      * the control record(s) found on the master. Only one
      * should ever be there; the keys of up to ten are kept so
      * a REBUILD can take every one of them out.
           01 ws-controls-found      pic 9(3) value 0.
           01 ws-ctl-entries         pic 9(7) value 0.
           01 ws-ctl-order1          pic 9(7) value 0.
           01 ws-ctl-order2          pic 9(7) value 0.
           01 ws-ctl-occurs          pic 9(10) value 0.
           01 ws-ctl-run-id          pic x(16) value spaces.
           01 ws-ctl-date            pic x(8) value spaces.
           01 ws-ctl-key-table.
               05 ws-ctl-key         pic x(60) occurs 10 times.
           01 ws-ctl-idx             pic 9(2).

      * faults, by class, and the listing cap.
           01 ws-fault-count         pic 9(7) value 0.
           01 ws-faults-listed       pic 9(7) value 0.
           01 ws-count-faults        pic 9(7) value 0.
           01 ws-date-faults         pic 9(7) value 0.
           01 ws-token-faults        pic 9(7) value 0.
           01 ws-context-faults      pic 9(7) value 0.
           01 ws-control-faults      pic 9(7) value 0.
           01 ws-drift-count         pic 9(1) value 0.
           01 ws-fault-reason        pic x(24).
           01 ws-total-label         pic x(12).

      * order-2 context check: the context in hand, and where the
      * browse was when the order-1 key was read at random.
           01 ws-ctx-prior           pic x(20).
           01 ws-ctx-source          pic x(20).
           01 ws-resume-key          pic x(60).
           01 ws-context-check-sw    pic x(1) value "Y".
               88 ws-context-check-on    value "Y".
               88 ws-context-check-off   value "N".
           01 ws-order1-found-sw     pic x(1).
               88 ws-order1-found        value "Y".

      * REPAIR: the context being repaired, the occurrences of
      * its successors so far, and the order-1 entries added.
           01 ws-repair-pending-sw   pic x(1).
               88 ws-repair-pending      value "Y".
           01 ws-repair-occurs       pic 9(7).
           01 ws-entry-occurs        pic 9(7).
           01 ws-contexts-repaired   pic 9(7) value 0.
           01 ws-repairs-listed      pic 9(7) value 0.

      * calendar check on CORP-LAST-UPDATED.
           01 ws-date-work.
               05 ws-date-year       pic 9(4).
               05 ws-date-month      pic 9(2).
               05 ws-date-day        pic 9(2).
           01 ws-date-ok-sw          pic x(1).
               88 ws-date-ok             value "Y".
           01 ws-month-lengths       pic x(24)
                                     value "312831303130313130313031".
           01 ws-month-table redefines ws-month-lengths.
               05 ws-month-days      pic 9(2) occurs 12 times.
           01 ws-days-in-month       pic 9(2).
           01 ws-leap-quotient       pic 9(4).
           01 ws-leap-rem-4          pic 9(3).
           01 ws-leap-rem-100        pic 9(3).
           01 ws-leap-rem-400        pic 9(3).

           01 ws-count-display       pic z(8)9.
           01 ws-ctl-display         pic z(8)9.
           01 ws-rec-display         pic z(8)9.

       procedure division.
           perform 1000-read-parm.
           perform 1050-resolve-dictionary.
           perform 1100-open-report.
           if ws-io-error-detected
               move ws-cc-io-error to return-code
               stop run
           end-if.

           if ws-action-all
               perform 1500-verify-all
           else
               perform 1600-verify-dictionary
           end-if.
           close vrfy-rpt.
           move ws-worst-rc to return-code.
           stop run.

      * VRFYPARM is optional -- the nightly verify step runs
      * without one -- but a record that is there must make
      * sense: an unrecognized action is not quietly a VERIFY.
           1000-read-parm.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move spaces to ws-run-id
           string "MKVVRFY" ws-run-date
               delimited by size into ws-run-id
           open input parm-file
           if ws-parm-status not = "00"
               display "MKVVRFY: no VRFYPARM, verifying only"
           else
               read parm-file
                   at end
                       move spaces to parm-line
               end-read
               close parm-file
               if parm-action not = spaces
                   move function upper-case(parm-action)
                       to ws-action
               end-if
               if not ws-action-verify and not ws-action-writes
                       and not ws-action-all
                   display "MKVVRFY: VRFYPARM action must be "
                       "VERIFY, REBUILD, REPAIR or ALL"
                   move ws-cc-validation to return-code
                   stop run
               end-if
               if parm-fault-limit not = spaces
                   if parm-fault-limit is numeric
                       move parm-fault-limit to ws-fault-limit
                   else
                       display "MKVVRFY: VRFYPARM fault line "
                           "limit must be numeric"
                       move ws-cc-validation to return-code
                       stop run
                   end-if
               end-if
           end-if.

      * DICTNAME names the dictionary to work on -- one record,
      * cols 1-8; no DICTNAME, or a blank name, is the default
      * master on DICTDD. A name the catalog does not know is
      * refused, never quietly read as the default. ALL takes
      * its dictionaries off the catalog itself, so it takes no
      * name.
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
           if ws-dict-name not = spaces and ws-action-all
               display "MKVVRFY: ALL verifies every dictionary, "
                   "DICTNAME must be blank"
               move ws-cc-validation to return-code
               stop run
           end-if
           if ws-dict-name not = spaces
               open input catalog-file
               if ws-catalog-status not = "00"
                   display "MKVVRFY: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move ws-dict-name to dcat-dict-name
               read catalog-file key is dcat-dict-name
                   invalid key
                       display "MKVVRFY: dictionary " ws-dict-name
                           " is not on the catalog"
                       close catalog-file
                       move ws-cc-validation to return-code
                       stop run
               end-read
               close catalog-file
               move dcat-description to ws-dict-desc
               if dcat-retired and ws-action-writes
                   display "MKVVRFY: dictionary " ws-dict-name
                       " is retired, no " ws-action
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move dcat-master-name to ws-dict-file-name
           end-if.

           1100-open-report.
           open output vrfy-rpt
           if ws-rpt-status not = "00"
               display "MKVVRFY: unable to open verify report, "
                   "status " ws-rpt-status
               set ws-io-error-detected to true
           else
               move spaces to report-line
               string "MARKOV DICTIONARY VERIFY  RUN DATE "
                       ws-run-date "  TIME " ws-run-time
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               evaluate true
                   when ws-action-rebuild
                       string "REBUILD -- CONTROL RECORD REWRITTEN "
                               "IF NO STRUCTURAL FAULT, RUN-ID "
                               ws-run-id
                           delimited by size into report-line
                   when ws-action-repair
                       string "REPAIR -- CONTEXT GAPS FILLED, "
                               "CONTROL RECORD REWRITTEN, RUN-ID "
                               ws-run-id
                           delimited by size into report-line
                   when ws-action-all
                       string "VERIFY ALL -- DEFAULT MASTER AND "
                               "EVERY ACTIVE CATALOG DICTIONARY"
                           delimited by size into report-line
                   when other
                       move "VERIFY ONLY -- NOTHING CHANGED"
                           to report-line
               end-evaluate
               write report-line
           end-if.

      * ALL: the default master, then every active dictionary in
      * catalog order. No catalog yet means no named dictionary
      * to verify; a catalog that will not open is file trouble.
           1500-verify-all.
           perform 1600-verify-dictionary
           open input catalog-file
           evaluate ws-catalog-status
               when "35"
                   move spaces to report-line
                   write report-line
                   move "NO DICTIONARY CATALOG -- DEFAULT MASTER ONLY"
                       to report-line
                   write report-line
               when "00"
                   move "N" to ws-catalog-eof-sw
                   move low-values to dcat-dict-name
                   start catalog-file key not < dcat-dict-name
                       invalid key
                           set ws-end-of-catalog to true
                   end-start
                   perform 1550-verify-catalog-entry
                       until ws-end-of-catalog
                   close catalog-file
               when other
                   display "MKVVRFY: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   move ws-cc-io-error to ws-dict-rc
                   perform 1690-take-worst-rc
           end-evaluate
           move ws-dicts-verified to ws-dicts-display
           move ws-worst-rc to ws-count-display
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "DICTIONARIES VERIFIED: " ws-dicts-display
                   "  WORST CONDITION CODE: "
                   function trim(ws-count-display)
               delimited by size into report-line
           write report-line.

      * a retired dictionary takes no more runs, so nothing is
      * about to read it; it is noted and passed over.
           1550-verify-catalog-entry.
           read catalog-file next
               at end
                   set ws-end-of-catalog to true
               not at end
                   if dcat-active
                       move dcat-dict-name to ws-dict-name
                       move dcat-master-name to ws-dict-file-name
                       move dcat-description to ws-dict-desc
                       perform 1600-verify-dictionary
                   else
                       move spaces to report-line
                       write report-line
                       move spaces to report-line
                       string "DICTIONARY: " dcat-dict-name
                               "  RETIRED -- NOT VERIFIED"
                           delimited by size into report-line
                       write report-line
                   end-if
           end-read.

      * one master, start to finish: the pass, the control
      * record check, any REBUILD or REPAIR, the totals, and its
      * condition code.
           1600-verify-dictionary.
           perform 1650-reset-dictionary
           perform 1700-dictionary-heading
           perform 2000-verify-pass
           if not ws-no-master and not ws-io-error-detected
               perform 3000-check-control
               if ws-action-repair
                   perform 3800-repair-contexts
               end-if
               if ws-action-writes
                   perform 3500-rebuild-control
               end-if
               perform 4000-write-totals
           end-if
           if ws-dict-open
               close dict-file
           end-if
           add 1 to ws-dicts-verified
           evaluate true
               when ws-io-error-detected
                   move ws-cc-io-error to ws-dict-rc
               when ws-no-master
                   move ws-cc-warning to ws-dict-rc
               when ws-fault-count > 0
                   move ws-cc-severe to ws-dict-rc
               when ws-drift-count > 0 and not ws-control-rebuilt
                   move ws-cc-severe to ws-dict-rc
               when other
                   move ws-cc-success to ws-dict-rc
           end-evaluate
           perform 1690-take-worst-rc.

      * everything one master's verification counts starts over.
           1650-reset-dictionary.
           move "N" to ws-io-error-switch
           move "N" to ws-no-master-sw
           move "N" to ws-dict-open-sw
           move "N" to ws-rebuilt-sw
           set ws-context-check-on to true
           move 0 to ws-entries
           move 0 to ws-order1
           move 0 to ws-order2
           move 0 to ws-occurs
           move 0 to ws-controls-found
           move 0 to ws-ctl-entries
           move 0 to ws-ctl-order1
           move 0 to ws-ctl-order2
           move 0 to ws-ctl-occurs
           move spaces to ws-ctl-run-id
           move spaces to ws-ctl-date
           move 0 to ws-fault-count
           move 0 to ws-faults-listed
           move 0 to ws-count-faults
           move 0 to ws-date-faults
           move 0 to ws-token-faults
           move 0 to ws-context-faults
           move 0 to ws-control-faults
           move 0 to ws-drift-count
           move 0 to ws-contexts-repaired
           move 0 to ws-repairs-listed.

           1690-take-worst-rc.
           if ws-dict-rc > ws-worst-rc
               move ws-dict-rc to ws-worst-rc
           end-if.

           1700-dictionary-heading.
           move spaces to report-line
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
           write report-line.

      * the one pass over the master: input for VERIFY, i-o for
      * REBUILD and REPAIR. No master at all is not a damaged one
      * -- the first MARKOV run creates it -- and ends on RC 4.
           2000-verify-pass.
           if ws-action-writes
               open i-o dict-file
           else
               open input dict-file
           end-if
           if ws-dict-status = "35"
               move "NO DICTIONARY MASTER -- NOTHING TO VERIFY"
                   to report-line
               write report-line
               set ws-no-master to true
           else
               if ws-dict-status not = "00"
                   display "MKVVRFY: unable to open dictionary, "
                       "status " ws-dict-status
                   set ws-io-error-detected to true
               else
                   set ws-dict-open to true
                   move "FAULT                    CONTEXT > NEXT"
                       to report-line
                   write report-line
                   move high-values to ws-ctx-prior
                   move high-values to ws-ctx-source
                   set ws-more-file to true
                   move low-values to corp-entry-key
                   start dict-file key not < corp-entry-key
                       invalid key
                           set ws-end-of-file to true
                   end-start
                   perform 2100-verify-one-entry
                       until ws-end-of-file
                   if ws-faults-listed = 0
                       move "  NONE" to report-line
                       write report-line
                   end-if
               end-if
           end-if.

           2100-verify-one-entry.
           read dict-file next
               at end
                   set ws-end-of-file to true
               not at end
                   if dctl-control-tag
                       perform 2150-take-control
                   else
                       perform 2200-count-entry
                       perform 2300-check-count
                       perform 2400-check-date
                       perform 2500-check-tokens
                       perform 2600-check-context
                   end-if
           end-read.

      * keep what the control record says, and its key; a second
      * one is a fault in itself -- which of them is true?
           2150-take-control.
           add 1 to ws-controls-found
           if ws-controls-found <= 10
               move corp-entry-key to ws-ctl-key(ws-controls-found)
           end-if
           if ws-controls-found = 1
               move dctl-entry-count to ws-ctl-entries
               move dctl-order1-count to ws-ctl-order1
               move dctl-order2-count to ws-ctl-order2
               move dctl-occurrence-total to ws-ctl-occurs
               move dctl-run-id to ws-ctl-run-id
               move dctl-update-date to ws-ctl-date
           else
               add 1 to ws-control-faults
               move "DUPLICATE CONTROL RECORD" to ws-fault-reason
               perform 2900-list-fault
           end-if.

           2200-count-entry.
           add 1 to ws-entries
           if corp-prior-word = spaces
               add 1 to ws-order1
           else
               add 1 to ws-order2
           end-if
           if corp-occurrence-count is numeric
               add corp-occurrence-count to ws-occurs
           end-if.

           2300-check-count.
           if corp-occurrence-count is not numeric
               add 1 to ws-count-faults
               move "COUNT NOT NUMERIC" to ws-fault-reason
               perform 2900-list-fault
           else
               if corp-occurrence-count = 0
                   add 1 to ws-count-faults
                   move "COUNT ZERO" to ws-fault-reason
                   perform 2900-list-fault
               end-if
           end-if.

      * a real calendar date -- month 1-12, a day the month has,
      * 29 February only in a leap year -- and not after today.
           2400-check-date.
           move "N" to ws-date-ok-sw
           if corp-last-updated is numeric
               move corp-last-updated to ws-date-work
               if ws-date-month >= 1 and ws-date-month <= 12
                       and ws-date-day >= 1
                   move ws-month-days(ws-date-month)
                       to ws-days-in-month
                   if ws-date-month = 2
                       perform 2450-check-leap-year
                   end-if
                   if ws-date-day <= ws-days-in-month
                           and corp-last-updated <= ws-run-date
                       set ws-date-ok to true
                   end-if
               end-if
           end-if
           if not ws-date-ok
               add 1 to ws-date-faults
               move "LAST-UPDATED NOT A DATE" to ws-fault-reason
               perform 2900-list-fault
           end-if.

           2450-check-leap-year.
           divide ws-date-year by 4 giving ws-leap-quotient
               remainder ws-leap-rem-4
           divide ws-date-year by 100 giving ws-leap-quotient
               remainder ws-leap-rem-100
           divide ws-date-year by 400 giving ws-leap-quotient
               remainder ws-leap-rem-400
           if ws-leap-rem-400 = 0
                   or (ws-leap-rem-4 = 0 and ws-leap-rem-100 not = 0)
               move 29 to ws-days-in-month
           end-if.

      * where the reserved tokens may not be: *START* opens an
      * order-2 context and is nothing else; *END* never follows
      * *END*; *CONTROL* belongs to the control record alone.
           2500-check-tokens.
           evaluate true
               when corp-source-word = spaces
                       or corp-next-word = spaces
                   move "BLANK SOURCE OR NEXT" to ws-fault-reason
               when corp-source-word = ws-start-sentinel
                       or corp-next-word = ws-start-sentinel
                   move "*START* OUT OF PLACE" to ws-fault-reason
               when corp-prior-word = ws-end-marker
                       and corp-source-word = ws-end-marker
                   move "*END* AFTER *END*" to ws-fault-reason
               when corp-source-word = ws-end-marker
                       and corp-next-word = ws-end-marker
                   move "*END* AFTER *END*" to ws-fault-reason
               when corp-source-word = ws-control-tag
                       or corp-next-word = ws-control-tag
                   move "*CONTROL* OUT OF PLACE" to ws-fault-reason
               when other
                   move spaces to ws-fault-reason
           end-evaluate
           if ws-fault-reason not = spaces
               add 1 to ws-token-faults
               perform 2900-list-fault
           end-if.

      * once per order-2 context: the order-1 transition from its
      * prior word to its source word must be on the master. The
      * order-1 entries (spaces prior) all sort ahead of the
      * order-2 ones, so by the first order-2 entry the pass
      * knows whether there are any to check against. The random
      * read moves the browse, so it is put back just past the
      * entry in hand -- this check comes last for that reason.
           2600-check-context.
           if corp-prior-word not = spaces
                   and (corp-prior-word not = ws-ctx-prior
                       or corp-source-word not = ws-ctx-source)
               move corp-prior-word to ws-ctx-prior
               move corp-source-word to ws-ctx-source
               if ws-order1 = 0 and ws-context-check-on
                   set ws-context-check-off to true
               end-if
               if ws-context-check-on
                       and corp-prior-word not = ws-start-sentinel
                   perform 2650-find-order1
               end-if
           end-if.

           2650-find-order1.
           move corp-entry-key to ws-resume-key
           move "N" to ws-order1-found-sw
           move spaces to corp-prior-word
           move ws-ctx-prior to corp-source-word
           move ws-ctx-source to corp-next-word
           read dict-file key is corp-entry-key
               invalid key
                   continue
               not invalid key
                   set ws-order1-found to true
           end-read
           move ws-resume-key to corp-entry-key
           if not ws-order1-found
               add 1 to ws-context-faults
               move "NO ORDER-1 TRANSITION" to ws-fault-reason
               perform 2900-list-fault
           end-if
           start dict-file key > corp-entry-key
               invalid key
                   set ws-end-of-file to true
           end-start.

      * every fault is counted; only the first so many are
      * listed, so a master wrecked end to end still gives a
      * report someone can read.
           2900-list-fault.
           add 1 to ws-fault-count
           if ws-faults-listed < ws-fault-limit
               add 1 to ws-faults-listed
               move spaces to report-line
               string ws-fault-reason " "
                       function trim(corp-prior-word)
                       " " function trim(corp-source-word)
                       " > " function trim(corp-next-word)
                   delimited by size into report-line
               write report-line
           else
               if ws-faults-listed = ws-fault-limit
                   add 1 to ws-faults-listed
                   move ws-fault-limit to ws-count-display
                   move spaces to report-line
                   string "FAULT LISTING STOPPED AT "
                           function trim(ws-count-display)
                           " -- COUNTING CONTINUES"
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

      * the recount against the control record, field by field.
      * An empty master with no control record is a master no
      * run has merged into yet, not a fault.
           3000-check-control.
           move spaces to report-line
           write report-line
           evaluate true
               when ws-controls-found = 0 and ws-entries = 0
                   move "EMPTY MASTER, NO CONTROL RECORD YET"
                       to report-line
                   write report-line
               when ws-controls-found = 0
                   add 1 to ws-control-faults
                   add 1 to ws-fault-count
                   move "NO CONTROL RECORD ON THE MASTER"
                       to report-line
                   write report-line
               when other
                   move spaces to report-line
                   string "CONTROL RECORD: LAST WRITER " ws-ctl-run-id
                           "  DATE " ws-ctl-date
                       delimited by size into report-line
                   write report-line
                   move "FIELD             CONTROL    RECOUNT"
                       to report-line
                   write report-line
                   move ws-ctl-entries to ws-ctl-display
                   move ws-entries to ws-rec-display
                   move "ENTRIES     " to ws-total-label
                   perform 3100-compare-one-total
                   move ws-ctl-order1 to ws-ctl-display
                   move ws-order1 to ws-rec-display
                   move "ORDER-1     " to ws-total-label
                   perform 3100-compare-one-total
                   move ws-ctl-order2 to ws-ctl-display
                   move ws-order2 to ws-rec-display
                   move "ORDER-2     " to ws-total-label
                   perform 3100-compare-one-total
                   move ws-ctl-occurs to ws-ctl-display
                   move ws-occurs to ws-rec-display
                   move "OCCURRENCES " to ws-total-label
                   perform 3100-compare-one-total
           end-evaluate.

           3100-compare-one-total.
           move spaces to report-line
           if ws-ctl-display = ws-rec-display
               string ws-total-label ws-ctl-display
                       " " ws-rec-display "  OK"
                   delimited by size into report-line
           else
               add 1 to ws-drift-count
               string ws-total-label ws-ctl-display
                       " " ws-rec-display "  DRIFT"
                   delimited by size into report-line
           end-if
           write report-line.

      * REBUILD: every control record found comes out and one
      * new one goes in, carrying the recount -- but only on a
      * master the pass found structurally sound. A missing or
      * doubled control record is exactly what REBUILD repairs,
      * so those faults are cleared once it has.
           3500-rebuild-control.
           move spaces to report-line
           write report-line
           if ws-fault-count > ws-control-faults
               move "STRUCTURAL FAULTS -- CONTROL RECORD NOT REBUILT"
                   to report-line
               write report-line
           else
               if ws-controls-found > 10
                   move "MORE THAN 10 CONTROL RECORDS -- NOT REBUILT"
                       to report-line
                   write report-line
               else
                   perform 3600-remove-one-control
                       varying ws-ctl-idx from 1 by 1
                       until ws-ctl-idx > ws-controls-found
                   if not ws-io-error-detected
                       perform 3700-write-control
                   end-if
               end-if
           end-if.

           3600-remove-one-control.
           move ws-ctl-key(ws-ctl-idx) to corp-entry-key
           delete dict-file
               invalid key
                   display "MKVVRFY: unable to delete dictionary "
                       "control record, status " ws-dict-status
                   set ws-io-error-detected to true
           end-delete.

           3700-write-control.
           move spaces to dictionary-control-record
           set dctl-control-tag to true
           move ws-entries to dctl-entry-count
           move ws-order1 to dctl-order1-count
           move ws-order2 to dctl-order2-count
           move ws-occurs to dctl-occurrence-total
           move ws-run-id to dctl-run-id
           move ws-run-date to dctl-update-date
           write dictionary-control-record
               invalid key
                   display "MKVVRFY: unable to write dictionary "
                       "control record, status " ws-dict-status
                   set ws-io-error-detected to true
               not invalid key
                   set ws-control-rebuilt to true
                   subtract ws-control-faults from ws-fault-count
                   move 0 to ws-control-faults
                   move "CONTROL RECORD REBUILT FROM THE RECOUNT"
                       to report-line
                   write report-line
           end-write.

      * REPAIR: only a master whose faults are all context gaps
      * (and control record faults, which the rebuild behind it
      * mends) is repaired -- a master damaged in any other way
      * is not patched up to look sound. A second pass adds each
      * missing order-1 transition; the recount takes them in,
      * so the control record written next carries them. Every
      * gap repaired stops being a fault.
           3800-repair-contexts.
           move spaces to report-line
           write report-line
           evaluate true
               when ws-fault-count >
                       ws-control-faults + ws-context-faults
                   move "STRUCTURAL FAULTS -- CONTEXT GAPS NOT REPAIRED"
                       to report-line
                   write report-line
               when ws-context-faults = 0
                   move "NO CONTEXT GAPS TO REPAIR" to report-line
                   write report-line
               when other
                   move "ORDER-1 TRANSITIONS ADDED" to report-line
                   write report-line
                   move "N" to ws-repair-pending-sw
                   move high-values to ws-ctx-prior
                   move high-values to ws-ctx-source
                   set ws-more-file to true
                   move low-values to corp-entry-key
                   start dict-file key not < corp-entry-key
                       invalid key
                           set ws-end-of-file to true
                   end-start
                   perform 3810-repair-one-entry
                       until ws-end-of-file
                   perform 3850-add-order1
                   subtract ws-contexts-repaired from ws-fault-count
                   subtract ws-contexts-repaired
                       from ws-context-faults
           end-evaluate.

      * a context's successors are one contiguous key run, so
      * their occurrences are totalled as the browse goes. At
      * each new context the one before it is closed, and the
      * new one's order-1 key is read at random -- the browse is
      * put back just past the entry in hand either way. The
      * write and the read both use the record area, so the
      * entry in hand is worked from its saved key.
           3810-repair-one-entry.
           read dict-file next
               at end
                   set ws-end-of-file to true
               not at end
                   if corp-prior-word = ws-ctx-prior
                           and corp-source-word = ws-ctx-source
                       if ws-repair-pending
                           add corp-occurrence-count
                               to ws-repair-occurs
                       end-if
                   else
                       perform 3820-open-repair-context
                   end-if
           end-read.

           3820-open-repair-context.
           move corp-entry-key to ws-resume-key
           move corp-occurrence-count to ws-entry-occurs
           perform 3850-add-order1
           move ws-resume-key to corp-entry-key
           move corp-prior-word to ws-ctx-prior
           move corp-source-word to ws-ctx-source
           if corp-prior-word not = spaces
                   and corp-prior-word not = ws-start-sentinel
                   and not dctl-control-tag
               move spaces to corp-prior-word
               move ws-ctx-prior to corp-source-word
               move ws-ctx-source to corp-next-word
               read dict-file key is corp-entry-key
                   invalid key
                       set ws-repair-pending to true
                       move ws-entry-occurs to ws-repair-occurs
               end-read
           end-if
           move ws-resume-key to corp-entry-key
           start dict-file key > corp-entry-key
               invalid key
                   set ws-end-of-file to true
           end-start.

      * write the order-1 transition the context in hand lacks,
      * counted at the occurrences of the context's successors --
      * the context was seen at least that often, so the
      * transition into it was too.
           3850-add-order1.
           if ws-repair-pending
               move "N" to ws-repair-pending-sw
               move spaces to corpus-record
               move spaces to corp-prior-word
               move ws-ctx-prior to corp-source-word
               move ws-ctx-source to corp-next-word
               move ws-repair-occurs to corp-occurrence-count
               move ws-run-date to corp-last-updated
               write corpus-record
                   invalid key
                       display "MKVVRFY: unable to add order-1 "
                           "transition, status " ws-dict-status
                       set ws-io-error-detected to true
                       set ws-end-of-file to true
                   not invalid key
                       add 1 to ws-contexts-repaired
                       add 1 to ws-entries
                       add 1 to ws-order1
                       add ws-repair-occurs to ws-occurs
                       perform 3860-list-repair
               end-write
           end-if.

           3860-list-repair.
           if ws-repairs-listed < ws-fault-limit
               add 1 to ws-repairs-listed
               move ws-repair-occurs to ws-count-display
               move spaces to report-line
               string "ORDER-1 ADDED            "
                       function trim(ws-ctx-prior)
                       " > " function trim(ws-ctx-source)
                       "  CT " function trim(ws-count-display)
                   delimited by size into report-line
               write report-line
           end-if.

      * the recount and the fault totals by class.
           4000-write-totals.
           move spaces to report-line
           write report-line
           move ws-entries to ws-count-display
           move spaces to report-line
           string "ENTRIES RECOUNTED:     " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-order1 to ws-count-display
           move spaces to report-line
           string "ORDER-1 ENTRIES:       " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-order2 to ws-count-display
           move spaces to report-line
           string "ORDER-2 ENTRIES:       " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-occurs to ws-count-display
           move spaces to report-line
           string "OCCURRENCES:           " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-count-faults to ws-count-display
           move spaces to report-line
           string "COUNT FAULTS:          " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-date-faults to ws-count-display
           move spaces to report-line
           string "DATE FAULTS:           " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-token-faults to ws-count-display
           move spaces to report-line
           string "RESERVED TOKEN FAULTS: " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-context-faults to ws-count-display
           move spaces to report-line
           if ws-context-check-off
               string "CONTEXT FAULTS:        " ws-count-display
                       "  (NO ORDER-1 ENTRIES, NOT CHECKED)"
                   delimited by size into report-line
           else
               string "CONTEXT FAULTS:        " ws-count-display
                   delimited by size into report-line
           end-if
           write report-line
           if ws-action-repair
               move ws-contexts-repaired to ws-count-display
               move spaces to report-line
               string "CONTEXT GAPS REPAIRED: " ws-count-display
                   delimited by size into report-line
               write report-line
           end-if
           move ws-control-faults to ws-count-display
           move spaces to report-line
           string "CONTROL RECORD FAULTS: " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-drift-count to ws-count-display
           move spaces to report-line
           string "TOTALS DRIFTED:        " ws-count-display
               delimited by size into report-line
           write report-line
           move spaces to report-line
           evaluate true
               when ws-fault-count > 0
                   move "MASTER FAILED VERIFICATION" to report-line
               when ws-drift-count > 0 and not ws-control-rebuilt
                   move "MASTER FAILED VERIFICATION" to report-line
               when other
                   move "MASTER VERIFIED" to report-line
           end-evaluate
           write report-line
           display "MKVVRFY: " ws-dict-name " "
               ws-entries " entr(ies) recounted, "
               ws-fault-count " fault(s), " ws-drift-count
               " total(s) drifted".

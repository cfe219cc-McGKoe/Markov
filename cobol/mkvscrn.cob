       identification division.
       program-id.
       mkvscrn.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      * content screening of generated output before it leaves
      * the building. Every GENERATE, GENERATE2 and REPLAY row on
      * the results KSDS (copybooks/resultrec) that has not been
      * screened yet has each of its RES-DETAIL-ENTRY tokens
      * checked against the prohibited table SCRNTAB -- single
      * words, and ordered word pairs where the two words follow
      * one another in the same sequence (harmless words apart,
      * not together). A clean row is marked passed; a row with a
      * hit is marked quarantined with the reason and listed on
      * the reviewer report with its full text. Reviewers answer
      * through SCRNTRAN, one RELEASE or REJECT per run-id, which
      * is applied before the screening pass so the report always
      * shows what is still waiting on them. RESEXTR only
      * extracts passed and released rows.

       environment division.
       input-output section.
       file-control.
           select results-file assign to "RESULTSDD"
               organization indexed
               access mode dynamic
               record key is res-run-id
               file status is ws-results-status.
           select screen-table-file assign to "SCRNTAB"
               organization line sequential
               file status is ws-table-status.
           select tran-file assign to "SCRNTRAN"
               organization line sequential
               file status is ws-tran-status.
           select screen-rpt assign to "SCRNRPT"
               organization line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  results-file.
           copy resultrec.

       fd  screen-table-file.
      * the prohibited table, one entry per record, maintained by
      * the content owners:
      *   cols  1-4  WORD or PAIR
      *   cols  6-25 the word (WORD) or first word of the pair
      *   cols 27-46 second word of the pair (PAIR only)
      * Case does not matter. A record with an asterisk in column
      * 1, or an all-blank record, is a comment.
       01  table-line.
           05 tbl-entry-type         pic x(4).
           05 filler                 pic x(1).
           05 tbl-word-1             pic x(20).
           05 filler                 pic x(1).
           05 tbl-word-2             pic x(20).

       fd  tran-file.
      * one reviewer decision per record:
      *   cols  1-7  RELEASE or REJECT
      *   cols  9-24 run-id of the quarantined row
      *   cols 26-33 reviewer id (required)
       01  tran-line.
           05 tran-action            pic x(7).
           05 filler                 pic x(1).
           05 tran-run-id            pic x(16).
           05 filler                 pic x(1).
           05 tran-reviewer          pic x(8).

       fd  screen-rpt.
       01  report-line               pic x(80).

       working-storage section.
      * mainframe-style condition codes, same scheme as MARKOV's --
      * 4 flags rows left waiting on a reviewer (or a reviewer
      * decision that could not be applied), the same warning
      * convention MKVRECON uses for its exceptions.
           01 ws-cc-success          pic 9(2) value 0.
           01 ws-cc-review           pic 9(2) value 4.
           01 ws-cc-validation       pic 9(2) value 8.
           01 ws-cc-io-error         pic 9(2) value 12.

           01 ws-results-status      pic x(2).
           01 ws-table-status        pic x(2).
           01 ws-tran-status         pic x(2).
           01 ws-rpt-status          pic x(2).
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-table-error-switch  pic x(1) value "N".
               88 ws-table-error         value "Y".
           01 ws-results-open-switch pic x(1) value "N".
               88 ws-results-open        value "Y".
           01 ws-eof-switch          pic x(1).
               88 ws-end-of-file         value "Y".
               88 ws-more-file           value "N".

      * the prohibited table, upper-cased on load so the check is
      * case-blind.
           01 ws-screen-table.
               05 ws-scr-entry occurs 500 times
                       indexed by ws-scr-idx.
                   10 ws-scr-type         pic x(4).
                   10 ws-scr-word-1       pic x(20).
                   10 ws-scr-word-2       pic x(20).
           01 ws-scr-entries          pic 9(4) value 0.
           01 ws-table-lines          pic 9(5) value 0.

      * screening state for the row in the buffer.
           01 ws-hit-switch          pic x(1).
               88 ws-screen-hit          value "Y".
               88 ws-screen-clean        value "N".
           01 ws-detail-sub          pic 9(4).
           01 ws-entry-text          pic x(30).
           01 ws-this-token          pic x(20).
           01 ws-prev-token          pic x(20).
           01 ws-hit-reason          pic x(30).
           01 ws-new-quarantine-sw   pic x(1).
               88 ws-new-quarantine      value "Y".

      * the sequence text printed under a quarantined row, packed
      * a token at a time onto report lines.
           01 ws-text-line           pic x(80).
           01 ws-text-ptr            pic 9(3).
           01 ws-token-length        pic 9(3).

           01 ws-tran-action         pic x(7).
               88 ws-tran-release        value "RELEASE".
               88 ws-tran-reject         value "REJECT".
           01 ws-refuse-reason       pic x(40).

           01 ws-rows-read           pic 9(7) value 0.
           01 ws-rows-screened       pic 9(7) value 0.
           01 ws-rows-passed         pic 9(7) value 0.
           01 ws-rows-quarantined    pic 9(7) value 0.
           01 ws-rows-awaiting       pic 9(7) value 0.
           01 ws-trans-read          pic 9(7) value 0.
           01 ws-trans-released      pic 9(7) value 0.
           01 ws-trans-rejected      pic 9(7) value 0.
           01 ws-trans-refused       pic 9(7) value 0.
           01 ws-count-display       pic z(6)9.

           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).
           01 ws-current-ts          pic x(14).

       procedure division.
           perform 1000-open-files.
           if ws-io-error-detected
               move ws-cc-io-error to return-code
               stop run
           end-if.

           perform 1100-load-screen-table.
           if ws-table-error
               close screen-rpt
               move ws-cc-validation to return-code
               stop run
           end-if.

           perform 1200-open-results.
           perform 2000-apply-transactions.
           perform 3000-screen-results.
           if ws-results-open
               close results-file
           end-if.
           perform 4000-write-totals.
           close screen-rpt.

           if ws-io-error-detected
               move ws-cc-io-error to return-code
           else
               if ws-rows-awaiting > 0 or ws-trans-refused > 0
                   move ws-cc-review to return-code
               else
                   move ws-cc-success to return-code
               end-if
           end-if.
           stop run.

           1000-open-files.
           open output screen-rpt
           if ws-rpt-status not = "00"
               display "MKVSCRN: unable to open report file, "
                   "status " ws-rpt-status
               set ws-io-error-detected to true
           else
               accept ws-run-date from date yyyymmdd
               accept ws-run-time from time
               move ws-run-date to ws-current-ts(1:8)
               move ws-run-time(1:6) to ws-current-ts(9:6)
               move spaces to report-line
               string "MARKOV CONTENT SCREENING  RUN DATE "
                       ws-run-date "  TIME " ws-run-time
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               write report-line
           end-if.

      * the prohibited table is required, and must be sound: a
      * missing, empty or malformed table would pass everything
      * it was meant to stop, so any of those refuses the run on
      * the validation code before a single row is marked.
           1100-load-screen-table.
           open input screen-table-file
           if ws-table-status not = "00"
               display "MKVSCRN: unable to open SCRNTAB, "
                   "status " ws-table-status
               set ws-table-error to true
           else
               set ws-more-file to true
               perform 1150-load-one-entry
                   until ws-end-of-file or ws-table-error
               close screen-table-file
               if ws-scr-entries = 0 and not ws-table-error
                   display "MKVSCRN: SCRNTAB has no entries"
                   set ws-table-error to true
               end-if
           end-if
           if ws-table-error
               move "SCREENING NOT RUN: PROHIBITED TABLE UNUSABLE"
                   to report-line
               write report-line
           end-if.

           1150-load-one-entry.
           read screen-table-file
               at end
                   set ws-end-of-file to true
               not at end
                   add 1 to ws-table-lines
                   if table-line(1:1) = "*" or table-line = spaces
                       continue
                   else
                       move function upper-case(tbl-entry-type)
                           to tbl-entry-type
                       if (tbl-entry-type not = "WORD"
                                   and tbl-entry-type not = "PAIR")
                               or tbl-word-1 = spaces
                               or (tbl-entry-type = "PAIR"
                                   and tbl-word-2 = spaces)
                           display "MKVSCRN: SCRNTAB line "
                               ws-table-lines " is not a valid "
                               "WORD or PAIR entry"
                           set ws-table-error to true
                       else
                           if ws-scr-entries >= 500
                               display "MKVSCRN: SCRNTAB holds more "
                                   "than 500 entries"
                               set ws-table-error to true
                           else
                               add 1 to ws-scr-entries
                               move tbl-entry-type
                                   to ws-scr-type(ws-scr-entries)
                               move function upper-case(tbl-word-1)
                                   to ws-scr-word-1(ws-scr-entries)
                               move function upper-case(tbl-word-2)
                                   to ws-scr-word-2(ws-scr-entries)
                           end-if
                       end-if
                   end-if
           end-read.

      * a missing results dataset is not an I/O error -- there is
      * simply nothing to screen yet; any reviewer decisions are
      * refused below because their rows cannot be found.
           1200-open-results.
           open i-o results-file
           if ws-results-status = "35"
               display "MKVSCRN: no results file, nothing to screen"
           else
               if ws-results-status not = "00"
                   display "MKVSCRN: unable to open results file, "
                       "status " ws-results-status
                   set ws-io-error-detected to true
               else
                   set ws-results-open to true
               end-if
           end-if.

      * reviewer decisions first, so a row released today goes
      * out on today's extract and drops off today's review list.
      * No SCRNTRAN (or an empty one) just means no decisions.
           2000-apply-transactions.
           open input tran-file
           if ws-tran-status not = "00"
               display "MKVSCRN: no SCRNTRAN, no reviewer decisions"
           else
               move "REVIEWER DECISIONS" to report-line
               write report-line
               set ws-more-file to true
               perform 2100-apply-one-transaction
                   until ws-end-of-file
               close tran-file
               if ws-trans-read = 0
                   move "  NONE" to report-line
                   write report-line
               end-if
               move spaces to report-line
               write report-line
           end-if.

      * only a row still in quarantine takes a decision: a row
      * rerun since it was quarantined has new content and is
      * back to unscreened, and a row already decided keeps the
      * first reviewer's answer. The same decision presented
      * again (a decisions member left in place and rerun) is
      * noted, not refused.
           2100-apply-one-transaction.
           read tran-file
               at end
                   set ws-end-of-file to true
               not at end
                   add 1 to ws-trans-read
                   move function upper-case(tran-action)
                       to ws-tran-action
                   move spaces to ws-refuse-reason
                   evaluate true
                       when not ws-tran-release
                               and not ws-tran-reject
                           move "ACTION MUST BE RELEASE OR REJECT"
                               to ws-refuse-reason
                       when tran-reviewer = spaces
                           move "NO REVIEWER ID"
                               to ws-refuse-reason
                       when not ws-results-open
                           move "NOT ON RESULTS FILE"
                               to ws-refuse-reason
                       when other
                           move tran-run-id to res-run-id
                           read results-file key is res-run-id
                               invalid key
                                   move "NOT ON RESULTS FILE"
                                       to ws-refuse-reason
                               not invalid key
                                   perform 2200-record-decision
                           end-read
                   end-evaluate
                   if ws-refuse-reason not = spaces
                       move spaces to report-line
                       string "  REFUSED   " tran-run-id
                               "  " ws-refuse-reason
                           delimited by size into report-line
                       write report-line
                       add 1 to ws-trans-refused
                   end-if
           end-read.

           2200-record-decision.
           evaluate true
               when (ws-tran-release and res-released)
                       or (ws-tran-reject and res-rejected)
                   move spaces to report-line
                   string "  ALREADY   " res-run-id
                           "  BY " res-reviewer
                       delimited by size into report-line
                   write report-line
               when not res-quarantined
                   string "NOT QUARANTINED, STATUS '"
                           res-screen-status "'"
                       delimited by size into ws-refuse-reason
               when other
                   perform 2250-rewrite-decision
           end-evaluate.

           2250-rewrite-decision.
           if ws-tran-release
               move "R" to res-screen-status
           else
               move "X" to res-screen-status
           end-if
           move tran-reviewer to res-reviewer
           move ws-current-ts to res-screen-ts
           rewrite result-record
               invalid key
                   move "REWRITE FAILED" to ws-refuse-reason
               not invalid key
                   move spaces to report-line
                   if ws-tran-release
                       string "  RELEASED  " res-run-id
                               "  BY " tran-reviewer
                               "  " res-screen-reason
                           delimited by size into report-line
                       add 1 to ws-trans-released
                   else
                       string "  REJECTED  " res-run-id
                               "  BY " tran-reviewer
                               "  " res-screen-reason
                           delimited by size into report-line
                       add 1 to ws-trans-rejected
                   end-if
                   write report-line
           end-rewrite.

      * one pass over every results row: screen the unscreened
      * rows of the generating modes, and list every row left in
      * quarantine -- new today or still waiting from an earlier
      * run -- for the reviewer.
           3000-screen-results.
           move "QUARANTINED ROWS AWAITING REVIEW" to report-line
           write report-line
           if ws-results-open
               set ws-more-file to true
               move low-values to res-run-id
               start results-file key not < res-run-id
                   invalid key
                       set ws-end-of-file to true
               end-start
               perform 3100-screen-one-result
                   until ws-end-of-file
           end-if
           if ws-rows-awaiting = 0
               move "  NONE" to report-line
               write report-line
           end-if.

           3100-screen-one-result.
           read results-file next
               at end
                   set ws-end-of-file to true
               not at end
                   add 1 to ws-rows-read
                   move "N" to ws-new-quarantine-sw
                   if (res-run-mode = "GENERATE"
                               or res-run-mode = "GENERATE2"
                               or res-run-mode = "REPLAY")
                           and res-unscreened
                       perform 3200-screen-row
                   end-if
                   if res-quarantined
                       perform 3300-list-quarantined
                   end-if
           end-read.

      * walk the row's tokens in order. SEQUENCE separators start
      * a new walk, so a pair never spans two sequences; the
      * REPLAY OF / REPLAY VERIFIED / REPLAY MISMATCH lines a
      * replay stores are bookkeeping, not content. The first
      * hit is the reason given.
           3200-screen-row.
           add 1 to ws-rows-screened
           set ws-screen-clean to true
           move spaces to ws-prev-token
           move spaces to ws-hit-reason
           perform varying ws-detail-sub from 1 by 1
                   until ws-detail-sub > res-detail-count
                       or ws-screen-hit
               move res-detail-entry(ws-detail-sub) to ws-entry-text
               evaluate true
                   when ws-entry-text(1:9) = "SEQUENCE "
                       move spaces to ws-prev-token
                   when ws-entry-text(1:10) = "REPLAY OF "
                       continue
                   when ws-entry-text = "REPLAY VERIFIED"
                       continue
                   when ws-entry-text = "REPLAY MISMATCH"
                       continue
                   when other
                       move function upper-case(ws-entry-text(1:20))
                           to ws-this-token
                       perform 3250-check-token
                       move ws-this-token to ws-prev-token
               end-evaluate
           end-perform
           move ws-current-ts to res-screen-ts
           move spaces to res-reviewer
           if ws-screen-hit
               move "Q" to res-screen-status
               move ws-hit-reason to res-screen-reason
               move "Y" to ws-new-quarantine-sw
               add 1 to ws-rows-quarantined
           else
               move "P" to res-screen-status
               move spaces to res-screen-reason
               add 1 to ws-rows-passed
           end-if
           rewrite result-record
               invalid key
                   display "MKVSCRN: unable to rewrite " res-run-id
                       ", status " ws-results-status
                   set ws-io-error-detected to true
           end-rewrite.

           3250-check-token.
           perform varying ws-scr-idx from 1 by 1
                   until ws-scr-idx > ws-scr-entries
                       or ws-screen-hit
               if ws-scr-type(ws-scr-idx) = "WORD"
                       and ws-scr-word-1(ws-scr-idx) = ws-this-token
                   set ws-screen-hit to true
                   string "WORD " function trim(ws-this-token)
                       delimited by size into ws-hit-reason
               end-if
               if ws-scr-type(ws-scr-idx) = "PAIR"
                       and ws-scr-word-1(ws-scr-idx) = ws-prev-token
                       and ws-scr-word-2(ws-scr-idx) = ws-this-token
                   set ws-screen-hit to true
                   string "PAIR " function trim(ws-prev-token)
                           "+" function trim(ws-this-token)
                       delimited by size into ws-hit-reason
               end-if
           end-perform.

      * the reviewer needs the whole text to judge it, not just
      * the word that tripped the table -- print the row's
      * entries under its heading, packed onto report lines.
           3300-list-quarantined.
           add 1 to ws-rows-awaiting
           move spaces to report-line
           if ws-new-quarantine
               string "  NEW   " res-run-id "  " res-run-mode
                       "  " res-corpus-name
                   delimited by size into report-line
           else
               string "  HELD  " res-run-id "  " res-run-mode
                       "  " res-corpus-name
                   delimited by size into report-line
           end-if
           write report-line
           move spaces to report-line
           string "        REASON: " res-screen-reason
                   "  SCREENED " res-screen-ts
               delimited by size into report-line
           write report-line
           move spaces to ws-text-line
           move 9 to ws-text-ptr
           perform varying ws-detail-sub from 1 by 1
                   until ws-detail-sub > res-detail-count
               perform 3350-add-text-token
           end-perform
           if ws-text-ptr > 9
               move ws-text-line to report-line
               write report-line
           end-if.

           3350-add-text-token.
           move res-detail-entry(ws-detail-sub) to ws-entry-text
           if ws-entry-text not = spaces
               move function length(function trim(ws-entry-text))
                   to ws-token-length
               if ws-text-ptr + ws-token-length > 80
                   move ws-text-line to report-line
                   write report-line
                   move spaces to ws-text-line
                   move 9 to ws-text-ptr
               end-if
               string function trim(ws-entry-text) " "
                   delimited by size into ws-text-line
                   with pointer ws-text-ptr
               end-string
           end-if.

           4000-write-totals.
           move spaces to report-line
           write report-line
           move ws-scr-entries to ws-count-display
           move spaces to report-line
           string "PROHIBITED ENTRIES:   " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-trans-read to ws-count-display
           move spaces to report-line
           string "DECISIONS READ:       " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-trans-released to ws-count-display
           move spaces to report-line
           string "ROWS RELEASED:        " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-trans-rejected to ws-count-display
           move spaces to report-line
           string "ROWS REJECTED:        " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-trans-refused to ws-count-display
           move spaces to report-line
           string "DECISIONS REFUSED:    " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-rows-read to ws-count-display
           move spaces to report-line
           string "RESULTS ROWS READ:    " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-rows-screened to ws-count-display
           move spaces to report-line
           string "ROWS SCREENED:        " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-rows-passed to ws-count-display
           move spaces to report-line
           string "ROWS PASSED:          " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-rows-quarantined to ws-count-display
           move spaces to report-line
           string "NEWLY QUARANTINED:    " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-rows-awaiting to ws-count-display
           move spaces to report-line
           string "AWAITING REVIEW:      " ws-count-display
               delimited by size into report-line
           write report-line
           display "MKVSCRN: screened " ws-rows-screened
               " row(s), " ws-rows-quarantined " quarantined, "
               ws-rows-awaiting " awaiting review".

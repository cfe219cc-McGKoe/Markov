       identification division.
       program-id.
       mkvinq.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      * help-desk inquiry: answers "what did my 10-50 GENERATE
      * produce yesterday" at the terminal instead of through a
      * RESEXTR or AUDRPT job. From the menu a results row is
      * looked up by run-id, or the rows last run on a date are
      * listed and one picked off the list. A row shows its run
      * header -- mode, range, corpus, dictionary, seed, start
      * word, sequence count, screening status -- with its
      * RES-DETAIL-ENTRY sequences paged underneath, and the
      * current LOCKDD row of the dictionary it came from. From
      * the row, A pages through the AUDITDD history of the
      * run-id, every run the audit trail has under it.
      * Strictly read-only: every file is opened input and closed
      * again as soon as the lookup is done, so nothing here is
      * ever updated and no dataset is held between keystrokes --
      * it runs while the night's batch holds the same datasets
      * SHR. A row MKVSCRN is holding in quarantine, or one a
      * reviewer rejected, shows its header and screening status
      * but not its content: that content is not released.

       environment division.
       input-output section.
       file-control.
           select results-file assign to "RESULTSDD"
               organization indexed
               access mode dynamic
               record key is res-run-id
               file status is ws-results-status.
           select audit-file assign to "AUDITDD"
               organization line sequential
               file status is ws-audit-status.
           select lock-file assign to "LOCKDD"
               organization indexed
               access mode dynamic
               record key is lck-name
               file status is ws-lock-status.

       data division.
       file section.
       fd  results-file.
           copy resultrec.

       fd  audit-file.
           copy auditrec.

       fd  lock-file.
           copy lockrec.

       working-storage section.
           01 ws-results-status      pic x(2).
           01 ws-audit-status        pic x(2).
           01 ws-lock-status         pic x(2).
           01 ws-eof-switch          pic x(1).
               88 ws-end-of-file         value "Y".
               88 ws-more-file           value "N".

           01 ws-exit-switch         pic x(1) value "N".
               88 ws-exit-requested      value "Y".
           01 ws-leave-switch        pic x(1).
               88 ws-leave-view          value "Y".
               88 ws-stay-in-view        value "N".
           01 ws-list-leave-switch   pic x(1).
               88 ws-leave-list          value "Y".
               88 ws-stay-in-list        value "N".
           01 ws-audit-leave-switch  pic x(1).
               88 ws-leave-audit         value "Y".
               88 ws-stay-in-audit       value "N".
           01 ws-row-found-switch    pic x(1).
               88 ws-row-found           value "Y".

      * menu fields.
           01 ws-menu-function       pic x(1).
           01 ws-menu-run-id         pic x(16).
           01 ws-menu-date           pic x(8).

      * the one list screen every view fills: a title, five
      * lines of header, a column heading, fourteen lines of
      * page, a message and the keys that work.
           01 ws-scr-title           pic x(80).
           01 ws-scr-info-area.
               05 ws-scr-info        pic x(80) occurs 5 times.
           01 ws-scr-heading         pic x(80).
           01 ws-scr-page-area.
               05 ws-scr-line        pic x(80) occurs 14 times.
           01 ws-scr-message         pic x(79).
           01 ws-scr-keys            pic x(60).
           01 ws-scr-command         pic x(1).
           01 ws-scr-select          pic x(3).
           01 ws-page-lines          pic 9(2) value 14.
           01 ws-line-sub            pic 9(2).

      * paging over whichever view is up: the first item on the
      * page and how many items there are.
           01 ws-page-start          pic 9(4).
           01 ws-item-count          pic 9(4).
           01 ws-item-sub            pic 9(4).
           01 ws-items-per-page      pic 9(2).
           01 ws-page-end            pic 9(4).
           01 ws-entry-number        pic z(3)9.
           01 ws-row-page-save       pic 9(4).
           01 ws-browse-page-save    pic 9(4).

      * the row on display, and its dictionary's lock.
           01 ws-lock-text           pic x(70).
           01 ws-lock-key            pic x(8).
           01 ws-content-held-sw     pic x(1).
               88 ws-content-held        value "Y".
           01 ws-screen-text         pic x(12).

      * the audit history of the row's run-id, oldest first; past
      * 500 runs the oldest drop off so the newest always show.
           01 ws-audit-table.
               05 ws-aud-entry occurs 500 times
                       indexed by ws-aud-idx.
                   10 ws-aud-timestamp   pic x(14).
                   10 ws-aud-mode        pic x(10).
                   10 ws-aud-rc          pic 9(3).
                   10 ws-aud-count       pic 9(7).
                   10 ws-aud-elapsed     pic x(7).
                   10 ws-aud-seed        pic 9(9).
                   10 ws-aud-user        pic x(8).
                   10 ws-aud-dict        pic x(8).
           01 ws-aud-entries         pic 9(4) value 0.
           01 ws-aud-total           pic 9(7) value 0.

      * run-id rebuilt from the audit fields exactly the way
      * MARKOV strings WS-RUN-ID together -- the MKVRECON pattern.
           01 ws-build-run-id        pic x(16).
           01 ws-mode-key            pic x(4).
           01 ws-corpus-key          pic x(8).

      * the rows last run on the browse date.
           01 ws-browse-table.
               05 ws-brw-entry occurs 500 times
                       indexed by ws-brw-idx.
                   10 ws-brw-run-id      pic x(16).
                   10 ws-brw-mode        pic x(10).
                   10 ws-brw-ts          pic x(14).
                   10 ws-brw-count       pic 9(7).
                   10 ws-brw-rc          pic 9(3).
                   10 ws-brw-dict        pic x(8).
           01 ws-brw-entries         pic 9(4) value 0.
           01 ws-brw-overflow-sw     pic x(1).
               88 ws-brw-overflow        value "Y".
           01 ws-select-number       pic 9(3).

           01 ws-count-display       pic z(6)9.
           01 ws-rc-display          pic z(2)9.

       screen section.
       01  menu-screen.
           05 blank screen.
           05 line 1 column 1
               value "MKVINQ  MARKOV RESULTS INQUIRY".
           05 line 3 column 3
               value "1  LOOK UP A RESULTS ROW BY RUN-ID".
           05 line 4 column 3
               value "2  LIST THE RESULTS ROWS LAST RUN ON A DATE".
           05 line 5 column 3
               value "X  EXIT".
           05 line 7 column 3 value "FUNCTION".
           05 line 7 column 13 pic x(1) using ws-menu-function.
           05 line 8 column 3 value "RUN-ID".
           05 line 8 column 13 pic x(16) using ws-menu-run-id.
           05 line 9 column 3 value "DATE".
           05 line 9 column 13 pic x(8) using ws-menu-date.
           05 line 9 column 23 value "(YYYYMMDD)".
           05 line 23 column 1 pic x(79) from ws-scr-message.

       01  list-screen.
           05 blank screen.
           05 line 1 column 1 pic x(80) from ws-scr-title.
           05 line 3 column 1 pic x(80) from ws-scr-info(1).
           05 line 4 column 1 pic x(80) from ws-scr-info(2).
           05 line 5 column 1 pic x(80) from ws-scr-info(3).
           05 line 6 column 1 pic x(80) from ws-scr-info(4).
           05 line 7 column 1 pic x(80) from ws-scr-info(5).
           05 line 8 column 1 pic x(80) from ws-scr-heading.
           05 line 9 column 1 pic x(80) from ws-scr-line(1).
           05 line 10 column 1 pic x(80) from ws-scr-line(2).
           05 line 11 column 1 pic x(80) from ws-scr-line(3).
           05 line 12 column 1 pic x(80) from ws-scr-line(4).
           05 line 13 column 1 pic x(80) from ws-scr-line(5).
           05 line 14 column 1 pic x(80) from ws-scr-line(6).
           05 line 15 column 1 pic x(80) from ws-scr-line(7).
           05 line 16 column 1 pic x(80) from ws-scr-line(8).
           05 line 17 column 1 pic x(80) from ws-scr-line(9).
           05 line 18 column 1 pic x(80) from ws-scr-line(10).
           05 line 19 column 1 pic x(80) from ws-scr-line(11).
           05 line 20 column 1 pic x(80) from ws-scr-line(12).
           05 line 21 column 1 pic x(80) from ws-scr-line(13).
           05 line 22 column 1 pic x(80) from ws-scr-line(14).
           05 line 23 column 1 pic x(79) from ws-scr-message.
           05 line 24 column 1 pic x(60) from ws-scr-keys.
           05 line 24 column 62 value "CMD".
           05 line 24 column 66 pic x(1) using ws-scr-command.
           05 line 24 column 69 value "LINE".
           05 line 24 column 74 pic x(3) using ws-scr-select.

       procedure division.
           move spaces to ws-scr-message.
           perform 1000-menu until ws-exit-requested.
           stop run.

      * the menu: a run-id goes straight to its row, a date to
      * the list of rows last run that day. The run-id is looked
      * up as typed -- its corpus part keeps the case the corpus
      * name was given in.
           1000-menu.
           move spaces to ws-menu-function
           display menu-screen
           accept menu-screen
           move function upper-case(ws-menu-function)
               to ws-menu-function
           move spaces to ws-scr-message
           evaluate ws-menu-function
               when "1"
                   if ws-menu-run-id = spaces
                       move "ENTER THE RUN-ID TO LOOK UP"
                           to ws-scr-message
                   else
                       perform 2000-inquire-run-id
                   end-if
               when "2"
                   if ws-menu-date is not numeric
                       move "ENTER THE DATE AS YYYYMMDD"
                           to ws-scr-message
                   else
                       perform 4000-browse-date
                   end-if
               when "X"
                   set ws-exit-requested to true
               when other
                   move "FUNCTION MUST BE 1, 2 OR X"
                       to ws-scr-message
           end-evaluate.

      * one results row by key. The file is open only for the
      * read itself.
           2000-inquire-run-id.
           move "N" to ws-row-found-switch
           open input results-file
           if ws-results-status not = "00"
               string "RESULTS FILE NOT AVAILABLE, STATUS "
                       ws-results-status
                   delimited by size into ws-scr-message
           else
               move ws-menu-run-id to res-run-id
               read results-file key is res-run-id
                   invalid key
                       string "NO RESULTS ROW FOR RUN-ID "
                               ws-menu-run-id
                           delimited by size into ws-scr-message
                   not invalid key
                       set ws-row-found to true
               end-read
               close results-file
           end-if
           if ws-row-found
               perform 2100-find-lock
               move 1 to ws-page-start
               set ws-stay-in-view to true
               perform 2200-show-row until ws-leave-view
               move spaces to ws-scr-message
           end-if.

      * the lock row of the dictionary the results row came
      * from -- a blank dictionary name is the default master,
      * whose row is keyed DICTDD.
           2100-find-lock.
           if res-dict-name = spaces
               move "DICTDD" to ws-lock-key
           else
               move res-dict-name to ws-lock-key
           end-if
           move spaces to ws-lock-text
           open input lock-file
           if ws-lock-status not = "00"
               string "LOCK " ws-lock-key " -- NO LOCK FILE"
                   delimited by size into ws-lock-text
           else
               move ws-lock-key to lck-name
               read lock-file key is lck-name
                   invalid key
                       string "LOCK " ws-lock-key
                               " -- NEVER TAKEN"
                           delimited by size into ws-lock-text
                   not invalid key
                       if lck-held
                           string "LOCK " ws-lock-key
                                   " HELD BY " lck-run-id
                                   " SINCE " lck-update-ts
                               delimited by size into ws-lock-text
                       else
                           string "LOCK " ws-lock-key
                                   " FREE -- LAST " lck-run-id
                                   " AT " lck-update-ts
                               delimited by size into ws-lock-text
                       end-if
               end-read
               close lock-file
           end-if.

      * the row's header over a page of its detail entries, two
      * to a line.
           2200-show-row.
           perform 2300-build-row-header
           move 28 to ws-items-per-page
           move spaces to ws-scr-page-area
           if ws-content-held
               move "  CONTENT NOT RELEASED -- SEE THE SCREENING STATUS"
                   to ws-scr-line(1)
               move 0 to ws-item-count
           else
               move res-detail-count to ws-item-count
               perform 2400-build-detail-line
                   varying ws-line-sub from 1 by 1
                   until ws-line-sub > ws-page-lines
           end-if
           move "F FORWARD  B BACK  A AUDIT HISTORY  R RETURN"
               to ws-scr-keys
           perform 6000-converse
           evaluate ws-scr-command
               when "F"
                   perform 6100-page-forward
               when "B"
                   perform 6200-page-back
               when "A"
                   perform 3000-audit-history
               when "R"
                   set ws-leave-view to true
               when other
                   move "COMMAND MUST BE F, B, A OR R"
                       to ws-scr-message
           end-evaluate.

           2300-build-row-header.
           move spaces to ws-scr-title
           string "MKVINQ  RESULTS ROW " res-run-id
               delimited by size into ws-scr-title
           move spaces to ws-scr-info-area
           string "MODE " res-run-mode
                   "  RANGE " res-lower "-" res-upper
                   "  DICTIONARY " res-dict-name
               delimited by size into ws-scr-info(1)
           string "CORPUS " res-corpus-name
               delimited by size into ws-scr-info(2)
           move res-return-code to ws-rc-display
           move res-record-count to ws-count-display
           string "LAST RUN " res-last-run-ts
                   "  RC " ws-rc-display
                   "  RECORDS " ws-count-display
                   "  SEED " res-seed
               delimited by size into ws-scr-info(3)
           move "N" to ws-content-held-sw
           evaluate true
               when res-unscreened
                   move "NOT SCREENED" to ws-screen-text
               when res-screen-passed
                   move "PASSED" to ws-screen-text
               when res-released
                   move "RELEASED" to ws-screen-text
               when res-quarantined
                   move "QUARANTINED" to ws-screen-text
                   set ws-content-held to true
               when res-rejected
                   move "REJECTED" to ws-screen-text
                   set ws-content-held to true
               when other
                   move res-screen-status to ws-screen-text
           end-evaluate
           string "START WORD " res-start-word
                   "  SEQUENCES " res-seq-count
                   "  SCREENING " ws-screen-text
               delimited by size into ws-scr-info(4)
           move ws-lock-text to ws-scr-info(5)
           move res-detail-count to ws-count-display
           move spaces to ws-scr-heading
           string "DETAIL ENTRIES " ws-count-display
               delimited by size into ws-scr-heading.

           2400-build-detail-line.
           compute ws-item-sub =
               ws-page-start + (ws-line-sub - 1) * 2
           if ws-item-sub <= ws-item-count
               move ws-item-sub to ws-entry-number
               move ws-entry-number to ws-scr-line(ws-line-sub)(2:4)
               move res-detail-entry(ws-item-sub)
                   to ws-scr-line(ws-line-sub)(7:30)
           end-if
           add 1 to ws-item-sub
           if ws-item-sub <= ws-item-count
               move ws-item-sub to ws-entry-number
               move ws-entry-number to ws-scr-line(ws-line-sub)(40:4)
               move res-detail-entry(ws-item-sub)
                   to ws-scr-line(ws-line-sub)(45:30)
           end-if.

      * every audit record under the row's run-id. The row stays
      * in the results buffer -- only the audit file is read --
      * so R comes straight back to it.
           3000-audit-history.
           move 0 to ws-aud-entries
           move 0 to ws-aud-total
           open input audit-file
           if ws-audit-status not = "00"
               string "AUDIT LOG NOT AVAILABLE, STATUS "
                       ws-audit-status
                   delimited by size into ws-scr-message
           else
               set ws-more-file to true
               perform 3100-load-audit-record until ws-end-of-file
               close audit-file
               move ws-page-start to ws-row-page-save
               move 1 to ws-page-start
               move spaces to ws-scr-message
               set ws-stay-in-audit to true
               perform 3300-show-audit-page until ws-leave-audit
               move ws-row-page-save to ws-page-start
               move spaces to ws-scr-message
           end-if.

           3100-load-audit-record.
           read audit-file
               at end
                   set ws-end-of-file to true
               not at end
                   perform 3150-build-run-id
                   if ws-build-run-id = res-run-id
                       add 1 to ws-aud-total
                       if ws-aud-entries >= 500
                           perform 3200-drop-oldest-audit
                       end-if
                       add 1 to ws-aud-entries
                       set ws-aud-idx to ws-aud-entries
                       move aud-timestamp
                           to ws-aud-timestamp(ws-aud-idx)
                       move aud-run-mode to ws-aud-mode(ws-aud-idx)
                       move aud-return-code to ws-aud-rc(ws-aud-idx)
                       move aud-record-count
                           to ws-aud-count(ws-aud-idx)
                       if aud-elapsed-secs is numeric
                               and aud-start-ts not = spaces
                           move aud-elapsed-secs to ws-count-display
                           move ws-count-display
                               to ws-aud-elapsed(ws-aud-idx)
                       else
                           move "    N/A" to ws-aud-elapsed(ws-aud-idx)
                       end-if
                       move aud-seed to ws-aud-seed(ws-aud-idx)
                       move aud-user-id to ws-aud-user(ws-aud-idx)
                       move aud-dict-name to ws-aud-dict(ws-aud-idx)
                   end-if
           end-read.

           3150-build-run-id.
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

           3200-drop-oldest-audit.
           perform varying ws-aud-idx from 1 by 1
                   until ws-aud-idx > 499
               move ws-aud-entry(ws-aud-idx + 1)
                   to ws-aud-entry(ws-aud-idx)
           end-perform
           move 499 to ws-aud-entries.

           3300-show-audit-page.
           move spaces to ws-scr-title
           string "MKVINQ  AUDIT HISTORY " res-run-id
               delimited by size into ws-scr-title
           move spaces to ws-scr-info-area
           move ws-aud-total to ws-count-display
           string "RUNS ON THE AUDIT TRAIL UNDER THIS RUN-ID "
                   ws-count-display
               delimited by size into ws-scr-info(1)
           if ws-aud-total > ws-aud-entries
               move "OLDEST RUNS NOT SHOWN -- THE NEWEST 500 ARE"
                   to ws-scr-info(2)
           end-if
           move ws-lock-text to ws-scr-info(5)
           move spaces to ws-scr-heading
           string "ENDED          MODE       "
                   " RC RECORDS ELAPSED      SEED USER     DICT"
               delimited by size into ws-scr-heading
           move ws-page-lines to ws-items-per-page
           move ws-aud-entries to ws-item-count
           move spaces to ws-scr-page-area
           perform 3400-build-audit-line
               varying ws-line-sub from 1 by 1
               until ws-line-sub > ws-page-lines
           if ws-aud-entries = 0
               move "  NO AUDIT RECORDS UNDER THIS RUN-ID"
                   to ws-scr-line(1)
           end-if
           move "F FORWARD  B BACK  R RETURN TO THE ROW"
               to ws-scr-keys
           perform 6000-converse
           evaluate ws-scr-command
               when "F"
                   perform 6100-page-forward
               when "B"
                   perform 6200-page-back
               when "R"
                   set ws-leave-audit to true
               when other
                   move "COMMAND MUST BE F, B OR R"
                       to ws-scr-message
           end-evaluate.

           3400-build-audit-line.
           compute ws-item-sub = ws-page-start + ws-line-sub - 1
           if ws-item-sub <= ws-item-count
               set ws-aud-idx to ws-item-sub
               move ws-aud-rc(ws-aud-idx) to ws-rc-display
               move ws-aud-count(ws-aud-idx) to ws-count-display
               string ws-aud-timestamp(ws-aud-idx)
                       " " ws-aud-mode(ws-aud-idx)
                       " " ws-rc-display
                       " " ws-count-display
                       " " ws-aud-elapsed(ws-aud-idx)
                       " " ws-aud-seed(ws-aud-idx)
                       " " ws-aud-user(ws-aud-idx)
                       " " ws-aud-dict(ws-aud-idx)
                   delimited by size into ws-scr-line(ws-line-sub)
           end-if.

      * every row last run on the date, in run-id order; a line
      * number and S opens that row.
           4000-browse-date.
           move 0 to ws-brw-entries
           move "N" to ws-brw-overflow-sw
           open input results-file
           if ws-results-status not = "00"
               string "RESULTS FILE NOT AVAILABLE, STATUS "
                       ws-results-status
                   delimited by size into ws-scr-message
           else
               set ws-more-file to true
               move low-values to res-run-id
               start results-file key not < res-run-id
                   invalid key
                       set ws-end-of-file to true
               end-start
               perform 4100-load-browse-row until ws-end-of-file
               close results-file
               if ws-brw-entries = 0
                   string "NO RESULTS ROWS LAST RUN ON "
                           ws-menu-date
                       delimited by size into ws-scr-message
               else
                   move 1 to ws-page-start
                   set ws-stay-in-list to true
                   perform 4200-show-browse-page until ws-leave-list
                   move spaces to ws-scr-message
               end-if
           end-if.

           4100-load-browse-row.
           read results-file next
               at end
                   set ws-end-of-file to true
               not at end
                   if res-last-run-ts(1:8) = ws-menu-date
                       if ws-brw-entries < 500
                           add 1 to ws-brw-entries
                           set ws-brw-idx to ws-brw-entries
                           move res-run-id to ws-brw-run-id(ws-brw-idx)
                           move res-run-mode to ws-brw-mode(ws-brw-idx)
                           move res-last-run-ts
                               to ws-brw-ts(ws-brw-idx)
                           move res-record-count
                               to ws-brw-count(ws-brw-idx)
                           move res-return-code
                               to ws-brw-rc(ws-brw-idx)
                           move res-dict-name
                               to ws-brw-dict(ws-brw-idx)
                       else
                           set ws-brw-overflow to true
                       end-if
                   end-if
           end-read.

           4200-show-browse-page.
           move spaces to ws-scr-title
           string "MKVINQ  RESULTS ROWS LAST RUN ON " ws-menu-date
               delimited by size into ws-scr-title
           move spaces to ws-scr-info-area
           move ws-brw-entries to ws-count-display
           string "ROWS " ws-count-display
               delimited by size into ws-scr-info(1)
           if ws-brw-overflow
               move "LIST STOPPED AT 500 ROWS -- LOOK UP BY RUN-ID"
                   to ws-scr-info(2)
           end-if
           move spaces to ws-scr-heading
           string "LINE RUN-ID           MODE       "
                   "LAST RUN       RECORDS  RC DICT"
               delimited by size into ws-scr-heading
           move ws-page-lines to ws-items-per-page
           move ws-brw-entries to ws-item-count
           move spaces to ws-scr-page-area
           perform 4300-build-browse-line
               varying ws-line-sub from 1 by 1
               until ws-line-sub > ws-page-lines
           move "F FORWARD  B BACK  S SELECT LINE  R RETURN"
               to ws-scr-keys
           perform 6000-converse
           evaluate ws-scr-command
               when "F"
                   perform 6100-page-forward
               when "B"
                   perform 6200-page-back
               when "S"
                   perform 4400-select-row
               when "R"
                   set ws-leave-list to true
               when other
                   move "COMMAND MUST BE F, B, S OR R"
                       to ws-scr-message
           end-evaluate.

           4300-build-browse-line.
           compute ws-item-sub = ws-page-start + ws-line-sub - 1
           if ws-item-sub <= ws-item-count
               set ws-brw-idx to ws-item-sub
               move ws-item-sub to ws-entry-number
               move ws-brw-rc(ws-brw-idx) to ws-rc-display
               move ws-brw-count(ws-brw-idx) to ws-count-display
               string ws-entry-number
                       " " ws-brw-run-id(ws-brw-idx)
                       " " ws-brw-mode(ws-brw-idx)
                       " " ws-brw-ts(ws-brw-idx)
                       " " ws-count-display
                       " " ws-rc-display
                       " " ws-brw-dict(ws-brw-idx)
                   delimited by size into ws-scr-line(ws-line-sub)
           end-if.

      * the row is read again by key rather than shown from the
      * list, so it is the row as it stands now. The browse page
      * is kept and comes back after R.
           4400-select-row.
           if function trim(ws-scr-select) is numeric
               move function numval(ws-scr-select)
                   to ws-select-number
           else
               move 0 to ws-select-number
           end-if
           if ws-select-number < 1
                   or ws-select-number > ws-brw-entries
               move "ENTER THE LINE NUMBER OF THE ROW TO SELECT"
                   to ws-scr-message
           else
               set ws-brw-idx to ws-select-number
               move ws-brw-run-id(ws-brw-idx) to ws-menu-run-id
               move ws-page-start to ws-browse-page-save
               perform 2000-inquire-run-id
               move ws-browse-page-save to ws-page-start
               move ws-brw-entries to ws-item-count
               move ws-page-lines to ws-items-per-page
           end-if.

      * show the list screen and take the next command. The
      * message is shown once, then cleared.
           6000-converse.
           move spaces to ws-scr-command
           move spaces to ws-scr-select
           display list-screen
           accept list-screen
           move function upper-case(ws-scr-command)
               to ws-scr-command
           move spaces to ws-scr-message.

           6100-page-forward.
           compute ws-page-end = ws-page-start + ws-items-per-page
           if ws-page-end > ws-item-count
               move "LAST PAGE" to ws-scr-message
           else
               move ws-page-end to ws-page-start
           end-if.

           6200-page-back.
           if ws-page-start <= ws-items-per-page
               if ws-page-start = 1
                   move "FIRST PAGE" to ws-scr-message
               end-if
               move 1 to ws-page-start
           else
               subtract ws-items-per-page from ws-page-start
           end-if.

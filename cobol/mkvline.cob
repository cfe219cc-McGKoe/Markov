       identification division.
       program-id.
       mkvline.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      * dictionary lineage report: answers "which corpora built
      * this dictionary generation" from the corpus load register
      * MARKOV keeps (copybooks/corpreg). The live master is
      * built from every register row still merged; each retired
      * DICTBKn generation is built from every row merged before
      * its *BACKUP* header timestamp and not rolled back until
      * after it. Each generation is cross-referenced to the
      * header's run-id -- the run whose merge retired it -- and
      * to the corpus that run merged, so the report reads as the
      * chain of merges that took the master from one generation
      * to the next. Missing generations are skipped; a dataset
      * in a generation slot without a header cannot be traced
      * and is flagged. A corpus that came in on a multi-document
      * feed lists its document-ids under its own line, so the
      * answer goes down to the document. DICTNAME picks a named
      * dictionary off the DICTCAT catalog: its own generations
      * are read, and only the register rows merged into it are
      * listed.

       environment division.
       input-output section.
       file-control.
           select register-file assign to "CORPREG"
               organization indexed
               access mode dynamic
               record key is reg-key
               file status is ws-register-status.
           select backup-file assign to dynamic ws-backup-name
               organization line sequential
               file status is ws-backup-status.
           select dictname-file assign to "DICTNAME"
               organization line sequential
               file status is ws-dictname-status.
           select catalog-file assign to "DICTCAT"
               organization indexed
               access mode dynamic
               record key is dcat-dict-name
               file status is ws-catalog-status.
           select line-rpt assign to "LINERPT"
               organization line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  register-file.
           copy corpreg.

       fd  backup-file.
      * flat image of the shared corprec layout -- only the
      * *BACKUP* header at the front of each generation is read.
       01  backup-record.
           05 bk-prior-word          pic x(20).
           05 bk-source-word         pic x(20).
           05 bk-next-word           pic x(20).
           05 bk-occurrence-count    pic 9(7).
           05 bk-last-updated        pic x(8).

      * optional DICTNAME: cols 1-8 the dictionary to work on.
       fd  dictname-file.
       01  dictname-line.
           05 dnm-dict-name          pic x(8).

       fd  catalog-file.
           copy dictcat.

       fd  line-rpt.
       01  report-line               pic x(80).

       working-storage section.
      * mainframe-style condition codes, same scheme as MARKOV's.
           01 ws-cc-success          pic 9(2) value 0.
           01 ws-cc-warning          pic 9(2) value 4.
           01 ws-cc-validation       pic 9(2) value 8.
           01 ws-cc-io-error         pic 9(2) value 12.

           01 ws-register-status     pic x(2).
           01 ws-backup-status       pic x(2).
           01 ws-rpt-status          pic x(2).
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-warning-switch      pic x(1) value "N".
               88 ws-warning-raised      value "Y".
           01 ws-register-open-sw    pic x(1) value "N".
               88 ws-register-open       value "Y".
           01 ws-register-eof-sw     pic x(1).
               88 ws-end-of-register     value "Y".

      * which dictionary (copybooks/dictcat): a blank name is the
      * default master on the DICTDD DD.
           01 ws-dictname-status     pic x(2).
           01 ws-catalog-status      pic x(2).
           01 ws-dict-name           pic x(8) value spaces.
           01 ws-dict-desc           pic x(40) value spaces.
           01 ws-backup-base         pic x(40) value "DICTBK".
           01 ws-backup-name         pic x(50).
           01 ws-backup-tag          pic x(20) value "*BACKUP*".
           01 ws-gen-idx             pic 9(2).
           01 ws-gen-digit           pic 9(1).

      * the *BACKUP* header of every DICTBKn generation on hand,
      * newest first.
           01 ws-generation-table.
               05 ws-gen-entry occurs 9 times
                       indexed by ws-gtab-idx.
                   10 ws-gen-number      pic 9(1).
                   10 ws-gen-found       pic x(1).
                       88 ws-gen-present     value "Y".
                       88 ws-gen-untraced    value "U".
                   10 ws-gen-run-id      pic x(16).
                   10 ws-gen-ts          pic x(14).
                   10 ws-gen-count       pic 9(7).

      * the section being listed: its cut-off timestamp (spaces
      * for the live master, which takes every merged row), the
      * run-id whose merge retired it, and what that merge was.
           01 ws-section-ts          pic x(14).
           01 ws-section-run-id      pic x(16).
           01 ws-section-corpora     pic 9(7).
           01 ws-retiring-corpus     pic x(50).
           01 ws-retiring-ts         pic x(14).
           01 ws-include-sw          pic x(1).
               88 ws-include-entry       value "Y".
           01 ws-flag-text           pic x(8).
           01 ws-doc-idx             pic 9(3).
           01 ws-doc-on-line         pic 9(1).
           01 ws-doc-pointer         pic 9(3).
           01 ws-doc-kept            pic 9(5).

           01 ws-generations-found   pic 9(2) value 0.
           01 ws-register-rows       pic 9(7) value 0.
           01 ws-count-display       pic z(6)9.

           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).

       procedure division.
           perform 1050-resolve-dictionary.
           perform 1000-open-files.
           if ws-io-error-detected
               move ws-cc-io-error to return-code
               stop run
           end-if.

           perform 1100-load-generations.

           move spaces to ws-section-ts
           move spaces to ws-section-run-id
           move spaces to report-line
           string "LIVE MASTER" delimited by size into report-line
           write report-line
           perform 2000-list-section.

           perform varying ws-gtab-idx from 1 by 1
                   until ws-gtab-idx > 9
               if ws-gen-present(ws-gtab-idx)
                   perform 3000-list-generation
               else
                   if ws-gen-untraced(ws-gtab-idx)
                       move ws-gen-number(ws-gtab-idx)
                           to ws-gen-digit
                       move spaces to report-line
                       write report-line
                       move spaces to report-line
                       string "GENERATION "
                               ws-backup-base delimited by space
                               ws-gen-digit
                               "  NO BACKUP HEADER -- NOT TRACEABLE"
                               delimited by size into report-line
                       write report-line
                   end-if
               end-if
           end-perform.

           perform 5000-write-totals.
           if ws-register-open
               close register-file
           end-if.
           close line-rpt.

           if ws-io-error-detected
               move ws-cc-io-error to return-code
           else
               if ws-warning-raised
                   move ws-cc-warning to return-code
               else
                   move ws-cc-success to return-code
               end-if
           end-if.
           stop run.

      * DICTNAME names the dictionary to work on -- one record,
      * cols 1-8; no DICTNAME, or a blank name, is the default
      * master on DICTDD. A name the catalog does not know is
      * refused, never quietly read as the default.
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
                   display "MKVLINE: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move ws-dict-name to dcat-dict-name
               read catalog-file key is dcat-dict-name
                   invalid key
                       display "MKVLINE: dictionary " ws-dict-name
                           " is not on the catalog"
                       close catalog-file
                       move ws-cc-validation to return-code
                       stop run
               end-read
               close catalog-file
               move dcat-description to ws-dict-desc
               move dcat-backup-base to ws-backup-base
           end-if.

      * the register is read only. No register at all (status
      * 35) means no merge has ever been registered: the report
      * still runs and lists the generations with nothing
      * against them.
           1000-open-files.
           open output line-rpt
           if ws-rpt-status not = "00"
               display "MKVLINE: unable to open report file, "
                   "status " ws-rpt-status
               set ws-io-error-detected to true
           else
               accept ws-run-date from date yyyymmdd
               accept ws-run-time from time
               move spaces to report-line
               string "MARKOV DICTIONARY LINEAGE  RUN DATE "
                       ws-run-date "  TIME " ws-run-time
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
               move spaces to report-line
               string "CORPUS                         TOKENS "
                       "MARKERS RUN-ID           DATE     FLAGS"
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               write report-line
               open input register-file
               if ws-register-status = "35"
                   display "MKVLINE: no corpus register yet"
               else
                   if ws-register-status not = "00"
                       display "MKVLINE: unable to open corpus "
                           "register, status " ws-register-status
                       set ws-io-error-detected to true
                   else
                       set ws-register-open to true
                   end-if
               end-if
           end-if.

      * take the *BACKUP* header off each DICTBK1-9 (or the named
      * dictionary's own generations) on hand. A
      * generation that does not exist is simply not listed.
           1100-load-generations.
           perform varying ws-gen-idx from 1 by 1
                   until ws-gen-idx > 9
               perform 1110-load-one-generation
           end-perform.

           1110-load-one-generation.
           move ws-gen-idx to ws-gen-digit
           move ws-gen-digit to ws-gen-number(ws-gen-idx)
           move "N" to ws-gen-found(ws-gen-idx)
           move spaces to ws-backup-name
           string ws-backup-base delimited by space
                   ws-gen-digit delimited by size
               into ws-backup-name
           open input backup-file
           if ws-backup-status = "35"
               continue
           else
               if ws-backup-status not = "00"
                   display "MKVLINE: unable to read "
                       function trim(ws-backup-name)
                       ", status " ws-backup-status
                   set ws-io-error-detected to true
               else
                   read backup-file
                       at end
                           set ws-gen-untraced(ws-gen-idx) to true
                       not at end
                           if bk-prior-word = ws-backup-tag
                               set ws-gen-present(ws-gen-idx)
                                   to true
                               move bk-source-word(1:16)
                                   to ws-gen-run-id(ws-gen-idx)
                               move bk-next-word(1:14)
                                   to ws-gen-ts(ws-gen-idx)
                               move bk-occurrence-count
                                   to ws-gen-count(ws-gen-idx)
                               add 1 to ws-generations-found
                           else
                               set ws-gen-untraced(ws-gen-idx)
                                   to true
                           end-if
                   end-read
                   if ws-gen-untraced(ws-gen-idx)
                       set ws-warning-raised to true
                   end-if
                   close backup-file
               end-if
           end-if.

      * one retired generation: its header line, then the
      * corpora it was built from, then the merge that retired
      * it.
           3000-list-generation.
           move ws-gen-number(ws-gtab-idx) to ws-gen-digit
           move ws-gen-ts(ws-gtab-idx) to ws-section-ts
           move ws-gen-run-id(ws-gtab-idx) to ws-section-run-id
           move ws-gen-count(ws-gtab-idx) to ws-count-display
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "GENERATION "
                   ws-backup-base delimited by space
                   ws-gen-digit
                   "  RETIRED " ws-section-ts
                   "  ENTRIES " ws-count-display
               delimited by size into report-line
           write report-line
           perform 2000-list-section
      * a MKVPRUNE APPLY retires the master too, under its own
      * program-name run-id, with no register row behind it.
           move spaces to report-line
           evaluate true
               when ws-section-run-id(1:8) = "MKVPRUNE"
                   string "  RETIRED BY RUN " ws-section-run-id
                           " (DICTIONARY PRUNE)"
                       delimited by size into report-line
               when ws-retiring-corpus = spaces
                   string "  RETIRED BY RUN " ws-section-run-id
                           " (NO REGISTERED MERGE)"
                       delimited by size into report-line
               when other
                   string "  RETIRED BY RUN " ws-section-run-id
                           " MERGING "
                           ws-retiring-corpus(1:30)
                       delimited by size into report-line
           end-evaluate
           write report-line.

      * browse the whole register and list the rows the current
      * section was built from -- rows of the dictionary being
      * reported on only. The live master (no cut-off)
      * takes every row still merged; a generation takes the
      * rows merged before its header timestamp and not rolled
      * back before it either. The row merged by the run named
      * in a generation's header, at or after that timestamp, is
      * the merge that retired the generation -- the earliest
      * such row, since a REPLAY or rerun under the same run-id
      * merges again later.
           2000-list-section.
           move 0 to ws-section-corpora
           move spaces to ws-retiring-corpus
           move high-values to ws-retiring-ts
           if ws-register-open
               move "N" to ws-register-eof-sw
               move low-values to reg-key
               start register-file key not < reg-key
                   invalid key
                       set ws-end-of-register to true
               end-start
               perform 2100-list-one-entry
                   until ws-end-of-register
           end-if
           move ws-section-corpora to ws-count-display
           move spaces to report-line
           string "  CORPORA IN THIS GENERATION: " ws-count-display
               delimited by size into report-line
           write report-line.

           2100-list-one-entry.
           read register-file next
               at end
                   set ws-end-of-register to true
               not at end
                   if reg-dict-name = ws-dict-name
                       if ws-section-ts = spaces
                           add 1 to ws-register-rows
                       end-if
                       move "N" to ws-include-sw
                       if ws-section-ts = spaces
                           if reg-merged
                               set ws-include-entry to true
                           end-if
                       else
                           if reg-merge-ts < ws-section-ts
                               if reg-merged or
                                       reg-rollback-ts > ws-section-ts
                                   set ws-include-entry to true
                               end-if
                           else
                               if reg-run-id = ws-section-run-id
                                       and reg-merge-ts < ws-retiring-ts
                                   move reg-merge-ts to ws-retiring-ts
                                   move reg-corpus-name
                                       to ws-retiring-corpus
                               end-if
                           end-if
                       end-if
                       if ws-include-entry
                           perform 2200-write-entry-line
                       end-if
                   end-if
           end-read.

           2200-write-entry-line.
           add 1 to ws-section-corpora
           move spaces to ws-flag-text
           if reg-forced
               move "FORCED" to ws-flag-text
           end-if
           if reg-rolled-back
               move "ROLLBACK" to ws-flag-text
           end-if
           move spaces to report-line
           string reg-corpus-name(1:29)
                   " " reg-tokens-written
                   " " reg-sentence-markers
                   " " reg-run-id
                   " " reg-merge-date
                   " " ws-flag-text
               delimited by size into report-line
           write report-line
           if reg-document-count > 0
               perform 2300-write-document-lines
           end-if.

      * the corpus's feed documents, four ids to a line, and a
      * note when the feed carried more than the register keeps.
           2300-write-document-lines.
           move reg-document-count to ws-doc-kept
           if ws-doc-kept > 200
               move 200 to ws-doc-kept
           end-if
           move 0 to ws-doc-on-line
           move spaces to report-line
           move "    DOCUMENTS:" to report-line
           move 16 to ws-doc-pointer
           perform varying ws-doc-idx from 1 by 1
                   until ws-doc-idx > ws-doc-kept
               if ws-doc-on-line = 4
                   write report-line
                   move spaces to report-line
                   move 16 to ws-doc-pointer
                   move 0 to ws-doc-on-line
               end-if
               string reg-document-id(ws-doc-idx) "  "
                   delimited by size into report-line
                   with pointer ws-doc-pointer
               add 1 to ws-doc-on-line
           end-perform
           write report-line
           if reg-document-count > 200
               move reg-document-count to ws-count-display
               move spaces to report-line
               string "    DOCUMENTS ON THE FEED: " ws-count-display
                       " (FIRST 200 LISTED)"
                   delimited by size into report-line
               write report-line
           end-if.

           5000-write-totals.
           move spaces to report-line
           write report-line
           move ws-register-rows to ws-count-display
           move spaces to report-line
           string "REGISTERED MERGES:     " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-generations-found to ws-count-display
           move spaces to report-line
           string "GENERATIONS ON HAND:   " ws-count-display
               delimited by size into report-line
           write report-line
           display "MKVLINE: " ws-register-rows
               " registered merge(s) across "
               ws-generations-found " generation(s)".

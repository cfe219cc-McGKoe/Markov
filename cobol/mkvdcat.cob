       identification division.
       program-id.
       mkvdcat.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      * dictionary catalog maintenance: the DICTCAT KSDS
      * (copybooks/dictcat) names every dictionary other than the
      * default DICTDD master -- its own keyed master, its own
      * DICTBKn generation names and, by its name, its own LOCKDD
      * lock row. MARKOV and the dictionary utilities look a name
      * up here and refuse one that is not on it, so this is the
      * only way a business line gets a dictionary of its own.
      * CATTRAN carries the changes, ADD or RETIRE, applied in
      * order; CATRPT lists every decision and then the whole
      * catalog. A retired dictionary stays on the catalog --
      * its master, generations and register rows still answer
      * reports and lineage -- but no run may write to it again,
      * and its name is never reused. The catalog is created on
      * first use.

       environment division.
       input-output section.
       file-control.
           select catalog-file assign to "DICTCAT"
               organization indexed
               access mode dynamic
               record key is dcat-dict-name
               file status is ws-catalog-status.
           select tran-file assign to "CATTRAN"
               organization line sequential
               file status is ws-tran-status.
           select cat-rpt assign to "CATRPT"
               organization line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  catalog-file.
           copy dictcat.

       fd  tran-file.
      * one catalog change per record:
      *   cols   1-6   ADD or RETIRE
      *   cols   8-15  dictionary name (no embedded blanks)
      *   cols  17-60  master dataset name (ADD only)
      *   cols  62-101 backup generation base -- generation n is
      *                the base with the digit n after it (ADD)
      *   cols 103-142 description (ADD)
      * A record with an asterisk in column 1, or an all-blank
      * record, is a comment.
       01  tran-line.
           05 tran-action            pic x(6).
           05 filler                 pic x(1).
           05 tran-dict-name         pic x(8).
           05 filler                 pic x(1).
           05 tran-master-name       pic x(44).
           05 filler                 pic x(1).
           05 tran-backup-base       pic x(40).
           05 filler                 pic x(1).
           05 tran-description       pic x(40).

       fd  cat-rpt.
       01  report-line               pic x(80).

       working-storage section.
      * mainframe-style condition codes, same scheme as MARKOV's --
      * 4 flags a change that was refused.
           01 ws-cc-success          pic 9(2) value 0.
           01 ws-cc-warning          pic 9(2) value 4.
           01 ws-cc-io-error         pic 9(2) value 12.

           01 ws-catalog-status      pic x(2).
           01 ws-tran-status         pic x(2).
           01 ws-rpt-status          pic x(2).
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-eof-switch          pic x(1).
               88 ws-end-of-file         value "Y".
               88 ws-more-file           value "N".
           01 ws-catalog-eof-sw      pic x(1).
               88 ws-end-of-catalog      value "Y".

      * the change in hand, upper-cased where the catalog keeps
      * it upper-case.
           01 ws-tran-action         pic x(6).
               88 ws-tran-add            value "ADD".
               88 ws-tran-retire         value "RETIRE".
           01 ws-tran-name           pic x(8).
           01 ws-upper-master        pic x(44).
           01 ws-upper-base          pic x(40).
           01 ws-refuse-reason       pic x(40).
           01 ws-check-field         pic x(44).
           01 ws-check-length        pic 9(3).
           01 ws-blank-count         pic 9(3).

           01 ws-entries-listed      pic 9(7) value 0.
           01 ws-entries-active      pic 9(7) value 0.
           01 ws-entries-retired     pic 9(7) value 0.
           01 ws-trans-read          pic 9(7) value 0.
           01 ws-trans-added         pic 9(7) value 0.
           01 ws-trans-retired       pic 9(7) value 0.
           01 ws-trans-refused       pic 9(7) value 0.
           01 ws-count-display       pic z(6)9.

           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).

       procedure division.
           perform 1000-open-files.
           if ws-io-error-detected
               move ws-cc-io-error to return-code
               stop run
           end-if.

           perform 2000-apply-transactions.
           perform 3000-list-catalog.
           close catalog-file.
           perform 4000-write-totals.
           close cat-rpt.

           if ws-io-error-detected
               move ws-cc-io-error to return-code
           else
               if ws-trans-refused > 0
                   move ws-cc-warning to return-code
               else
                   move ws-cc-success to return-code
               end-if
           end-if.
           stop run.

      * the catalog is opened i-o and created on first use, the
      * way MARKOV creates LOCKDD.
           1000-open-files.
           open output cat-rpt
           if ws-rpt-status not = "00"
               display "MKVDCAT: unable to open report file, "
                   "status " ws-rpt-status
               set ws-io-error-detected to true
           else
               accept ws-run-date from date yyyymmdd
               accept ws-run-time from time
               move spaces to report-line
               string "MARKOV DICTIONARY CATALOG  RUN DATE "
                       ws-run-date "  TIME " ws-run-time
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               write report-line
               open i-o catalog-file
               if ws-catalog-status = "35"
                   display "MKVDCAT: no dictionary catalog yet, "
                       "creating it"
                   open output catalog-file
                   close catalog-file
                   open i-o catalog-file
               end-if
               if ws-catalog-status not = "00"
                   display "MKVDCAT: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   close cat-rpt
                   set ws-io-error-detected to true
               end-if
           end-if.

      * No CATTRAN (or an empty one) just means a listing run.
           2000-apply-transactions.
           move "CATALOG CHANGES" to report-line
           write report-line
           open input tran-file
           if ws-tran-status not = "00"
               display "MKVDCAT: no CATTRAN, listing only"
           else
               set ws-more-file to true
               perform 2100-apply-one-transaction
                   until ws-end-of-file or ws-io-error-detected
               close tran-file
           end-if
           if ws-trans-read = 0
               move "  NONE" to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line.

      * DICTDD is the default master's own name and DICTBK its
      * own generation base: no catalog entry may take either,
      * and no two entries may share a master or a base, or two
      * dictionaries would write the same datasets.
           2100-apply-one-transaction.
           read tran-file
               at end
                   set ws-end-of-file to true
               not at end
                   if tran-line(1:1) = "*" or tran-line = spaces
                       continue
                   else
                       add 1 to ws-trans-read
                       perform 2150-check-transaction
                       if ws-refuse-reason = spaces
                           if ws-tran-add
                               perform 2300-add-entry
                           else
                               perform 2400-retire-entry
                           end-if
                       end-if
                       if ws-refuse-reason not = spaces
                           move spaces to report-line
                           string "  REFUSED   " ws-tran-action
                                   " " tran-dict-name
                                   "  " ws-refuse-reason
                               delimited by size into report-line
                           write report-line
                           add 1 to ws-trans-refused
                       end-if
                   end-if
           end-read.

           2150-check-transaction.
           move spaces to ws-refuse-reason
           move function upper-case(tran-action) to ws-tran-action
           move function upper-case(tran-dict-name) to ws-tran-name
           move function upper-case(tran-master-name)
               to ws-upper-master
           move function upper-case(tran-backup-base)
               to ws-upper-base
           move ws-tran-name to ws-check-field
           perform 2200-check-embedded-blank
           evaluate true
               when not ws-tran-add and not ws-tran-retire
                   move "ACTION MUST BE ADD OR RETIRE"
                       to ws-refuse-reason
               when ws-tran-name = spaces
                   move "NO DICTIONARY NAME" to ws-refuse-reason
               when ws-blank-count > 0
                   move "DICTIONARY NAME HAS A BLANK IN IT"
                       to ws-refuse-reason
               when ws-tran-name = "DICTDD"
                   move "DICTDD IS THE DEFAULT MASTER"
                       to ws-refuse-reason
               when ws-tran-retire
                   continue
               when tran-master-name = spaces
                   move "NO MASTER DATASET NAME" to ws-refuse-reason
               when tran-backup-base = spaces
                   move "NO BACKUP GENERATION BASE"
                       to ws-refuse-reason
               when ws-upper-master = "DICTDD"
                   move "DICTDD IS THE DEFAULT MASTER"
                       to ws-refuse-reason
               when ws-upper-base = "DICTBK"
                   move "DICTBK IS THE DEFAULT GENERATION BASE"
                       to ws-refuse-reason
               when other
                   move tran-master-name to ws-check-field
                   perform 2200-check-embedded-blank
                   if ws-blank-count > 0
                       move "MASTER NAME HAS A BLANK IN IT"
                           to ws-refuse-reason
                   else
                       move tran-backup-base to ws-check-field
                       perform 2200-check-embedded-blank
                       if ws-blank-count > 0
                           move "BACKUP BASE HAS A BLANK IN IT"
                               to ws-refuse-reason
                       end-if
                   end-if
           end-evaluate.

      * a name with a leading or embedded blank cannot be used
      * as a dataset name and would not read back the same off a
      * DICTNAME card.
           2200-check-embedded-blank.
           move 0 to ws-blank-count
           if ws-check-field not = spaces
               if ws-check-field(1:1) = space
                   move 1 to ws-blank-count
               else
                   move function length(
                       function trim(ws-check-field trailing))
                       to ws-check-length
                   inspect ws-check-field(1:ws-check-length)
                       tallying ws-blank-count for all space
               end-if
           end-if.

      * a new name, with a master and a generation base no other
      * entry -- active or retired -- already uses.
           2300-add-entry.
           move ws-tran-name to dcat-dict-name
           read catalog-file key is dcat-dict-name
               invalid key
                   continue
               not invalid key
                   move "ALREADY ON THE CATALOG" to ws-refuse-reason
           end-read
           if ws-refuse-reason = spaces
               perform 2350-check-datasets-free
           end-if
           if ws-refuse-reason = spaces
               move spaces to dictionary-catalog-record
               move ws-tran-name to dcat-dict-name
               set dcat-active to true
               move tran-master-name to dcat-master-name
               move tran-backup-base to dcat-backup-base
               move tran-description to dcat-description
               move ws-run-date to dcat-added-date
               write dictionary-catalog-record
                   invalid key
                       move "WRITE FAILED" to ws-refuse-reason
                   not invalid key
                       move spaces to report-line
                       string "  ADDED     " dcat-dict-name
                               "  " dcat-description
                           delimited by size into report-line
                       write report-line
                       add 1 to ws-trans-added
               end-write
           end-if.

           2350-check-datasets-free.
           move "N" to ws-catalog-eof-sw
           move low-values to dcat-dict-name
           start catalog-file key not < dcat-dict-name
               invalid key
                   set ws-end-of-catalog to true
           end-start
           perform 2360-check-one-entry
               until ws-end-of-catalog.

           2360-check-one-entry.
           read catalog-file next
               at end
                   set ws-end-of-catalog to true
               not at end
                   evaluate true
                       when function upper-case(dcat-master-name)
                               = ws-upper-master
                           string "MASTER IN USE BY " dcat-dict-name
                               delimited by size into ws-refuse-reason
                           set ws-end-of-catalog to true
                       when function upper-case(dcat-backup-base)
                               = ws-upper-base
                           string "BACKUP BASE IN USE BY "
                                   dcat-dict-name
                               delimited by size into ws-refuse-reason
                           set ws-end-of-catalog to true
                   end-evaluate
           end-read.

      * retiring twice (a change member left in place and rerun)
      * is noted, not refused.
           2400-retire-entry.
           move ws-tran-name to dcat-dict-name
           read catalog-file key is dcat-dict-name
               invalid key
                   move "NOT ON THE CATALOG" to ws-refuse-reason
               not invalid key
                   if dcat-retired
                       move spaces to report-line
                       string "  ALREADY   " dcat-dict-name
                               "  RETIRED " dcat-retired-date
                           delimited by size into report-line
                       write report-line
                   else
                       set dcat-retired to true
                       move ws-run-date to dcat-retired-date
                       rewrite dictionary-catalog-record
                           invalid key
                               move "REWRITE FAILED"
                                   to ws-refuse-reason
                           not invalid key
                               move spaces to report-line
                               string "  RETIRED   " dcat-dict-name
                                       "  " dcat-description
                                   delimited by size
                                   into report-line
                               write report-line
                               add 1 to ws-trans-retired
                       end-rewrite
                   end-if
           end-read.

      * the whole catalog after today's changes, three lines an
      * entry so no dataset name is cut short.
           3000-list-catalog.
           move "DICTIONARY CATALOG" to report-line
           write report-line
           move "  NAME     ST ADDED    RETIRED  DESCRIPTION"
               to report-line
           write report-line
           move "N" to ws-catalog-eof-sw
           move low-values to dcat-dict-name
           start catalog-file key not < dcat-dict-name
               invalid key
                   set ws-end-of-catalog to true
           end-start
           perform 3100-list-one-entry
               until ws-end-of-catalog
           if ws-entries-listed = 0
               move "  NONE -- ONLY THE DEFAULT DICTDD MASTER"
                   to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line.

           3100-list-one-entry.
           read catalog-file next
               at end
                   set ws-end-of-catalog to true
               not at end
                   add 1 to ws-entries-listed
                   if dcat-retired
                       add 1 to ws-entries-retired
                   else
                       add 1 to ws-entries-active
                   end-if
                   move spaces to report-line
                   string "  " dcat-dict-name
                           " " dcat-status
                           "  " dcat-added-date
                           " " dcat-retired-date
                           " " dcat-description
                       delimited by size into report-line
                   write report-line
                   move spaces to report-line
                   string "           MASTER  " dcat-master-name
                       delimited by size into report-line
                   write report-line
                   move spaces to report-line
                   string "           BACKUP  " dcat-backup-base
                       delimited by size into report-line
                   write report-line
           end-read.

           4000-write-totals.
           move ws-trans-read to ws-count-display
           move spaces to report-line
           string "CHANGES READ          " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-trans-added to ws-count-display
           move spaces to report-line
           string "DICTIONARIES ADDED    " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-trans-retired to ws-count-display
           move spaces to report-line
           string "DICTIONARIES RETIRED  " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-trans-refused to ws-count-display
           move spaces to report-line
           string "CHANGES REFUSED       " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-entries-active to ws-count-display
           move spaces to report-line
           string "ACTIVE ON CATALOG     " ws-count-display
               delimited by size into report-line
           write report-line
           move ws-entries-retired to ws-count-display
           move spaces to report-line
           string "RETIRED ON CATALOG    " ws-count-display
               delimited by size into report-line
           write report-line.

      * the reload itself. The snapshot's *BACKUP* header says
      * which run-id wrote it and when, and goes on the report so
      * the restored state is traceable to the run that made it.
      * Every corpus load register row merged at or after that
      * header timestamp describes counts the rollback just took
      * back out of the master: those rows are marked rolled
      * back, so the lineage report stays true and the corpora
      * can be merged again without FORCE.
      * Snapshots never carry the master's control record; the
      * compare passes over the live one, and the reload writes
      * a fresh one from what it loaded. DICTNAME picks a named
      * dictionary off the DICTCAT catalog: its master, its
      * generations, and only its rows on the register.

       environment division.
       input-output section.
           select backup-file assign to dynamic ws-backup-name
               organization line sequential
               file status is ws-backup-status.
           select dict-file assign to dynamic ws-dict-file-name
               organization indexed
               access mode dynamic
               record key is corp-entry-key
               file status is ws-dict-status.
           select register-file assign to "CORPREG"
               organization indexed
               access mode dynamic
               record key is reg-key
               file status is ws-register-status.
           select parm-file assign to "RESTPARM"
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
           select rest-rpt assign to "RESTRPT"
               organization line sequential
               file status is ws-rpt-status.
       fd  dict-file.
           copy corprec.

       fd  register-file.
           copy corpreg.

       fd  parm-file.
      * one control record: col 1 is the generation to restore
      * (1 newest through 9 oldest).
       01  parm-line.
           05 parm-generation        pic x(1).

      * optional DICTNAME: cols 1-8 the dictionary to work on.
       fd  dictname-file.
       01  dictname-line.
           05 dnm-dict-name          pic x(8).

       fd  catalog-file.
           copy dictcat.

       fd  rest-rpt.
       01  report-line               pic x(80).

           01 ws-backup-status       pic x(2).
           01 ws-dict-status         pic x(2).
           01 ws-parm-status         pic x(2).
           01 ws-register-status     pic x(2).
           01 ws-register-eof-sw     pic x(1) value "N".
               88 ws-end-of-register     value "Y".
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

           01 ws-count-deltas        pic 9(7) value 0.
           01 ws-entries-matched     pic 9(7) value 0.
           01 ws-entries-loaded      pic 9(7) value 0.
           01 ws-order1-loaded       pic 9(7) value 0.
           01 ws-order2-loaded       pic 9(7) value 0.
           01 ws-occurs-loaded       pic 9(10) value 0.
           01 ws-run-id              pic x(16).
           01 ws-register-rolled     pic 9(7) value 0.
           01 ws-current-ts          pic x(14).
           01 ws-ts-time             pic x(8).
           01 ws-count-display       pic z(6)9.

           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).

       procedure division.
           perform 1050-resolve-dictionary.
           perform 1000-read-parm.
           perform 1100-open-report.
           if ws-io-error-detected

           perform 2000-compare-pass.
           perform 3000-reload-master.
           if not ws-io-error-detected
               perform 3500-roll-back-register
           end-if.
           perform 4000-write-totals.
           close rest-rpt.

                       stop run
                   end-if
                   move spaces to ws-backup-name
                   string ws-backup-base delimited by space
                           parm-generation delimited by size
                       into ws-backup-name
           end-read
           close parm-file
           perform 1200-verify-header.

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
                   display "MKVDREST: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move ws-dict-name to dcat-dict-name
               read catalog-file key is dcat-dict-name
                   invalid key
                       display "MKVDREST: dictionary " ws-dict-name
                           " is not on the catalog"
                       close catalog-file
                       move ws-cc-validation to return-code
                       stop run
               end-read
               close catalog-file
               move dcat-description to ws-dict-desc
               if dcat-retired
                   display "MKVDREST: dictionary " ws-dict-name
                       " is retired"
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move dcat-master-name to ws-dict-file-name
               move dcat-backup-base to ws-backup-base
           end-if.

      * open the snapshot and take its header: no file, or a
      * first record that is not a *BACKUP* header, means the
      * wrong generation (or the wrong dataset entirely) was
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

                   set ws-end-of-backup to true
           end-read.

      * the control record is no transition to compare; there
      * is only ever one, so one more read passes it.
           2200-read-master.
           perform 2210-read-master-record.
           if not ws-end-of-master and dctl-control-tag
               perform 2210-read-master-record
           end-if.

           2210-read-master-record.
           read dict-file next
               at end
                   set ws-end-of-master to true
                   perform 3100-load-one-entry
                       until ws-end-of-backup
                   close backup-file
                   if not ws-io-error-detected
                       perform 3200-write-dict-control
                   end-if
               end-if
               close dict-file
           end-if.
                           set ws-io-error-detected to true
                       not invalid key
                           add 1 to ws-entries-loaded
                           add bk-occurrence-count
                               to ws-occurs-loaded
                           if bk-prior-word = spaces
                               add 1 to ws-order1-loaded
                           else
                               add 1 to ws-order2-loaded
                           end-if
                   end-write
           end-read.

      * the restored master's control record, totalled from the
      * entries the reload wrote, under this program's name and
      * the run date as the last writer's run-id.
           3200-write-dict-control.
           move spaces to ws-run-id
           string "MKVDREST" ws-run-date
               delimited by size into ws-run-id
           move spaces to dictionary-control-record
           set dctl-control-tag to true
           move ws-entries-loaded to dctl-entry-count
           move ws-order1-loaded to dctl-order1-count
           move ws-order2-loaded to dctl-order2-count
           move ws-occurs-loaded to dctl-occurrence-total
           move ws-run-id to dctl-run-id
           move ws-run-date to dctl-update-date
           write dictionary-control-record
               invalid key
                   display "MKVDREST: unable to write dictionary "
                       "control record, status " ws-dict-status
                   set ws-io-error-detected to true
           end-write.

      * mark every still-merged register row of this dictionary
      * written at or after the restored snapshot's header
      * timestamp as rolled back -- the snapshot was taken before
      * that run merged, so the header run's own merge goes too.
      * Only a restore that reloaded cleanly gets here. No
      * register at all (status 35) means nothing was ever
      * registered.
           3500-roll-back-register.
           open i-o register-file
           if ws-register-status = "35"
               continue
           else
               if ws-register-status not = "00"
                   display "MKVDREST: unable to open corpus "
                       "register, status " ws-register-status
                   set ws-io-error-detected to true
               else
                   accept ws-current-ts(1:8) from date yyyymmdd
                   accept ws-ts-time from time
                   move ws-ts-time(1:6) to ws-current-ts(9:6)
                   move low-values to reg-key
                   start register-file key not < reg-key
                       invalid key
                           set ws-end-of-register to true
                   end-start
                   perform 3510-roll-back-one-entry
                       until ws-end-of-register
                   close register-file
               end-if
           end-if.

           3510-roll-back-one-entry.
           read register-file next
               at end
                   set ws-end-of-register to true
               not at end
                   if reg-merged
                           and reg-dict-name = ws-dict-name
                           and reg-merge-ts >= ws-header-ts(1:14)
                       set reg-rolled-back to true
                       move ws-current-ts to reg-rollback-ts
                       rewrite corpus-register-record
                           invalid key
                               display "MKVDREST: register rewrite "
                                   "failed, status "
                                   ws-register-status
                               set ws-io-error-detected to true
                           not invalid key
                               add 1 to ws-register-rolled
                       end-rewrite
                   end-if
           end-read.

           4000-write-totals.
           move ws-entries-loaded to ws-count-display
           move spaces to report-line
                   ws-count-display
               delimited by size into report-line
           write report-line
           move ws-register-rolled to ws-count-display
           move spaces to report-line
           string "REGISTERED MERGES ROLLED BACK:     "
                   ws-count-display
               delimited by size into report-line
           write report-line
           display "MKVDREST: loaded " ws-entries-loaded
               " entr(ies); rollback removed "
               ws-entries-removed " and brought back "

      * Both files arrive in prior/source/next key order, so the
      * whole comparison is one balanced sequential pass of
      * context groups, the same control break DICTRPT proves out
      * on a single file. DIFFPARM can name two generations
      * instead, and DICTNAME the dictionary they belong to (off
      * the DICTCAT catalog), so the compare is of that
      * dictionary's own DICTBKn snapshots rather than whatever
      * the DDs happen to point at.

       environment division.
       input-output section.
       file-control.
           select old-file assign to dynamic ws-old-name
               organization line sequential
               file status is ws-old-status.
           select new-file assign to dynamic ws-new-name
               organization line sequential
               file status is ws-new-status.
           select parm-file assign to "DIFFPARM"
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
           select diff-rpt assign to "DIFFRPT"
               organization line sequential
               file status is ws-rpt-status.
       fd  parm-file.
      * one control record: cols 1-3 the shift threshold in whole
      * percentage points. Absent or empty falls back to 10.
      * Col 5 the old and col 7 the new DICTBKn generation (1-9)
      * to compare; given -- or a dictionary named on DICTNAME --
      * the two come off that dictionary's generations (blank
      * old 2, blank new 1) instead of the OLDDICT/NEWDICT DDs.
       01  parm-line.
           05 parm-threshold         pic x(3).
           05 filler                 pic x(1).
           05 parm-old-gen           pic x(1).
           05 filler                 pic x(1).
           05 parm-new-gen           pic x(1).

      * optional DICTNAME: cols 1-8 the dictionary to work on.
       fd  dictname-file.
       01  dictname-line.
           05 dnm-dict-name          pic x(8).

       fd  catalog-file.
           copy dictcat.

       fd  diff-rpt.
       01  report-line               pic x(80).
           01 ws-new-status          pic x(2).
           01 ws-parm-status         pic x(2).
           01 ws-rpt-status          pic x(2).
      * which dictionary (copybooks/dictcat): a blank name is the
      * default master on the DICTDD DD.
           01 ws-dictname-status     pic x(2).
           01 ws-catalog-status      pic x(2).
           01 ws-dict-name           pic x(8) value spaces.
           01 ws-dict-desc           pic x(40) value spaces.
           01 ws-backup-base         pic x(40) value "DICTBK".
           01 ws-old-name            pic x(50) value "OLDDICT".
           01 ws-new-name            pic x(50) value "NEWDICT".
           01 ws-old-gen             pic x(1) value spaces.
           01 ws-new-gen             pic x(1) value spaces.
           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".


       procedure division.
           perform 1000-read-parm.
           perform 1050-resolve-dictionary.
           perform 1060-name-generations.
           perform 1100-open-files.
           if ws-io-error-detected
               move ws-cc-io-error to return-code
                       display "MKVDIFF: empty DIFFPARM, using "
                           "threshold " ws-threshold
                   not at end
                       move parm-old-gen to ws-old-gen
                       move parm-new-gen to ws-new-gen
                       evaluate true
                           when parm-threshold is numeric
                               move parm-threshold to ws-threshold
                           when parm-threshold = spaces
                               continue
                           when other
                               display "MKVDIFF: DIFFPARM threshold "
                                   "not numeric"
                               move ws-cc-validation to return-code
                               close parm-file
                               stop run
                       end-evaluate
               end-read
               close parm-file
           end-if.

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
                   display "MKVDIFF: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move ws-dict-name to dcat-dict-name
               read catalog-file key is dcat-dict-name
                   invalid key
                       display "MKVDIFF: dictionary " ws-dict-name
                           " is not on the catalog"
                       close catalog-file
                       move ws-cc-validation to return-code
                       stop run
               end-read
               close catalog-file
               move dcat-description to ws-dict-desc
               move dcat-backup-base to ws-backup-base
           end-if.

      * a named dictionary, or either generation given, compares
      * two of that dictionary's DICTBKn generations -- old
      * defaults to 2 and new to 1, last month against this.
      * Otherwise the OLDDICT/NEWDICT DDs are the two sides.
           1060-name-generations.
           if ws-dict-name not = spaces
               or ws-old-gen not = spaces
               or ws-new-gen not = spaces
               if ws-old-gen = spaces
                   move "2" to ws-old-gen
               end-if
               if ws-new-gen = spaces
                   move "1" to ws-new-gen
               end-if
               if ws-old-gen < "1" or ws-old-gen > "9"
                   or ws-new-gen < "1" or ws-new-gen > "9"
                   or ws-old-gen = ws-new-gen
                   display "MKVDIFF: DIFFPARM generations must be "
                       "two different digits 1-9"
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move spaces to ws-old-name
               string ws-backup-base delimited by space
                       ws-old-gen delimited by size
                   into ws-old-name
               move spaces to ws-new-name
               string ws-backup-base delimited by space
                       ws-new-gen delimited by size
                   into ws-new-name
           end-if.

      * both snapshots are required -- a drift report against a
      * missing month answers nothing.
           1100-open-files.
           open input old-file
           if ws-old-status not = "00"
               display "MKVDIFF: unable to open "
                   function trim(ws-old-name) ", status "
                   ws-old-status
               move ws-cc-validation to return-code
               stop run
           end-if
           open input new-file
           if ws-new-status not = "00"
               display "MKVDIFF: unable to open "
                   function trim(ws-new-name) ", status "
                   ws-new-status
               close old-file
               move ws-cc-validation to return-code
               stop run
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
               string "OLD " function trim(ws-old-name)
                       "  NEW " function trim(ws-new-name)
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               write report-line
           end-if.


      * contiguous run -- and the report is still one sequential
      * control-break pass; only the word-level rollups changed,
      * since a source word now recurs across prior contexts
      * instead of arriving in one word-major run. Any named
      * dictionary on the DICTCAT catalog reports the same way.

       environment division.
       input-output section.
       file-control.
           select dict-file assign to dynamic ws-dict-file-name
               organization indexed
               access mode dynamic
               record key is corp-entry-key
               file status is ws-dict-status.
           select dictname-file assign to "DICTNAME"
               organization line sequential
               file status is ws-dictname-status.
           select catalog-file assign to "DICTCAT"
               organization indexed
               access mode dynamic
               record key is dcat-dict-name
               file status is ws-catalog-status.
           select dict-rpt assign to "DICTRPTDD"
               organization line sequential
               file status is ws-rpt-status.
       fd  dict-file.
           copy corprec.

      * optional DICTNAME: cols 1-8 the dictionary to work on.
       fd  dictname-file.
       01  dictname-line.
           05 dnm-dict-name          pic x(8).

       fd  catalog-file.
           copy dictcat.

       fd  dict-rpt.
       01  report-line               pic x(80).


           01 ws-dict-status         pic x(2).
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
           stop run.

           1000-open-files.
           perform 1050-resolve-dictionary
           open input dict-file
           if ws-dict-status not = "00"
               display "DICTRPT: unable to open dictionary, "
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
                   display "DICTRPT: unable to open dictionary "
                       "catalog, status " ws-catalog-status
                   move ws-cc-validation to return-code
                   stop run
               end-if
               move ws-dict-name to dcat-dict-name
               read catalog-file key is dcat-dict-name
                   invalid key
                       display "DICTRPT: dictionary " ws-dict-name
                           " is not on the catalog"
                       close catalog-file
                       move ws-cc-validation to return-code
                       stop run
               end-read
               close catalog-file
               move dcat-description to ws-dict-desc
               move dcat-master-name to ws-dict-file-name
           end-if.

      * sequential control-break pass: a change of source word or
      * prior word closes the open context group (printing its
      * successor breakdown); a change of source word also closes
               at end
                   set ws-end-of-dict to true
               not at end
                   if not dctl-control-tag
                       perform 2050-group-dict-record
                   end-if
           end-read.

      * the master's control record is no transition; every other
      * record opens or extends its prior/source context group.
           2050-group-dict-record.
           add 1 to ws-transition-count
           if ws-group-open = "Y"
                   and (corp-source-word not = ws-cur-word
                       or corp-prior-word not = ws-cur-prior)
               perform 3000-close-context-group
           end-if
           if ws-group-open = "N"
               move corp-source-word to ws-cur-word
               move corp-prior-word to ws-cur-prior
               move "Y" to ws-group-open
           end-if
           perform 2100-accumulate-transition.

           2100-accumulate-transition.
           add corp-occurrence-count to ws-group-total
           if ws-succ-entries < 1000

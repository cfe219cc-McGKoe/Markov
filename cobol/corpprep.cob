      * read, tokens written, sentence markers, records rejected)
      * on the print report so the corpus fed downstream accounts
      * for everything in the source document.
      * The raw text arrives as an inbound feed (copybooks/
      * feedrec): a header naming the source system, feed date
      * and sequence number, any number of documents each opened
      * by its own document-id, and a trailer carrying the
      * sender's document and record counts. A feed out of
      * sequence or already processed (copybooks/feedctl) is
      * refused before a token is written; a feed that does not
      * reconcile to its own trailer has TOKENDD emptied and ends
      * on the severe condition code, so a partial or padded feed
      * never reaches MARKOV. Each document starts in the corpus
      * with a *DOC* line carrying its id, across which MARKOV
      * learns no transition -- the same reset *END* gives a
      * sentence -- and PREPRPT reconciles every document on its
      * own line.

       environment division.
       configuration section.
           select control-file assign to "CTLDD"
               organization line sequential
               file status is ws-control-status.
           select feedctl-file assign to "FEEDCTL"
               organization indexed
               access mode dynamic
               record key is fctl-source-system
               file status is ws-feedctl-status.

       data division.
       file section.
       fd  rawtext-file.
           copy feedrec.

       fd  token-file.
       01  token-line                pic x(20).
           05 filler                 pic x(1).
           05 ctl-replacement        pic x(20).

       fd  feedctl-file.
           copy feedctl.

       working-storage section.
      * mainframe-style condition codes, same scheme as MARKOV's --
      * 4 is a warning: the run completed but some input had to be
      * rejected, so the scheduler can choose to hold the MARKOV
      * step for review without treating the day as a failure.
      * 8 is a feed refused at its header (missing, malformed,
      * out of sequence or already processed); 16 a feed that
      * failed to reconcile to its own trailer.
           01 ws-cc-success          pic 9(2) value 0.
           01 ws-cc-warning          pic 9(2) value 4.
           01 ws-cc-validation       pic 9(2) value 8.
           01 ws-cc-io-error         pic 9(2) value 12.
           01 ws-cc-severe           pic 9(2) value 16.

           01 ws-raw-status          pic x(2).
           01 ws-control-status      pic x(2).
           01 ws-token-status        pic x(2).
           01 ws-reject-status       pic x(2).
           01 ws-rpt-status          pic x(2).
           01 ws-feedctl-status      pic x(2).

           01 ws-io-error-switch     pic x(1) value "N".
               88 ws-io-error-detected   value "Y".
           01 ws-tokens-skipped      pic 9(7) value 0.
           01 ws-tokens-mapped       pic 9(7) value 0.

      * feed control: the header's identity, the sender's trailer
      * counts and this run's own count of the same things. A
      * refusal at the header stops the run before processing; a
      * fault anywhere after it (a record out of place, a trailer
      * that disagrees or never came) is remembered with its
      * first reason and fails the feed once the whole file has
      * been read and reported.
           01 ws-feed-source         pic x(8).
           01 ws-feed-date           pic 9(8).
           01 ws-feed-sequence       pic 9(6).
           01 ws-last-sequence       pic 9(6) value 0.
           01 ws-feed-refused-sw     pic x(1) value "N".
               88 ws-feed-refused        value "Y".
           01 ws-feed-fault-sw       pic x(1) value "N".
               88 ws-feed-fault          value "Y".
           01 ws-feed-reason         pic x(50) value spaces.
           01 ws-trailer-seen-sw     pic x(1) value "N".
               88 ws-trailer-seen        value "Y".
           01 ws-documents-read      pic 9(7) value 0.
           01 ws-feed-records        pic 9(9) value 0.
           01 ws-trailer-documents   pic 9(7) value 0.
           01 ws-trailer-records     pic 9(9) value 0.

      * the document being prepared, reconciled on its own report
      * line when the next one starts or the feed ends.
           01 ws-doc-open-sw         pic x(1) value "N".
               88 ws-doc-open            value "Y".
           01 ws-doc-id              pic x(14).
           01 ws-doc-records         pic 9(7).
           01 ws-doc-tokens          pic 9(7).
           01 ws-doc-rejects         pic 9(7).
           01 ws-doc-records-display pic z(6)9.
           01 ws-doc-tokens-display  pic z(6)9.
           01 ws-doc-rejects-display pic z(6)9.
      * document boundary line written to TOKENDD ahead of each
      * document's tokens. The asterisks keep it out of the real
      * token space exactly as they do for *END*.
           01 ws-doc-marker-line.
               05 ws-doc-marker-tag  pic x(6) value "*DOC* ".
               05 ws-doc-marker-id   pic x(14).

      * optional stop-word/synonym policy from CTLDD, folded into
      * a table kept in ascending token order by binary-search
      * insert, the same table discipline MARKOV's chain table

           01 ws-run-date            pic x(8).
           01 ws-run-time            pic x(8).
           01 ws-ts-time             pic x(8).

       procedure division.
           perform 1500-load-control-table.
               stop run
           end-if.

           perform 1700-read-feed-header.
           if ws-feed-refused
               perform 9000-close-files
               if ws-io-error-detected
                   move ws-cc-io-error to return-code
               else
                   move ws-cc-validation to return-code
               end-if
               stop run
           end-if.

           perform 2000-process-rawtext until ws-end-of-rawtext.
           perform 2900-close-document.
           perform 3900-reconcile-feed.

           perform 4000-write-trailer.
           if ws-feed-fault
               perform 4500-discard-token-file
           else
               if not ws-io-error-detected
                   perform 4600-advance-feed-control
               end-if
           end-if.
           perform 9000-close-files.

           if ws-feed-fault
               move ws-cc-severe to return-code
           else
               if ws-io-error-detected
                   move ws-cc-io-error to return-code
               else
                   if ws-records-rejected > 0
                       move ws-cc-warning to return-code
                   else
                       move ws-cc-success to return-code
                   end-if
               end-if
           end-if.
           stop run.
           move ws-cc-validation to return-code
           stop run.

      * the feed must open with a sound header, and its sequence
      * number must be the next one expected from its source --
      * anything else refuses the feed before a single token is
      * written, so the empty TOKENDD and the validation code
      * stop the MARKOV step behind this one.
           1700-read-feed-header.
           read rawtext-file
               at end
                   set ws-feed-refused to true
                   move "FEED IS EMPTY, NO HEADER RECORD"
                       to ws-feed-reason
               not at end
                   if not feed-header
                       set ws-feed-refused to true
                       move "FIRST RECORD IS NOT A FEED HEADER"
                           to ws-feed-reason
                   else
                       if fh-source-system = spaces
                               or fh-feed-date is not numeric
                               or fh-feed-sequence is not numeric
                           set ws-feed-refused to true
                           move "FEED HEADER IS MALFORMED"
                               to ws-feed-reason
                       else
                           move fh-source-system to ws-feed-source
                           move fh-feed-date to ws-feed-date
                           move fh-feed-sequence to ws-feed-sequence
                           perform 1750-check-feed-sequence
                       end-if
                   end-if
           end-read
           if ws-feed-refused
               display "CORPPREP: feed refused -- "
                   function trim(ws-feed-reason)
               move spaces to report-line
               string "FEED REFUSED: " ws-feed-reason
                   delimited by size into report-line
               write report-line
           else
               move spaces to report-line
               string "FEED SOURCE " ws-feed-source
                       "  DATE " ws-feed-date
                       "  SEQUENCE " ws-feed-sequence
                   delimited by size into report-line
               write report-line
               move spaces to report-line
               write report-line
               move "DOCUMENT-ID      RECORDS   TOKENS  REJECTS"
                   to report-line
               write report-line
           end-if.

      * the sequence rule: the next number after the last feed
      * accepted from this source. Equal or lower has been
      * processed already; higher than next means a feed in
      * between never arrived. A source with no control row yet
      * is on its first feed and any sequence starts it. An
      * unreadable control file refuses the feed -- without it
      * the rule cannot be proven.
           1750-check-feed-sequence.
           open input feedctl-file
           if ws-feedctl-status = "35"
               display "CORPPREP: first feed on record, no feed "
                   "control yet"
           else
               if ws-feedctl-status not = "00"
                   display "CORPPREP: unable to open FEEDCTL, "
                       "status " ws-feedctl-status
                   set ws-io-error-detected to true
                   set ws-feed-refused to true
                   move "FEED CONTROL FILE UNAVAILABLE"
                       to ws-feed-reason
               else
                   move ws-feed-source to fctl-source-system
                   read feedctl-file key is fctl-source-system
                       invalid key
                           display "CORPPREP: first feed from "
                               "source " ws-feed-source
                       not invalid key
                           move fctl-last-sequence
                               to ws-last-sequence
                           if ws-feed-sequence
                                   <= fctl-last-sequence
                               set ws-feed-refused to true
                               string "SEQUENCE " ws-feed-sequence
                                       " ALREADY PROCESSED, LAST "
                                       fctl-last-sequence
                                   delimited by size
                                   into ws-feed-reason
                           else
                               if ws-feed-sequence
                                       > fctl-last-sequence + 1
                                   set ws-feed-refused to true
                                   string "SEQUENCE "
                                           ws-feed-sequence
                                           " OUT OF ORDER, LAST "
                                           fctl-last-sequence
                                       delimited by size
                                       into ws-feed-reason
                               end-if
                           end-if
                   end-read
                   close feedctl-file
               end-if
           end-if.

      * one feed record per pass, by type. Document and text
      * records are counted against the trailer; text goes
      * through the old screen-and-tokenize path for the
      * document it belongs to. Anything out of place -- text
      * before the first document, a second header, anything
      * after the trailer, an unknown type -- is a feed fault.
           2000-process-rawtext.
           read rawtext-file
               at end
                   set ws-end-of-rawtext to true
               not at end
                   evaluate true
                       when ws-trailer-seen
                           move "RECORD AFTER FEED TRAILER"
                               to ws-feed-reason
                           perform 2960-note-feed-fault
                       when feed-document-header
                           add 1 to ws-feed-records
                           perform 2300-start-document
                       when feed-text-record
                           add 1 to ws-feed-records
                           if ws-doc-open
                               perform 2400-process-text-record
                           else
                               move "TEXT BEFORE FIRST DOCUMENT HEADER"
                                   to ws-feed-reason
                               perform 2960-note-feed-fault
                           end-if
                       when feed-trailer
                           perform 2500-take-feed-trailer
                       when feed-header
                           move "SECOND FEED HEADER IN FEED"
                               to ws-feed-reason
                           perform 2960-note-feed-fault
                       when other
                           move "UNKNOWN FEED RECORD TYPE"
                               to ws-feed-reason
                           perform 2960-note-feed-fault
                   end-evaluate
           end-read.

      * screen one text record for unprintable characters, then
      * split it into tokens. A record that fails the screen goes
      * to the reject file whole -- its content cannot be trusted
      * enough to tokenize.
           2400-process-text-record.
           add 1 to ws-records-read
           add 1 to ws-doc-records
           if feed-text not printable-text
               move spaces to reject-record
               move ws-reason-unprintable to rej-reason-code
               move feed-text to rej-content
               perform 2200-sanitize-reject-copy
               write reject-record
               add 1 to ws-records-rejected
               add 1 to ws-doc-rejects
           else
               perform 2100-tokenize-record
           end-if.

      * a new document: reconcile the one before it, then put
      * the *DOC* boundary line on TOKENDD and restart the
      * marker collapse, so a leading ender in the new document
      * cannot emit a marker that belongs to nothing.
           2300-start-document.
           perform 2900-close-document
           add 1 to ws-documents-read
           move dh-document-id to ws-doc-id
           if ws-doc-id = spaces
               move "DOCUMENT HEADER WITHOUT A DOCUMENT-ID"
                   to ws-feed-reason
               perform 2960-note-feed-fault
           end-if
           move 0 to ws-doc-records
           move 0 to ws-doc-tokens
           move 0 to ws-doc-rejects
           set ws-doc-open to true
           move ws-doc-id to ws-doc-marker-id
           move ws-doc-marker-line to token-line
           write token-line
           move "Y" to ws-marker-last-sw.

      * the sender's counts, taken for 3900 to reconcile.
           2500-take-feed-trailer.
           perform 2900-close-document
           set ws-trailer-seen to true
           if ft-document-count is not numeric
                   or ft-record-count is not numeric
               move "FEED TRAILER IS MALFORMED" to ws-feed-reason
               perform 2960-note-feed-fault
           else
               move ft-document-count to ws-trailer-documents
               move ft-record-count to ws-trailer-records
           end-if.

      * per-document reconciliation line: text records read,
      * tokens written and records/tokens rejected.
           2900-close-document.
           if ws-doc-open
               move ws-doc-records to ws-doc-records-display
               move ws-doc-tokens to ws-doc-tokens-display
               move ws-doc-rejects to ws-doc-rejects-display
               move spaces to report-line
               string ws-doc-id
                       "  " ws-doc-records-display
                       "  " ws-doc-tokens-display
                       "  " ws-doc-rejects-display
                   delimited by size into report-line
               write report-line
               move "N" to ws-doc-open-sw
           end-if.

      * remember the first fault only -- later ones are usually
      * its consequences.
           2960-note-feed-fault.
           if not ws-feed-fault
               set ws-feed-fault to true
               display "CORPPREP: feed fault -- "
                   function trim(ws-feed-reason)
           end-if.

      * the feed against its own trailer: the sender's document
      * and record counts must be exactly what arrived.
           3900-reconcile-feed.
           if not ws-feed-fault
               if not ws-trailer-seen
                   move "FEED TRAILER MISSING" to ws-feed-reason
                   perform 2960-note-feed-fault
               else
                   if ws-trailer-documents not = ws-documents-read
                       move "TRAILER DOCUMENT COUNT MISMATCH"
                           to ws-feed-reason
                       perform 2960-note-feed-fault
                   else
                       if ws-trailer-records not = ws-feed-records
                           move "TRAILER RECORD COUNT MISMATCH"
                               to ws-feed-reason
                           perform 2960-note-feed-fault
                       end-if
                   end-if
               end-if
           end-if.

      * mask the offending bytes in the reject copy with "?" --
      * the reject file itself has to stay printable to be written
           move 1 to ws-scan-pointer
           perform until ws-scan-pointer > 132
               move spaces to ws-work-token
               unstring feed-text delimited by all space
                   into ws-work-token
                   with pointer ws-scan-pointer
               end-unstring
                   move ws-work-token to rej-content
                   write reject-record
                   add 1 to ws-records-rejected
                   add 1 to ws-doc-rejects
               else
                   move function upper-case(
                       ws-work-token(ws-token-start:
                       move ws-fold-token to token-line
                       write token-line
                       add 1 to ws-tokens-written
                       add 1 to ws-doc-tokens
                       move "N" to ws-marker-last-sw
                   end-if
               end-if
           string "RECORDS REJECTED: " ws-records-rejected
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "DOCUMENTS READ:   " ws-documents-read
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "FEED RECORDS:     " ws-feed-records
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "TRAILER DOCUMENTS:" ws-trailer-documents
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "TRAILER RECORDS:  " ws-trailer-records
               delimited by size into report-line
           write report-line
           move spaces to report-line
           if ws-feed-fault
               string "FEED REJECTED: " ws-feed-reason
                   delimited by size into report-line
               write report-line
               move "TOKENDD EMPTIED -- NOTHING GOES DOWNSTREAM"
                   to report-line
           else
               move "FEED RECONCILED TO ITS TRAILER" to report-line
           end-if
           write report-line
           display "CORPPREP: read " ws-records-read
               ", wrote " ws-tokens-written
               " token(s), " ws-markers-written
               " marker(s), rejected " ws-records-rejected.

      * a feed that did not reconcile must not reach MARKOV even
      * if the step's condition code is ignored: reopening
      * TOKENDD for output leaves it empty, and 9000 closes it.
           4500-discard-token-file.
           close token-file
           open output token-file
           if ws-token-status not = "00"
               display "CORPPREP: unable to empty token file, "
                   "status " ws-token-status
               set ws-io-error-detected to true
           end-if.

      * move the source's feed control forward to this feed --
      * only a feed that reconciled gets here. Created on first
      * use, the MARKOV restart-file pattern.
           4600-advance-feed-control.
           open i-o feedctl-file
           if ws-feedctl-status = "35"
               open output feedctl-file
               close feedctl-file
               open i-o feedctl-file
           end-if
           if ws-feedctl-status not = "00"
               display "CORPPREP: unable to update FEEDCTL, "
                   "status " ws-feedctl-status
               set ws-io-error-detected to true
           else
               move ws-feed-source to fctl-source-system
               read feedctl-file key is fctl-source-system
                   invalid key
                       perform 4610-fill-feed-control
                       write feed-control-record
                   not invalid key
                       perform 4610-fill-feed-control
                       rewrite feed-control-record
               end-read
               close feedctl-file
           end-if.

           4610-fill-feed-control.
           move ws-feed-source to fctl-source-system
           move ws-feed-sequence to fctl-last-sequence
           move ws-feed-date to fctl-last-feed-date
           move ws-documents-read to fctl-last-documents
           move ws-feed-records to fctl-last-records
           accept fctl-processed-ts(1:8) from date yyyymmdd
           accept ws-ts-time from time
           move ws-ts-time(1:6) to fctl-processed-ts(9:6).

           9000-close-files.
           close rawtext-file
           close token-file

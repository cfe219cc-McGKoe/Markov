      * (header) record per run carrying run-id, mode, lower/upper,
      * corpus name and return code, then one D (detail) record per
      * occupied RES-DETAIL-ENTRY slot. Replaces retyping generated
      * sequences out of the printed report. Generated content
      * (GENERATE, GENERATE2 and REPLAY rows) only goes out once
      * MKVSCRN has passed it or a reviewer has released it --
      * unscreened, quarantined and rejected rows are held back
      * and counted, never extracted.

       environment division.
       input-output section.

           01 ws-runs-extracted      pic 9(7) value 0.
           01 ws-details-written     pic 9(7) value 0.
           01 ws-runs-held           pic 9(7) value 0.
           01 ws-release-switch      pic x(1).
               88 ws-row-releasable      value "Y".
               88 ws-row-held            value "N".
           01 ws-detail-sub          pic 9(4).
           01 ws-seq-display         pic 9(4).
           01 ws-lower-display       pic 9(2).
           close extract-file
           display "RESEXTR: extracted " ws-runs-extracted
               " run(s), " ws-details-written " detail record(s)"
           if ws-runs-held > 0
               display "RESEXTR: held back " ws-runs-held
                   " unreleased generated run(s)"
           end-if
           if ws-io-error-detected
               move ws-cc-io-error to return-code
           else
                   display "RESEXTR: run-id " ws-want-run-id
                       " not on results file"
               not invalid key
                   perform 2900-check-release
                   if ws-row-releasable
                       perform 3000-write-run-extract
                   else
                       display "RESEXTR: run-id " ws-want-run-id
                           " not released by screening, status '"
                           res-screen-status "'"
                   end-if
           end-read.

      * range path: the KSDS is keyed on run-id, not timestamp, so
                   not at end
                       if res-last-run-ts >= ws-from-ts
                               and res-last-run-ts <= ws-to-ts
                           perform 2900-check-release
                           if ws-row-releasable
                               perform 3000-write-run-extract
                           end-if
                       end-if
               end-read
           end-perform.

      * generated content needs a screening verdict that lets it
      * out: passed clean (P) or released by a reviewer (R).
      * Spaces (not yet screened), Q (quarantined, awaiting
      * review) and X (rejected) all hold the row back. Modes
      * that produce no sequence are not screened and always go.
           2900-check-release.
           set ws-row-releasable to true
           if res-run-mode = "GENERATE"
                   or res-run-mode = "GENERATE2"
                   or res-run-mode = "REPLAY"
               if not res-screen-passed and not res-released
                   set ws-row-held to true
                   add 1 to ws-runs-held
               end-if
           end-if.

      * one H record for the run row in the buffer, then one D
      * record per occupied detail slot, everything pipe-delimited
      * and trimmed so the load format is stable no matter how the

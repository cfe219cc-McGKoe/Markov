      * REPLAY treats as one sequence, no start word.
           05 res-seq-count            pic x(2).
           05 res-start-word           pic x(20).
      * content screening (MKVSCRN) of generating and REPLAY rows:
      * spaces until the row has been screened -- MARKOV puts it
      * back to spaces whenever a rerun rewrites the row, so new
      * content is always screened again. P passed clean, Q held
      * in quarantine on a prohibited word or word pair (reason
      * says which), R released and X rejected by the reviewer
      * named. RESEXTR only hands P and R rows of the screened
      * modes to the analytics team.
           05 res-screen-status        pic x(1).
               88 res-unscreened           value space.
               88 res-screen-passed        value "P".
               88 res-quarantined          value "Q".
               88 res-released             value "R".
               88 res-rejected             value "X".
           05 res-screen-reason        pic x(30).
           05 res-screen-ts            pic x(14).
           05 res-reviewer             pic x(8).
      * the named dictionary the run used (copybooks/dictcat);
      * spaces is the default DICTDD master. REPLAY walks the
      * same dictionary the original run did. A named
      * dictionary's name takes the corpus part of the run-id
      * (see markov.cob's WS-RUN-ID build), so the same range
      * and mode run for two dictionaries get two rows.
           05 res-dict-name            pic x(8).

      *----------------------------------------------------------*
      * CORPREG - corpus load register: one row per corpus merge
      * into the dictionary master, so "has this file already
      * gone in" is a keyed lookup instead of a hunt through
      * MKVDICT ADJUST-COUNT cleanups after the fact. A corpus is
      * identified by its name plus the CORPPREP reconciliation
      * totals it carried (tokens written, sentence markers) --
      * the same file re-sent with different content is a
      * different corpus, the same file rerun by accident is not.
      * REG-MERGE-SEQ numbers the merges of one identity, so a
      * deliberate FORCE re-merge adds a row rather than
      * overwriting the history of the first one. REG-STATUS
      * goes to R when MKVDREST rolls the master back past the
      * merge, which frees the identity to be merged again;
      * REG-ROLLBACK-TS says when, so the lineage report can tell
      * which DICTBKn generations still carried the merge.
      * REG-DOCUMENT-ID lists the feed documents (the *DOC* lines
      * CORPPREP writes) the corpus carried, so lineage can be
      * answered down to the document; REG-DOCUMENT-COUNT is the
      * true count even when it exceeds the 200 ids kept.
      * REG-DICT-NAME is the named dictionary the corpus went into
      * (copybooks/dictcat; spaces is the default DICTDD master):
      * the duplicate-merge guard and a rollback only ever look
      * at the rows of one dictionary, so the same corpus can go
      * into two of them once each.
      *----------------------------------------------------------*
       01 corpus-register-record.
           05 reg-key.
               10 reg-corpus-name     pic x(50).
               10 reg-tokens-written  pic 9(7).
               10 reg-sentence-markers pic 9(7).
               10 reg-merge-seq       pic 9(3).
           05 reg-run-id              pic x(16).
           05 reg-run-mode            pic x(10).
           05 reg-merge-date          pic x(8).
           05 reg-merge-ts            pic x(14).
           05 reg-forced-flag         pic x(1).
               88 reg-forced              value "Y".
           05 reg-status              pic x(1).
               88 reg-merged              value "M".
               88 reg-rolled-back         value "R".
           05 reg-rollback-ts         pic x(14).
           05 reg-document-count      pic 9(5).
           05 reg-document-ids.
               10 reg-document-id occurs 200 times
                                      pic x(14).
           05 reg-dict-name           pic x(8).

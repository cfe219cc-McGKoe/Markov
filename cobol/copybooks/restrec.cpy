      * instead of having to rerun from LOWER. RST-RUN-ID folds the
      * corpus name in alongside lower/upper/mode (see markov.cob's
      * WS-RUN-ID build) so two runs over different corpora with the
      * same range don't collide on the same checkpoint; a run
      * against a named dictionary carries the dictionary name in
      * the corpus part instead.
      *----------------------------------------------------------*
       01 restart-record.
           05 rst-run-id               pic x(16).

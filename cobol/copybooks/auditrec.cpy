      * timing data rather than as zero-second runs.
           05 aud-start-ts             pic x(14).
           05 aud-elapsed-secs         pic 9(7).
      * the named dictionary the run used (copybooks/dictcat);
      * spaces is the default DICTDD master, which is also how
      * every record written before the catalog existed reads.
           05 aud-dict-name            pic x(8).

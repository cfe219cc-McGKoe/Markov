      * the run ends on the validation condition code when the
      * word cannot be walked from. PARM-LOCK-AGE: minutes before
      * a held dictionary lock is judged a corpse and broken;
      * blank or zero takes the default of 240. PARM-MERGE-OPTION
      * FORCE lets a corpus already on the load register (same
      * name, same CORPPREP totals) be merged into the master a
      * second time; blank refuses the duplicate merge.
      * PARM-DICT-NAME names the dictionary the run merges into,
      * generates from or scores against (see copybooks/dictcat);
      * blank is the default master on DICTDD.
       01 parm-record.
           05 parm-lower              pic 9(2).
           05 parm-upper              pic 9(2).
           05 parm-seq-count          pic x(2).
           05 parm-start-word         pic x(20).
           05 parm-lock-age           pic x(4).
           05 parm-merge-option       pic x(5).
           05 parm-dict-name          pic x(8).

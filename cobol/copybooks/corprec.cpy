               10 corp-next-word      pic x(20).
           05 corp-occurrence-count   pic 9(7).
           05 corp-last-updated       pic x(8).
      *----------------------------------------------------------*
      * The master also carries one control record, proving it is
      * still whole after every program that writes it: the entry
      * count split into order-1 (spaces prior) and order-2
      * entries, the occurrence total, and the run-id and date of
      * the last program to write the master. It sits under the
      * reserved prior *CONTROL* -- no prepared token can spell
      * it, the *START* reasoning again -- and its totals ride in
      * what is the source/next part of an ordinary key, so it is
      * found by a START on the tag and replaced by delete and
      * write rather than rewritten. Every program that browses
      * the master skips it; it is never part of a DICTBKn
      * snapshot. MKVVRFY recounts the master against it.
      *----------------------------------------------------------*
       01 dictionary-control-record.
           05 dctl-tag                pic x(20).
               88 dctl-control-tag        value "*CONTROL*".
           05 dctl-entry-count        pic 9(7).
           05 dctl-order1-count       pic 9(7).
           05 dctl-order2-count       pic 9(7).
           05 dctl-occurrence-total   pic 9(10).
           05 dctl-run-id             pic x(16).
           05 dctl-update-date        pic x(8).

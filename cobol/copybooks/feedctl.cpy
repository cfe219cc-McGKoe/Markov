      *----------------------------------------------------------*
      * FEEDCTL - inbound feed control, one row per source system
      * keyed on its name: the last feed sequence number CORPPREP
      * accepted from it, and what that feed carried. A feed is
      * only accepted with the next sequence number; the row is
      * moved forward only once the feed has reconciled against
      * its own trailer, so a rejected feed can be corrected and
      * resent under the same number.
      *----------------------------------------------------------*
       01 feed-control-record.
           05 fctl-source-system      pic x(8).
           05 fctl-last-sequence      pic 9(6).
           05 fctl-last-feed-date     pic 9(8).
           05 fctl-last-documents     pic 9(7).
           05 fctl-last-records       pic 9(9).
           05 fctl-processed-ts       pic x(14).

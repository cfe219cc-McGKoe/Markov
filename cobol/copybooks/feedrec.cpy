      *----------------------------------------------------------*
      * FEEDREC - inbound corpus feed record, as the content
      * system sends it to CORPPREP on RAWDD. Cols 1-2 carry the
      * record type, col 3 is blank, cols 4-135 the body:
      *   FH  feed header, first record: source system (8), feed
      *       date yyyymmdd, feed sequence number (6) -- each
      *       separated by one blank
      *   DH  document header: the document-id (14) every text
      *       record up to the next DH belongs to
      *   TX  one line of document text (132)
      *   FT  feed trailer, last record: document count (7) and
      *       record count (9), the number of DH and TX records
      *       between the header and the trailer
      * The trailer is the sender's own count of what it sent, so
      * CORPPREP can prove the feed arrived whole; the sequence
      * number lets it refuse a feed that is out of order or has
      * been processed already (see copybooks/feedctl).
      *----------------------------------------------------------*
       01 feed-record.
           05 feed-record-type        pic x(2).
               88 feed-header             value "FH".
               88 feed-document-header    value "DH".
               88 feed-text-record        value "TX".
               88 feed-trailer            value "FT".
           05 filler                  pic x(1).
           05 feed-text               pic x(132).
           05 feed-header-body redefines feed-text.
               10 fh-source-system    pic x(8).
               10 filler              pic x(1).
               10 fh-feed-date        pic 9(8).
               10 filler              pic x(1).
               10 fh-feed-sequence    pic 9(6).
               10 filler              pic x(108).
           05 feed-document-body redefines feed-text.
               10 dh-document-id      pic x(14).
               10 filler              pic x(118).
           05 feed-trailer-body redefines feed-text.
               10 ft-document-count   pic 9(7).
               10 filler              pic x(1).
               10 ft-record-count     pic 9(9).
               10 filler              pic x(115).

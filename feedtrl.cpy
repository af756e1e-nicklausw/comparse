      *>  per-feed count section carried on a FORMULAIN trailer when
      *>  charge_adapter.cbl builds the night's file from FEED-ID
      *>  cards - at fin-record(25:587), straight after the TRL's own
      *>  count and hash. one entry per feed with the detail lines it
      *>  contributed and their non-space hash; the entries must sum
      *>  to the trailer's totals. batch_math_parse.cbl prints and
      *>  checks the section when FTS-TAG is "FEEDS"; a hand-built
      *>  file, or one adapted from CHARGEFD with no cards, leaves it
      *>  blank.
         01 feed-trailer-section.
           05 fts-tag pic x(5).
           05 fts-count pic 9(2).
           05 fts-entry occurs 20 times.
             10 fts-feed-id pic x(8).
             10 fts-details pic 9(9).
             10 fts-hash pic 9(12).

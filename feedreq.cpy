      *>  shared parameter block for feed_layout.cbl. the feed record
      *>  itself is passed separately, pic x(500).
      *>
      *>  FL-ACTION 'D' - describe FL-FEED-ID: returns FL-FILE-NAME,
      *>    FL-SOURCE and FL-ARG-COUNT.
      *>  FL-ACTION 'B' - build: pulls the charge type and account
      *>    off the record, lays each non-blank FL-OVERRIDE(n) into
      *>    argument n's column first (the record comes back
      *>    repaired), checks every argument, and returns
      *>    FL-FORMULA-ID (account + charge type) and FL-FORMULA-TEXT
      *>    "@TYPE(arg1,...,argn);". type and account come back even
      *>    when the arguments fail.
      *>  FL-RESULT:
      *>    'T' - done
      *>    'D' - no such feed on FEEDDEFS
      *>    'V' - the feed's definition is unusable (FL-MESSAGE says
      *>          why)
      *>    'N' - numeric argument FL-BAD-ARG won't read as a number
      *>    'X' - text argument FL-BAD-ARG is blank or holds , ( ) ;
      *>    'L' - override FL-BAD-ARG is wider than its column
         01 feed-layout-parms.
           05 fl-action pic x(1).
           05 fl-feed-id pic x(8).
           05 fl-result pic x(1).
           05 fl-message pic x(60).
           05 fl-file-name pic x(30).
           05 fl-source pic x(8).
           05 fl-arg-count pic 9(1).
           05 fl-bad-arg pic 9(1).
           05 fl-override pic x(30) occurs 9 times.
           05 fl-charge-type pic x(8).
           05 fl-account pic x(12).
           05 fl-formula-id pic x(20).
           05 fl-formula-text pic x(300).

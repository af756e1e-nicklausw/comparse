      *>  sheet without re-typing subexpressions. the MPR-TEXT entry
      *>  still shows the statement's own answer.
      *>
      *>  the names those statements assigned come back too, in
      *>  MPR-ASSIGNED-COUNT and the MPR-ASSIGNED table: each name
      *>  once, in the order it was first assigned, carrying the last
      *>  value the call gave it - plain digits, a leading '-' and a
      *>  point, no commas - so a caller can pick a named figure
      *>  ("WEIGHT") out of a rating sheet without knowing which
      *>  statement produced it. only statements that came out OK
      *>  store a name.
      *>
      *>  50 entries is the same ceiling MATH-PARSE-VARS uses for its
      *>  own table (see mpvars.cpy) - plenty for any realistic batch
      *>  of related adjustments; a call with more formulas than that
           05 mpr-entry occurs 50 times.
             10 mpr-text pic x(60) value spaces.
             10 mpr-error-code usage binary-long value 0.
           05 mpr-assigned-count usage binary-long value 0.
           05 mpr-assigned occurs 50 times.
             10 mpr-assigned-name pic x(20) value spaces.
             10 mpr-assigned-value pic x(30) value spaces.

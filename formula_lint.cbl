      *>                 exponent marker - maybe meant as a name
      *>  DOUBLE-PARENS  "((expr))" - a redundant wrap that usually
      *>                 means an operator went missing
      *>  UOM-CONSTANT   a decimal literal within 0.1% of a unit
      *>                 conversion factor (or its reciprocal) on
      *>                 UOMCONV - the standard pairs in uomstd.cpy
      *>                 when there's no UOMCONV - "2.2046" typed where
      *>                 UOM(amount, KG, LB) carries the exact factor.
      *>                 whole numbers, and literals of fewer than
      *>                 three significant digits, are left alone.
      *>
      *>the LINTRPT summary by type is what the rate desk works from.
       identification division.
         select report-file assign to "LINTRPT"
           organization line sequential
           file status is report-file-status.
         select uom-file assign to "UOMCONV"
           organization line sequential
           file status is uom-file-status.

       data division.
       file section.
           05 lc-value pic x(20).
       fd report-file.
         01 report-record pic x(132).
       fd uom-file.
         copy "uomconv.cpy".

       working-storage section.
         01 formula-file-status pic x(2) value '00'.
         01 control-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 uom-file-status pic x(2) value '00'.
         01 uom-eof pic x(1) value 'F'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.

         01 pair-i usage binary-long value 0.
         01 pair-j usage binary-long value 0.

      *>  the conversion factors a literal is checked against - each
      *>  pair's factor and its reciprocal, named the way the value
      *>  converts.
         copy "uomstd.cpy".
         01 factor-table.
           05 factor-count usage binary-long value 0.
           05 factor-entry occurs 400 times.
             10 fc-value pic 9(9)v9(9).
             10 fc-from pic x(8).
             10 fc-to pic x(8).
         01 factor-idx usage binary-long value 0.
         01 std-idx usage binary-long value 0.
         01 cand-from pic x(8) value spaces.
         01 cand-to pic x(8) value spaces.
         01 recip-value pic 9(9)v9(9) value 0.
         01 recip-to pic x(8) value spaces.
         01 diff-value pic 9(9)v9(9) value 0.
         01 tolerance pic 9(9)v9(9) value 0.

      *>  number text parsing - digits and at most one point, nine
      *>  integer digits, decimals past the ninth dropped. the
      *>  value is laid in digit by digit through NV-DIGITS.
         01 nv-text pic x(20) value spaces.
         01 nv-value pic 9(9)v9(9) value 0.
         01 nv-digits redefines nv-value pic x(18).
         01 nv-ok pic x(1) value 'F'.
         01 nv-point pic x(1) value 'F'.
         01 nv-pos usage binary-long value 0.
         01 nv-int-buf pic x(20) value spaces.
         01 nv-int-len usage binary-long value 0.
         01 nv-dec-buf pic x(20) value spaces.
         01 nv-dec-len usage binary-long value 0.
         01 nv-first usage binary-long value 0.
         01 nv-last usage binary-long value 0.
         01 nv-sig usage binary-long value 0.

      *>  the literal being looked at.
         01 lit-pos usage binary-long value 0.
         01 lit-start usage binary-long value 0.
         01 lit-len usage binary-long value 0.
         01 lit-char pic x(1) value space.
         01 lit-in-name pic x(1) value 'F'.

         01 formulas_read usage binary-long value 0.
         01 formulas_warned usage binary-long value 0.
         01 this-formula-warned pic x(1) value 'F'.
         01 cnt-deep-nesting usage binary-long value 0.
         01 cnt-sci-marker usage binary-long value 0.
         01 cnt-double-parens usage binary-long value 0.
         01 cnt-uom-constant usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.

         01 heading_line pic x(132).
       procedure division.
       0000-mainline.
         perform 0100-read-control
         perform 0200-load-uom-factors
         compute nesting-warn-at = max-nesting - 2
         if nesting-warn-at < 1 then
           move 1 to nesting-warn-at
           end-if
         end-perform.

      *>  UOMCONV's factors, or the standard pairs when the file
      *>  isn't there.
       0200-load-uom-factors.
         open input uom-file
         if uom-file-status = '00' then
           perform until uom-eof = 'T'
             read uom-file
               at end
                 move 'T' to uom-eof
               not at end
                 if uc-from <> spaces and uc-to <> spaces then
                   move uc-from to cand-from
                   move uc-to to cand-to
                   move uc-factor to nv-text
                   perform 0210-add-factor
                 end-if
             end-read
           end-perform
           close uom-file
           exit paragraph
         end-if
         perform varying std-idx from 1 by 1
             until std-idx > uom-standard-count
           move us-from(std-idx) to cand-from
           move us-to(std-idx) to cand-to
           move us-factor(std-idx) to nv-text
           perform 0210-add-factor
         end-perform.

      *>  NV-TEXT's factor and its reciprocal onto the table - each
      *>  only when it has a fraction and three significant digits,
      *>  which keeps 1000, 0.001 and the like out of it.
       0210-add-factor.
         perform 0250-parse-number-text
         if nv-ok <> 'T' or nv-value = 0 then
           exit paragraph
         end-if
         compute recip-value rounded = 1 / nv-value
         perform 0220-add-candidate
         move recip-value to nv-value
         perform 0260-count-significant
         move cand-from to recip-to
         move cand-to to cand-from
         move recip-to to cand-to
         perform 0220-add-candidate.

       0220-add-candidate.
         if nv-digits(10:9) = "000000000" or nv-sig < 3 then
           exit paragraph
         end-if
         if factor-count >= 400 then
           exit paragraph
         end-if
         add 1 to factor-count giving factor-count
         move nv-value to fc-value(factor-count)
         move cand-from to fc-from(factor-count)
         move cand-to to fc-to(factor-count).

      *>  NV-TEXT as a number into NV-VALUE, NV-OK 'T' when it is
      *>  digits and at most one point with nine integer digits or
      *>  fewer.
       0250-parse-number-text.
         move 'F' to nv-ok
         move 'F' to nv-point
         move 0 to nv-value
         move 0 to nv-sig
         move spaces to nv-int-buf
         move spaces to nv-dec-buf
         move 0 to nv-int-len
         move 0 to nv-dec-len
         perform varying nv-pos from 1 by 1 until nv-pos > 20
           evaluate true
             when nv-text(nv-pos:1) = space
               continue
             when nv-text(nv-pos:1) = '.'
               if nv-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to nv-point
             when nv-text(nv-pos:1) is numeric
               if nv-point = 'T' then
                 add 1 to nv-dec-len giving nv-dec-len
                 move nv-text(nv-pos:1) to nv-dec-buf(nv-dec-len:1)
               else
                 add 1 to nv-int-len giving nv-int-len
                 move nv-text(nv-pos:1) to nv-int-buf(nv-int-len:1)
               end-if
             when other
               exit paragraph
           end-evaluate
         end-perform
         if nv-int-len > 9 or nv-int-len + nv-dec-len = 0 then
           exit paragraph
         end-if
         if nv-dec-len > 9 then
           move 9 to nv-dec-len
         end-if
         move zeroes to nv-digits
         if nv-int-len > 0 then
           move nv-int-buf(1:nv-int-len) to
             nv-digits(10 - nv-int-len:nv-int-len)
         end-if
         if nv-dec-len > 0 then
           move nv-dec-buf(1:nv-dec-len) to nv-digits(10:nv-dec-len)
         end-if
         perform 0260-count-significant
         move 'T' to nv-ok.

      *>  digits from NV-VALUE's first non-zero to its last.
       0260-count-significant.
         move 0 to nv-first
         move 0 to nv-last
         perform varying nv-pos from 1 by 1 until nv-pos > 18
           if nv-digits(nv-pos:1) <> '0' then
             if nv-first = 0 then
               move nv-pos to nv-first
             end-if
             move nv-pos to nv-last
           end-if
         end-perform
         move 0 to nv-sig
         if nv-first > 0 then
           compute nv-sig = nv-last - nv-first + 1
         end-if.

       1000-lint-one-formula.
         if fin-record(1:3) = "HDR" or fin-record(1:3) = "TRL" then
           exit paragraph
         end-perform

         perform 1950-check-double-parens
         perform 1960-check-uom-constants
         if this-formula-warned = 'T' then
           add 1 to formulas_warned giving formulas_warned
         end-if.
           end-perform
         end-perform.

      *>  every decimal literal in the statement against the factor
      *>  table. a literal is a run of digits and points that no
      *>  name runs into - "RATE2.5" is a name and a number - and
      *>  that isn't the mantissa of an exponent.
       1960-check-uom-constants.
         if factor-count = 0 then
           exit paragraph
         end-if
         move 'F' to lit-in-name
         move 1 to lit-pos
         perform until lit-pos > 1966
           move fin-formula-text(lit-pos:1) to lit-char
           if lit-char = ';' then
             exit perform
           end-if
           if (lit-char is numeric or lit-char = '.') and
               lit-in-name = 'F' then
             perform 1965-check-one-literal
           else
             if (lit-char is alphabetic and lit-char <> space) or
                 lit-char = '_' or
                 (lit-char is numeric and lit-in-name = 'T') then
               move 'T' to lit-in-name
             else
               move 'F' to lit-in-name
             end-if
             add 1 to lit-pos giving lit-pos
           end-if
         end-perform.

      *>  the literal opening at LIT-POS; LIT-POS is left just past
      *>  it.
       1965-check-one-literal.
         move lit-pos to lit-start
         move spaces to nv-text
         move 0 to lit-len
         perform until lit-pos > 1966
             or not (fin-formula-text(lit-pos:1) is numeric or
                     fin-formula-text(lit-pos:1) = '.')
           if lit-len < 20 then
             add 1 to lit-len giving lit-len
             move fin-formula-text(lit-pos:1) to nv-text(lit-len:1)
           end-if
           add 1 to lit-pos giving lit-pos
         end-perform
         if lit-pos <= 1966 then
           if fin-formula-text(lit-pos:1) is alphabetic and
               fin-formula-text(lit-pos:1) <> space then
             exit paragraph
           end-if
         end-if
         perform 0250-parse-number-text
         if nv-ok <> 'T' or nv-point <> 'T' or nv-sig < 3 then
           exit paragraph
         end-if
         perform varying factor-idx from 1 by 1
             until factor-idx > factor-count
           if nv-value >= fc-value(factor-idx) then
             compute diff-value = nv-value - fc-value(factor-idx)
           else
             compute diff-value = fc-value(factor-idx) - nv-value
           end-if
           compute tolerance = fc-value(factor-idx) / 1000
           if diff-value <= tolerance then
             move lit-start to warn-position
             move "UOM-CONSTANT" to warn-type
             move spaces to warn-note
             string "hard-coded " delimited by size
               fc-from(factor-idx) delimited by space
               '>' delimited by size
               fc-to(factor-idx) delimited by space
               " factor - use UOM()" delimited by size
               into warn-note
             perform 2000-write-warning
             exit perform
           end-if
         end-perform.

       2000-write-warning.
         move 'T' to this-formula-warned
         evaluate warn-type
             add 1 to cnt-sci-marker giving cnt-sci-marker
           when "DOUBLE-PARENS "
             add 1 to cnt-double-parens giving cnt-double-parens
           when "UOM-CONSTANT  "
             add 1 to cnt-uom-constant giving cnt-uom-constant
         end-evaluate
         move warn-position to warn-pos-disp
         move spaces to detail_line
         move cnt-double-parens to count-disp
         move spaces to total_line
         string "  DOUBLE-PARENS: " count-disp into total_line
         write report-record from total_line
         move cnt-uom-constant to count-disp
         move spaces to total_line
         string "  UOM-CONSTANT:  " count-disp into total_line
         write report-record from total_line.

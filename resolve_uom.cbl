      *>this runs before math_parse's tokenizer, right after the CONV
      *>pass - wherever the formula text carries a
      *>"UOM(amount, FROM, TO)", it finds the unit pair on UOMCONV
      *>(see uomconv.cpy) and splices in "((amount)*(factor))" - or,
      *>when the pair is on file the other way round,
      *>"((amount)/(factor))" - so a feed quoted in kilograms prices
      *>against a per-pound rate with the defined factor, not
      *>whichever rounding of it somebody typed. like CONV it is
      *>plain text substitution: the amount expression is never
      *>evaluated here.
      *>
      *>a pair with no record either way goes through the units the
      *>file does connect - CWT to KG is CWT to LB, then LB to KG -
      *>each step spliced in turn, so every factor in the chain is
      *>still an exact one. FROM and TO the same unit leaves the
      *>amount as it is. a pair nothing connects is an error of its
      *>own (see mpc-no-uom-pair in mpcodes.cpy) - inventing a
      *>factor is how the hand-typed ones got there.
      *>
      *>the rightmost "UOM(" resolves first - same inside-out order
      *>resolve_conv uses.
       identification division.
       program-id. resolve_uom.
       environment division.
       input-output section.
       file-control.
         select uom-file assign to "UOMCONV"
           organization line sequential
           file status is uom-file-status.

       data division.
       file section.
       fd uom-file.
         copy "uomconv.cpy".

       working-storage section.
         01 uom-file-status pic x(2) value '00'.
         01 uom-eof pic x(1) value 'F'.

      *>  the pairs, loaded once per call that actually carries a
      *>  UOM, and the units they name - each pair points at its two
      *>  units so the path search below walks indexes.
         01 pair-table.
           05 pair-count usage binary-long value 0.
           05 pair-entry occurs 200 times.
             10 pt-from pic x(8).
             10 pt-to pic x(8).
             10 pt-factor pic x(20).
             10 pt-from-idx usage binary-long.
             10 pt-to-idx usage binary-long.
         01 pair-idx usage binary-long value 0.
         01 unit-table.
           05 unit-count usage binary-long value 0.
           05 unit-entry occurs 400 times.
             10 un-name pic x(8).
             10 un-visited pic x(1).
             10 un-pred-pair usage binary-long.
             10 un-pred-op pic x(1).
             10 un-prev usage binary-long.
         01 unit-idx usage binary-long value 0.
         01 unit-found usage binary-long value 0.
         01 unit-name pic x(8) value spaces.

      *>  the breadth-first search from FROM, and the steps it found
      *>  to TO, first step first.
         01 queue-table.
           05 queue-entry usage binary-long occurs 400 times.
         01 queue-head usage binary-long value 0.
         01 queue-tail usage binary-long value 0.
         01 from-idx usage binary-long value 0.
         01 to-idx usage binary-long value 0.
         01 cur-unit usage binary-long value 0.
         01 next-unit usage binary-long value 0.
         01 step-table.
           05 step-count usage binary-long value 0.
           05 step-entry occurs 20 times.
             10 st-pair usage binary-long.
             10 st-op pic x(1).
         01 step-idx usage binary-long value 0.
         01 step-down usage binary-long value 0.
         01 path-ok pic x(1) value 'F'.

         01 work-text pic x(100000).
         01 out-text pic x(100000).
         01 semi-pos usage binary-long value 0.
         01 scan-pos usage binary-long value 0.
         01 uom-pos usage binary-long value 0.
         01 boundary-ok pic x(1) value 'F'.
         01 passes usage binary-long value 0.

         01 arg-depth usage binary-long value 0.
         01 arg-pos usage binary-long value 0.
         01 comma-1 usage binary-long value 0.
         01 comma-2 usage binary-long value 0.
         01 extra-commas usage binary-long value 0.
         01 close-pos usage binary-long value 0.

         01 amount-start usage binary-long value 0.
         01 amount-len usage binary-long value 0.
         01 from-unit pic x(8) value spaces.
         01 to-unit pic x(8) value spaces.
         01 code-buf pic x(8) value spaces.
         01 code-len usage binary-long value 0.
         01 code-from usage binary-long value 0.
         01 code-to usage binary-long value 0.

         01 factor-text pic x(20) value spaces.
         01 factor-len usage binary-long value 0.

         01 out-len usage binary-long value 0.
         01 tail-len usage binary-long value 0.

       linkage section.
         01 math_string pic x(100000).
         01 string_limit usage binary-long.
         01 resolve-ok pic x(1).
         01 c_communication pic x(2000).

       procedure division
         using by reference math_string, string_limit, resolve-ok,
           c_communication.
         move 'T' to resolve-ok
         move math_string to work-text
         move 0 to passes

         perform load-pairs

         perform find-semicolon
         perform find-rightmost-uom
         perform until uom-pos = 0 or resolve-ok <> 'T'
           add 1 to passes giving passes
           if passes > 20 then
             string z"Error: UOM needs amount, from, to."
               into c_communication
             move 'F' to resolve-ok
             exit perform
           end-if
           perform resolve-one-uom
           if resolve-ok = 'T' then
             perform find-semicolon
             perform find-rightmost-uom
           end-if
         end-perform

         if resolve-ok = 'T' then
           move work-text to math_string
           if semi-pos > 0 then
             compute string_limit = semi-pos + 1
           end-if
         end-if

         exit program.

       load-pairs.
         move 0 to pair-count
         move 0 to unit-count
         move 'F' to uom-eof
         open input uom-file
         if uom-file-status <> '00' then
           exit paragraph
         end-if
         perform until uom-eof = 'T'
           read uom-file
             at end
               move 'T' to uom-eof
             not at end
               if uc-from <> spaces and uc-to <> spaces and
                   uc-factor <> spaces and pair-count < 200 then
                 add 1 to pair-count giving pair-count
                 move uc-from to pt-from(pair-count)
                 move uc-to to pt-to(pair-count)
                 move uc-factor to pt-factor(pair-count)
                 move uc-from to unit-name
                 perform find-unit
                 move unit-found to pt-from-idx(pair-count)
                 move uc-to to unit-name
                 perform find-unit
                 move unit-found to pt-to-idx(pair-count)
               end-if
           end-read
         end-perform
         close uom-file.

      *>  UNIT-NAME's place in the unit table, added when new.
       find-unit.
         move 0 to unit-found
         perform varying unit-idx from 1 by 1
             until unit-idx > unit-count
           if un-name(unit-idx) = unit-name then
             move unit-idx to unit-found
             exit paragraph
           end-if
         end-perform
         add 1 to unit-count giving unit-count
         move unit-count to unit-found
         move unit-name to un-name(unit-found).

       find-semicolon.
         move 0 to semi-pos
         perform varying scan-pos from 1 by 1
             until scan-pos > string_limit
           if work-text(scan-pos:1) = ';' then
             move scan-pos to semi-pos
             exit perform
           end-if
         end-perform
         if semi-pos = 0 then
           move string_limit to semi-pos
         end-if.

       find-rightmost-uom.
         move 0 to uom-pos
         perform varying scan-pos from 1 by 1
             until scan-pos + 3 > semi-pos
           if work-text(scan-pos:4) = "UOM(" then
             move 'T' to boundary-ok
             if scan-pos > 1 then
               if work-text(scan-pos - 1:1) is alphabetic-upper and
                   work-text(scan-pos - 1:1) <> space then
                 move 'F' to boundary-ok
               end-if
               if work-text(scan-pos - 1:1) is numeric or
                   work-text(scan-pos - 1:1) = '-' then
                 move 'F' to boundary-ok
               end-if
             end-if
             if boundary-ok = 'T' then
               move scan-pos to uom-pos
             end-if
           end-if
         end-perform.

       resolve-one-uom.
         move 0 to comma-1
         move 0 to comma-2
         move 0 to extra-commas
         move 0 to close-pos
         move 1 to arg-depth
         compute arg-pos = uom-pos + 4
         perform until arg-pos > semi-pos or arg-depth = 0
           evaluate work-text(arg-pos:1)
             when '('
               add 1 to arg-depth giving arg-depth
             when ')'
               subtract 1 from arg-depth giving arg-depth
               if arg-depth = 0 then
                 move arg-pos to close-pos
               end-if
             when ','
               if arg-depth = 1 then
                 evaluate true
                   when comma-1 = 0
                     move arg-pos to comma-1
                   when comma-2 = 0
                     move arg-pos to comma-2
                   when other
                     add 1 to extra-commas giving extra-commas
                 end-evaluate
               end-if
           end-evaluate
           add 1 to arg-pos giving arg-pos
         end-perform

         if close-pos = 0 or comma-1 = 0 or comma-2 = 0 or
             extra-commas > 0 then
           string z"Error: UOM needs amount, from, to."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if

         compute amount-start = uom-pos + 4
         compute amount-len = comma-1 - amount-start
         if amount-len < 1 then
           string z"Error: UOM needs amount, from, to."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if

         move comma-1 to code-from
         move comma-2 to code-to
         perform collect-from-unit
         perform collect-to-unit
         if from-unit = spaces or to-unit = spaces then
           string z"Error: UOM needs amount, from, to."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if

         move 0 to step-count
         if from-unit <> to-unit then
           perform find-path
           if path-ok <> 'T' then
             string z"Error: no unit conversion for pair."
               into c_communication
             move 'F' to resolve-ok
             exit paragraph
           end-if
         end-if
         perform splice-steps.

      *>  the unit code between the commas (and before the closing
      *>  parenthesis), spaces ignored.
       collect-from-unit.
         move spaces to code-buf
         move 0 to code-len
         perform varying scan-pos from code-from by 1
             until scan-pos >= code-to
           if scan-pos > code-from and
               work-text(scan-pos:1) <> space and code-len < 8 then
             add 1 to code-len giving code-len
             move work-text(scan-pos:1) to code-buf(code-len:1)
           end-if
         end-perform
         move code-buf to from-unit.

       collect-to-unit.
         move spaces to code-buf
         move 0 to code-len
         perform varying scan-pos from code-to by 1
             until scan-pos >= close-pos
           if scan-pos > code-to and
               work-text(scan-pos:1) <> space and code-len < 8 then
             add 1 to code-len giving code-len
             move work-text(scan-pos:1) to code-buf(code-len:1)
           end-if
         end-perform
         move code-buf to to-unit.

      *>  the fewest pairs from FROM-UNIT to TO-UNIT: breadth first
      *>  over the pairs, a pair walked forward multiplying and
      *>  backward dividing, then the trail read back from TO-UNIT
      *>  into STEP-TABLE in the order the steps apply.
       find-path.
         move 'F' to path-ok
         move 0 to from-idx
         move 0 to to-idx
         perform varying unit-idx from 1 by 1
             until unit-idx > unit-count
           move 'F' to un-visited(unit-idx)
           move 0 to un-pred-pair(unit-idx)
           move 0 to un-prev(unit-idx)
           if un-name(unit-idx) = from-unit then
             move unit-idx to from-idx
           end-if
           if un-name(unit-idx) = to-unit then
             move unit-idx to to-idx
           end-if
         end-perform
         if from-idx = 0 or to-idx = 0 then
           exit paragraph
         end-if

         move 'T' to un-visited(from-idx)
         move 1 to queue-head
         move 1 to queue-tail
         move from-idx to queue-entry(1)
         perform until queue-head > queue-tail
             or un-visited(to-idx) = 'T'
           move queue-entry(queue-head) to cur-unit
           add 1 to queue-head giving queue-head
           perform varying pair-idx from 1 by 1
               until pair-idx > pair-count
             move 0 to next-unit
             if pt-from-idx(pair-idx) = cur-unit and
                 un-visited(pt-to-idx(pair-idx)) = 'F' then
               move pt-to-idx(pair-idx) to next-unit
               move '*' to un-pred-op(next-unit)
             end-if
             if pt-to-idx(pair-idx) = cur-unit and
                 un-visited(pt-from-idx(pair-idx)) = 'F' then
               move pt-from-idx(pair-idx) to next-unit
               move '/' to un-pred-op(next-unit)
             end-if
             if next-unit > 0 then
               move 'T' to un-visited(next-unit)
               move pair-idx to un-pred-pair(next-unit)
               move cur-unit to un-prev(next-unit)
               add 1 to queue-tail giving queue-tail
               move next-unit to queue-entry(queue-tail)
             end-if
           end-perform
         end-perform
         if un-visited(to-idx) <> 'T' then
           exit paragraph
         end-if

      *>   count the trail, then lay it into the table back to front.
         move 0 to step-count
         move to-idx to cur-unit
         perform until cur-unit = from-idx
           add 1 to step-count giving step-count
           move un-prev(cur-unit) to cur-unit
         end-perform
         if step-count > 20 then
           exit paragraph
         end-if
         move step-count to step-down
         move to-idx to cur-unit
         perform until cur-unit = from-idx
           move un-pred-pair(cur-unit) to st-pair(step-down)
           move un-pred-op(cur-unit) to st-op(step-down)
           subtract 1 from step-down giving step-down
           move un-prev(cur-unit) to cur-unit
         end-perform
         move 'T' to path-ok.

      *>  rebuild with "((amount)op(factor))" standing where the
      *>  whole UOM(...) stood - one more wrap and "op(factor)" per
      *>  step, so a chain reads "(((amount)*(f1))/(f2))".
       splice-steps.
         move spaces to out-text
         move 0 to out-len
         if uom-pos > 1 then
           move work-text(1:uom-pos - 1) to out-text(1:uom-pos - 1)
           compute out-len = uom-pos - 1
         end-if
         perform varying step-idx from 1 by 1
             until step-idx > step-count
           move '(' to out-text(out-len + 1:1)
           add 1 to out-len giving out-len
         end-perform
         move '(' to out-text(out-len + 1:1)
         add 1 to out-len giving out-len
         move work-text(amount-start:amount-len) to
           out-text(out-len + 1:amount-len)
         add amount-len to out-len giving out-len
         move ')' to out-text(out-len + 1:1)
         add 1 to out-len giving out-len
         perform varying step-idx from 1 by 1
             until step-idx > step-count
           move pt-factor(st-pair(step-idx)) to factor-text
           move 20 to factor-len
           perform until factor-len = 0
               or factor-text(factor-len:1) <> space
             subtract 1 from factor-len giving factor-len
           end-perform
           move st-op(step-idx) to out-text(out-len + 1:1)
           add 1 to out-len giving out-len
           move '(' to out-text(out-len + 1:1)
           add 1 to out-len giving out-len
           move factor-text(1:factor-len) to
             out-text(out-len + 1:factor-len)
           add factor-len to out-len giving out-len
           move "))" to out-text(out-len + 1:2)
           add 2 to out-len giving out-len
         end-perform
         compute tail-len = semi-pos - close-pos
         if tail-len > 0 then
           move work-text(close-pos + 1:tail-len) to
             out-text(out-len + 1:tail-len)
           add tail-len to out-len giving out-len
         end-if
         move out-text to work-text.

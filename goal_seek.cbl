      *>goal-seek - the pricing desk's reverse question. instead of
      *>"what does this formula charge at a rate of 2.15", "what
      *>rate makes it charge $1,250": one formula, or every
      *>FORMULAIN line of a group taken together (their results
      *>summed, each priced under its account's contract the way the
      *>night prices it), with one name to solve for, the target
      *>result, the bounds to search inside and how close counts.
      *>
      *>the search prices the bounds and twenty steps between them
      *>through math_parse, takes the first step where the result
      *>crosses the target, then halves that step until the result
      *>is within the tolerance. GOALRPT logs every pricing and
      *>ends with the outcome:
      *>  SOLVED         the value, the result it achieves and the
      *>                 number of pricings it took
      *>  NO SOLUTION    no step crosses the target - the report
      *>                 gives the lowest and highest result the
      *>                 bounds reach - or the result jumps over
      *>                 the target between two values the search
      *>                 can't split further (0.0001 apart): the
      *>                 IF() branch or TIER() band cliff, named
      *>                 with the values and results either side
      *>  NOT CONVERGED  the halving ran out of steps (MAXITER)
      *>  ERROR          the formula wouldn't price at a value the
      *>                 search needed, with the error text
      *>the step ends with return code 0 when solved, 4 otherwise,
      *>8 when the cards are wrong.
      *>
      *>GOALIN cards, type(8) then the card's fields:
      *>  FORMULA  text(192)   one formula or "@NAME" - several
      *>                       FORMULA cards run together in order
      *>  GROUP    code(8)     instead of FORMULA: every FORMULAIN
      *>                       line with that group code (to 100)
      *>  ACCOUNT  id(10)      a FORMULA's contract account, priced
      *>                       under its CONTRACTS values and terms
      *>  SOLVE    name(20)    the name solved for
      *>  TARGET   value       the result wanted
      *>  LOW      value       the search bounds
      *>  HIGH     value
      *>  WITHIN   value       how close counts (default 0.005)
      *>  MAXITER  n           halvings allowed (default 60)
      *>  FIXED    name(20) value(30)   a value held for the run
      *>  AS-OF    yyyymmdd    rates and library versions (default
      *>                       today)
      *>  DECIMALS n           decimal places (default 2; a GROUP
      *>                       line's own setting wins, as on the
      *>                       night)
      *>"@NAME" formulas are expanded out of FORMULALIB before the
      *>search, so the name solved for may sit in the library body.
       identification division.
       program-id. goal_seek.
       environment division.
       input-output section.
       file-control.
         select input-file assign to "GOALIN"
           organization line sequential
           file status is input-file-status.
         select formula-file assign to "FORMULAIN"
           organization line sequential
           file status is formula-file-status.
         select report-file assign to "GOALRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd input-file.
         01 input-record.
           05 gl-type pic x(8).
           05 gl-text pic x(192).
           05 gl-fixed redefines gl-text.
             10 gl-fixed-name pic x(20).
             10 gl-fixed-value pic x(30).
             10 filler pic x(142).
       fd formula-file.
         copy "formulain.cpy".
       fd report-file.
         01 report-record pic x(200).

       working-storage section.
         01 input-file-status pic x(2) value '00'.
         01 formula-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

         01 run-date pic 9(8) value 0.
         01 as-of-date usage binary-long value 0.
         01 as-of-disp pic 9(8) value 0.
         01 decimals usage binary-long value 2.
         01 bad-input pic x(60) value spaces.

         01 given-text pic x(2000) value spaces.
         01 given-len usage binary-long value 0.
         01 group-wanted pic x(8) value spaces.
         01 group-given pic x(1) value 'F'.
         01 account-given pic x(10) value spaces.
         01 solve-name pic x(20) value spaces.
         01 target-value pic s9(15)v9(4) value 0.
         01 target-given pic x(1) value 'F'.
         01 low-bound pic s9(11)v9(4) value 0.
         01 low-given pic x(1) value 'F'.
         01 high-bound pic s9(11)v9(4) value 0.
         01 high-given pic x(1) value 'F'.
         01 tolerance pic s9(11)v9(4) value 0.005.
         01 max-iter usage binary-long value 60.

         01 fixed-table.
           05 fixed-count usage binary-long value 0.
           05 fixed-entry occurs 40 times.
             10 fx-name pic x(20).
             10 fx-value pic x(30).
         01 fixed-idx usage binary-long value 0.

      *>  the lines priced at every try - the one formula, or the
      *>  group's FORMULAIN lines - each expanded and terminated.
         01 line-table.
           05 line-count usage binary-long value 0.
           05 line-entry occurs 100 times.
             10 ln-id pic x(20).
             10 ln-group pic x(8).
             10 ln-decimals usage binary-long.
             10 ln-len usage binary-long.
             10 ln-text pic x(2000).
         01 line-idx usage binary-long value 0.

      *>  continuation assembly for the group's FORMULAIN lines, as
      *>  whatif_rates.cbl assembles them.
         01 asm-text pic x(1966) value spaces.
         01 asm-len usage binary-long value 0.
         01 asm-active pic x(1) value 'F'.
         01 asm-complete pic x(1) value 'F'.
         01 asm-too-long pic x(1) value 'F'.
         01 asm-id pic x(20) value spaces.
         01 asm-group pic x(8) value spaces.
         01 asm-decimals pic x(2) value spaces.
         01 asm-decimals-9 redefines asm-decimals pic 99.
         01 piece-len usage binary-long value 0.

         01 expand-text pic x(100000) value spaces.
         01 expand-len usage binary-long value 0.
         01 expand-ok pic x(1) value 'F'.
         01 keep-open pic x(1) value 'Y'.

         01 c_communication pic x(2000).
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         copy "mpvars.cpy".
         copy "mppacked.cpy".
         01 math-parse-error-code usage binary-long value 0.
         01 contract-applied pic x(4) value spaces.
         01 var-idx usage binary-long value 0.
         01 var-found usage binary-long value 0.
         01 set-name pic x(20) value spaces.
         01 set-value pic x(30) value spaces.

      *>  one pricing: the value tried, the summed result, how far
      *>  off the target and which side of it ('L' below, 'H'
      *>  above, 'Z' within the tolerance), or the error.
         01 try-value pic s9(11)v9(4) value 0.
         01 try-result pic s9(15)v9(4) value 0.
         01 try-diff pic s9(15)v9(4) value 0.
         01 try-side pic x(1) value space.
         01 try-error pic x(1) value 'F'.
         01 try-error-text pic x(80) value spaces.
         01 try-error-id pic x(20) value spaces.
         01 try-stage pic x(6) value spaces.
         01 iterations usage binary-long value 0.
         01 halvings usage binary-long value 0.

      *>  the bracket the halving works in.
         01 lo-value pic s9(11)v9(4) value 0.
         01 lo-result pic s9(15)v9(4) value 0.
         01 lo-side pic x(1) value space.
         01 hi-value pic s9(11)v9(4) value 0.
         01 hi-result pic s9(15)v9(4) value 0.
         01 hi-side pic x(1) value space.
         01 prev-value pic s9(11)v9(4) value 0.
         01 prev-result pic s9(15)v9(4) value 0.
         01 prev-side pic x(1) value space.
         01 prev-ok pic x(1) value 'F'.
         01 step-idx usage binary-long value 0.
         01 step-size pic s9(11)v9(4) value 0.
         01 bracket-found pic x(1) value 'F'.
         01 min-result pic s9(15)v9(4) value 0.
         01 max-result pic s9(15)v9(4) value 0.
         01 any-priced pic x(1) value 'F'.
         01 errors-seen usage binary-long value 0.
         01 first-error-value pic s9(11)v9(4) value 0.
         01 first-error-text pic x(80) value spaces.
         01 first-error-id pic x(20) value spaces.

      *>  how the search ended - S solved, N no step crosses,
      *>  J jumps over the target, C not converged, E error.
         01 outcome pic x(1) value space.
         01 search-done pic x(1) value 'F'.

      *>  result text into a number - grouping commas and any
      *>  currency prefix dropped, four places kept.
         01 res-text pic x(40) value spaces.
         01 res-num pic s9(15)v9(4) value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-pos usage binary-long value 0.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-started pic x(1) value 'F'.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.

      *>  a number back into its shortest text - "3.25", "1250",
      *>  "-0.125" - in VALUE-TEXT.
         01 point-value pic s9(15)v9(4) value 0.
         01 value-edit pic -(15)9.9(4).
         01 value-text pic x(24) value spaces.
         01 vt-pos usage binary-long value 0.
         01 vt-len usage binary-long value 0.
         01 value-text-2 pic x(24) value spaces.
         01 value-text-3 pic x(24) value spaces.
         01 value-text-4 pic x(24) value spaces.

         01 count-disp pic zzzzzzzz9.
         01 iter-disp pic zzz9.
         01 heading_line pic x(200).
         01 detail_line pic x(200).
         01 total_line pic x(200).

       procedure division.
       0000-mainline.
         accept run-date from date yyyymmdd
         move run-date to as-of-date
         perform 0100-read-input
         perform 0200-check-input
         if bad-input <> spaces then
           display "Error: GOALIN - " bad-input
           move 8 to return-code
           stop run
         end-if

         move "GOALSEEK" to mpo-job-name
         move "GOALSEEK" to mpo-work-file-suffix
         move as-of-date to mpo-as-of-date
         move as-of-date to as-of-disp
         move 'Y' to mpo-keep-library-open
         if group-given = 'T' then
           perform 0400-load-group
         else
           perform 0300-take-formula
         end-if
         if bad-input <> spaces then
           display "Error: GOALIN - " bad-input
           move 8 to return-code
           stop run
         end-if

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open GOALRPT, file status "
             report-file-status
           stop run
         end-if
         perform 0500-write-heading

         perform 1000-scan-bounds
         if bracket-found = 'T' then
           perform 1500-halve-bracket until search-done = 'T'
         end-if
         perform 3000-write-outcome
         close report-file
         call 'expand_formula_close'
         call 'substitute_vars_close'
         call 'contract_terms_close'

         if outcome = 'S' then
           display "goal_seek: solved " solve-name " = " value-text
           move 0 to return-code
         else
           display "goal_seek: no value of " solve-name
             " reaches the target - see GOALRPT"
           move 4 to return-code
         end-if
         stop run.

       0100-read-input.
         open input input-file
         if input-file-status <> '00' then
           display "Error: could not open GOALIN, file status "
             input-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read input-file
             at end
               string 'T' into end_of_file
             not at end
               perform 0110-take-card
           end-read
         end-perform
         close input-file
         move 'F' to end_of_file.

       0110-take-card.
         evaluate gl-type
           when "FORMULA "
             move 192 to piece-len
             perform until piece-len = 0
                 or gl-text(piece-len:1) <> space
               subtract 1 from piece-len giving piece-len
             end-perform
             if piece-len > 0 then
               if given-len + piece-len > 1990 then
                 move "formula longer than 1990 characters"
                   to bad-input
               else
                 move gl-text(1:piece-len) to
                   given-text(given-len + 1:piece-len)
                 add piece-len to given-len giving given-len
               end-if
             end-if
           when "GROUP   "
             move gl-text(1:8) to group-wanted
             move 'T' to group-given
           when "ACCOUNT "
             move gl-text(1:10) to account-given
           when "SOLVE   "
             move gl-text(1:20) to solve-name
           when "FIXED   "
             if fixed-count < 40 then
               add 1 to fixed-count giving fixed-count
               move gl-fixed-name to fx-name(fixed-count)
               move gl-fixed-value to fx-value(fixed-count)
             else
               move "more than 40 FIXED cards" to bad-input
             end-if
           when "TARGET  "
             perform 0120-take-number
             move res-num to target-value
             move 'T' to target-given
           when "LOW     "
             perform 0120-take-number
             move res-num to low-bound
             move 'T' to low-given
           when "HIGH    "
             perform 0120-take-number
             move res-num to high-bound
             move 'T' to high-given
           when "WITHIN  "
             perform 0120-take-number
             move res-num to tolerance
           when "MAXITER "
             perform 0120-take-number
             move res-num to max-iter
           when "AS-OF   "
             perform 0120-take-number
             if res-num > 19000000 then
               move res-num to as-of-date
             else
               move "AS-OF is not a date" to bad-input
             end-if
           when "DECIMALS"
             perform 0120-take-number
             if res-num >= 0 and res-num <= 8 then
               move res-num to decimals
             else
               move "DECIMALS is not 0 through 8" to bad-input
             end-if
           when other
             if input-record <> spaces then
               move "unrecognized card type" to bad-input
             end-if
         end-evaluate.

       0120-take-number.
         move gl-text(1:40) to res-text
         perform 9000-parse-result-text
         if res-ok <> 'T' then
           move spaces to bad-input
           string gl-type delimited by space " is not a number"
             delimited by size into bad-input
         end-if.

       0200-check-input.
         if bad-input <> spaces then
           exit paragraph
         end-if
         evaluate true
           when given-len = 0 and group-given = 'F'
             move "no FORMULA or GROUP card" to bad-input
           when given-len > 0 and group-given = 'T'
             move "FORMULA and GROUP both given - one or the other"
               to bad-input
           when solve-name = spaces
             move "no SOLVE card" to bad-input
           when target-given = 'F'
             move "no TARGET card" to bad-input
           when low-given = 'F' or high-given = 'F'
             move "LOW and HIGH both needed" to bad-input
           when high-bound <= low-bound
             move "HIGH is not above LOW" to bad-input
           when tolerance <= 0
             move "WITHIN must be above zero" to bad-input
           when max-iter < 1
             move "MAXITER must be at least 1" to bad-input
         end-evaluate.

       0300-take-formula.
         move 1 to line-count
         move spaces to ln-id(1)
         move account-given to ln-id(1)
         move spaces to ln-group(1)
         move decimals to ln-decimals(1)
         move spaces to expand-text
         move given-text(1:given-len) to expand-text
         move given-len to expand-len
         perform 0310-expand-line.

      *>  EXPAND-TEXT's "@NAME"s opened up into LN-TEXT(LINE-COUNT),
      *>  with the statement terminator the engine wants.
       0310-expand-line.
         move 'T' to expand-ok
         move spaces to c_communication
         call 'expand_formula' using by reference expand-text,
           expand-len, expand-ok, c_communication, as-of-date,
           keep-open
         if expand-ok <> 'T' then
           inspect c_communication converting x'00' to space
           move c_communication(1:60) to bad-input
           exit paragraph
         end-if
         move 100000 to expand-len
         perform until expand-len = 0
             or expand-text(expand-len:1) <> space
           subtract 1 from expand-len giving expand-len
         end-perform
         if expand-len > 1990 then
           move "formula past 1990 characters once expanded"
             to bad-input
           exit paragraph
         end-if
         move spaces to ln-text(line-count)
         move expand-text(1:expand-len) to ln-text(line-count)
         if expand-text(expand-len:1) <> ';' then
           add 1 to expand-len giving expand-len
           move ';' to ln-text(line-count)(expand-len:1)
         end-if
         move expand-len to ln-len(line-count).

       0400-load-group.
         open input formula-file
         if formula-file-status <> '00' then
           display "Error: could not open FORMULAIN, file status "
             formula-file-status
           stop run
         end-if
         perform until end_of_file = 'T' or bad-input <> spaces
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               perform 0410-take-formula-record
           end-read
         end-perform
         if asm-active = 'T' and bad-input = spaces then
           perform 0430-keep-assembled
         end-if
         close formula-file
         if line-count = 0 and bad-input = spaces then
           move spaces to bad-input
           string "no FORMULAIN lines in group " group-wanted
             into bad-input
         end-if.

       0410-take-formula-record.
         if fin-record(1:3) = "HDR" or fin-record(1:3) = "TRL" then
           exit paragraph
         end-if
         if asm-active = 'F' then
           move 'T' to asm-active
           move 0 to asm-len
           move 'F' to asm-too-long
           move spaces to asm-text
           move fin-formula-id to asm-id
           move fin-group-code to asm-group
           move fin-decimal-places to asm-decimals
         end-if
         move 1966 to piece-len
         perform until piece-len = 0
             or fin-formula-text(piece-len:1) <> space
           subtract 1 from piece-len giving piece-len
         end-perform
         move 'T' to asm-complete
         if piece-len > 0 and fin-formula-text(piece-len:1) = '\'
             then
           subtract 1 from piece-len giving piece-len
           move 'F' to asm-complete
         end-if
         if piece-len > 0 then
           if asm-len + piece-len > 1966 then
             move 'T' to asm-too-long
           else
             move fin-formula-text(1:piece-len) to
               asm-text(asm-len + 1:piece-len)
             add piece-len to asm-len giving asm-len
           end-if
         end-if
         if asm-complete = 'T' then
           perform 0430-keep-assembled
         end-if.

      *>  an assembled line of the group goes in the table - one
      *>  too long to assemble can't be priced, and a group's total
      *>  without it would be wrong, so the run refuses.
       0430-keep-assembled.
         move 'F' to asm-active
         if asm-group <> group-wanted or asm-len = 0 then
           exit paragraph
         end-if
         if asm-too-long = 'T' then
           move spaces to bad-input
           string "group line " asm-id " too long to assemble"
             into bad-input
           exit paragraph
         end-if
         if line-count >= 100 then
           move "group has more than 100 FORMULAIN lines"
             to bad-input
           exit paragraph
         end-if
         add 1 to line-count giving line-count
         move asm-id to ln-id(line-count)
         move asm-group to ln-group(line-count)
         if asm-decimals is numeric then
           move asm-decimals-9 to ln-decimals(line-count)
         else
           move decimals to ln-decimals(line-count)
         end-if
         move spaces to expand-text
         move asm-text(1:asm-len) to expand-text
         move asm-len to expand-len
         perform 0310-expand-line.

       0500-write-heading.
         move spaces to heading_line
         string "GOAL SEEK   AS OF " as-of-disp "   RUN " run-date
           into heading_line
         write report-record from heading_line
         move spaces to heading_line
         if group-given = 'T' then
           move line-count to count-disp
           string "GROUP:     " group-wanted " - " count-disp
             " FORMULAIN lines, results summed" into heading_line
         else
           string "FORMULA:   " given-text(1:180) into heading_line
         end-if
         write report-record from heading_line
         if group-given = 'F' and account-given <> spaces then
           move spaces to heading_line
           string "ACCOUNT:   " account-given into heading_line
           write report-record from heading_line
         end-if
         move target-value to point-value
         perform 9100-format-value
         move value-text to value-text-2
         move tolerance to point-value
         perform 9100-format-value
         move spaces to heading_line
         string "SOLVE FOR: " solve-name "  TARGET "
           delimited by size value-text-2 delimited by space
           " WITHIN " delimited by size value-text delimited by space
           into heading_line
         write report-record from heading_line
         move low-bound to point-value
         perform 9100-format-value
         move value-text to value-text-2
         move high-bound to point-value
         perform 9100-format-value
         move spaces to heading_line
         string "BOUNDS:    " value-text-2 delimited by space " TO "
           value-text delimited by space into heading_line
         write report-record from heading_line
         perform varying fixed-idx from 1 by 1
             until fixed-idx > fixed-count
           move spaces to heading_line
           string "FIXED:     " fx-name(fixed-idx) " = "
             fx-value(fixed-idx) into heading_line
           write report-record from heading_line
         end-perform
         move spaces to heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "ITER" '|' "STAGE " '|' "VALUE               " '|'
           "RESULT              " '|' "RESULT - TARGET"
           into heading_line
         write report-record from heading_line.

      *>  the bounds and twenty even steps between them - the first
      *>  step whose result crosses the target (or a point already
      *>  close enough) is where the halving starts.
       1000-scan-bounds.
         compute step-size rounded = (high-bound - low-bound) / 20
         if step-size = 0 then
           move 0.0001 to step-size
         end-if
         move "SCAN" to try-stage
         move 'F' to prev-ok
         perform varying step-idx from 0 by 1
             until step-idx > 20 or bracket-found = 'T'
               or search-done = 'T'
           if step-idx = 20 then
             move high-bound to try-value
           else
             compute try-value = low-bound + step-idx * step-size
             if try-value > high-bound then
               move high-bound to try-value
             end-if
           end-if
           perform 2000-price-at-value
           if try-error = 'F' then
             perform 1010-check-step
           end-if
         end-perform
         if bracket-found = 'F' and search-done = 'F' then
           move 'T' to search-done
           if any-priced = 'T' then
             move 'N' to outcome
           else
             move 'E' to outcome
           end-if
         end-if.

       1010-check-step.
         if try-side = 'Z' then
           move 'S' to outcome
           move 'T' to search-done
           exit paragraph
         end-if
         if prev-ok = 'T' and prev-side <> try-side then
           move prev-value to lo-value
           move prev-result to lo-result
           move prev-side to lo-side
           move try-value to hi-value
           move try-result to hi-result
           move try-side to hi-side
           move 'T' to bracket-found
           exit paragraph
         end-if
         move try-value to prev-value
         move try-result to prev-result
         move try-side to prev-side
         move 'T' to prev-ok.

      *>  one halving of the bracket: price the middle and keep the
      *>  half the target is still in. when the two ends are as
      *>  close as a value can be set and still straddle the
      *>  target, the result jumps over it there.
       1500-halve-bracket.
         if hi-value - lo-value <= 0.0001 then
           move 'J' to outcome
           move 'T' to search-done
           exit paragraph
         end-if
         if halvings >= max-iter then
           move 'C' to outcome
           move 'T' to search-done
           exit paragraph
         end-if
         add 1 to halvings giving halvings
         compute try-value rounded = (lo-value + hi-value) / 2
         if try-value = lo-value or try-value = hi-value then
           move 'J' to outcome
           move 'T' to search-done
           exit paragraph
         end-if
         move "HALVE" to try-stage
         perform 2000-price-at-value
         if try-error = 'T' then
           move 'E' to outcome
           move 'T' to search-done
           exit paragraph
         end-if
         if try-side = 'Z' then
           move 'S' to outcome
           move 'T' to search-done
           exit paragraph
         end-if
         if try-side = lo-side then
           move try-value to lo-value
           move try-result to lo-result
         else
           move try-value to hi-value
           move try-result to hi-result
         end-if.

      *>  every line priced with the solve name at TRY-VALUE, the
      *>  results summed into TRY-RESULT, and the pricing logged.
       2000-price-at-value.
         add 1 to iterations giving iterations
         move 'F' to try-error
         move spaces to try-error-text
         move spaces to try-error-id
         move 0 to try-result
         move 0 to mpv-count
         perform varying fixed-idx from 1 by 1
             until fixed-idx > fixed-count
           move fx-name(fixed-idx) to set-name
           move fx-value(fixed-idx) to set-value
           perform 2100-set-var
         end-perform
         move try-value to point-value
         perform 9100-format-value
         move solve-name to set-name
         move value-text to set-value
         perform 2100-set-var
         perform 2200-price-line
           varying line-idx from 1 by 1
           until line-idx > line-count or try-error = 'T'

         move spaces to detail_line
         move iterations to iter-disp
         move try-value to point-value
         perform 9100-format-value
         move value-text to value-text-2
         if try-error = 'T' then
           add 1 to errors-seen giving errors-seen
           if errors-seen = 1 then
             move try-value to first-error-value
             move try-error-text to first-error-text
             move try-error-id to first-error-id
           end-if
           string iter-disp '|' try-stage '|' value-text-2(1:20)
             '|' "ERR " try-error-id delimited by size
             into detail_line
           write report-record from detail_line
           exit paragraph
         end-if
         compute try-diff = try-result - target-value
         evaluate true
           when try-diff <= tolerance and 0 - try-diff <= tolerance
             move 'Z' to try-side
           when try-diff < 0
             move 'L' to try-side
           when other
             move 'H' to try-side
         end-evaluate
         if any-priced = 'F' then
           move try-result to min-result
           move try-result to max-result
           move 'T' to any-priced
         end-if
         if try-result < min-result then
           move try-result to min-result
         end-if
         if try-result > max-result then
           move try-result to max-result
         end-if
         move try-result to point-value
         perform 9100-format-value
         move value-text to value-text-3
         move try-diff to point-value
         perform 9100-format-value
         string iter-disp '|' try-stage '|' value-text-2(1:20) '|'
           value-text-3(1:20) '|' value-text delimited by size
           into detail_line
         write report-record from detail_line.

      *>  SET-NAME's value into MATH-PARSE-VARS, replacing a FIXED
      *>  value of the same name - the name solved for wins.
       2100-set-var.
         move 0 to var-found
         perform varying var-idx from 1 by 1 until var-idx > mpv-count
           if mpv-name(var-idx) = set-name then
             move var-idx to var-found
             exit perform
           end-if
         end-perform
         if var-found = 0 then
           if mpv-count >= 50 then
             exit paragraph
           end-if
           add 1 to mpv-count giving mpv-count
           move mpv-count to var-found
           move set-name to mpv-name(var-found)
         end-if
         move set-value to mpv-value(var-found).

      *>  one line, priced as the night would price it - its
      *>  account's contract values ahead of the list, its terms on
      *>  the answer.
       2200-price-line.
         move ln-id(line-idx)(1:10) to mpo-contract-account
         move ln-group(line-idx) to mpo-charge-type
         move ln-decimals(line-idx) to mpo-decimal-places
         move spaces to c_communication
         move ln-text(line-idx)(1:ln-len(line-idx)) to c_communication
         move mpc-ok to math-parse-error-code
         call 'math_parse' using by reference c_communication
           omitted math-parse-options math-parse-error-code
           math-parse-vars omitted omitted math-parse-packed
         inspect c_communication converting x'00' to space
         if math-parse-error-code = mpc-ok and
             mpo-contract-account <> spaces then
           call 'contract_terms' using by reference
             mpo-contract-account, ln-group(line-idx),
             mpo-as-of-date, c_communication, math-parse-options,
             math-parse-packed, contract-applied,
             mpo-keep-library-open
         end-if
         if math-parse-error-code <> mpc-ok then
           move 'T' to try-error
           move c_communication(1:80) to try-error-text
           move ln-id(line-idx) to try-error-id
           exit paragraph
         end-if
         move c_communication(1:40) to res-text
         perform 9000-parse-result-text
         if res-ok <> 'T' then
           move 'T' to try-error
           move spaces to try-error-text
           string "result is not a number: " c_communication(1:40)
             delimited by size into try-error-text
           move ln-id(line-idx) to try-error-id
           exit paragraph
         end-if
         add res-num to try-result giving try-result.

       3000-write-outcome.
         move spaces to total_line
         write report-record from total_line
         move iterations to count-disp
         evaluate outcome
           when 'S'
             move try-result to point-value
             perform 9100-format-value
             move value-text to value-text-3
             move try-value to point-value
             perform 9100-format-value
             move spaces to total_line
             string "SOLVED: " solve-name delimited by space " = "
               value-text delimited by space into total_line
             write report-record from total_line
             move spaces to total_line
             string "  achieved result " value-text-3
               delimited by space "  after " count-disp " pricings"
               delimited by size into total_line
             write report-record from total_line
           when 'N'
             move min-result to point-value
             perform 9100-format-value
             move value-text to value-text-3
             move max-result to point-value
             perform 9100-format-value
             move spaces to total_line
             string "NO SOLUTION: between LOW and HIGH the result"
               " only runs from " value-text-3 delimited by space
               " to " value-text delimited by space
               " - it never reaches the target" delimited by size
               into total_line
             write report-record from total_line
           when 'J'
             move lo-value to point-value
             perform 9100-format-value
             move value-text to value-text-2
             move lo-result to point-value
             perform 9100-format-value
             move value-text to value-text-3
             move hi-value to point-value
             perform 9100-format-value
             move value-text to value-text-4
             move hi-result to point-value
             perform 9100-format-value
             move spaces to total_line
             string "NO SOLUTION: the result jumps over the target"
               " - an IF() branch or TIER() band changes between "
               solve-name delimited by space " = "
               value-text-2 delimited by space " and "
               value-text-4 delimited by space into total_line
             write report-record from total_line
             move spaces to total_line
             string "  result " value-text-3 delimited by space
               " at " value-text-2 delimited by space ", "
               value-text delimited by space " at "
               value-text-4 delimited by space
               " - no value between gives the target"
               delimited by size into total_line
             write report-record from total_line
           when 'C'
             move lo-value to point-value
             perform 9100-format-value
             move value-text to value-text-2
             move hi-value to point-value
             perform 9100-format-value
             move spaces to total_line
             string "NOT CONVERGED: " count-disp " pricings, the"
               " answer lies between " delimited by size
               value-text-2 delimited by space " and "
               delimited by size value-text
               delimited by space " - raise MAXITER"
               delimited by size into total_line
             write report-record from total_line
           when other
             move first-error-value to point-value
             perform 9100-format-value
             move spaces to total_line
             string "ERROR: the formula would not price at "
               solve-name delimited by space " = " value-text
               delimited by space " (" first-error-id
               delimited by space ")" delimited by size
               into total_line
             write report-record from total_line
             move spaces to total_line
             string "  " first-error-text into total_line
             write report-record from total_line
         end-evaluate
         if errors-seen > 0 and outcome <> 'E' then
           move errors-seen to count-disp
           move spaces to total_line
           string "Pricings in error (logged above): " count-disp
             into total_line
           write report-record from total_line
         end-if.

      *>  RES-TEXT into a signed fixed-decimal - the same cleanup
      *>  every reader of formatted results does, to four places.
       9000-parse-result-text.
         move 0 to res-num
         move 'F' to res-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         perform varying res-pos from 1 by 1 until res-pos > 40
           evaluate true
             when res-text(res-pos:1) = space
               if res-started = 'T' then
                 exit perform
               end-if
             when res-text(res-pos:1) = ','
               continue
             when res-text(res-pos:1) = '-'
               if res-started = 'F' then
                 move 'T' to res-neg
                 move 'T' to res-started
               else
                 exit paragraph
               end-if
             when res-text(res-pos:1) = '.'
               if res-after-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to res-after-point
               move 'T' to res-started
             when res-text(res-pos:1) is numeric
               move 'T' to res-started
               move res-text(res-pos:1) to res-digit-x
               if res-after-point = 'T' then
                 add 1 to res-dec-digits giving res-dec-digits
                 evaluate res-dec-digits
                   when 1 compute res-num =
                     res-num + res-digit-9 / 10
                   when 2 compute res-num =
                     res-num + res-digit-9 / 100
                   when 3 compute res-num =
                     res-num + res-digit-9 / 1000
                   when 4 compute res-num =
                     res-num + res-digit-9 / 10000
                   when other
                     continue
                 end-evaluate
               else
                 add 1 to res-int-digits giving res-int-digits
                 if res-int-digits > 13 then
                   exit paragraph
                 end-if
                 compute res-num = res-num * 10 + res-digit-9
               end-if
             when other
               if res-started = 'T' then
                 exit perform
               end-if
           end-evaluate
         end-perform
         if res-int-digits = 0 and res-dec-digits = 0 then
           exit paragraph
         end-if
         if res-neg = 'T' then
           compute res-num = 0 - res-num
         end-if
         move 'T' to res-ok.

      *>  POINT-VALUE as the shortest text that says it, trailing
      *>  zeros and any bare point dropped, into VALUE-TEXT.
       9100-format-value.
         move point-value to value-edit
         move spaces to value-text
         move 0 to vt-len
         perform varying vt-pos from 1 by 1 until vt-pos > 21
           if value-edit(vt-pos:1) <> space then
             add 1 to vt-len giving vt-len
             move value-edit(vt-pos:1) to value-text(vt-len:1)
           end-if
         end-perform
         perform until vt-len = 0
             or value-text(vt-len:1) <> '0'
           move space to value-text(vt-len:1)
           subtract 1 from vt-len giving vt-len
         end-perform
         if vt-len > 0 and value-text(vt-len:1) = '.' then
           move space to value-text(vt-len:1)
           subtract 1 from vt-len giving vt-len
         end-if
         if vt-len = 0 then
           move "0" to value-text
         end-if.

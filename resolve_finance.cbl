      *>this runs before math_parse's tokenizer, after the TAX pass -
      *>wherever the text carries one of the loan-style functions it
      *>evaluates each argument (one recursive math_parse call apiece,
      *>the same way resolve_tier evaluates its amount) and splices
      *>in the answer as "(n)". the finance-charge and lease desks
      *>get a payment or a discounted value in one call instead of
      *>a hand-built power series nobody can check.
      *>
      *>  PMT(rate, periods, principal)
      *>      the level payment that retires PRINCIPAL over PERIODS
      *>      payments at RATE per period, paid at each period's end
      *>      - principal * rate / (1 - (1 + rate) ^ -periods), or
      *>      principal / periods at a zero rate.
      *>  FV(rate, periods, payment [, present value])
      *>      what PAYMENT at each period's end, on top of PRESENT
      *>      VALUE (zero when left off), grows to after PERIODS
      *>      periods at RATE - present value * (1 + rate) ^ periods
      *>      + payment * ((1 + rate) ^ periods - 1) / rate.
      *>  NPV(rate, cash flow 1 [, cash flow 2 ...])
      *>      the cash flows, one per period and the first a period
      *>      out, discounted back at RATE per period and summed -
      *>      up to 49 flows.
      *>
      *>the rate is per period as a fraction (0.005 for half a
      *>percent a month), as the formula would multiply by it. it
      *>must be above -1. periods must come out whole, 1 to 1200.
      *>the answer is carried to six places; the formula's own
      *>rounding settles it to the cent. arguments that are missing,
      *>empty, can't be evaluated or break those rules fail the
      *>statement with the function's own message - see
      *>mpc-pmt-arguments and friends in mpcodes.cpy.
      *>
      *>the rightmost function resolves first - same inside-out
      *>order every pre-pass here uses - so a PMT inside an NPV's
      *>flows is already a number by the time the NPV evaluates.
       identification division.
       program-id. resolve_finance recursive.
       data division.
       local-storage section.
         01 work-text pic x(100000).
         01 out-text pic x(100000).
         01 semi-pos usage binary-long value 0.
         01 scan-pos usage binary-long value 0.
         01 fn-pos usage binary-long value 0.
         01 fn-name pic x(3) value spaces.
         01 fn-len usage binary-long value 0.
         01 boundary-ok pic x(1) value 'F'.
         01 passes usage binary-long value 0.

      *>  the arguments' extents in WORK-TEXT - start and length of
      *>  each comma-separated slice at the call's own depth.
         01 arg-depth usage binary-long value 0.
         01 arg-pos usage binary-long value 0.
         01 close-pos usage binary-long value 0.
         01 arg-count usage binary-long value 0.
         01 arg-table.
           05 arg-entry occurs 50 times.
             10 arg-start usage binary-long.
             10 arg-len usage binary-long.
             10 arg-val pic s9(13)v9(10).
         01 arg-idx usage binary-long value 0.
         01 too-many-args pic x(1) value 'F'.

      *>  each argument's evaluation - its own options and
      *>  communication buffer, forwarded the caller's suffix,
      *>  as-of date and keep-open setting the way resolve_tier
      *>  forwards them.
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         01 amt-comm pic x(2000) value spaces.
         01 amt-err usage binary-long value 0.

         01 amt-num pic s9(13)v9(10) value 0.
         01 amt-ok pic x(1) value 'F'.
         01 res-pos usage binary-long value 0.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-started pic x(1) value 'F'.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.
         01 res-scale pic 9v9(10) value 0.

      *>  the arithmetic - a growth factor (1 + rate) ^ periods can
      *>  run large, so it carries nine whole digits and eighteen
      *>  places; anything past that is no loan this shop writes.
      *>  each step takes two operands at a time so no intermediate
      *>  outgrows the precision the result is held to.
         01 fin-rate pic s9(3)v9(12) value 0.
         01 fin-periods usage binary-long value 0.
         01 fin-growth pic s9(9)v9(18) value 0.
         01 fin-discount pic s9(3)v9(18) value 0.
         01 fin-work pic s9(9)v9(18) value 0.
         01 fin-factor pic s9(9)v9(18) value 0.
         01 fin-answer pic s9(13)v9(6) value 0.
         01 fin-bad pic x(1) value 'F'.
         01 answer-neg pic x(1) value 'F'.
         01 answer-edit pic z(12)9.9(6).
         01 answer-text pic x(21) value spaces.
         01 at-len usage binary-long value 0.
         01 at-scan usage binary-long value 0.

         01 out-len usage binary-long value 0.
         01 tail-len usage binary-long value 0.

       linkage section.
         01 math_string pic x(100000).
         01 string_limit usage binary-long.
         01 resolve-ok pic x(1).
         01 c_communication pic x(2000).
      *>  the caller's as-of date, work-file suffix and keep-
      *>  library-open setting - see MPO-AS-OF-DATE and friends in
      *>  mpopts.cpy. the arguments' inner evaluations run under the
      *>  caller's own audit files and held libraries.
         01 as-of-date usage binary-long.
         01 caller-suffix pic x(8).
         01 caller-keep-open pic x(1).

       procedure division
         using by reference math_string, string_limit, resolve-ok,
           c_communication, as-of-date, caller-suffix,
           caller-keep-open.
         move 'T' to resolve-ok
         move math_string to work-text
         move 0 to passes

         move "FINANCE" to mpo-job-name
         move 10 to mpo-decimal-places
         move as-of-date to mpo-as-of-date
         if caller-suffix <> spaces then
           move caller-suffix to mpo-work-file-suffix
         end-if
         if caller-keep-open = 'Y' then
           move 'Y' to mpo-keep-library-open
         end-if

         perform find-semicolon
         perform find-rightmost-function
         perform until fn-pos = 0 or resolve-ok <> 'T'
           add 1 to passes giving passes
           if passes > 20 then
             perform fail-arguments
             exit perform
           end-if
           perform resolve-one-function
           if resolve-ok = 'T' then
             perform find-semicolon
             perform find-rightmost-function
           end-if
         end-perform

         if resolve-ok = 'T' then
           move work-text to math_string
           if semi-pos > 0 then
             compute string_limit = semi-pos + 1
           end-if
         end-if

         exit program.

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

      *>  the rightmost "PMT(", "FV(" or "NPV(" standing on a word
      *>  boundary - "NPV(" never carries an "FV(", so one scan
      *>  tells the three apart.
       find-rightmost-function.
         move 0 to fn-pos
         move spaces to fn-name
         perform varying scan-pos from 1 by 1
             until scan-pos + 2 > semi-pos
           move 0 to fn-len
           if work-text(scan-pos:3) = "FV(" then
             move 2 to fn-len
           end-if
           if scan-pos + 3 <= semi-pos then
             if work-text(scan-pos:4) = "PMT(" or
                 work-text(scan-pos:4) = "NPV(" then
               move 3 to fn-len
             end-if
           end-if
           if fn-len > 0 then
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
               move scan-pos to fn-pos
               move spaces to fn-name
               move work-text(scan-pos:fn-len) to fn-name
             end-if
           end-if
         end-perform.

       resolve-one-function.
         if fn-name = "FV " then
           move 2 to fn-len
         else
           move 3 to fn-len
         end-if
         perform split-arguments
         if resolve-ok <> 'T' then
           exit paragraph
         end-if

         evaluate fn-name
           when "PMT"
             if arg-count <> 3 then
               perform fail-arguments
               exit paragraph
             end-if
           when "FV "
             if arg-count < 3 or arg-count > 4 then
               perform fail-arguments
               exit paragraph
             end-if
           when "NPV"
             if arg-count < 2 then
               perform fail-arguments
               exit paragraph
             end-if
         end-evaluate

         perform varying arg-idx from 1 by 1
             until arg-idx > arg-count or resolve-ok <> 'T'
           perform evaluate-argument
         end-perform
         if resolve-ok <> 'T' then
           exit paragraph
         end-if

         move 'F' to fin-bad
         if arg-val(1) <= -1 or arg-val(1) >= 1000 then
           perform fail-arguments
           exit paragraph
         end-if
         move arg-val(1) to fin-rate
         evaluate fn-name
           when "PMT"
             perform take-periods
             if fin-bad = 'F' then
               perform compute-pmt
             end-if
           when "FV "
             perform take-periods
             if fin-bad = 'F' then
               perform compute-fv
             end-if
           when "NPV"
             perform compute-npv
         end-evaluate
         if fin-bad = 'T' then
           perform fail-arguments
           exit paragraph
         end-if
         perform splice-answer.

      *>  one slice per comma at the call's own depth, up to the
      *>  matching ')'. an empty slice, no ')' or more than fifty
      *>  slices fails the call.
       split-arguments.
         move 0 to close-pos
         move 1 to arg-count
         move 'F' to too-many-args
         compute arg-start(1) = fn-pos + fn-len + 1
         move 1 to arg-depth
         move arg-start(1) to arg-pos
         perform until arg-pos > semi-pos or arg-depth = 0
           evaluate work-text(arg-pos:1)
             when '('
               add 1 to arg-depth giving arg-depth
             when ')'
               subtract 1 from arg-depth giving arg-depth
               if arg-depth = 0 then
                 move arg-pos to close-pos
                 compute arg-len(arg-count) =
                   arg-pos - arg-start(arg-count)
               end-if
             when ','
               if arg-depth = 1 then
                 if arg-count >= 50 then
                   move 'T' to too-many-args
                 else
                   compute arg-len(arg-count) =
                     arg-pos - arg-start(arg-count)
                   add 1 to arg-count giving arg-count
                   compute arg-start(arg-count) = arg-pos + 1
                 end-if
               end-if
           end-evaluate
           add 1 to arg-pos giving arg-pos
         end-perform

         if close-pos = 0 or too-many-args = 'T' then
           perform fail-arguments
           exit paragraph
         end-if
         perform varying arg-idx from 1 by 1 until arg-idx > arg-count
           if arg-len(arg-idx) < 1 then
             perform fail-arguments
             exit paragraph
           end-if
           if work-text(arg-start(arg-idx):arg-len(arg-idx)) = spaces
               then
             perform fail-arguments
             exit paragraph
           end-if
         end-perform.

      *>  argument ARG-IDX through math_parse - one recursive call,
      *>  every parameter position named, the unused ones as explicit
      *>  OMITTED, same convention as every other re-entrant caller.
       evaluate-argument.
         move spaces to amt-comm
         string work-text(arg-start(arg-idx):arg-len(arg-idx)) ';'
           into amt-comm
         move mpc-ok to amt-err
         call 'math_parse' using by reference amt-comm
           omitted math-parse-options amt-err
           omitted omitted omitted omitted
         if amt-err <> mpc-ok then
           perform fail-arguments
           exit paragraph
         end-if
         inspect amt-comm converting x'00' to space
         perform parse-amount-text
         if amt-ok <> 'T' then
           perform fail-arguments
           exit paragraph
         end-if
         move amt-num to arg-val(arg-idx).

      *>  the second argument, which has to come out a whole number
      *>  of periods from 1 to 1200.
       take-periods.
         if arg-val(2) < 1 or arg-val(2) > 1200 then
           move 'T' to fin-bad
           exit paragraph
         end-if
         move arg-val(2) to fin-periods
         if fin-periods <> arg-val(2) then
           move 'T' to fin-bad
         end-if.

       compute-pmt.
         if fin-rate = 0 then
           compute fin-answer rounded = arg-val(3) / fin-periods
           exit paragraph
         end-if
         compute fin-growth rounded = (1 + fin-rate) ** fin-periods
           on size error
             move 'T' to fin-bad
             exit paragraph
         end-compute
         compute fin-work = fin-growth - 1
         if fin-work = 0 then
           move 'T' to fin-bad
           exit paragraph
         end-if
         compute fin-factor rounded = fin-growth / fin-work
           on size error
             move 'T' to fin-bad
             exit paragraph
         end-compute
         compute fin-factor rounded = fin-factor * fin-rate
         compute fin-answer rounded = arg-val(3) * fin-factor
           on size error
             move 'T' to fin-bad
         end-compute.

       compute-fv.
         if arg-count < 4 then
           move 0 to arg-val(4)
         end-if
         if fin-rate = 0 then
           compute fin-answer rounded =
             arg-val(4) + arg-val(3) * fin-periods
             on size error
               move 'T' to fin-bad
           end-compute
           exit paragraph
         end-if
         compute fin-growth rounded = (1 + fin-rate) ** fin-periods
           on size error
             move 'T' to fin-bad
             exit paragraph
         end-compute
         compute fin-work = fin-growth - 1
         compute fin-factor rounded = fin-work / fin-rate
           on size error
             move 'T' to fin-bad
             exit paragraph
         end-compute
         compute fin-answer rounded = arg-val(3) * fin-factor
           on size error
             move 'T' to fin-bad
             exit paragraph
         end-compute
         compute fin-work rounded = arg-val(4) * fin-growth
           on size error
             move 'T' to fin-bad
             exit paragraph
         end-compute
         compute fin-answer rounded = fin-answer + fin-work
           on size error
             move 'T' to fin-bad
         end-compute.

      *>  each flow discounted one more period than the one before
      *>  it - the factor divides down as it goes rather than raising
      *>  a power per flow.
       compute-npv.
         move 0 to fin-answer
         move 1 to fin-discount
         perform varying arg-idx from 2 by 1 until arg-idx > arg-count
           compute fin-discount rounded = fin-discount / (1 + fin-rate)
           compute fin-answer rounded =
             fin-answer + arg-val(arg-idx) * fin-discount
             on size error
               move 'T' to fin-bad
               exit perform
           end-compute
         end-perform.

       fail-arguments.
         evaluate fn-name
           when "PMT"
             string z"Error: PMT needs rate, periods, principal."
               into c_communication
           when "FV "
             string z"Error: FV needs rate, periods, payment."
               into c_communication
           when other
             string z"Error: NPV needs rate, cash flows."
               into c_communication
         end-evaluate
         move 'F' to resolve-ok.

      *>  rebuild with "(n)" - "(0-n)" for a negative answer, the
      *>  one shape of negative literal every spot in a formula
      *>  accepts - standing where the whole call stood.
       splice-answer.
         move 'F' to answer-neg
         if fin-answer < 0 then
           move 'T' to answer-neg
           compute fin-answer = 0 - fin-answer
         end-if
         move fin-answer to answer-edit
         move spaces to answer-text
         move 0 to at-len
         perform varying at-scan from 1 by 1 until at-scan > 20
           if answer-edit(at-scan:1) <> space then
             add 1 to at-len giving at-len
             move answer-edit(at-scan:1) to answer-text(at-len:1)
           end-if
         end-perform

         move spaces to out-text
         move 0 to out-len
         if fn-pos > 1 then
           move work-text(1:fn-pos - 1) to out-text(1:fn-pos - 1)
           compute out-len = fn-pos - 1
         end-if
         move '(' to out-text(out-len + 1:1)
         add 1 to out-len giving out-len
         if answer-neg = 'T' then
           move "0-" to out-text(out-len + 1:2)
           add 2 to out-len giving out-len
         end-if
         move answer-text(1:at-len) to out-text(out-len + 1:at-len)
         add at-len to out-len giving out-len
         move ')' to out-text(out-len + 1:1)
         add 1 to out-len giving out-len
         compute tail-len = semi-pos - close-pos
         if tail-len > 0 then
           move work-text(close-pos + 1:tail-len) to
             out-text(out-len + 1:tail-len)
           add tail-len to out-len giving out-len
         end-if
         move out-text to work-text.

      *>  the evaluated argument's text into a signed fixed-decimal -
      *>  commas off, ten places kept, same cleanup every reader of
      *>  formatted results does.
       parse-amount-text.
         move 0 to amt-num
         move 'F' to amt-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         move 0.1 to res-scale
         perform varying res-pos from 1 by 1 until res-pos > 60
           evaluate true
             when amt-comm(res-pos:1) = space
               if res-started = 'T' then
                 exit perform
               end-if
             when amt-comm(res-pos:1) = ','
               continue
             when amt-comm(res-pos:1) = '-'
               if res-started = 'F' then
                 move 'T' to res-neg
                 move 'T' to res-started
               else
                 exit paragraph
               end-if
             when amt-comm(res-pos:1) = '.'
               if res-after-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to res-after-point
               move 'T' to res-started
             when amt-comm(res-pos:1) is numeric
               move 'T' to res-started
               move amt-comm(res-pos:1) to res-digit-x
               if res-after-point = 'T' then
                 add 1 to res-dec-digits giving res-dec-digits
                 if res-dec-digits <= 10 then
                   compute amt-num = amt-num + res-digit-9 * res-scale
                   compute res-scale = res-scale / 10
                 end-if
               else
                 add 1 to res-int-digits giving res-int-digits
                 if res-int-digits > 13 then
                   exit paragraph
                 end-if
                 compute amt-num = amt-num * 10 + res-digit-9
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
           compute amt-num = 0 - amt-num
         end-if
         move 'T' to amt-ok.

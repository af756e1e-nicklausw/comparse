      *>  across a midnight boundary.
         01 as-of-date usage binary-long value 0.
         01 today-date pic 9(8) value 0.
      *>  the account whose CONTRACTS values substitute_vars consults
      *>  ahead of MATHVARS - see MPO-CONTRACT-ACCOUNT in mpopts.cpy.
      *>  spaces means list rates only.
         01 contract-account pic x(10) value spaces.
      *>  the charge type TAX(...) checks its taxable flags against -
      *>  see MPO-CHARGE-TYPE in mpopts.cpy.
         01 charge-type pic x(8) value spaces.
      *>  'Y' when MPO-KEEP-LIBRARY-OPEN asked expand_formula to hold
      *>  FORMULALIB open across calls.
         01 keep-lib-open pic x(1) value 'N'.
      *>  'T' when the statement text carries a "CONV(" worth handing
      *>  to the resolve_conv pre-pass.
         01 has-conv pic x(1) value 'F'.
      *>  'T' when the statement text carries a "UOM(" worth handing
      *>  to the resolve_uom pre-pass.
         01 has-uom pic x(1) value 'F'.
      *>  'T' when the statement text carries a "DAYS(" - which every
      *>  "BUSDAYS(" does too - worth handing to the resolve_dates
      *>  pre-pass.
      *>  'T' when the statement text carries a "TIER(" worth handing
      *>  to the resolve_tier pre-pass.
         01 has-tier pic x(1) value 'F'.
      *>  'T' when the statement text carries a "TAX(" worth handing
      *>  to the resolve_tax pre-pass.
         01 has-tax pic x(1) value 'F'.
      *>  'T' when the statement text carries an "MTD(" worth handing
      *>  to the resolve_mtd pre-pass.
         01 has-mtd pic x(1) value 'F'.
      *>  'T' when the statement text carries a "PMT(", "FV(" or
      *>  "NPV(" worth handing to the resolve_finance pre-pass.
         01 has-finance pic x(1) value 'F'.

         01 audit-file-name pic x(30) value "MATHAUDIT".
         01 ckpt-file-name pic x(30) value "MATHCKPT".
         01 cur-packed-ovf pic x(1) value 'N'.
         01 first-packed pic s9(13)v9(4) comp-3 value 0.
         01 first-packed-ovf pic x(1) value 'N'.
      *>  the statement's tax portion, as resolve_tax summed it -
      *>  MPP-TAX-AMOUNT's source, first statement's in batch mode.
         01 cur-tax pic s9(13)v9(4) comp-3 value 0.
         01 first-tax pic s9(13)v9(4) comp-3 value 0.
         01 tax-found pic s9(13)v9(4) comp-3 value 0.
         01 pp-pos usage binary-long value 0.
         01 pp-neg pic x(1) value 'F'.
         01 pp-int-digits usage binary-long value 0.
         move 'N' to cur-packed-ovf
         move 0 to first-packed
         move 'N' to first-packed-ovf
         move 0 to first-tax
         perform parse-options
         perform new-eval-id
         if math-parse-error-code is not omitted then

         move 0 to cur-packed
         move 'N' to cur-packed-ovf
         move 0 to cur-tax

      *> remember what was actually submitted for the audit log -
      *> math_string itself is never overwritten, but c_communication
      *> the text goes anywhere near substitution or the tokenizer.
         perform detect-assignment

      *> read any "MTD(NAME)" period-to-date accumulator first, while
      *> the name inside the parentheses is still a name - the
      *> substitution passes below would otherwise swap it for a
      *> rate-table value of the same name.
         perform resolve-mtd-pass
         if didwefinish <> 'T' then
           go to cleanup
         end-if

      *> names assigned by earlier statements in this call substitute
      *> first - the most local value wins over the caller's table
      *> and the rate file both.
         if asg-count > 0 and has-name = 'T' then
           call 'substitute_vars' using by reference math_string,
             string_limit, assigned-vars, eval-id, work-suffix,
             xref-on-flag, keep-lib-open, as-of-date,
             contract-account
         end-if

      *> swap in named rate-table values before anything else touches
      *> math_string - the caller's own table first, then the
      *> account's CONTRACTS values when the caller named an account,
      *> then the MATHVARS file the pricing desk maintains, which is
      *> why this runs (when the text carries a name at all) even for
      *> a caller who passed no table. a name none of them covers is
      *> left alone, and falls through to the tokenizer's own "Bad
      *> symbol" check further down like any other character it
      *> doesn't recognize.
         if has-name = 'T' then
           if math-parse-vars is not omitted then
             call 'substitute_vars' using by reference math_string,
               string_limit, math-parse-vars, eval-id, work-suffix,
               xref-on-flag, keep-lib-open, as-of-date,
               contract-account
           else
             call 'substitute_vars' using by reference math_string,
               string_limit, omitted, eval-id, work-suffix,
               xref-on-flag, keep-lib-open, as-of-date,
               contract-account
           end-if
         end-if

           if didwefinish <> 'T' then
             go to cleanup
           end-if
      *>  a library formula can carry its own MTD(...).
           perform resolve-mtd-pass
           if didwefinish <> 'T' then
             go to cleanup
           end-if
         end-if

      *> convert any "CONV(amount, FROM, TO)" to plain arithmetic on
           end-if
         end-if

      *> and any "UOM(amount, FROM, TO)" to the amount times (or over)
      *> the exact factors UOMCONV defines between the two units -
      *> text substitution again, like CONV.
         move 'F' to has-uom
         perform varying i from 1 by 1 until i + 3 > string_limit
           if math_string(i:1) = ';' then
             exit perform
           end-if
           if math_string(i:4) = "UOM(" then
             move 'T' to has-uom
             exit perform
           end-if
         end-perform
         if has-uom = 'T' then
           string 'T' into didwefinish
           call 'resolve_uom' using by reference math_string,
             string_limit, didwefinish, c_communication
           if didwefinish <> 'T' then
             go to cleanup
           end-if
         end-if

      *> resolve any "DAYS(d1, d2)" or "BUSDAYS(d1, d2)" to its day
      *> count before the tokenizer sees it - pure text substitution
      *> on literal yyyymmdd arguments (names were substituted
           end-if
         end-if

      *> resolve any "TAX(amount, JURISDICTION)" to its tax before the
      *> tokenizer sees it - after the IF pass, so only the branch
      *> taken is taxed. the amount goes back through math_parse
      *> (resolve_tax is recursive, like resolve_tier), with the
      *> evaluation's identity saved and restored the same way, and
      *> the tax it spliced in is kept as the statement's tax portion.
         move 'F' to has-tax
         perform varying i from 1 by 1 until i + 3 > string_limit
           if math_string(i:1) = ';' then
             exit perform
           end-if
           if math_string(i:4) = "TAX(" then
             move 'T' to has-tax
             exit perform
           end-if
         end-perform
         if has-tax = 'T' then
           move assigned-vars to saved-assigned-vars
           move eval-id to saved-eval-id
           move audit-formula to saved-audit-formula
           move has-assign to saved-has-assign
           move pending-assign-name to saved-assign-name
           string 'T' into didwefinish
           move 0 to tax-found
           call 'resolve_tax' using by reference math_string,
             string_limit, didwefinish, c_communication,
             as-of-date, work-suffix, keep-lib-open, charge-type,
             tax-found
           move saved-assigned-vars to assigned-vars
           perform parse-options
           move saved-eval-id to eval-id
           move saved-audit-formula to audit-formula
           move saved-has-assign to has-assign
           move saved-assign-name to pending-assign-name
           if math-parse-results is not omitted then
             move 'T' to batch-on
           else
             move 'F' to batch-on
           end-if
           if didwefinish <> 'T' then
             go to cleanup
           end-if
           move tax-found to cur-tax
         end-if

      *> resolve any "PMT(...)", "FV(...)" or "NPV(...)" to its
      *> answer before the tokenizer sees it - after the IF pass, so
      *> only the branch taken is priced. every argument goes back
      *> through math_parse (resolve_finance is recursive, like
      *> resolve_tier), with the evaluation's identity saved and
      *> restored the same way. the scan is loose, like the IF
      *> pass's - resolve_finance makes the word-boundary check.
         move 'F' to has-finance
         perform varying i from 1 by 1 until i + 2 > string_limit
           if math_string(i:1) = ';' then
             exit perform
           end-if
           if math_string(i:3) = "FV(" or math_string(i:4) = "PMT("
               or math_string(i:4) = "NPV(" then
             move 'T' to has-finance
             exit perform
           end-if
         end-perform
         if has-finance = 'T' then
           move assigned-vars to saved-assigned-vars
           move eval-id to saved-eval-id
           move audit-formula to saved-audit-formula
           move has-assign to saved-has-assign
           move pending-assign-name to saved-assign-name
           string 'T' into didwefinish
           call 'resolve_finance' using by reference math_string,
             string_limit, didwefinish, c_communication,
             as-of-date, work-suffix, keep-lib-open
           move saved-assigned-vars to assigned-vars
           perform parse-options
           move saved-eval-id to eval-id
           move saved-audit-formula to audit-formula
           move saved-has-assign to has-assign
           move saved-assign-name to pending-assign-name
           if math-parse-results is not omitted then
             move 'T' to batch-on
           else
             move 'F' to batch-on
           end-if
           if didwefinish <> 'T' then
             go to cleanup
           end-if
         end-if

         string 'F' into building_number
         string 'F' into building_funcname
         move 0 to funcname_len
      *> a dry run only tokenizes and validates, so there's no reason
      *> to pay for MPFR setup on 2000 numbers it will never use.
         if dry-run = 'F' then
           call 'mpfr_init2' using by reference outnumber by value
             precision-bits returning nothing
         end-if

         perform varying counter from 1 by 1 until counter = 2000
         end-if

      *> end program if ending marker (semicolon) not found.
         perform varying counter from 1 by 1
             until counter = string_limit
           if math_string(counter:1) = ';' then
             exit perform
           end-if
         move 0 to parenthsize

      *>first: split into tokens.
         perform varying counter from 1 by 1
             until counter = string_limit
           if math_string(counter:1) = ' ' then
             exit perform cycle
           end-if
               string 'F' into building_number
               subtract 1 from building_offset giving building_offset
               if dry-run = 'F' then
                 string building_space(1:building_offset) x'00' into
                   temp_str
                 call 'mpfr_set_str' using num(current_token) temp_str
                   by value 10 0 returning nothing
               end-if
             if math_string(counter:1) is alphabetic then
               if funcname_len < 10 then
                 add 1 to funcname_len giving funcname_len
                 move math_string(counter:1) to
                   funcname_buf(funcname_len:1)
               end-if
               exit perform cycle
             end-if
      *>         implied multiplication, e.g. "2SQRT(4);" = 2 * sqrt(4)
      *>         - same idea as implied multiplication before a plain
      *>         '(' below.
                 move token_type(current_token) to
                   token_type(current_token + 1)
                 move token_offset(current_token) to
                   token_offset(current_token + 1)
                 string '*' into token_type(current_token)
             move 0 to funcname_len
             exit perform cycle
           end-if
           if building_number = 'F' and math_string(counter:1) is
             alphabetic
               then
             string 'T' into building_funcname
             move 1 to funcname_len
      *>   falling through to the bad symbol check below. 'E'/'e' are
      *>   excluded - those are the number's own exponent marker, not
      *>   the start of a function name.
           if building_number = 'T' and math_string(counter:1) is
             alphabetic
               and math_string(counter:1) <> 'E' and
               math_string(counter:1) <> 'e' then
             string 'F' into building_number
             subtract 1 from building_offset giving building_offset
             if dry-run = 'F' then
               string building_space(1:building_offset) x'00' into
                 temp_str
               call 'mpfr_set_str' using num(current_token) temp_str
                 by value 10 0 returning nothing
             end-if
             exit perform cycle
           end-if

           if math_string(counter:1) <> '*' and
           math_string(counter:1) <> '/' and
           math_string(counter:1) <> '+' and
           math_string(counter:1) <> '-' and
           math_string(counter:1) <> '^' and
           math_string(counter:1) <> '%' and
           math_string(counter:1) <> '(' and
           math_string(counter:1) <> ')' and
           math_string(counter:1) <> ';' and
           math_string(counter:1) <> '.' and
           math_string(counter:1) <> 'E' and
           math_string(counter:1) <> 'e' and
           math_string(counter:1) is not numeric then
             string "Bad symbol: " math_string(counter:1) z"." into
               c_communication
             go to cleanup
           end-if
           *> if we're still getting a number's contents...
               string 'N' into token_type(current_token)
               move counter to token_offset(current_token)
               move 1 to building_offset
               move math_string(counter:1) to
                 building_space(building_offset:1)
               add 1 to building_offset giving building_offset
               exit perform cycle
             else
                 move space to group-kind(parenthsize)
                 if counter > 1 then
                   subtract 1 from current_token giving current_token
                   if token_type(current_token) = 'N' or
                     token_type(current_token) = ')' then
                     *> implied multiplication - neither it nor the '('
                     *> it's standing in front of has its own character,
                     *> so both take the '('s own position in the text.
              (math_string(counter:1) = '.') or
              (math_string(counter:1) = 'E') or
              (math_string(counter:1) = 'e') then
               move math_string(counter:1) to
                 building_space(building_offset:1)
               add 1 to building_offset giving building_offset
      *>      a '+'/'-' right after the exponent marker is the
      *>      exponent's sign, not the next token's operator - e.g.
                 math_string(counter:1) = '-') and
                 (building_space(building_offset - 1:1) = 'E' or
                  building_space(building_offset - 1:1) = 'e') then
               move math_string(counter:1) to
                 building_space(building_offset:1)
               add 1 to building_offset giving building_offset
             else if math_string(counter:1) = '%' then
      *>      a '%' right after a number is ambiguous: "10%3" is the
      *>      for what starts the next token.
               move counter to j
               add 1 to j giving j
               perform until j >= string_limit
                   or math_string(j:1) <> ' '
                 add 1 to j giving j
               end-perform
               string 'F' into building_number
               subtract 1 from building_offset
                   giving building_offset
               if dry-run = 'F' then
                 string building_space(1:building_offset) x'00' into
                   temp_str
                 call 'mpfr_set_str' using num(current_token) temp_str
                   by value 10 0 returning nothing
               end-if
               if j < string_limit and
                   (math_string(j:1) is numeric or math_string(j:1) =
                     '.') then
      *>          "10%3" - the existing modulo operator. end the
      *>          number and give '%' its own token, same as before
      *>          percent literals existed.
                 add 1 to current_token giving current_token
                 move math_string(counter:1) to
                   token_type(current_token)
                 move counter to token_offset(current_token)
                 add 1 to current_token giving current_token
               else
      *>          a token of its own, same as a number's own digits
      *>          never do.
                 if dry-run = 'F' then
                   call 'mpfr_div_ui' using num(current_token)
                     num(current_token)
                     by value 100 0 returning nothing
                 end-if
                 add 1 to current_token giving current_token
               subtract 1 from building_offset
                   giving building_offset
               if dry-run = 'F' then
                 string building_space(1:building_offset) x'00' into
                   temp_str
                 call 'mpfr_set_str' using num(current_token) temp_str
                   by value 10 0 returning nothing
               end-if
               add 1 to current_token giving current_token
               move math_string(counter:1) to token_type(current_token)
                 move space to group-kind(parenthsize)
                 if counter > 1 then
                   subtract 1 from current_token giving current_token
                   if token_type(current_token) = 'N' or
                     token_type(current_token) = ')' then
                     *> implied multiplication - same reasoning as the
                     *> other implied-multiplication sites above: give
                     *> both tokens the '('s own position.

      *> a leading minus is a signed adjustment, not a bad start -
      *> give it an implied leading zero, same idea as implied
      *> multiplication above, so "-5+3;" works like "0-5+3;" always
      *> did.
         if token_type(1) = '-' then
           if dry-run = 'F' then
             compute slots-needed = current_token + 2
             move token_type(j) to token_type(j + 1)
             move token_offset(j) to token_offset(j + 1)
             if dry-run = 'F' then
               call 'mpfr_set' using numberslist(j + 1) numberslist(j)
                 by value 0
             end-if
           end-perform
           string 'N' into token_type(1)
      *>   right where the leading minus itself was found.
           move token_offset(2) to token_offset(1)
           if dry-run = 'F' then
             call 'mpfr_set_d' using numberslist(1) by value 0 0
               returning nothing
           end-if
           add 1 to current_token giving current_token
         end-if
         move current_token to j
         subtract 1 from j giving j
         if token_type(j) <> 'N' and token_type(j) <> ')' then
           string z"Can't end statement with operator." into
             c_communication
           go to cleanup.

         move 1 to j
             token_type(j) <> 'R' and token_type(j) <> 'A' and
             token_type(j) <> 'M' and token_type(j) <> 'X' and
             token_type(j) <> 'O' then
           string z"Can't start statement with operator." into
             c_communication
           go to cleanup.

      *> the one evaluation-time error a cheap validation can still
           go to cleanup
         end-if.

      *>  parentheses blocks are trouble. let's resolve them.
       resume-parens.
      *>  a resumed call jumps straight here, so foundParentheses has
      *>  to be reset here rather than just before this paragraph -
         perform until foundParentheses = 1
           call 'reduce_parentheses'
             using by reference alt_list, token_list, didwefinish,
               foundParentheses, c_communication, trace-on,
               precision-bits,
               alt-init-count, eval-id, work-suffix, inter-round-opts
           if didwefinish <> "T" then
             go to cleanup

         call 'mpfr_set' using outdata numberslist(1) by value 0
         call 'calculate'
           using token_list, outdata, c_communication, didwefinish,
           trace-on, precision-bits, eval-id, work-suffix,
           inter-round-opts
         if didwefinish <> "T" then
           go to cleanup
         end-if
             if exp-sign = '-' then
               multiply -1 by result-exp giving result-exp
             end-if
             if result-exp >= sci-upper-exp or result-exp <=
               sci-lower-exp
                 then
               move 'T' to use-sci
             end-if
      *> answer, just uppercased to this shop's "1.235E+20" convention
      *> and copied straight across, x'00' terminator and all.
           move decimal_places to decimal_places_disp
           string '%.' decimal_places_disp 'Re' x'00' into
             sprintf_format
           call 'mpfr_sprintf' using temp_str sprintf_format outnumber
             returning nothing
           move 1 to j
         move decimal_places to decimal_places_disp
         string '%.' decimal_places_disp 'R' rounding_mode 'f' x'00'
           into sprintf_format
         call 'mpfr_sprintf' using temp_str sprintf_format outnumber
           returning nothing
         string 'T' into didwefinish

         *> decimal_width is the width of ".ddd" (the point plus the
         add shift_amount to j giving j
         add sign_len to j giving j
         if j > 2001 then
           string z"Error: result can't fit in message." into
             c_communication
           go to cleanup
         end-if

         if decimal_width > 0 then
           subtract decimal_width from j giving j
           subtract i from j giving i
           move temp_str(i:decimal_width) to
             c_communication(j:decimal_width)
           move point_char to c_communication(j:1)
         end-if
         subtract 1 from j giving j
      *> the visible length itself, so the closing paren lands right on
      *> top of that old terminator and a new one gets written one
      *> position further out.
         if accounting-negative = 'T' and c_communication(1:1) = '-'
           then
           subtract 2 from result_length giving j
           move c_communication(2:j) to temp_str(1:j)
           move '(' to c_communication(1:1)
      *> start before shifting them right to make room.
         if currency-symbol-len > 0 then
           move 1 to j
           if c_communication(1:1) = '-' or c_communication(1:1) = '('
             then
             move 2 to j
           end-if
           subtract j from result_length giving shiftlen

       cleanup.
         if mpfr-ready = 'T' then
           call 'mpfr_clear' using by reference outnumber returning
             nothing
           move 'F' to mpfr-ready
         end-if
         perform varying counter from 1 by 1
             until counter > nums-init-max
           call 'mpfr_clear' using by reference numberslist(counter)
             returning nothing
         end-perform
         move 0 to nums-init-max
         perform varying counter from 1 by 1
             until counter > alt-init-count
           call 'mpfr_clear' using by reference alt_numslist(counter)
             returning nothing
         end-perform
         move 0 to alt-init-count

             move mpc-operator-at-end to current-error-code
           when c_communication(1:26) = "Can't start statement with"
             move mpc-operator-at-start to current-error-code
           when c_communication(1:34) =
             "Error: Multiple operators in a row"
             move mpc-multiple-operators to current-error-code
           when c_communication(1:21) = "Error: divide by zero"
             move mpc-divide-by-zero to current-error-code
             move mpc-result-too-long to current-error-code
           when c_communication(1:24) = "Error: formula not found"
             move mpc-formula-not-found to current-error-code
           when c_communication(1:35) =
             "Error: formula library unavailable."
             move mpc-formula-not-found to current-error-code
           when c_communication(1:24) = "Error: can't checkpoint "
             move mpc-checkpoint-too-large to current-error-code
           when c_communication(1:33) =
             "Error: circular formula reference"
             move mpc-circular-reference to current-error-code
           when c_communication(1:29) = "Error: formula argument error"
             move mpc-formula-argument to current-error-code
           when c_communication(1:31) =
             "Error: wrong number of function"
             move mpc-function-arguments to current-error-code
           when c_communication(1:10) = "Error: IF "
             move mpc-if-error to current-error-code
             move mpc-date-error to current-error-code
           when c_communication(1:11) = "Error: TIER"
             move mpc-no-rate-table to current-error-code
           when c_communication(1:23) = "Error: TAX jurisdiction"
             move mpc-no-tax-jurisdiction to current-error-code
           when c_communication(1:10) = "Error: TAX"
             move mpc-function-arguments to current-error-code
           when c_communication(1:10) = "Error: MTD"
             move mpc-function-arguments to current-error-code
           when c_communication(1:10) = "Error: PMT"
             move mpc-pmt-arguments to current-error-code
           when c_communication(1:10) = "Error: FV "
             move mpc-fv-arguments to current-error-code
           when c_communication(1:10) = "Error: NPV"
             move mpc-npv-arguments to current-error-code
           when c_communication(1:10) = "Error: UOM"
             move mpc-function-arguments to current-error-code
           when c_communication(1:19) = "Error: no unit conv"
             move mpc-no-uom-pair to current-error-code
           when audit-status = "FAIL"
             move mpc-bad-symbol to current-error-code
           when other
           if batch-statement-num = 1 then
             move cur-packed to first-packed
             move cur-packed-ovf to first-packed-ovf
             move cur-tax to first-tax
           end-if
           if batch-statement-num <= batch-max-statements then
             move c_communication(1:60) to mpr-text(batch-statement-num)
             inspect mpr-text(batch-statement-num)
               converting x'00' to space
             move current-error-code to
               mpr-error-code(batch-statement-num)
             move batch-statement-num to mpr-count
           end-if
           if batch-statement-num = 1 then
           if math-parse-error-code is not omitted then
             move batch-first-errcode to math-parse-error-code
           end-if
         end-if
         if batch-on = 'T' then
           move asg-count to mpr-assigned-count
           perform varying asg-idx from 1 by 1 until asg-idx > 50
             if asg-idx > asg-count then
               move spaces to mpr-assigned-name(asg-idx)
               move spaces to mpr-assigned-value(asg-idx)
             else
               move asg-name(asg-idx) to mpr-assigned-name(asg-idx)
               move asg-value(asg-idx) to mpr-assigned-value(asg-idx)
             end-if
           end-perform
         end-if.

       dry-run-exit.
           if batch-on = 'T' and batch-statement-num > 0 then
             move first-packed to mpp-result
             move first-packed-ovf to mpp-overflow
             move first-tax to mpp-tax-amount
           else
             move cur-packed to mpp-result
             move cur-packed-ovf to mpp-overflow
             move cur-tax to mpp-tax-amount
           end-if
           if mpp-overflow <> space then
             move 0 to mpp-tax-amount
           end-if
         end-if
         exit program.
         end-if
         move asg-val-buf to asg-value(asg-found).

      *> hand the statement to resolve_mtd when it carries an
      *> "MTD(" - the cheap pre-scan every pre-pass gets. leaves
      *> DIDWEFINISH 'T' unless the resolve failed.
       resolve-mtd-pass.
         string 'T' into didwefinish
         move 'F' to has-mtd
         perform varying i from 1 by 1 until i + 3 > string_limit
           if math_string(i:1) = ';' then
             exit perform
           end-if
           if math_string(i:4) = "MTD(" then
             move 'T' to has-mtd
             exit perform
           end-if
         end-perform
         if has-mtd = 'T' then
           call 'resolve_mtd' using by reference math_string,
             string_limit, didwefinish, c_communication, as-of-date,
             contract-account, keep-lib-open
         end-if.

      *>  builds a fresh evaluation ID: 'E', the date, the time to
      *>  the second, and a five-digit sequence so calls inside the
      *>  same second stay distinct.
         move 200 to precision-bits
         move 50 to max-nesting
         move 0 to as-of-date
         move spaces to contract-account
         move spaces to charge-type
         move 'N' to keep-lib-open
         move 'N' to iro-on
         move 2 to iro-decimals
           if mpo-keep-library-open = 'Y' then
             move 'Y' to keep-lib-open
           end-if
           if mpo-contract-account <> spaces then
             move mpo-contract-account to contract-account
           end-if
           if mpo-charge-type <> spaces then
             move mpo-charge-type to charge-type
           end-if
           if mpo-intermediate-round = 'Y' then
             move 'Y' to iro-on
             if mpo-intermediate-decimals >= 0 then
         end-if
         if batch-semi-pos > 0 then
           move 'T' to batch-found-one
           compute batch-stmt-len =
             batch-semi-pos - batch-scan-start + 1
           move spaces to math_string
           move batch-raw-text(batch-scan-start:batch-stmt-len)
             to math_string(1:batch-stmt-len)

      *>applies an account's contract terms to a finished result -
      *>the per-charge-type percent discount, minimum charge and
      *>maximum cap a big account negotiated, kept on CONTRACTS (see
      *>contracts.cpy) as a 'T' entry keyed by account and charge
      *>type (the formula's FIN-GROUP-CODE). called by every driver
      *>that prices an account's formulas - batch_math_parse,
      *>whatif_rates, rerate_run - right after math_parse answers, so
      *>the three can never disagree about what the contract does.
      *>
      *>the discount comes off first, then the minimum lifts a charge
      *>that came in under it, then the cap holds one that came in
      *>over it. the minimum and cap only bound a positive charge - a
      *>zero or negative result is a no-charge or a credit, and a
      *>minimum charge must never turn a credit into a bill. zero in
      *>either field means that bound isn't part of the contract.
      *>
      *>an adjusted amount goes back through math_parse as a plain
      *>literal under the caller's own options, so C-COMMUNICATION
      *>comes back formatted exactly as the unadjusted answer was
      *>(decimals, rounding, currency, locale) and the packed result
      *>alongside it is the adjusted amount too. CONTRACT-APPLIED
      *>tells the caller what happened:
      *>  spaces - no terms on file for the account and charge type,
      *>           or none of them changed the amount.
      *>  "DISC" - the discount came off; no bound was reached.
      *>  "MIN " - the minimum charge kicked in.
      *>  "CAP " - the maximum cap kicked in.
      *>a result that can't be read as an amount (scientific
      *>notation, past thirteen integer digits) is left untouched.
       identification division.
       program-id. contract_terms.
       environment division.
       input-output section.
       file-control.
         select contract-file assign to "CONTRACTS"
           organization indexed
           access mode dynamic
           record key is ct-key
           file status is ct-file-status.

       data division.
       file section.
       fd contract-file.
         copy "contracts.cpy".

       working-storage section.
         01 ct-file-status pic x(2) value '00'.
         01 contract-file-open pic x(1) value 'F'.
         01 contract-at-end pic x(1) value 'F'.
         01 terms-found pic x(1) value 'F'.
         01 resolve-as-of usage binary-long value 0.
         01 today-date pic 9(8) value 0.
         01 wanted-type pic x(20) value spaces.

      *>  the version in force, kept as the walk passes it.
         01 term-min pic s9(11)v9(2) value 0.
         01 term-max pic s9(11)v9(2) value 0.
         01 term-discount pic s9(3)v9(4) value 0.

         01 base-amount pic s9(13)v9(4) value 0.
         01 new-amount pic s9(13)v9(4) value 0.
         01 base-ok pic x(1) value 'F'.
      *>  the tax portion of the result as it came in - the adjusted
      *>  amount carries the same share of it.
         01 saved-tax pic s9(13)v9(4) value 0.

      *>  text-to-amount scratch, for a result with no packed twin
      *>  (the fast engine's answers never carry one).
         01 tx-pos usage binary-long value 0.
         01 tx-neg pic x(1) value 'F'.
         01 tx-after-point pic x(1) value 'F'.
         01 tx-int-digits usage binary-long value 0.
         01 tx-dec-digits usage binary-long value 0.
         01 tx-point-char pic x(1) value '.'.
         01 tx-digit-x pic x(1) value space.
         01 tx-digit-9 redefines tx-digit-x pic 9.

         01 amount-edit pic -(13)9.9(4).
         01 edit-pos usage binary-long value 0.
         01 literal-text pic x(40) value spaces.
         01 local-error-code usage binary-long value 0.

       linkage section.
         01 terms-account pic x(10).
         01 terms-charge-type pic x(8).
      *>  the business date (yyyymmdd) the terms resolve against -
      *>  zero means today's date.
         01 terms-as-of-date usage binary-long.
         01 c_communication pic x(2000).
         copy "mpopts.cpy".
         copy "mppacked.cpy".
         01 contract-applied pic x(4).
      *>  'Y' holds CONTRACTS open across calls - the caller owns the
      *>  matching CALL "contract_terms_close" at end of job.
         01 keep-contracts-open pic x(1).

       procedure division
         using by reference terms-account, terms-charge-type,
           terms-as-of-date, c_communication,
           optional math-parse-options, math-parse-packed,
           contract-applied, keep-contracts-open.
         move spaces to contract-applied
         if terms-account = spaces then
           exit program
         end-if

         move terms-as-of-date to resolve-as-of
         if resolve-as-of = 0 then
           accept today-date from date yyyymmdd
           move today-date to resolve-as-of
         end-if

      *>  a shop with no CONTRACTS file has no contracts - every
      *>  result passes through untouched.
         if contract-file-open <> 'T' then
           open input contract-file
           if ct-file-status = '00' then
             move 'T' to contract-file-open
           else
             exit program
           end-if
         end-if

         perform resolve-terms-version
         if terms-found = 'T' then
           perform find-base-amount
           if base-ok = 'T' then
             perform apply-terms
           end-if
         end-if

         if keep-contracts-open <> 'Y' then
           close contract-file
           move 'F' to contract-file-open
         end-if
         exit program.

      *>  end-of-job close for a caller that ran with keep-open.
       close-held-contracts.
       entry "contract_terms_close".
         if contract-file-open = 'T' then
           close contract-file
           move 'F' to contract-file-open
         end-if
         exit program.

      *>  the latest 'T' version for the account and charge type at
      *>  or before the as-of date whose expiry hasn't passed - same
      *>  walk substitute_vars.cbl makes over the 'V' entries.
       resolve-terms-version.
         move 'F' to terms-found
         move 'F' to contract-at-end
         move spaces to wanted-type
         move terms-charge-type to wanted-type
         move terms-account to ct-account
         move 'T' to ct-entry-type
         move wanted-type to ct-name
         move 0 to ct-effective-date
         start contract-file key is >= ct-key
           invalid key
             move 'T' to contract-at-end
         end-start
         perform until contract-at-end = 'T'
           read contract-file next
             at end
               move 'T' to contract-at-end
             not at end
               if ct-account <> terms-account or
                   ct-entry-type <> 'T' or
                   ct-name <> wanted-type then
                 move 'T' to contract-at-end
               else
                 if ct-effective-date <= resolve-as-of and
                     (ct-expiry-date = 0 or
                      resolve-as-of <= ct-expiry-date) then
                   move 'T' to terms-found
                   move ct-min-charge to term-min
                   move ct-max-charge to term-max
                   move ct-discount-pct to term-discount
                 end-if
               end-if
           end-read
         end-perform.

      *>  the packed result when the engine supplied a good one;
      *>  otherwise the formatted text read back by hand - digits
      *>  and the locale's decimal point kept, grouping characters
      *>  and any currency symbol skipped, a leading minus or an
      *>  accounting parenthesis read as negative.
       find-base-amount.
         move 'F' to base-ok
         if mpp-overflow = space then
           move mpp-result to base-amount
           move 'T' to base-ok
           exit paragraph
         end-if
         move '.' to tx-point-char
         if math-parse-options is not omitted then
           if mpo-locale = 'E' then
             move ',' to tx-point-char
           end-if
         end-if
         move 0 to base-amount
         move 'F' to tx-neg
         move 'F' to tx-after-point
         move 0 to tx-int-digits
         move 0 to tx-dec-digits
         perform varying tx-pos from 1 by 1
             until tx-pos > 60 or c_communication(tx-pos:1) = x'00'
           evaluate true
             when c_communication(tx-pos:1) = 'E' or
                  c_communication(tx-pos:1) = 'e'
               exit paragraph
             when c_communication(tx-pos:1) = '-' or
                  c_communication(tx-pos:1) = '('
               move 'T' to tx-neg
             when c_communication(tx-pos:1) = tx-point-char
               move 'T' to tx-after-point
             when c_communication(tx-pos:1) is numeric
               move c_communication(tx-pos:1) to tx-digit-x
               if tx-after-point = 'T' then
                 add 1 to tx-dec-digits giving tx-dec-digits
                 evaluate tx-dec-digits
                   when 1 compute base-amount =
                     base-amount + tx-digit-9 / 10
                   when 2 compute base-amount =
                     base-amount + tx-digit-9 / 100
                   when 3 compute base-amount =
                     base-amount + tx-digit-9 / 1000
                   when 4 compute base-amount =
                     base-amount + tx-digit-9 / 10000
                   when other
                     continue
                 end-evaluate
               else
                 add 1 to tx-int-digits giving tx-int-digits
                 if tx-int-digits > 13 then
                   exit paragraph
                 end-if
                 compute base-amount = base-amount * 10 + tx-digit-9
               end-if
             when other
               continue
           end-evaluate
         end-perform
         if tx-int-digits + tx-dec-digits = 0 then
           exit paragraph
         end-if
         if tx-neg = 'T' then
           compute base-amount = 0 - base-amount
         end-if
         move 'T' to base-ok.

       apply-terms.
         move base-amount to new-amount
         if term-discount <> 0 then
           compute new-amount rounded =
             base-amount * (100 - term-discount) / 100
           move "DISC" to contract-applied
         end-if
         if new-amount > 0 then
           if term-min > 0 and new-amount < term-min then
             move term-min to new-amount
             move "MIN " to contract-applied
           end-if
           if term-max > 0 and new-amount > term-max then
             move term-max to new-amount
             move "CAP " to contract-applied
           end-if
         end-if
         if new-amount = base-amount then
           move spaces to contract-applied
           exit paragraph
         end-if

      *>  the adjusted amount as a plain literal - leading spaces off
      *>  the edited picture - through math_parse under the caller's
      *>  options, so the text comes back in the caller's format.
         move new-amount to amount-edit
         move 1 to edit-pos
         perform until edit-pos >= 19
             or amount-edit(edit-pos:1) <> space
           add 1 to edit-pos giving edit-pos
         end-perform
         move spaces to literal-text
         string amount-edit(edit-pos:) ';' delimited by size
           into literal-text
         move spaces to c_communication
         move literal-text to c_communication
         move 0 to local-error-code
         move mpp-tax-amount to saved-tax
      *> every parameter position is named, the unused ones as
      *> explicit OMITTED - on this runtime a callee invoked with a
      *> shorter parameter list than a previous caller's inherits the
      *> stale tail, and math_parse branches on which parameters are
      *> present.
         if math-parse-options is not omitted then
           call 'math_parse' using by reference c_communication
             omitted math-parse-options local-error-code
             omitted omitted omitted math-parse-packed
         else
           call 'math_parse' using by reference c_communication
             omitted omitted local-error-code
             omitted omitted omitted math-parse-packed
         end-if
         inspect c_communication converting x'00' to space
         move 0 to mpp-tax-amount
         if base-amount <> 0 then
           compute mpp-tax-amount rounded =
             saved-tax * new-amount / base-amount
         end-if.

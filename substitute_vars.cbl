      *>wherever it finds a bare name (PRIME-RATE, FUEL-INDEX, and the
      *>like) that matches an entry in the caller's table, it splices
      *>in that entry's value text in place of the name. a name the
      *>caller's table doesn't cover is looked up in the account's
      *>CONTRACTS values when the caller names an account (see
      *>contracts.cpy) - a negotiated rate wins over the list rate -
      *>and then in MATHVARS, the indexed rate-table file the pricing
      *>desk maintains (see mathvars.cpy), so batch jobs pick up
      *>desk-maintained values without hardcoding them. a name found
      *>in none of those places is left exactly as it was, so it
      *>falls through to the tokenizer's own "Bad symbol" check
      *>unchanged.
      *>
      *>every substitution made - which name, what value text, at what
      *>position, from the caller's table, the account's contract or
      *>the MATHVARS file - is recorded to the MATHXREF
      *>cross-reference log under the
      *>evaluation ID, so the day pricing loads a wrong FUEL-INDEX
      *>there's a file that answers "what did it touch".
       identification division.
           access mode dynamic
           record key is mv-key
           file status is mv-file-status.
         select contract-file assign to "CONTRACTS"
           organization indexed
           access mode dynamic
           record key is ct-key
           file status is ct-file-status.
         select xref-log assign using xref-file-name
           organization line sequential
           file status is xref-file-status.
       file section.
       fd rate-table.
         copy "mathvars.cpy".
       fd contract-file.
         copy "contracts.cpy".
       fd xref-log.
         01 xref-record pic x(100).

       working-storage section.
         01 mv-file-status pic x(2) value '00'.
         01 rate-table-open pic x(1) value 'F'.
      *>  CONTRACTS is only opened for a call that names an account,
      *>  and held open alongside MATHVARS under the same keep-open
      *>  setting.
         01 ct-file-status pic x(2) value '00'.
         01 contract-file-open pic x(1) value 'F'.
         01 resolve-account pic x(10) value spaces.
         01 found-in-contract pic x(1) value 'F'.
         01 contract-at-end pic x(1) value 'F'.

         01 src usage binary-long value 1.
         01 dst usage binary-long value 1.
      *>  zero means today's date, so a caller from before the rate
      *>  table was effective-dated behaves the way it always did.
         01 rates-as-of-date usage binary-long.
      *>  optional - the account (MPO-CONTRACT-ACCOUNT) whose
      *>  CONTRACTS values are consulted ahead of MATHVARS. omitted or
      *>  spaces means list rates only.
         01 rates-account pic x(10).

       procedure division
         using by reference math_string, string_limit,
           optional math-parse-vars, xref-eval-id, xref-suffix,
           xref-wanted, keep-rates-open,
           optional rates-as-of-date, optional rates-account.
         move spaces to expanded
         move 1 to dst
         move 0 to xref-count
           move today-date to resolve-as-of
         end-if

         move spaces to resolve-account
         if rates-account is not omitted then
           move rates-account to resolve-account
         end-if

      *>  a shop without a MATHVARS file yet behaves exactly as before
      *>  this existed - every lookup against it simply misses. a
      *>  table already held open by an earlier keep-open call is
             move 'T' to rate-table-open
           end-if
         end-if
      *>  no CONTRACTS file yet means no account has a contract - the
      *>  lookup simply misses, same as a missing MATHVARS.
         if resolve-account <> spaces and contract-file-open <> 'T'
             then
           open input contract-file
           if ct-file-status = '00' then
             move 'T' to contract-file-open
           end-if
         end-if

         perform varying src from 1 by 1 until src > string_limit
           if math_string(src:1) = ';' then
             end-perform
           end-if

      *>   then the account's contract, so a negotiated rate wins
      *>   over the desk's list rate for that account's formulas.
           move 'F' to found-in-contract
           if found-entry = 0 and resolve-account <> spaces and
               contract-file-open = 'T' then
             perform resolve-contract-version
           end-if

           move 'F' to found-in-file
           if found-entry = 0 and found-in-contract = 'F' and
               rate-table-open = 'T' then
             perform resolve-rate-version
           end-if

               perform splice-value
               move 'T' to xr-this-source
               perform record-substitution
             when found-in-contract = 'T'
               perform splice-value
               move 'C' to xr-this-source
               perform record-substitution
             when found-in-file = 'T'
               perform splice-value
               move 'F' to xr-this-source
           close rate-table
           move 'F' to rate-table-open
         end-if
         if contract-file-open = 'T' and keep-rates-open <> 'Y' then
           close contract-file
           move 'F' to contract-file-open
         end-if

         move expanded to math_string
      *>   one past the last character written (the ';' itself, on a
           close rate-table
           move 'F' to rate-table-open
         end-if
         if contract-file-open = 'T' then
           close contract-file
           move 'F' to contract-file-open
         end-if
         exit program.

      *>  one collected entry per substitution - the position is
           end-read
         end-perform.

      *>  the same version walk over the account's 'V' entries in
      *>  CONTRACTS - latest effective date at or before the as-of
      *>  date whose expiry hasn't passed. a contract that has run
      *>  out (or not yet started) leaves FOUND-IN-CONTRACT 'F', and
      *>  the name falls back to the list rate in MATHVARS.
       resolve-contract-version.
         move 'F' to contract-at-end
         move resolve-account to ct-account
         move 'V' to ct-entry-type
         move this-name to ct-name
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
               if ct-account <> resolve-account or
                   ct-entry-type <> 'V' or
                   ct-name <> this-name then
                 move 'T' to contract-at-end
               else
                 if ct-effective-date <= resolve-as-of and
                     (ct-expiry-date = 0 or
                      resolve-as-of <= ct-expiry-date) then
                   move 'T' to found-in-contract
                   move ct-value to this-value
                 end-if
               end-if
           end-read
         end-perform.

      *>  splices THIS-VALUE's non-blank text into the expansion
      *>  buffer in place of the name just collected - the one copy
      *>  of this the caller-table, contract and MATHVARS hits all
      *>  share.
       splice-value.
         move 30 to value-len

      *>this runs before math_parse's tokenizer, after the IF pass -
      *>wherever the text carries "TAX(amount, JURISDICTION)" it
      *>evaluates the amount expression (one recursive math_parse
      *>call, the same way resolve_tier evaluates its amount), looks
      *>the jurisdiction's taxes up in TAXRATES (see taxrates.cpy)
      *>and splices in the tax as "(n)". tax on accessorial charges
      *>becomes part of the formula - "CHARGE+TAX(CHARGE, TX-AUSTIN)"
      *>- instead of a figure computed elsewhere and re-keyed.
      *>
      *>every tax type the jurisdiction levies is summed, each at
      *>the version in force at the as-of date (the latest
      *>effective date at or before it whose expiry hasn't passed,
      *>same resolution the rate tables use) and each rounded to the
      *>cent on its own, the way the jurisdictions compute it. a
      *>charge type a tax type exempts adds nothing for that type. a
      *>negative amount - a credit - carries its tax back with it.
      *>
      *>TAX-TOTAL comes back holding the sum of every tax spliced,
      *>so the caller can post the tax portion of the answer apart
      *>from the charge it rides on. running after the IF pass means
      *>only the branch actually taken is counted.
      *>
      *>the rightmost "TAX(" resolves first - same inside-out order
      *>every pre-pass here uses.
       identification division.
       program-id. resolve_tax recursive.
       environment division.
       input-output section.
       file-control.
         select tax-file assign to "TAXRATES"
           organization indexed
           access mode dynamic
           record key is tr-key
           file status is tr-file-status.

       data division.
       file section.
       fd tax-file.
         copy "taxrates.cpy".

       working-storage section.
      *>  the file handle is shared across activations, as in
      *>  resolve_tier.cbl - the rightmost-first order means no
      *>  activation still holds the file when another one starts a
      *>  lookup.
         01 tr-file-status pic x(2) value '00'.

       local-storage section.
         01 work-text pic x(100000).
         01 out-text pic x(100000).
         01 semi-pos usage binary-long value 0.
         01 scan-pos usage binary-long value 0.
         01 tax-pos usage binary-long value 0.
         01 boundary-ok pic x(1) value 'F'.
         01 passes usage binary-long value 0.

         01 arg-depth usage binary-long value 0.
         01 arg-pos usage binary-long value 0.
         01 comma-1 usage binary-long value 0.
         01 extra-commas usage binary-long value 0.
         01 close-pos usage binary-long value 0.
         01 amount-start usage binary-long value 0.
         01 amount-len usage binary-long value 0.

         01 jurisdiction pic x(12) value spaces.
         01 name-len usage binary-long value 0.

      *>  the amount expression's evaluation - its own options and
      *>  communication buffer, forwarded the caller's suffix, as-of
      *>  date, keep-open setting and charge type.
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         01 amt-comm pic x(2000) value spaces.
         01 amt-err usage binary-long value 0.

         01 amt-num pic s9(13)v9(4) value 0.
         01 amt-ok pic x(1) value 'F'.
         01 res-pos usage binary-long value 0.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-started pic x(1) value 'F'.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.

      *>  the tax type being walked and the best version of it seen
      *>  so far.
         01 tax-at-end pic x(1) value 'F'.
         01 types-found usage binary-long value 0.
         01 cur-tax-type pic x(4) value spaces.
         01 best-effective pic 9(8) value 0.
         01 best-rate pic 9(1)v9(6) value 0.
         01 best-taxable pic x(1) value 'F'.
         01 flag-idx usage binary-long value 0.
         01 flag-found pic x(1) value space.

         01 tax-amount pic s9(13)v9(4) value 0.
         01 type-tax pic s9(13)v9(2) value 0.
         01 tax-neg pic x(1) value 'F'.
         01 tax-edit pic z(12)9.9(4).
         01 tax-text pic x(20) value spaces.
         01 tt-len usage binary-long value 0.
         01 tt-scan usage binary-long value 0.

         01 out-len usage binary-long value 0.
         01 tail-len usage binary-long value 0.

       linkage section.
         01 math_string pic x(100000).
         01 string_limit usage binary-long.
         01 resolve-ok pic x(1).
         01 c_communication pic x(2000).
      *>  the caller's as-of date, work-file suffix and keep-library-
      *>  open setting, as resolve_tier.cbl takes them, and the
      *>  charge type (MPO-CHARGE-TYPE) the taxable flags go by.
         01 as-of-date usage binary-long.
         01 caller-suffix pic x(8).
         01 caller-keep-open pic x(1).
         01 caller-charge-type pic x(8).
         01 tax-total pic s9(13)v9(4) comp-3.

       procedure division
         using by reference math_string, string_limit, resolve-ok,
           c_communication, as-of-date, caller-suffix,
           caller-keep-open, caller-charge-type, tax-total.
         move 'T' to resolve-ok
         move 0 to tax-total
         move math_string to work-text
         move 0 to passes

         move "TAX" to mpo-job-name
         move 6 to mpo-decimal-places
         move as-of-date to mpo-as-of-date
         move caller-charge-type to mpo-charge-type
         if caller-suffix <> spaces then
           move caller-suffix to mpo-work-file-suffix
         end-if
         if caller-keep-open = 'Y' then
           move 'Y' to mpo-keep-library-open
         end-if

         perform find-semicolon
         perform find-rightmost-tax
         perform until tax-pos = 0 or resolve-ok <> 'T'
           add 1 to passes giving passes
           if passes > 20 then
             string z"Error: TAX needs amount, jurisdiction."
               into c_communication
             move 'F' to resolve-ok
             exit perform
           end-if
           perform resolve-one-tax
           if resolve-ok = 'T' then
             perform find-semicolon
             perform find-rightmost-tax
           end-if
         end-perform

         if resolve-ok = 'T' then
           move work-text to math_string
           if semi-pos > 0 then
             compute string_limit = semi-pos + 1
           end-if
         else
           move 0 to tax-total
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

       find-rightmost-tax.
         move 0 to tax-pos
         perform varying scan-pos from 1 by 1
             until scan-pos + 3 > semi-pos
           if work-text(scan-pos:4) = "TAX(" then
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
               move scan-pos to tax-pos
             end-if
           end-if
         end-perform.

       resolve-one-tax.
         move 0 to comma-1
         move 0 to extra-commas
         move 0 to close-pos
         move 1 to arg-depth
         compute arg-pos = tax-pos + 4
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
                 if comma-1 = 0 then
                   move arg-pos to comma-1
                 else
                   add 1 to extra-commas giving extra-commas
                 end-if
               end-if
           end-evaluate
           add 1 to arg-pos giving arg-pos
         end-perform

         if close-pos = 0 or comma-1 = 0 or extra-commas > 0 then
           string z"Error: TAX needs amount, jurisdiction."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if

         compute amount-start = tax-pos + 4
         compute amount-len = comma-1 - amount-start
         if amount-len < 1 then
           string z"Error: TAX needs amount, jurisdiction."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if

         move spaces to jurisdiction
         move 0 to name-len
         perform varying scan-pos from comma-1 by 1
             until scan-pos >= close-pos
           if scan-pos > comma-1 and
               work-text(scan-pos:1) <> space and name-len < 12 then
             add 1 to name-len giving name-len
             move work-text(scan-pos:1) to jurisdiction(name-len:1)
           end-if
         end-perform
         if name-len = 0 then
           string z"Error: TAX needs amount, jurisdiction."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if

         perform evaluate-amount
         if resolve-ok <> 'T' then
           exit paragraph
         end-if

         perform compute-jurisdiction-tax
         if types-found = 0 then
           string z"Error: TAX jurisdiction not on file."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if

         add tax-amount to tax-total giving tax-total
         perform splice-tax.

      *>  the amount expression through math_parse - one recursive
      *>  call, every parameter position named, the unused ones as
      *>  explicit OMITTED, same convention as every other
      *>  re-entrant caller here.
       evaluate-amount.
         move spaces to amt-comm
         string work-text(amount-start:amount-len) ';' into amt-comm
         move mpc-ok to amt-err
         call 'math_parse' using by reference amt-comm
           omitted math-parse-options amt-err
           omitted omitted omitted omitted
         if amt-err <> mpc-ok then
           string z"Error: TAX amount can't be evaluated."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if
         inspect amt-comm converting x'00' to space
         perform parse-amount-text
         if amt-ok <> 'T' then
           string z"Error: TAX amount can't be evaluated."
             into c_communication
           move 'F' to resolve-ok
         end-if.

      *>  one walk over the jurisdiction's records - key order hands
      *>  them over tax type by tax type, versions ascending - keeping
      *>  each type's best version and taxing the amount at it when
      *>  the walk leaves the type. TYPES-FOUND counts the types with
      *>  a version in force; zero means the jurisdiction has no tax
      *>  at the date at all, which is an error, not a zero tax.
       compute-jurisdiction-tax.
         move 0 to tax-amount
         move 0 to types-found
         move spaces to cur-tax-type
         move 0 to best-effective
         open input tax-file
         if tr-file-status <> '00' then
           exit paragraph
         end-if

         move 'F' to tax-at-end
         move jurisdiction to tr-jurisdiction
         move low-values to tr-tax-type
         move 0 to tr-effective-date
         start tax-file key is >= tr-key
           invalid key
             move 'T' to tax-at-end
         end-start
         perform until tax-at-end = 'T'
           read tax-file next
             at end
               move 'T' to tax-at-end
             not at end
               if tr-jurisdiction <> jurisdiction then
                 move 'T' to tax-at-end
               else
                 if tr-tax-type <> cur-tax-type then
                   perform apply-type-tax
                   move tr-tax-type to cur-tax-type
                   move 0 to best-effective
                 end-if
                 if tr-effective-date <= as-of-date and
                     (tr-expiry-date = 0 or
                      tr-expiry-date = 99999999 or
                      as-of-date <= tr-expiry-date) and
                     tr-effective-date > best-effective then
                   move tr-effective-date to best-effective
                   move tr-rate to best-rate
                   perform find-charge-flag
                 end-if
               end-if
           end-read
         end-perform
         perform apply-type-tax
         close tax-file.

      *>  the charge type's own flag on the version, else the
      *>  version's default.
       find-charge-flag.
         move space to flag-found
         perform varying flag-idx from 1 by 1 until flag-idx > 10
           if tr-charge-type(flag-idx) <> spaces and
               tr-charge-type(flag-idx) = caller-charge-type then
             move tr-charge-flag(flag-idx) to flag-found
             exit perform
           end-if
         end-perform
         if flag-found = space then
           move tr-default-flag to flag-found
         end-if
         if flag-found = 'E' then
           move 'F' to best-taxable
         else
           move 'T' to best-taxable
         end-if.

       apply-type-tax.
         if best-effective = 0 then
           exit paragraph
         end-if
         add 1 to types-found giving types-found
         if best-taxable = 'T' then
           compute type-tax rounded = amt-num * best-rate
           add type-tax to tax-amount giving tax-amount
         end-if.

      *>  rebuild with "(n)" - "(0-n)" for a negative tax, the one
      *>  shape of negative literal every spot in a formula accepts
      *>  - standing where the whole TAX(...) stood.
       splice-tax.
         move 'F' to tax-neg
         if tax-amount < 0 then
           move 'T' to tax-neg
           compute tax-amount = 0 - tax-amount
         end-if
         move tax-amount to tax-edit
         move spaces to tax-text
         move 0 to tt-len
         perform varying tt-scan from 1 by 1 until tt-scan > 18
           if tax-edit(tt-scan:1) <> space then
             add 1 to tt-len giving tt-len
             move tax-edit(tt-scan:1) to tax-text(tt-len:1)
           end-if
         end-perform

         move spaces to out-text
         move 0 to out-len
         if tax-pos > 1 then
           move work-text(1:tax-pos - 1) to out-text(1:tax-pos - 1)
           compute out-len = tax-pos - 1
         end-if
         move '(' to out-text(out-len + 1:1)
         add 1 to out-len giving out-len
         if tax-neg = 'T' then
           move "0-" to out-text(out-len + 1:2)
           add 2 to out-len giving out-len
         end-if
         move tax-text(1:tt-len) to out-text(out-len + 1:tt-len)
         add tt-len to out-len giving out-len
         move ')' to out-text(out-len + 1:1)
         add 1 to out-len giving out-len
         compute tail-len = semi-pos - close-pos
         if tail-len > 0 then
           move work-text(close-pos + 1:tail-len) to
             out-text(out-len + 1:tail-len)
           add tail-len to out-len giving out-len
         end-if
         move out-text to work-text.

      *>  the evaluated amount's text into a signed fixed-decimal -
      *>  commas off, four decimals kept, as resolve_tier.cbl reads
      *>  it.
       parse-amount-text.
         move 0 to amt-num
         move 'F' to amt-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         perform varying res-pos from 1 by 1 until res-pos > 40
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
                 evaluate res-dec-digits
                   when 1 compute amt-num =
                     amt-num + res-digit-9 / 10
                   when 2 compute amt-num =
                     amt-num + res-digit-9 / 100
                   when 3 compute amt-num =
                     amt-num + res-digit-9 / 1000
                   when 4 compute amt-num =
                     amt-num + res-digit-9 / 10000
                   when other
                     continue
                 end-evaluate
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

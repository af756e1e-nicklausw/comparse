      *>                     re-evaluation of the same text, flagged
      *>                     when the two differ - the whole dispute
      *>                     on one screen
      *>  QUOTE acct type [days]
      *>                     write the last formula's answer to
      *>                     QUOTES as a quote for the account (the
      *>                     first ten characters of the formula id)
      *>                     and charge type (the group code), with
      *>                     the variables set now, good for days
      *>                     (default 30) - quote_match.cbl checks
      *>                     the billed charge against it. the
      *>                     formula is priced again for the account
      *>                     first, under its CONTRACTS values and
      *>                     terms, so the quote is what the night
      *>                     will bill
      *>  QUIT               leave
       identification division.
       program-id. formula_tester.
           access mode random
           record key is lr-formula-id
           file status is lastres-status.
         select quotes-file assign to "QUOTES"
           organization indexed
           access mode random
           record key is qt-quote-no
           file status is quotes-status.

       data division.
       file section.
         01 trace-record pic x(900).
       fd lastres-file.
         copy "lastres.cpy".
       fd quotes-file.
         copy "quotes.cpy".

       working-storage section.
         01 trace-file-status pic x(2) value '00'.
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         copy "mpvars.cpy".
         copy "mppacked.cpy".
         01 math-parse-error-code usage binary-long value 0.
         01 error-code-disp pic zzzz9.

         01 fresh-comm pic x(2000) value spaces.
         01 fresh-err usage binary-long value 0.

      *>  QUOTE command state - the last formula evaluated and its
      *>  answer, and the quote's arguments.
         01 quotes-status pic x(2) value '00'.
         01 last-formula pic x(2000) value spaces.
         01 last-answer pic x(40) value spaces.
         01 last-answer-ok pic x(1) value 'F'.
         01 quote-account pic x(10) value spaces.
         01 quote-type pic x(8) value spaces.
         01 quote-days usage binary-long value 30.
         01 quote-answer pic x(40) value spaces.
         01 quote-priced pic x(1) value 'F'.
         01 contract-applied pic x(4) value spaces.
         01 arg-word pic x(30) value spaces.
         01 arg-word-len usage binary-long value 0.
         01 today-date pic 9(8) value 0.
         01 now-time pic 9(8) value 0.
         01 quote-written pic x(1) value 'F'.
         01 quote-tries usage binary-long value 0.
         01 amount-disp pic -(13)9.9(4).
         01 step-date pic 9(8) value 0.
         01 step-parts redefines step-date.
           05 step-y pic 9(4).
           05 step-m pic 9(2).
           05 step-d pic 9(2).
         01 month-days pic 9(2) value 0.
         01 leap-q usage binary-long value 0.
         01 leap-r4 usage binary-long value 0.
         01 leap-r100 usage binary-long value 0.
         01 leap-r400 usage binary-long value 0.

      *>  the answer text read back as a number, the way
      *>  statement_print.cbl reads a result.
         01 res-text pic x(40) value spaces.
         01 res-num pic s9(13)v9(4) value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-started pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-pos usage binary-long value 0.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.
         01 res-scale pic 9v9(4) value 0.

       procedure division.
       0000-mainline.
         move "TESTER" to mpo-job-name
             perform 5000-page-trace
           when "LAST      "
             perform 6000-show-last-result
           when "QUOTE     "
             perform 7000-write-quote
           when other
             perform 4000-run-formula
         end-evaluate.
         inspect c_communication converting x'00' to space
         move math-parse-error-code to error-code-disp
         display "  => " c_communication(1:70)
         move input-line to last-formula
         move c_communication(1:40) to last-answer
         if math-parse-error-code = mpc-ok and mpo-dry-run <> 'Y'
             then
           move 'T' to last-answer-ok
         else
           move 'F' to last-answer-ok
         end-if
         if math-parse-error-code <> mpc-ok then
           display "  (error code " error-code-disp ")"
         end-if
           display "  => DIFFERS from last night"
         end-if.

      *>  "QUOTE account type [days]" - the answer the operator just
      *>  saw becomes a quote: the formula, every variable set, the
      *>  amount, the as-of date it was priced at (OPT ASOF, today
      *>  when unset) and an expiry days out from today.
       7000-write-quote.
         if last-answer-ok <> 'T' then
           display "  evaluate the formula to quote first (with"
             " DRYRUN off) - there's no answer to quote"
           exit paragraph
         end-if
         move last-answer to res-text
         perform 9200-parse-answer
         if res-ok <> 'T' then
           display "  the last answer isn't an amount: " last-answer
           exit paragraph
         end-if
         compute split-start = word-len + 1
         perform 7100-next-word
         move arg-word to quote-account
         perform 7100-next-word
         move arg-word to quote-type
         inspect quote-type
           converting "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         if quote-account = spaces or quote-type = spaces then
           display "usage: QUOTE account charge-type [days]"
           exit paragraph
         end-if
         move 30 to quote-days
         perform 7100-next-word
         if arg-word <> spaces then
           move arg-word to arg-value
           perform 9100-parse-number
           if num-ok <> 'T' or num-out = 0 then
             display "usage: QUOTE account charge-type [days]"
             exit paragraph
           end-if
           move num-out to quote-days
         end-if
         perform 7200-price-for-account
         if quote-priced <> 'T' then
           exit paragraph
         end-if
         move quote-answer to res-text
         perform 9200-parse-answer
         if res-ok <> 'T' then
           display "  the account's price isn't an amount: "
             quote-answer
           exit paragraph
         end-if

         accept today-date from date yyyymmdd
         accept now-time from time
         move spaces to qt-record
         move quote-account to qt-account
         move quote-type to qt-charge-type
         move "OPEN" to qt-status
         move today-date to qt-quoted-date
         if mpo-as-of-date > 0 then
           move mpo-as-of-date to qt-as-of-date
         else
           move today-date to qt-as-of-date
         end-if
         move today-date to step-date
         perform quote-days times
           perform 9300-day-after
         end-perform
         move step-date to qt-expiry-date
         move res-num to qt-amount
         move quote-answer to qt-result
         move 0 to qt-used-date
         move 0 to qt-billed-amount
         move mpv-count to qt-var-count
         perform varying var-idx from 1 by 1 until var-idx > mpv-count
           move mpv-name(var-idx) to qt-var-name(var-idx)
           move mpv-value(var-idx) to qt-var-value(var-idx)
         end-perform
         move last-formula to qt-formula-text

         open i-o quotes-file
         if quotes-status = '35' then
           open output quotes-file
           close quotes-file
           open i-o quotes-file
         end-if
         if quotes-status <> '00' then
           display "  could not open QUOTES, file status "
             quotes-status
           exit paragraph
         end-if
      *>  the quote number is the date and time it was taken; two
      *>  quotes in the same second take the next number up.
         compute qt-quote-no = today-date * 1000000 + now-time / 100
         move 'F' to quote-written
         move 0 to quote-tries
         perform until quote-written = 'T' or quote-tries > 20
           write qt-record
             invalid key
               add 1 to qt-quote-no giving qt-quote-no
               add 1 to quote-tries giving quote-tries
             not invalid key
               move 'T' to quote-written
           end-write
         end-perform
         close quotes-file
         if quote-written <> 'T' then
           display "  quote not written - QUOTES write failed"
           exit paragraph
         end-if
         move qt-amount to amount-disp
         display "  quote " qt-quote-no " for " qt-account " "
           qt-charge-type
         display "  amount " amount-disp " as of " qt-as-of-date
           ", good through " qt-expiry-date.

      *>  the last formula again, the way the night prices it for the
      *>  quote's account: its CONTRACTS values ahead of the list
      *>  rates, then its terms for the charge type. the account is
      *>  only named for this one evaluation - a plain formula typed
      *>  at the prompt still prices at the list rates.
       7200-price-for-account.
         move 'F' to quote-priced
         move quote-account to mpo-contract-account
         move quote-type to mpo-charge-type
         move spaces to c_communication
         move last-formula to c_communication
         move mpc-ok to math-parse-error-code
         call 'math_parse' using by reference c_communication
           omitted math-parse-options math-parse-error-code
           math-parse-vars omitted omitted math-parse-packed
         inspect c_communication converting x'00' to space
         move spaces to contract-applied
         if math-parse-error-code = mpc-ok then
           call 'contract_terms' using by reference
             mpo-contract-account, mpo-charge-type, mpo-as-of-date,
             c_communication, math-parse-options, math-parse-packed,
             contract-applied, mpo-keep-library-open
         end-if
         move spaces to mpo-contract-account
         move spaces to mpo-charge-type
         if math-parse-error-code <> mpc-ok then
           move math-parse-error-code to error-code-disp
           display "  => " c_communication(1:70)
           display "  not quoted - priced for " quote-account
             " the formula fails (error code " error-code-disp ")"
           exit paragraph
         end-if
         move 'T' to quote-priced
         move c_communication(1:40) to quote-answer
         if quote-answer <> last-answer or contract-applied <> spaces
             then
           display "  account price: " quote-answer " "
             contract-applied
         end-if.

      *>  the next blank-delimited word from SPLIT-START on, into
      *>  ARG-WORD.
       7100-next-word.
         move spaces to arg-word
         move 0 to arg-word-len
         perform until split-start > 2000
             or input-line(split-start:1) <> space
           add 1 to split-start giving split-start
         end-perform
         perform until split-start > 2000
             or input-line(split-start:1) = space
           if arg-word-len < 30 then
             add 1 to arg-word-len giving arg-word-len
             move input-line(split-start:1)
               to arg-word(arg-word-len:1)
           end-if
           add 1 to split-start giving split-start
         end-perform.

      *>  splits the text after the command word on its '=' into
      *>  ARG-NAME (upper-cased, trimmed) and ARG-VALUE (trimmed).
       9000-split-on-equals.
           move num-buf-9 to num-out
           move 'T' to num-ok
         end-if.

      *>  the answer text as a number - grouping commas and a
      *>  currency symbol skipped, a leading minus or accounting
      *>  parentheses for negative.
       9200-parse-answer.
         move 0 to res-num
         move 'F' to res-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         move 0.1 to res-scale
         perform varying res-pos from 1 by 1 until res-pos > 40
           evaluate true
             when res-text(res-pos:1) = space
               if res-started = 'T' then
                 exit perform
               end-if
             when res-text(res-pos:1) = ','
               continue
             when res-text(res-pos:1) = '('
               if res-started = 'F' then
                 move 'T' to res-neg
               end-if
             when res-text(res-pos:1) = ')'
               exit perform
             when res-text(res-pos:1) = '-'
               if res-started = 'F' then
                 move 'T' to res-neg
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
                 if res-dec-digits <= 4 then
                   compute res-num =
                     res-num + res-digit-9 * res-scale
                   compute res-scale = res-scale / 10
                 end-if
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

      *>  steps STEP-DATE on by one calendar day.
       9300-day-after.
         evaluate step-m
           when 4
           when 6
           when 9
           when 11
             move 30 to month-days
           when 2
             divide step-y by 4 giving leap-q remainder leap-r4
             divide step-y by 100 giving leap-q remainder leap-r100
             divide step-y by 400 giving leap-q remainder leap-r400
             if leap-r4 = 0 and
                 (leap-r100 <> 0 or leap-r400 = 0) then
               move 29 to month-days
             else
               move 28 to month-days
             end-if
           when other
             move 31 to month-days
         end-evaluate
         if step-d < month-days then
           add 1 to step-d giving step-d
           exit paragraph
         end-if
         move 1 to step-d
         if step-m = 12 then
           move 1 to step-m
           add 1 to step-y giving step-y
         else
           add 1 to step-m giving step-m
         end-if.

      *>last run left), the new result, and the difference. the new
      *>answers also land back in RESULTHIST (under the re-rate
      *>date) and LASTRES, so the tester and the trend report see
      *>the corrected numbers. an account's CONTRACTS values and
      *>terms apply exactly as they do on the nightly run, so a
      *>re-rate never undoes a negotiated rate. a re-rate date in an
      *>accounting period finance has closed (see periods.cpy)
      *>leaves RESULTHIST and LASTRES as the period closed them -
      *>the new answers go to PRIORADJ as prior-period adjustments
      *>instead.
       identification division.
       program-id. rerate_run.
       environment division.
         select report-file assign to "RERATERPT"
           organization line sequential
           file status is report-file-status.
         select prioradj-file assign to "PRIORADJ"
           organization line sequential
           file status is prioradj-status.

       data division.
       file section.
         copy "lastres.cpy".
       fd report-file.
         01 report-record pic x(132).
       fd prioradj-file.
         copy "prioradj.cpy".

       working-storage section.
         01 ids-file-status pic x(2) value '00'.
         copy "mpcodes.cpy".
         01 math-parse-error-code usage binary-long value 0.
         01 math-parse-eval-id pic x(20) value spaces.
         copy "mppacked.cpy".
         01 contract-applied pic x(4) value spaces.

         01 id-table.
           05 id-count usage binary-long value 0.

      *>  old/new parsing for the difference column.
         01 res-text pic x(40) value spaces.
         01 hist-hold pic x(127) value spaces.
         01 hist-billed-date pic 9(8) value 0.
         01 res-num pic s9(13)v99 value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-pos usage binary-long value 0.
         01 diff-num pic s9(13)v99 value 0.
         01 diff-edit pic -(13)9.99.

         copy "perchk.cpy".
         01 run-period-closed pic x(1) value 'F'.
         01 prioradj-status pic x(2) value '00'.
         01 prioradj-open pic x(1) value 'F'.
         01 adjustments-written usage binary-long value 0.

         01 formulas_rerated usage binary-long value 0.
         01 formulas_skipped usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         move "RERATE" to mpo-job-name
         move 'Y' to mpo-keep-library-open
         move run-date to mpo-as-of-date
         move run-date to pc-date
         call 'period_check' using by reference period-check-parms
         move pc-closed to run-period-closed

         perform 1000-load-ids
         if id-count = 0 then
         if lastres-status = '00' then
           close lastres-file
         end-if
         if prioradj-open = 'T' then
           close prioradj-file
         end-if
         call 'expand_formula_close'
         call 'substitute_vars_close'
         call 'contract_terms_close'

         move formulas_rerated to count-disp
         move spaces to total_line
         move spaces to total_line
         string "Skipped (too long): " count-disp into total_line
         write report-record from total_line
         if run-period-closed = 'T' then
           move adjustments-written to count-disp
           move spaces to total_line
           string "Closed period - prior-period adjustments to"
             " PRIORADJ: " count-disp into total_line
           write report-record from total_line
         end-if
         if id-overflowed = 'T' then
           move spaces to total_line
           string "** RERATEIDS past 10000 - run is partial **"
         if asm-currency <> spaces then
           move asm-currency to mpo-currency-code
         end-if
         move asm-id(1:10) to mpo-contract-account
         move asm-group to mpo-charge-type

         move spaces to c_communication
         move asm-text to c_communication
      *> are present.
         call 'math_parse' using by reference c_communication
           omitted math-parse-options math-parse-error-code
           omitted omitted math-parse-eval-id math-parse-packed
         inspect c_communication converting x'00' to space
         if math-parse-error-code = mpc-ok then
           call 'contract_terms' using by reference
             mpo-contract-account, asm-group, mpo-as-of-date,
             c_communication, math-parse-options, math-parse-packed,
             contract-applied, mpo-keep-library-open
         end-if
         add 1 to formulas_rerated giving formulas_rerated

         move old-result to res-text
           move asm-id to rh-formula-id
           move run-date to rh-run-date
           move c_communication(1:40) to rh-result
           move asm-group to rh-group-code
           move 0 to rh-amount
           move 'F' to rh-amount-ok
           move 0 to rh-billed-date
           move math-parse-eval-id to rh-eval-id
           if rh-status = "OK  " then
             if mpp-overflow = space then
               move mpp-result to rh-amount
               move 'T' to rh-amount-ok
             else
               if new-ok = 'T' then
                 move new-num to rh-amount
                 move 'T' to rh-amount-ok
               end-if
             end-if
           end-if
           if run-period-closed = 'T' then
             perform 3020-write-prior-adjustment
           else
             write rh-record
               invalid key
                 perform 3010-rewrite-history
             end-write
           end-if
         end-if
         if lastres-status = '00' and run-period-closed <> 'T' then
           move asm-id to lr-formula-id
           move run-date to lr-run-date
           move rh-status to lr-status
           move c_communication(1:40) to lr-result
           move math-parse-eval-id to lr-eval-id
           move asm-text to lr-formula-text
           move asm-currency to lr-currency-code
           move 0 to lr-tax-amount
           if rh-status = "OK  " and mpp-overflow = space then
             compute lr-tax-amount rounded = mpp-tax-amount
           end-if
           write lr-record
             invalid key
               rewrite lr-record
           end-write
         end-if.

      *>  the re-rated answer replaces the day's record; whether the
      *>  billing side has invoiced it is theirs to say, not ours.
       3010-rewrite-history.
         move rh-record to hist-hold
         move 0 to hist-billed-date
         read history-file key is rh-key
           invalid key
             continue
           not invalid key
             if rh-billed-date is numeric then
               move rh-billed-date to hist-billed-date
             end-if
         end-read
         move hist-hold to rh-record
         move hist-billed-date to rh-billed-date
         rewrite rh-record.

      *>  the re-rated answer for a closed day, against the one the
      *>  period closed with - RESULTHIST itself is only read.
       3020-write-prior-adjustment.
         move rh-record to hist-hold
         move spaces to pa-record
         move spaces to pa-orig-status
         move 0 to pa-orig-amount
         move 'F' to pa-orig-amount-ok
         read history-file key is rh-key
           invalid key
             continue
           not invalid key
             move rh-status to pa-orig-status
             if rh-amount-ok = 'T' then
               move rh-amount to pa-orig-amount
               move 'T' to pa-orig-amount-ok
             end-if
         end-read
         move hist-hold to rh-record
         move rh-formula-id to pa-formula-id
         accept pa-adjust-date from date yyyymmdd
         move rh-run-date to pa-original-date
         move rh-group-code to pa-group-code
         move rh-status to pa-status
         move rh-result to pa-result
         move 0 to pa-amount
         move 'F' to pa-amount-ok
         if rh-amount-ok = 'T' then
           move rh-amount to pa-amount
           move 'T' to pa-amount-ok
         end-if
         compute pa-delta = pa-amount - pa-orig-amount
         move "rerate_run" to pa-source
         move rh-eval-id to pa-eval-id
         if prioradj-open <> 'T' then
           open extend prioradj-file
           if prioradj-status = '35' then
             open output prioradj-file
           end-if
           if prioradj-status <> '00' then
             display "Error: could not open PRIORADJ, file status "
               prioradj-status
             stop run
           end-if
           move 'T' to prioradj-open
         end-if
         write pa-record
         add 1 to adjustments-written giving adjustments-written.

      *>  formatted result text into a signed fixed-decimal - same
      *>  cleanup every reader of formatted results does.
       9000-parse-result-text.

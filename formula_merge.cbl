      *>    to the shared GRPSTATS, so batch_alerts.cbl sees the
      *>    night whole.
      *>
      *>a stream result dated in an accounting period finance has
      *>closed (see periods.cpy) doesn't replace the closed day's
      *>RESULTHIST or LASTRES record: tonight's go to PRIORADJ as
      *>prior-period adjustments, and an earlier night's - the
      *>stream files keep every night they have run - were dealt
      *>with when that night merged and are passed over.
      *>
      *>MERGECTL control records: STREAMS n (2 through 8, matching
      *>the split).
       identification division.
           access mode random
           record key is lr-formula-id
           file status is lastres-status.
         select prioradj-file assign to "PRIORADJ"
           organization line sequential
           file status is prioradj-status.
         select grpstats-file assign to "GRPSTATS"
           organization line sequential
           file status is grpstats-status.
                     ==rh-formula-id== by ==sh-formula-id==
                     ==rh-run-date== by ==sh-run-date==
                     ==rh-status== by ==sh-status==
                     ==rh-result== by ==sh-result==
                     ==rh-group-code== by ==sh-group-code==
                     ==rh-amount-ok== by ==sh-amount-ok==
                     ==rh-amount== by ==sh-amount==
                     ==rh-billed-date== by ==sh-billed-date==
                     ==rh-eval-id== by ==sh-eval-id==.
       fd history-file.
         copy "resulthist.cpy".
       fd stream-stats.
                     ==lr-status== by ==sl-status==
                     ==lr-result== by ==sl-result==
                     ==lr-eval-id== by ==sl-eval-id==
                     ==lr-formula-text== by ==sl-formula-text==
                     ==lr-currency-code== by ==sl-currency-code==
                     ==lr-tax-amount== by ==sl-tax-amount==.
       fd lastres-file.
         copy "lastres.cpy".
       fd prioradj-file.
         copy "prioradj.cpy".
       fd lock-file.
         01 lock-record pic x(24).
       fd grpstats-file.
         01 details_merged usage binary-long value 0.
         01 history_merged usage binary-long value 0.

         copy "perchk.cpy".
         01 prioradj-status pic x(2) value '00'.
         01 prioradj-open pic x(1) value 'F'.
         01 adjust-date pic 9(8) value 0.
         01 hist-hold pic x(127) value spaces.
         01 hist-billed-date pic 9(8) value 0.
         01 adjustments-written usage binary-long value 0.

      *>  the merged run's group tallies - counts summed as fields,
      *>  impacts summed through mpfr off the streams' impact text,
      *>  so the re-derived totals carry the same precision the
         if lastres-status = '00' then
           close lastres-file
         end-if
         if prioradj-open = 'T' then
           close prioradj-file
         end-if
         close report-file

         perform 5000-append-grpstats
         move details_merged to count-disp
         display "formula_merge: " count-disp " report details"
           " combined"
         if adjustments-written > 0 then
           move adjustments-written to count-disp
           display "formula_merge: " count-disp " results dated in"
             " a closed period written to PRIORADJ"
         end-if
         stop run.

       0100-read-control.
               move sh-run-date to rh-run-date
               move sh-status to rh-status
               move sh-result to rh-result
               move sh-group-code to rh-group-code
               move sh-amount to rh-amount
               move sh-amount-ok to rh-amount-ok
               move sh-billed-date to rh-billed-date
               move sh-eval-id to rh-eval-id
               move sh-run-date to pc-date
               call 'period_check' using
                 by reference period-check-parms
               evaluate true
                 when pc-closed = 'T' and sh-run-date = run-date
                   perform 1350-write-prior-adjustment
                 when pc-closed = 'T'
                   continue
                 when other
                   write rh-record
                     invalid key
                       perform 1340-rewrite-history
                   end-write
                   add 1 to history_merged giving history_merged
               end-evaluate
           end-read
         end-perform
         close stream-history.

      *>  a day already on RESULTHIST keeps the billed stamp its
      *>  record carries - the stream's copy never has one, and a
      *>  merge re-run for an invoiced day mustn't hand its results
      *>  back to invoice_extract to bill again.
       1340-rewrite-history.
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
         if hist-billed-date > 0 then
           move hist-billed-date to rh-billed-date
         end-if
         rewrite rh-record.

      *>  tonight's answer for a closed day, against the one the
      *>  period closed with - RESULTHIST itself is only read.
       1350-write-prior-adjustment.
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
         accept adjust-date from date yyyymmdd
         move adjust-date to pa-adjust-date
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
         move "formula_merge" to pa-source
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

      *>  the stream's GRPSTATS accumulates run over run - only the
      *>  newest date's records (this run's) fold into the merged
      *>  tallies. groups never span streams, so a later stream's
             at end
               string 'T' into end_of_file
             not at end
               move sl-run-date to pc-date
               call 'period_check' using
                 by reference period-check-parms
               if pc-closed <> 'T' then
                 move sl-record to lr-record
                 write lr-record
                   invalid key
                     rewrite lr-record
                 end-write
               end-if
           end-read
         end-perform
         close stream-lastres.

      *>batch maintenance for TAXRATES, the indexed file of sales-tax
      *>rates TAX(amount, JURISDICTION) resolves against (see
      *>taxrates.cpy) - the same transaction-file treatment RATEBRKS
      *>gets from rate_brks_maint.cbl, so a jurisdiction's rates and
      *>its taxable/exempt charge types change through an audited
      *>apply with a before/after listing. TAXTXN transactions carry
      *>one tax type's version per record:
      *>
      *>  action(6) jurisdiction(12) tax-type(4) effective(8)
      *>  expiry(8) rate(7, six implied decimals - 0062500 is
      *>  6.25%) default-flag(1) then ten charge-type(8) flag(1)
      *>  pairs
      *>
      *>a flag is 'T' taxable or 'E' exempt; anything else rejects
      *>the transaction.
      *>
      *>every transaction is first checked against ENTITLE for the
      *>job's user (entitle_check.cbl, function TAXMAINT) - one the
      *>user isn't entitled to is rejected and logged to SECVIOL.
       identification division.
       program-id. tax_rates_maint.
       environment division.
       input-output section.
       file-control.
         select txn-file assign to "TAXTXN"
           organization line sequential
           file status is txn-file-status.
         select rates-file assign to "TAXRATES"
           organization indexed
           access mode random
           record key is tr-key
           file status is tr-file-status.
         select listing-file assign to "TAXLIST"
           organization line sequential
           file status is listing-file-status.
         select rerate-queue assign to "RERATEQ"
           organization line sequential
           file status is rerate-status.

       data division.
       file section.
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(6).
           05 txn-jurisdiction pic x(12).
           05 txn-tax-type pic x(4).
           05 txn-effective-date pic 9(8).
           05 txn-expiry-date pic 9(8).
           05 txn-rate pic 9(1)v9(6).
           05 txn-default-flag pic x(1).
           05 txn-charge-flags occurs 10 times.
             10 txn-charge-type pic x(8).
             10 txn-charge-flag pic x(1).
       fd rates-file.
         copy "taxrates.cpy".
       fd listing-file.
         01 listing-record pic x(132).
       fd rerate-queue.
         01 rerate-record pic x(20).

       working-storage section.
         01 rerate-status pic x(2) value '00'.
         01 txn-file-status pic x(2) value '00'.
         01 tr-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 txns_read_disp pic zzzzzzzz9.
         01 txns_applied_disp pic zzzzzzzz9.
         01 txns_rejected_disp pic zzzzzzzz9.

         01 entry-found pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         copy "entchk.cpy".
         01 before-rate pic 9(1)v9(6) value 0.
         01 before-default pic x(1) value space.
         01 before-expiry pic 9(8) value 0.
         01 flag-idx usage binary-long value 0.
         01 flag-count usage binary-long value 0.
         01 flag-count-disp pic z9.

         01 rate-edit pic 9.9(6).
         01 rate-edit-2 pic 9.9(6).

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open TAXTXN, file status "
             txn-file-status
           stop run
         end-if
      *>  i-o maintains the existing file in place; the very first
      *>  run creates it - same fallback as the other maintenance
      *>  programs.
         open i-o rates-file
         if tr-file-status = '35' then
           open output rates-file
           close rates-file
           open i-o rates-file
         end-if
         if tr-file-status <> '00' then
           display "Error: could not open TAXRATES, file status "
             tr-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open TAXLIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACTION" '|' "JURISDICTION" '|' "TYPE" '|'
           "EFFECTIVE" '|' "DISPOSITION" into heading_line
         write listing-record from heading_line

         perform until end_of_file = 'T'
           read txn-file
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-apply-one-txn
           end-read
         end-perform

         move txns_read to txns_read_disp
         move txns_applied to txns_applied_disp
         move txns_rejected to txns_rejected_disp
         move spaces to total_line
         string "Transactions read:     " txns_read_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions applied:  " txns_applied_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions rejected: " txns_rejected_disp
           into total_line
         write listing-record from total_line

         close txn-file
         close rates-file
         close listing-file
         call 'entitle_check_close'
         stop run.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move 0 to before-rate
         move space to before-default
         move 0 to before-expiry

         perform 1100-look-up-entry
         if txn-action <> "DELETE" then
           perform 1200-check-flags
         end-if
         if reject-reason = spaces then
           perform 1150-check-entitlement
         end-if

         if reject-reason = spaces then
           evaluate txn-action
             when "ADD   "
               if entry-found = 'T' then
                 move "duplicate add - rate already on file"
                   to reject-reason
               else
                 move txn-jurisdiction to tr-jurisdiction
                 move txn-tax-type to tr-tax-type
                 move txn-effective-date to tr-effective-date
                 perform 1250-move-txn-fields
                 write tr-record
                   invalid key
                     move "write failed - duplicate key"
                       to reject-reason
                 end-write
               end-if
             when "CHANGE"
               if entry-found = 'F' then
                 move "change of a rate not on file" to reject-reason
               else
                 perform 1250-move-txn-fields
                 rewrite tr-record
                   invalid key
                     move "rewrite failed" to reject-reason
                 end-rewrite
               end-if
             when "DELETE"
               if entry-found = 'F' then
                 move "delete of a rate not on file" to reject-reason
               else
                 delete rates-file
                   invalid key
                     move "delete failed" to reject-reason
                 end-delete
               end-if
             when other
               move "unrecognized action code" to reject-reason
           end-evaluate
         end-if

         if reject-reason = spaces then
           add 1 to txns_applied giving txns_applied
           perform 1400-queue-rerate
         else
           add 1 to txns_rejected giving txns_rejected
         end-if
         perform 1300-write-listing.

      *>  every applied change drops its jurisdiction on the RERATEQ
      *>  queue for rerate_resolve.cbl - formulas name a
      *>  jurisdiction through TAX(...), so the name is the
      *>  where-used handle the same way a band table's is.
       1400-queue-rerate.
         open extend rerate-queue
         if rerate-status = '35' then
           open output rerate-queue
         end-if
         if rerate-status <> '00' then
           exit paragraph
         end-if
         move txn-jurisdiction to rerate-record
         write rerate-record
         close rerate-queue.

       1100-look-up-entry.
         move 'F' to entry-found
         move txn-jurisdiction to tr-jurisdiction
         move txn-tax-type to tr-tax-type
         move txn-effective-date to tr-effective-date
         read rates-file key is tr-key
           invalid key
             continue
           not invalid key
             move 'T' to entry-found
             move tr-rate to before-rate
             move tr-default-flag to before-default
             move tr-expiry-date to before-expiry
         end-read.

      *>  the rate has to be a number and every flag a 'T' or an
      *>  'E' - a blank charge type slot is simply unused.
       1150-check-entitlement.
         move spaces to ec-user
         move "TAXMAINT" to ec-function
         move "tax_rates_maint" to ec-program
         move txn-jurisdiction to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if.

       1200-check-flags.
         if txn-rate is not numeric then
           move "rate not numeric" to reject-reason
           exit paragraph
         end-if
         if txn-expiry-date is not numeric then
           move "expiry date not numeric" to reject-reason
           exit paragraph
         end-if
         if txn-default-flag <> 'T' and txn-default-flag <> 'E' then
           move "default flag must be T or E" to reject-reason
           exit paragraph
         end-if
         perform varying flag-idx from 1 by 1 until flag-idx > 10
           if txn-charge-type(flag-idx) <> spaces and
               txn-charge-flag(flag-idx) <> 'T' and
               txn-charge-flag(flag-idx) <> 'E' then
             move "charge type flag must be T or E" to reject-reason
             exit perform
           end-if
         end-perform.

       1250-move-txn-fields.
         move txn-expiry-date to tr-expiry-date
         move txn-rate to tr-rate
         move txn-default-flag to tr-default-flag
         perform varying flag-idx from 1 by 1 until flag-idx > 10
           move txn-charge-type(flag-idx) to tr-charge-type(flag-idx)
           move txn-charge-flag(flag-idx) to tr-charge-flag(flag-idx)
         end-perform.

       1300-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then
           string txn-action '|' txn-jurisdiction '|' txn-tax-type
             '|' txn-effective-date '|' "APPLIED"
             into detail_line
         else
           string txn-action '|' txn-jurisdiction '|' txn-tax-type
             '|' txn-effective-date '|' "REJECTED: "
             reject-reason into detail_line
         end-if
         write listing-record from detail_line

         move spaces to detail_line
         if entry-found = 'T' then
           move before-rate to rate-edit
           string "  BEFORE: rate " rate-edit " default "
             before-default " expiry " before-expiry
             into detail_line
         else
           string "  BEFORE: (no rate)" into detail_line
         end-if
         write listing-record from detail_line

         move spaces to detail_line
         evaluate true
           when reject-reason <> spaces
             string "  AFTER:  (unchanged)" into detail_line
           when txn-action = "DELETE"
             string "  AFTER:  (deleted)" into detail_line
           when other
             move 0 to flag-count
             perform varying flag-idx from 1 by 1
                 until flag-idx > 10
               if txn-charge-type(flag-idx) <> spaces then
                 add 1 to flag-count giving flag-count
               end-if
             end-perform
             move txn-rate to rate-edit-2
             move flag-count to flag-count-disp
             string "  AFTER:  rate " rate-edit-2 " default "
               txn-default-flag " expiry " txn-expiry-date
               " charge types " flag-count-disp into detail_line
         end-evaluate
         write listing-record from detail_line.

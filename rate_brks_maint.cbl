      *>  decimals)
      *>
      *>a zero band limit marks the version's open-ended top band.
      *>
      *>every transaction is first checked against ENTITLE for the
      *>job's user (entitle_check.cbl, function BANDMAINT) - one the
      *>user isn't entitled to is rejected and logged to SECVIOL.
       identification division.
       program-id. rate_brks_maint.
       environment division.

         01 entry-found pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         copy "entchk.cpy".
         01 before-limit pic 9(11)v9(2) value 0.
         01 before-rate pic s9(7)v9(4) value 0.

         close txn-file
         close bands-file
         close listing-file
         call 'entitle_check_close'
         stop run.

       1000-apply-one-txn.
         move 0 to before-rate

         perform 1100-look-up-entry
         perform 1150-check-entitlement

         if reject-reason = spaces then
           evaluate txn-action
             when "ADD   "
               if entry-found = 'T' then
                 move "duplicate add - band already on file"
                   to reject-reason
               else
                 move txn-table-name to rb-table-name
                 move txn-effective-date to rb-effective-date
                 move txn-band-seq to rb-band-seq
                 move txn-expiry-date to rb-expiry-date
                 move txn-band-limit to rb-band-limit
                 move txn-band-rate to rb-band-rate
                 write rb-record
                   invalid key
                     move "write failed - duplicate key"
                       to reject-reason
                 end-write
               end-if
             when "CHANGE"
               if entry-found = 'F' then
                 move "change of a band not on file" to reject-reason
               else
                 move txn-expiry-date to rb-expiry-date
                 move txn-band-limit to rb-band-limit
                 move txn-band-rate to rb-band-rate
                 rewrite rb-record
                   invalid key
                     move "rewrite failed" to reject-reason
                 end-rewrite
               end-if
             when "DELETE"
               if entry-found = 'F' then
                 move "delete of a band not on file" to reject-reason
               else
                 delete bands-file
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
             move rb-band-rate to before-rate
         end-read.

       1150-check-entitlement.
         move spaces to ec-user
         move "BANDMAINT" to ec-function
         move "rate_brks_maint" to ec-program
         move txn-table-name to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if.

       1300-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then

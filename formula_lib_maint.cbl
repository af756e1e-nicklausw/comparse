      *>formula text that fails a math_parse dry run), and prints a
      *>before/after listing of every entry touched so the day's
      *>changes to the library can be proven to audit.
      *>
      *>every transaction is first checked against ENTITLE
      *>(entitle_check.cbl, function LIBMAINT) - one the user isn't
      *>entitled to is rejected and logged to SECVIOL.
       identification division.
       program-id. formula_lib_maint.
       environment division.
         01 entry-found pic x(1) value 'F'.
         01 syntax-ok pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         copy "entchk.cpy".
         01 before-text pic x(2000) value spaces.
         01 before-expiry pic 9(8) value 0.

         end-if
         close formula-library
         close listing-file
         call 'entitle_check_close'
         stop run.

       1000-apply-one-txn.
         move spaces to before-text

         perform 1100-look-up-entry
         perform 1150-check-entitlement

         if reject-reason = spaces then
           evaluate txn-action
             when "ADD   "
               if entry-found = 'T' then
                 move "duplicate add - version already in library"
                   to reject-reason
               else
                 perform 1200-check-syntax
                 if syntax-ok = 'T' then
                   perform 1250-run-self-tests
                 end-if
                 if syntax-ok = 'T' then
                   move txn-formula-name to lib-formula-name
                   move txn-effective-date to lib-effective-date
                   move txn-expiry-date to lib-expiry-date
                   move txn-formula-text to lib-formula-text
                   write lib-record
                     invalid key
                       move "write failed - duplicate key"
                         to reject-reason
                   end-write
                 end-if
               end-if
             when "CHANGE"
               if entry-found = 'F' then
                 move "change of a version not in the library"
                   to reject-reason
               else
                 perform 1200-check-syntax
                 if syntax-ok = 'T' then
                   perform 1250-run-self-tests
                 end-if
                 if syntax-ok = 'T' then
                   move txn-expiry-date to lib-expiry-date
                   move txn-formula-text to lib-formula-text
                   rewrite lib-record
                     invalid key
                       move "rewrite failed" to reject-reason
                   end-rewrite
                 end-if
               end-if
             when "DELETE"
               if entry-found = 'F' then
                 move "delete of a version not in the library"
                   to reject-reason
               else
                 delete formula-library
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
      *>  paying for any arithmetic. the text goes in exactly as it
      *>  will be stored; expand_formula parenthesizes it at splice
      *>  time, so what validates here is what runs at night.
      *>  the LIBMCTL operator when there is one, else the job's.
       1150-check-entitlement.
         move maint-user to ec-user
         move "LIBMAINT" to ec-function
         move "formula_lib_maint" to ec-program
         move txn-formula-name to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if.

       1200-check-syntax.
         move 'F' to syntax-ok
         perform 1210-build-check-text
           when txn-action = "DELETE"
             string "  AFTER:  (deleted)" into detail_line
           when other
             string "  AFTER:  " txn-formula-text(1:100)
               into detail_line
         end-evaluate
         write listing-record from detail_line.

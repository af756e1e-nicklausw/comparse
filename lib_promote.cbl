      *>record each, name(20) effective-date(8) - is applied to
      *>production; everything else just reports. the difference
      *>listing is the before/after proof either way.
      *>
      *>an approved difference is applied only if ENTITLE allows it
      *>(entitle_check.cbl, function PROMOTE) for the PROMCTL "USER"
      *>control record's user, or the job's when there isn't one -
      *>one the user isn't entitled to lists NOT ENTITLED and is
      *>logged to SECVIOL.
       identification division.
       program-id. lib_promote.
       environment division.
         01 diffs_reported usage binary-long value 0.
         01 diffs_applied usage binary-long value 0.
         01 diffs_skipped usage binary-long value 0.
         01 diffs_refused usage binary-long value 0.
         01 promote-user pic x(8) value spaces.
         copy "entchk.cpy".
         01 count-disp pic zzzzzzzz9.

      *>  full-text printing - the stored 2000 characters in
           move spaces to total_line
           string "Not approved:        " count-disp into total_line
           write listing-record from total_line
           move diffs_refused to count-disp
           move spaces to total_line
           string "Not entitled:        " count-disp into total_line
           write listing-record from total_line
         end-if
         if diff-overflowed = 'T' then
           move spaces to total_line
           write listing-record from total_line
         end-if
         close listing-file
         call 'entitle_check_close'
         stop run.

       0100-read-control.
                   pc-value(1:3) = "YES" then
                 move 'T' to override-lock
               end-if
               if pc-keyword = "USER                " then
                 move pc-value(1:8) to promote-user
               end-if
           end-read
         end-perform
         close control-file.
             until diff-idx > diff-count
           perform 3100-check-selected
           if sel-found = 'T' then
             perform 3150-check-entitlement
           end-if
           if sel-found = 'T' and ec-allowed = 'T' then
             perform 3200-apply-one-diff
           end-if
           if sel-found = 'T' and ec-allowed <> 'T' then
             add 1 to diffs_refused giving diffs_refused
             move spaces to detail_line
             string "NOT ENTITLED: " df-action(diff-idx) ' '
               df-name(diff-idx) ' ' df-effective(diff-idx) " - "
               ec-reason into detail_line
             write listing-record from detail_line
           end-if
           if sel-found <> 'T' then
             add 1 to diffs_skipped giving diffs_skipped
             move spaces to detail_line
             string "NOT APPROVED: " df-action(diff-idx) ' '
           end-if
         end-perform.

       3150-check-entitlement.
         move promote-user to ec-user
         move "PROMOTE" to ec-function
         move "lib_promote" to ec-program
         move df-name(diff-idx) to ec-name
         call 'entitle_check' using by reference entitle-check-parms.

       3200-apply-one-diff.
         move df-name(diff-idx) to lib-formula-name
         move df-effective(diff-idx) to lib-effective-date

      *>reported. FORMPEND is rewritten with the new statuses
      *>(RELEASED / REJECTED), so decisions survive and a rerun
      *>can't release anything twice.
      *>
      *>the reviewer must also be entitled to decide on the formula
      *>(entitle_check.cbl, function APPROVE, checked for APPROVE and
      *>REJECT alike); a decision the reviewer isn't entitled to is
      *>refused, listed and logged to SECVIOL, and the transaction
      *>stays PENDING.
       identification division.
       program-id. formula_approve.
       environment division.

         01 txns_approved usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 txns_refused usage binary-long value 0.
         copy "entchk.cpy".
         01 approved-open pic x(1) value 'F'.
         01 count-disp pic zzzzzzzz9.
         01 seq-disp pic zzzz9.
         move spaces to total_line
         string "Rejected:              " count-disp into total_line
         write listing-record from total_line
         move txns_refused to count-disp
         move spaces to total_line
         string "Not entitled:          " count-disp into total_line
         write listing-record from total_line
         close listing-file
         call 'entitle_check_close'
         stop run.

       1000-load-pending.
           write listing-record from detail_line
           exit paragraph
         end-if
         move approver-id to ec-user
         move "APPROVE" to ec-function
         move "formula_approve" to ec-program
         move pe-name(ap-value-9) to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           add 1 to txns_refused giving txns_refused
           move ap-value-9 to seq-disp
           move spaces to detail_line
           string "REFUSED: " seq-disp " - " approver-id
             " not entitled: " ec-reason into detail_line
           write listing-record from detail_line
           exit paragraph
         end-if
         move ap-value-9 to pick.

      *>  the second pair of eyes has to be a second pair - a user

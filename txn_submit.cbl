      *>FORMPEND record: status(8) submitter(8) approver(8) then the
      *>transaction exactly as FORMTXN carries it - action(6)
      *>name(20) effective(8) expiry(8) text(2000).
      *>
      *>the submitter must be entitled to the formula name
      *>(entitle_check.cbl, function SUBMIT); a transaction the
      *>submitter isn't entitled to is not landed - it lists as
      *>REFUSED on SUBLIST and is logged to SECVIOL.
       identification division.
       program-id. txn_submit.
       environment division.

         01 submitter-id pic x(8) value spaces.
         01 txns_submitted usage binary-long value 0.
         01 txns_refused usage binary-long value 0.
         copy "entchk.cpy".
         01 count-disp pic zzzzzzzz9.

         01 detail_line pic x(132).
         write listing-record from total_line
         display "txn_submit: " count-disp " transactions pending"
           " approval"
         move txns_refused to count-disp
         move spaces to total_line
         string "Transactions refused, not entitled: " count-disp
           into total_line
         write listing-record from total_line

      *>  the transactions are landed as PENDING - consume the
      *>  raw file, so a second submit can't double them up and a
         close txn-file
         close pending-file
         close listing-file
         call 'entitle_check_close'
         stop run.

       1000-submit-one-txn.
         move submitter-id to ec-user
         move "SUBMIT" to ec-function
         move "txn_submit" to ec-program
         move txn-formula-name to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           add 1 to txns_refused giving txns_refused
           move spaces to detail_line
           string "REFUSED " txn-action '|' txn-formula-name '|'
             txn-effective-date '|' txn-expiry-date
             " - not entitled: " ec-reason into detail_line
           write listing-record from detail_line
           exit paragraph
         end-if
         move spaces to pending-record
         move "PENDING " to fp-status
         move submitter-id to fp-submitter

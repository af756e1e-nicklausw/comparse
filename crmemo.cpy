      *>  shared record layout for CRMEMO, the credit-memo queue
      *>  dispute_maint.cbl appends to when a dispute is resolved in
      *>  the customer's favor. batch_math_parse.cbl's GL step posts
      *>  every queued memo as the reversing pair of the original
      *>  charge - the group's GLMAP account credited, its offset
      *>  debited - and then empties the queue, the same consume-
      *>  and-rewrite treatment RERATEQ gets. CM-AMOUNT is the credit
      *>  as a positive amount, two implied decimals, sign leading
      *>  separate.
         01 cm-record.
           05 cm-formula-id pic x(20).
           05 cm-run-date pic 9(8).
           05 cm-group-code pic x(8).
           05 cm-amount pic s9(13)v9(2) sign leading separate.
           05 cm-issue-date pic 9(8).
           05 cm-reason-code pic x(4).
           05 cm-analyst pic x(8).

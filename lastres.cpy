      *>  answered from one screen - last night's stored answer
      *>  beside a fresh re-evaluation - instead of three files and
      *>  a guess.
      *>
      *>  LR-CURRENCY-CODE is the run's FIN-CURRENCY-CODE for the
      *>  formula (spaces for none) - what fx_revalue.cbl reads to
      *>  know which results are stated in a foreign currency.
      *>
      *>  LR-TAX-AMOUNT is the part of an OK result that is sales tax
      *>  - what TAX(...) carried into it, to the cent (see
      *>  resolve_tax.cbl) - zero for a failed result, one with no
      *>  TAX(), or a record written before the field existed read
      *>  as spaces. invoice_extract.cbl breaks it out of the charge
      *>  onto the invoice's tax line.
         01 lr-record.
           05 lr-formula-id pic x(20).
           05 lr-run-date pic 9(8).
           05 lr-result pic x(40).
           05 lr-eval-id pic x(20).
           05 lr-formula-text pic x(1966).
           05 lr-currency-code pic x(3).
           05 lr-tax-amount pic s9(13)v9(2) sign leading separate.

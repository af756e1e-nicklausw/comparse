      *>  in batch mode (MATH-PARSE-RESULTS) this carries the FIRST
      *>  statement's value, the same convention C-COMMUNICATION
      *>  follows.
      *>
      *>  MPP-TAX-AMOUNT is the part of MPP-RESULT that is sales tax -
      *>  the sum of the TAX(amount, JURISDICTION) values the formula
      *>  carried (see resolve_tax.cbl), zero when it carried none -
      *>  so a caller can post the tax apart from the charge.
         01 math-parse-packed.
           05 mpp-result pic s9(13)v9(4) comp-3 value 0.
           05 mpp-scale usage binary-long value 4.
           05 mpp-overflow pic x(1) value 'N'.
           05 mpp-tax-amount pic s9(13)v9(4) comp-3 value 0.

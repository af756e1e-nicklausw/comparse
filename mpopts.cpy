      *>    need. -1 means "not specified", i.e. 50 - comfortably
      *>    deeper than any legitimate rate formula nests, but nowhere
      *>    near the 2000-entry token tables those formulas share.
      *>
      *>  mpo-contract-account: the account (the first ten characters
      *>    of the formula id) whose negotiated values in CONTRACTS
      *>    (see contracts.cpy) substitute_vars consults ahead of
      *>    MATHVARS, so an account's contract rate wins over the
      *>    desk's list rate for that account's formulas. spaces
      *>    means "not specified", i.e. list rates only, same as
      *>    always.
      *>
      *>  mpo-charge-type: the charge type (the formula's
      *>    FIN-GROUP-CODE) TAX(amount, JURISDICTION) checks against
      *>    the jurisdiction's taxable/exempt flags in TAXRATES (see
      *>    taxrates.cpy). spaces means "not specified", i.e. every
      *>    tax type's default flag.
         01 math-parse-options.
           05 mpo-decimal-places usage binary-long value -1.
           05 mpo-rounding-mode pic x(1) value space.
           05 mpo-work-file-suffix pic x(8) value spaces.
           05 mpo-intermediate-round pic x(1) value space.
           05 mpo-intermediate-decimals usage binary-long value -1.
           05 mpo-contract-account pic x(10) value spaces.
           05 mpo-charge-type pic x(8) value spaces.

      *>  shared record layout for UOMCONV, the line sequential file
      *>  of unit-of-measure pairs UOM(amount, FROM, TO) resolves
      *>  against (resolve_uom.cbl). one record per pair: one FROM
      *>  is UC-FACTOR TOs, so an amount in FROM times the factor is
      *>  the amount in TO. the factor is kept as text, exactly as
      *>  defined (0.45359237, not 0.4536), and goes into the formula
      *>  as written. a pair is stored one way only - the reverse
      *>  divides - and a pair with no record of its own resolves
      *>  through the units they share (CWT to KG through LB).
      *>  maintained by uom_maint.cbl, which keeps the file sorted by
      *>  from/to; read by formula_lint.cbl to spot the factors typed
      *>  into formulas by hand.
         01 uc-record.
           05 uc-from pic x(8).
           05 uc-to pic x(8).
           05 uc-factor pic x(20).
           05 uc-description pic x(40).

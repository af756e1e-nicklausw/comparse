      *>                         evaluated, or RATEBRKS carries no
      *>                         usable band table for the name at
      *>                         the as-of date.
      *>  mpc-no-tax-jurisdiction a TAX(amount, JURISDICTION) names a
      *>                         jurisdiction TAXRATES carries no tax
      *>                         for at the as-of date. a TAX that
      *>                         is malformed, or whose amount can't
      *>                         be evaluated, is
      *>                         mpc-function-arguments.
      *>  mpc-pmt-arguments      a PMT(rate, periods, principal) is
      *>                         malformed, an argument can't be
      *>                         evaluated, the rate isn't above -1,
      *>                         the periods aren't a whole 1 to 1200,
      *>                         or the payment won't fit.
      *>  mpc-fv-arguments       the same for an FV(rate, periods,
      *>                         payment [, present value]).
      *>  mpc-npv-arguments      an NPV(rate, cash flows) with no
      *>                         flow, more than 49, a rate not above
      *>                         -1 or an argument that can't be
      *>                         evaluated.
      *>  mpc-no-uom-pair        a UOM(amount, FROM, TO) names two
      *>                         units UOMCONV doesn't connect,
      *>                         directly or through other units. a
      *>                         malformed UOM is
      *>                         mpc-function-arguments.
         01 mpc-ok                 usage binary-long value 0.
         01 mpc-no-semicolon       usage binary-long value 1.
         01 mpc-bad-symbol         usage binary-long value 2.
         01 mpc-too-many-tokens    usage binary-long value 19.
         01 mpc-date-error         usage binary-long value 20.
         01 mpc-no-rate-table      usage binary-long value 21.
         01 mpc-no-tax-jurisdiction usage binary-long value 22.
         01 mpc-pmt-arguments      usage binary-long value 23.
         01 mpc-fv-arguments       usage binary-long value 24.
         01 mpc-npv-arguments      usage binary-long value 25.
         01 mpc-no-uom-pair        usage binary-long value 26.

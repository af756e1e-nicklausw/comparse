      *>  shared record layout for TAXRATES, the indexed file of
      *>  sales-tax rates the TAX(amount, JURISDICTION) function
      *>  resolves against (resolve_tax.cbl). one record per
      *>  jurisdiction, tax type (state, county, city - whatever
      *>  the jurisdiction levies separately) and effective date, so
      *>  a jurisdiction's taxes read out together and a staged rate
      *>  change sits alongside the one in force - the same
      *>  effective-dated treatment ratebrks.cpy gets, resolved
      *>  against the caller's as-of date. TR-EXPIRY-DATE zero (or
      *>  99999999) means open-ended.
      *>
      *>  TR-RATE is the rate as a fraction - 0.062500 for 6.25%.
      *>  whether a charge is taxed goes by its charge type (the
      *>  formula's FIN-GROUP-CODE): a charge type listed in
      *>  TR-CHARGE-FLAGS takes its own flag, any other takes
      *>  TR-DEFAULT-FLAG - 'T' taxable, 'E' exempt.
         01 tr-record.
           05 tr-key.
             10 tr-jurisdiction pic x(12).
             10 tr-tax-type pic x(4).
             10 tr-effective-date pic 9(8).
           05 tr-expiry-date pic 9(8).
           05 tr-rate pic 9(1)v9(6).
           05 tr-default-flag pic x(1).
           05 tr-charge-flags occurs 10 times.
             10 tr-charge-type pic x(8).
             10 tr-charge-flag pic x(1).

      *>  shared parameter block for period_check.cbl. the caller
      *>  fills the business date and gets back PC-CLOSED 'T' when
      *>  the date's accounting month is closed on PERIODS, 'F' when
      *>  it is open (or has no PERIODS record).
         01 period-check-parms.
           05 pc-date pic 9(8).
           05 pc-closed pic x(1).

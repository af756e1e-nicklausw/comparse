      *>  shared record layout for BUDGET, finance's monthly revenue
      *>  budget - one record per FIN-GROUP-CODE per month (yyyymm).
      *>  BG-AMOUNT is the month's budgeted dollar impact, two
      *>  implied decimals, sign leading separate; BG-TOLERANCE-PCT is
      *>  how far, in whole percent either side of it, the month-end
      *>  projection may land before budget_variance.cbl flags the
      *>  group. a later record for the same group and month
      *>  replaces an earlier one, so a reforecast is an append.
         01 bg-record.
           05 bg-group pic x(8).
           05 bg-month pic 9(6).
           05 bg-amount pic s9(13)v9(2) sign leading separate.
           05 bg-tolerance-pct pic 9(3).

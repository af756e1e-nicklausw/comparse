      *>  shared record layout for BUDVAROUT, the machine-readable
      *>  twin of budget_variance.cbl's report - one record per
      *>  group with a budget or an actual this month, rewritten
      *>  every run, so batch_alerts.cbl can raise the groups
      *>  projected outside tolerance without re-reading a printed
      *>  report. BV-AS-OF-DATE is the last GRPSTATS run date
      *>  counted; BV-DAYS-ELAPSED and BV-DAYS-IN-MONTH are the
      *>  straight-line projection's two day counts. the money
      *>  fields carry two implied decimals, the percents one, all
      *>  sign leading separate. BV-FLAG is 'O' when the projection
      *>  lands over the budget's tolerance band, 'U' under it,
      *>  'N' for a group with actuals but no budget, space inside
      *>  the band. BV-BUDGET-SOURCE is 'B' for a budget off BUDGET,
      *>  'F' for one taken from revenue_forecast.cbl's FCSTOUT
      *>  because BUDGET had none, space for no budget at all.
         01 bv-record.
           05 bv-as-of-date pic 9(8).
           05 bv-group pic x(8).
           05 bv-actual pic s9(13)v9(2) sign leading separate.
           05 bv-budget pic s9(13)v9(2) sign leading separate.
           05 bv-budget-to-date pic s9(13)v9(2)
               sign leading separate.
           05 bv-variance pic s9(13)v9(2) sign leading separate.
           05 bv-variance-pct pic s9(5)v9(1) sign leading separate.
           05 bv-projection pic s9(13)v9(2) sign leading separate.
           05 bv-projection-pct pic s9(5)v9(1)
               sign leading separate.
           05 bv-tolerance-pct pic 9(3).
           05 bv-days-elapsed pic 9(2).
           05 bv-days-in-month pic 9(2).
           05 bv-flag pic x(1).
           05 bv-budget-source pic x(1).

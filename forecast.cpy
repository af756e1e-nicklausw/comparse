      *>  shared record layout for FCSTOUT, the monthly revenue
      *>  forecast revenue_forecast.cbl projects from RESULTMON -
      *>  rewritten every run, one record per formula ID (FR-LEVEL
      *>  'F') or group (FR-LEVEL 'G') per forecast month. a month's
      *>  revenue is the month's mean result times the results that
      *>  read as numbers, and a group's the sum of its formulas'.
      *>  FR-LOW and FR-HIGH bound the forecast at about two standard
      *>  deviations of the fit; FR-TOLERANCE-PCT is that half-width
      *>  as a whole percent of the forecast, rounded up, so
      *>  budget_variance.cbl can use a group's record as the month's
      *>  budget - with the band as its tolerance - when finance has
      *>  loaded no BUDGET for it. FR-METHOD is AVERAGE (trailing
      *>  average) or TREND (linear trend), with "+SEASONAL" when a
      *>  group's seasonal index was applied. the money fields carry
      *>  two implied decimals, sign leading separate.
         01 fr-record.
           05 fr-level pic x(1).
           05 fr-key pic x(20).
           05 fr-month pic 9(6).
           05 fr-horizon pic 9(2).
           05 fr-forecast pic s9(13)v9(2) sign leading separate.
           05 fr-low pic s9(13)v9(2) sign leading separate.
           05 fr-high pic s9(13)v9(2) sign leading separate.
           05 fr-method pic x(16).
           05 fr-months-used pic 9(3).
           05 fr-tolerance-pct pic 9(3).

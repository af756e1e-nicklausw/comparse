      *>  shared record layout for GLMAP, the account mapping
      *>  accounting maintains - one record per FIN-GROUP-CODE naming
      *>  the real GL account the group posts to and the offset
      *>  account that double-sides it, plus one "*DEFAULT" record
      *>  (eight characters, the full width of the group column)
      *>  naming the suspense account unmapped groups land in.
      *>
      *>  GM-ACCRUAL-ACCOUNT and GM-ACCRUAL-OFFSET are the group's
      *>  month-end accrual pair accrual_run.cbl posts unbilled
      *>  charges to (unbilled receivable and accrued revenue, say);
      *>  blank falls back to the "*DEFAULT" record's pair. a record
      *>  written before the pair existed reads as blank.
      *>
      *>  GM-FXREVAL-ACCOUNT and GM-FXREVAL-OFFSET are the pair
      *>  fx_revalue.cbl posts the group's month-end unrealized FX
      *>  gain or loss to - the balance-sheet revaluation account
      *>  (debited with a gain) and the unrealized gain/loss account
      *>  (credited with it) - blank falling back the same way.
      *>
      *>  GM-TAX-ACCOUNT is the tax payable account the tax portion
      *>  of the group's results (TAX(...) in the formula) posts to,
      *>  broken out of the group's revenue posting by
      *>  batch_math_parse.cbl; blank falls back to the "*DEFAULT"
      *>  record's, and blank there too leaves the tax in revenue.
      *>
      *>  GM-CALENDAR names the holiday calendar on HOLCAL (see
      *>  holcal.cpy) the division's business days follow - the
      *>  reversal date accrual_run.cbl posts, the closures
      *>  run_calendar_check.cbl excuses. blank falls back to the
      *>  "*DEFAULT" record's, and blank there too is "US".
         01 glmap-record.
           05 gm-group pic x(8).
           05 gm-account pic x(20).
           05 gm-offset pic x(20).
           05 gm-accrual-account pic x(20).
           05 gm-accrual-offset pic x(20).
           05 gm-fxreval-account pic x(20).
           05 gm-fxreval-offset pic x(20).
           05 gm-tax-account pic x(20).
           05 gm-calendar pic x(8).

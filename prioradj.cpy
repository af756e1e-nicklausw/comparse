      *>  shared record layout for PRIORADJ, the log of prior-period
      *>  adjustments - the answer a rerun, re-rate or merge produced
      *>  for a business day in a closed period (see periods.cpy),
      *>  which may not replace that day's RESULTHIST record. each
      *>  record is dated the day it was written and carries the
      *>  closed day it corrects, the new answer, the answer the
      *>  period closed with (PA-ORIG-STATUS spaces when the closed
      *>  period had no record for the formula) and the difference
      *>  new less original, counting an amount not held as zero.
      *>  appended by batch_math_parse.cbl, rerate_run.cbl and
      *>  formula_merge.cbl; every field is display.
         01 pa-record.
           05 pa-formula-id pic x(20).
           05 pa-adjust-date pic 9(8).
           05 pa-original-date pic 9(8).
           05 pa-group-code pic x(8).
           05 pa-status pic x(4).
           05 pa-result pic x(40).
           05 pa-amount pic s9(13)v9(4) sign leading separate.
           05 pa-amount-ok pic x(1).
           05 pa-orig-status pic x(4).
           05 pa-orig-amount pic s9(13)v9(4) sign leading separate.
           05 pa-orig-amount-ok pic x(1).
           05 pa-delta pic s9(13)v9(4) sign leading separate.
           05 pa-source pic x(20).
           05 pa-eval-id pic x(20).

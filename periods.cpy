      *>  shared record layout for PERIODS, the indexed accounting
      *>  period control file - one record per accounting month,
      *>  keyed yyyymm, saying whether finance has closed it. a month
      *>  with no record is open. period_close.cbl writes the record
      *>  when it closes the month and freezes the month's RESULTHIST
      *>  figures on it as they stood at close; period_check.cbl
      *>  answers "is this date in a closed period?" for the programs
      *>  that write RESULTHIST (batch_math_parse.cbl, rerate_run.cbl,
      *>  formula_merge.cbl), which then post a prior-period
      *>  adjustment (see prioradj.cpy) instead of replacing the
      *>  closed day's record.
         01 pd-record.
           05 pd-period pic 9(6).
           05 pd-status pic x(1).
           05 pd-closed-date pic 9(8).
           05 pd-closed-time pic 9(8).
           05 pd-closed-by pic x(8).
           05 pd-records pic 9(9).
           05 pd-ok-records pic 9(9).
           05 pd-fail-records pic 9(9).
           05 pd-ok-amount pic s9(13)v9(2) sign leading separate.

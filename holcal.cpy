      *>  shared record layout for HOLCAL, the indexed file of named
      *>  holiday calendars - one record per calendar and closure
      *>  date, keyed calendar then date, so each division's business
      *>  days follow its own country's holidays. maintained by
      *>  holiday_maint.cbl; read by resolve_dates.cbl for BUSDAYS
      *>  (the optional third argument names the calendar, "US" when
      *>  there isn't one), accrual_run.cbl and
      *>  run_calendar_check.cbl (each division's calendar off its
      *>  GLMAP record, see glmap.cpy), and checked a year ahead by
      *>  holiday_check.cbl.
         01 hc-record.
           05 hc-key.
             10 hc-calendar pic x(8).
             10 hc-date pic 9(8).
           05 hc-description pic x(40).
           05 hc-added-date pic 9(8).

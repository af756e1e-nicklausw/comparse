      *>  shared record layout for ACCUMS, the indexed file of
      *>  period-to-date accumulators - how much an account has run
      *>  up under a named result so far in the period, so a volume
      *>  discount can price on the month's cumulative weight instead
      *>  of a month-end rebill. the key is account, accumulator name
      *>  and period (yyyymm, the calendar month of the run date).
      *>
      *>  batch_math_parse.cbl posts named results as each formula
      *>  runs: a statement that assigns a name - "WEIGHT=...;" -
      *>  whose name is on a BATCHCTL "ACCUMULATE" record adds its
      *>  value to the account's accumulator of that name (through
      *>  resolve_mtd's "accum_post" entry), and MTD(WEIGHT) in a
      *>  formula reads it back (resolve_mtd.cbl). formulas in any
      *>  group can post the same name.
      *>
      *>  AC-LAST-RUN-DATE and the AC-GUARD table keep a restart from
      *>  counting a posting twice: for the last run date, each
      *>  group that posted here keeps the highest FORMULAIN position
      *>  (the statement's place in the input, CARRYOVER's statements
      *>  ahead of it) it has posted. a group's formulas run in input
      *>  order whatever order the groups themselves run in, so a
      *>  restart re-running a position at or below its group's mark
      *>  is one already counted. a run date later than the last
      *>  clears the table; an earlier one (a missed night run late)
      *>  posts unguarded and leaves it be. AC-GUARD-COUNT is how
      *>  many slots are in use; past 20 posting groups in one night
      *>  a posting goes in unguarded (see accpost.cpy).
      *>
      *>  accum_rollover.cbl closes a period (AC-STATUS CLOSED takes
      *>  no more postings) and opens the next one's buckets at zero.
         01 ac-record.
           05 ac-key.
             10 ac-account pic x(10).
             10 ac-name pic x(20).
             10 ac-period pic 9(6).
           05 ac-status pic x(6).
           05 ac-value pic s9(13)v9(4) sign leading separate.
           05 ac-postings pic 9(9).
           05 ac-last-run-date pic 9(8).
           05 ac-opened-date pic 9(8).
           05 ac-closed-date pic 9(8).
           05 ac-guard-count pic 9(2).
           05 ac-guard occurs 20 times.
             10 ac-guard-group pic x(8).
             10 ac-guard-position pic 9(9).

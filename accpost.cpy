      *>  shared parameter block for resolve_mtd.cbl's "accum_post"
      *>  entry - one named result posted into an account's
      *>  period-to-date accumulator of that name (see accums.cpy).
      *>  the caller fills the account, the result name, the run
      *>  date (its month is the period), the group code of the
      *>  formula that assigned it, the statement's FORMULAIN
      *>  position (its place in the input, CARRYOVER's statements
      *>  counted ahead of FORMULAIN's - not the order it happened
      *>  to run in) and the amount, and gets back AP-OUTCOME:
      *>    P - posted
      *>    U - posted, but unguarded - the accumulator already
      *>        guards 20 groups for this run date, or a later run
      *>        date has posted here since - so a restart could count
      *>        this one again
      *>    D - already counted: this group posted this position, or
      *>        a later one, on this run date before (a restart
      *>        re-running formulas the crashed run had posted)
      *>    C - the period is closed; nothing posted
      *>    E - ACCUMS couldn't be opened or written
         01 accum-post-parms.
           05 ap-account pic x(10).
           05 ap-name pic x(20).
           05 ap-run-date pic 9(8).
           05 ap-group pic x(8).
           05 ap-position pic 9(9).
           05 ap-amount pic s9(13)v9(4).
           05 ap-outcome pic x(1).

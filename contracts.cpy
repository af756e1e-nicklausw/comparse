      *>  shared record layout for CONTRACTS, the indexed customer
      *>  contract pricing file - the rates a big account negotiated,
      *>  kept per account instead of hand-built into a one-off
      *>  library entry per customer. CT-ACCOUNT is the account
      *>  portion of FIN-FORMULA-ID (its first ten characters, the
      *>  same key statement_print.cbl groups on).
      *>
      *>  two kinds of entry share the file, told apart by
      *>  CT-ENTRY-TYPE:
      *>    'V' - a contract value. CT-NAME is a rate-table name
      *>          (FUEL-INDEX, LANE-RATE and the like) and CT-VALUE
      *>          its negotiated value as text, same convention as
      *>          MV-VALUE. substitute_vars.cbl consults it ahead of
      *>          MATHVARS for the account's own formulas, so the
      *>          contract rate wins over the desk's list rate.
      *>    'T' - contract terms for one charge type. CT-NAME is the
      *>          charge type (the FIN-GROUP-CODE the formula is
      *>          filed under, left-justified). CT-MIN-CHARGE and
      *>          CT-MAX-CHARGE bound the final result (zero means
      *>          no minimum / no cap) and CT-DISCOUNT-PCT comes off
      *>          it first; contract_terms.cbl applies them.
      *>
      *>  entries are effective-dated - the key carries the effective
      *>  date, CT-EXPIRY-DATE is the last day the version applies
      *>  (zero or 99999999 means open-ended) - and resolve against
      *>  the caller's as-of date the way mathvars.cpy and
      *>  formulalib.cpy entries do, so a renegotiated contract can
      *>  sit staged ahead of its start date.
         01 ct-record.
           05 ct-key.
             10 ct-account pic x(10).
             10 ct-entry-type pic x(1).
             10 ct-name pic x(20).
             10 ct-effective-date pic 9(8).
           05 ct-expiry-date pic 9(8).
           05 ct-value pic x(30).
           05 ct-min-charge pic s9(11)v9(2) sign leading separate.
           05 ct-max-charge pic s9(11)v9(2) sign leading separate.
           05 ct-discount-pct pic s9(3)v9(4) sign leading separate.

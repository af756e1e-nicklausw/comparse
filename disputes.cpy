      *>  shared record layout for DISPUTES, the indexed billing
      *>  dispute case file - one case per disputed charge, keyed by
      *>  the formula id and the run date of the result the customer
      *>  is disputing, so the desk's dispute lives somewhere other
      *>  than an email thread. dispute_maint.cbl opens, updates and
      *>  closes cases; dispute_aging.cbl ages the open ones.
      *>
      *>  DS-BILLED-RESULT and DS-BILLED-STATUS are the answer the
      *>  run produced, copied off LASTRES (or RESULTHIST, for an
      *>  older run date) when the case is opened, so the case keeps
      *>  its evidence after those files move on. DS-DISPUTED-AMOUNT
      *>  defaults to the billed amount.
      *>
      *>  DS-STATUS is 'O' (open) or 'R' (resolved). a resolved case
      *>  carries DS-RESOLUTION:
      *>    'C' - resolved in the customer's favor; DS-CREDIT-AMOUNT
      *>          was issued as a credit memo (see crmemo.cpy).
      *>    'D' - denied; the charge stands.
      *>  the money fields carry two implied decimals, sign leading
      *>  separate.
         01 ds-record.
           05 ds-key.
             10 ds-formula-id pic x(20).
             10 ds-run-date pic 9(8).
           05 ds-group-code pic x(8).
           05 ds-billed-result pic x(40).
           05 ds-billed-status pic x(4).
           05 ds-disputed-amount pic s9(13)v9(2)
               sign leading separate.
           05 ds-reason-code pic x(4).
           05 ds-analyst pic x(8).
           05 ds-status pic x(1).
           05 ds-resolution pic x(1).
           05 ds-credit-amount pic s9(13)v9(2)
               sign leading separate.
           05 ds-opened-date pic 9(8).
           05 ds-updated-date pic 9(8).
           05 ds-closed-date pic 9(8).
           05 ds-note pic x(60).

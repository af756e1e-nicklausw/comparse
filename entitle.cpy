      *>  shared record layout for ENTITLE, the indexed file of who
      *>  may run which maintenance function against which names -
      *>  checked by entitle_check.cbl before any of the maintenance
      *>  utilities applies a change. one record per user, function
      *>  and name pattern, so a user can hold several patterns for
      *>  one function. the functions:
      *>    LIBMAINT  - formula_lib_maint.cbl  (FORMULALIB names)
      *>    SUBMIT    - txn_submit.cbl         (FORMULALIB names)
      *>    APPROVE   - formula_approve.cbl    (FORMULALIB names)
      *>    PROMOTE   - lib_promote.cbl        (FORMULALIB names)
      *>    VARMAINT  - mathvars_maint.cbl     (MATHVARS names)
      *>    CATMAINT  - varcat_maint.cbl       (VARCATALOG names)
      *>    BANDMAINT - rate_brks_maint.cbl    (RATEBRKS table names)
      *>    TAXMAINT  - tax_rates_maint.cbl    (TAXRATES jurisdictions)
      *>    FXLOAD    - fxrates_load.cbl       (currency pairs, from
      *>                                        then to - "EURUSD")
      *>    HOLMAINT  - holiday_maint.cbl      (HOLCAL calendar IDs)
      *>    PERCLOSE  - period_close.cbl       (accounting periods,
      *>                                        yyyymm)
      *>    UOMMAINT  - uom_maint.cbl          (UOMCONV unit pairs,
      *>                                        from>to - "LB>KG")
      *>    CTRMAINT  - contracts_maint.cbl    (CONTRACTS accounts)
      *>
      *>  EN-PATTERN is the names the entitlement covers: a '*' ends
      *>  it as a wildcard - "FUEL-*" is every name starting FUEL-,
      *>  "*" alone is every name - and a pattern without one is
      *>  the one name it spells. EN-EXPIRY-DATE is the last day the
      *>  entitlement holds; zero (or 99999999) means open-ended.
      *>  EN-LAST-USED-DATE is stamped by entitle_check.cbl each day
      *>  the entitlement lets a change through, for the quarterly
      *>  review (entitle_review.cbl).
         01 en-record.
           05 en-key.
             10 en-user pic x(8).
             10 en-function pic x(9).
             10 en-pattern pic x(20).
           05 en-expiry-date pic 9(8).
           05 en-granted-date pic 9(8).
           05 en-granted-by pic x(8).
           05 en-last-used-date pic 9(8).

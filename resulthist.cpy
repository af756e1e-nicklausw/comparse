      *>  RH-RESULT holds the formatted result text exactly as it
      *>  appeared on FORMULAOUT (or the error text, when RH-STATUS
      *>  is FAIL).
      *>
      *>  RH-GROUP-CODE is the formula's FIN-GROUP-CODE, and
      *>  RH-AMOUNT the result as a number - the engine's packed
      *>  result, or the amount the GL extract posted when the fast
      *>  engine supplied none - with RH-AMOUNT-OK 'T' when it holds
      *>  one, so accrual_run.cbl can price the day's charges without
      *>  re-reading formatted text. RH-BILLED-DATE is the date the
      *>  invoicing side billed the charge (billed_mark.cbl stamps it
      *>  off BILLFEED); zero - or spaces, on a record written before
      *>  the field existed - means not billed yet. RH-EVAL-ID is the
      *>  evaluation ID math_parse.cbl (or the fast engine) gave the
      *>  result - the key into MATHAUDIT, MATHTRACE and MATHXREF that
      *>  audit_sample.cbl traces a sampled charge back through;
      *>  spaces on a record written before it existed. every field is
      *>  display, so the line-sequential unload images
      *>  file_check.cbl and resulthist_archive.cbl write stay whole.
         01 rh-record.
           05 rh-key.
             10 rh-formula-id pic x(20).
             10 rh-run-date pic 9(8).
           05 rh-status pic x(4).
           05 rh-result pic x(40).
           05 rh-group-code pic x(8).
           05 rh-amount pic s9(13)v9(4) sign leading separate.
           05 rh-amount-ok pic x(1).
           05 rh-billed-date pic 9(8).
           05 rh-eval-id pic x(20).

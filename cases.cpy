      *>  shared record layout for CASES, the indexed file of credit
      *>  cases opened off rules_driver's RULEFLAG - one case per
      *>  account per rule, so an account that trips the same rule
      *>  night after night is one case with a count instead of a
      *>  line in a file every morning. case_update.cbl opens,
      *>  continues and auto-closes cases after the rules run;
      *>  case_maint.cbl is the analyst's assign / disposition /
      *>  suppress; case_report.cbl lists the day's cases.
      *>
      *>  CS-STATUS is 'O' (open) or 'C' (closed). a closed case
      *>  carries CS-CLOSE-REASON:
      *>    'A' - the account stopped tripping the rule (an F on
      *>          RULEFLAG).
      *>    'G' - the account wasn't on RULEFLAG at all - gone from
      *>          the account master, or the rule was dropped.
      *>  a closed case that trips again is reopened, not replaced:
      *>  CS-TIMES-OPENED counts the openings (more than one is a
      *>  repeat offender), CS-CONSECUTIVE restarts at one, and the
      *>  old disposition is cleared - the analyst stays assigned.
      *>
      *>  CS-SUPPRESS-UNTIL holds the case off the daily report
      *>  through that date (zero - never suppressed).
      *>
      *>  CS-EXPL-LINE holds the RULEEXPL clause lines from the last
      *>  night the case tripped - the first ten, past that the
      *>  extras are counted in CS-EXPL-MORE.
         01 cs-record.
           05 cs-key.
             10 cs-account-id pic x(10).
             10 cs-rule-name pic x(20).
           05 cs-status pic x(1).
           05 cs-close-reason pic x(1).
           05 cs-opened-date pic 9(8).
           05 cs-first-opened-date pic 9(8).
           05 cs-last-trip-date pic 9(8).
           05 cs-last-seen-date pic 9(8).
           05 cs-closed-date pic 9(8).
           05 cs-consecutive pic 9(5).
           05 cs-times-opened pic 9(5).
           05 cs-total-trips pic 9(7).
           05 cs-analyst pic x(8).
           05 cs-assigned-date pic 9(8).
           05 cs-disposition pic x(4).
           05 cs-disposition-note pic x(60).
           05 cs-suppress-until pic 9(8).
           05 cs-updated-date pic 9(8).
           05 cs-expl-count pic 9(2).
           05 cs-expl-more pic 9(2).
           05 cs-expl-line pic x(160) occurs 10 times.

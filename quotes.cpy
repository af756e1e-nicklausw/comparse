      *>  shared record layout for QUOTES, the indexed file of prices
      *>  sales quoted a customer out of formula_tester.cbl's QUOTE
      *>  command - the formula and the variable values it was
      *>  evaluated with, the amount it came to, the business date it
      *>  was priced as of, and how long the quote stands. the key is
      *>  the quote number, the date and time it was taken
      *>  (yyyymmddhhmmss, bumped by one on a collision).
      *>
      *>  QT-ACCOUNT and QT-CHARGE-TYPE are what the nightly run's
      *>  results are matched back on: the first ten characters of
      *>  the formula id and its FIN-GROUP-CODE, the same account and
      *>  charge type batch_math_parse.cbl hands math_parse. a quote
      *>  is OPEN until quote_match.cbl matches a billed result to it
      *>  and marks it USED with the result it matched.
         01 qt-record.
           05 qt-quote-no pic 9(14).
           05 qt-account pic x(10).
           05 qt-charge-type pic x(8).
           05 qt-status pic x(4).
           05 qt-quoted-date pic 9(8).
           05 qt-as-of-date pic 9(8).
           05 qt-expiry-date pic 9(8).
           05 qt-amount pic s9(13)v9(4) sign leading separate.
           05 qt-result pic x(40).
           05 qt-used-date pic 9(8).
           05 qt-used-formula-id pic x(20).
           05 qt-billed-amount pic s9(13)v9(4) sign leading separate.
           05 qt-var-count pic 9(2).
           05 qt-var occurs 50 times.
             10 qt-var-name pic x(20).
             10 qt-var-value pic x(30).
           05 qt-formula-text pic x(2000).

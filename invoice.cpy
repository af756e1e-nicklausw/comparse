      *>  shared record layout for INVEXTR, the electronic invoice
      *>  extract invoice_extract.cbl writes for the customers' AP
      *>  systems - fixed positions, every field display, two hundred
      *>  bytes a record, told apart by the type in column one:
      *>    'H' - invoice header, one per account and currency for
      *>          the billing cycle
      *>    'L' - one per charge, the result less its tax
      *>    'X' - the invoice's tax line, every charge's tax summed
      *>    'T' - the invoice's totals
      *>    'C' - the file's control record, last in the file: the
      *>          invoice count and the amount hash (the invoice
      *>          totals summed) the AP side balances its intake to
      *>  an invoice's records run H, its L's, X, T, all carrying its
      *>  number. the money fields carry two implied decimals, sign
      *>  leading separate.
         01 ih-record.
           05 ih-type pic x(1).
           05 ih-invoice-number pic 9(10).
           05 ih-account pic x(10).
           05 ih-invoice-date pic 9(8).
           05 ih-cycle-start pic 9(8).
           05 ih-cycle-end pic 9(8).
           05 ih-currency pic x(3).
           05 ih-customer-name pic x(40).
           05 ih-remit-code pic x(8).
           05 ih-line-count pic 9(5).
           05 filler pic x(99).
         01 il-record.
           05 il-type pic x(1).
           05 il-invoice-number pic 9(10).
           05 il-line-number pic 9(5).
           05 il-formula-id pic x(20).
           05 il-run-date pic 9(8).
           05 il-charge-type pic x(8).
           05 il-charge-amount pic s9(13)v9(2) sign leading separate.
           05 il-tax-amount pic s9(13)v9(2) sign leading separate.
           05 il-eval-id pic x(20).
           05 filler pic x(96).
         01 ix-record.
           05 ix-type pic x(1).
           05 ix-invoice-number pic 9(10).
           05 ix-tax-amount pic s9(13)v9(2) sign leading separate.
           05 ix-taxed-lines pic 9(5).
           05 filler pic x(168).
         01 it-record.
           05 it-type pic x(1).
           05 it-invoice-number pic 9(10).
           05 it-line-count pic 9(5).
           05 it-charge-total pic s9(13)v9(2) sign leading separate.
           05 it-tax-total pic s9(13)v9(2) sign leading separate.
           05 it-invoice-total pic s9(13)v9(2) sign leading separate.
           05 filler pic x(136).
         01 ic-record.
           05 ic-type pic x(1).
           05 ic-run-date pic 9(8).
           05 ic-cycle-start pic 9(8).
           05 ic-cycle-end pic 9(8).
           05 ic-invoice-count pic 9(7).
           05 ic-record-count pic 9(9).
           05 ic-amount-hash pic s9(15)v9(2) sign leading separate.
           05 ic-first-invoice pic 9(10).
           05 ic-last-invoice pic 9(10).
           05 filler pic x(121).

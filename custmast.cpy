      *>  shared record layout for CUSTMAST, the indexed customer
      *>  name-and-address master - one record per account, keyed on
      *>  the account portion of FIN-FORMULA-ID (its first ten
      *>  characters, the same key statement_print.cbl groups on and
      *>  CONTRACTS is kept by). statement_print.cbl prints the
      *>  address block and remit-to off it.
      *>
      *>  CM-DELIVERY-METHOD says what becomes of the statement:
      *>    'P' - printed, into STMTFILE for the print vendor
      *>    'E' - e-delivery, into STMTEDEL instead
      *>    'S' - suppressed, no statement at all
      *>  anything else reads as 'P'. CM-REMIT-CODE is the division's
      *>  remit-to code - where the customer sends payment.
         01 cm-record.
           05 cm-account pic x(10).
           05 cm-name pic x(40).
           05 cm-address-line pic x(40) occurs 3 times.
           05 cm-country pic x(20).
           05 cm-delivery-method pic x(1).
           05 cm-remit-code pic x(8).

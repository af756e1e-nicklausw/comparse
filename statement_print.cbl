      *>ordered by account before printing - the input needs no
      *>pre-sort. 10000 lines is a full night; past that the output
      *>says it is partial.
      *>
      *>each account's name, address and remit-to come off CUSTMAST
      *>(see custmast.cpy) and print as a block under the first
      *>page's heading. its delivery method routes the statement:
      *>printed ones go to STMTFILE, e-delivery ones to STMTEDEL in
      *>the same layout, suppressed ones nowhere. an account with
      *>no CUSTMAST record isn't mailed at all - it goes on the
      *>STMTEXCP exception list with its charge lines and total
      *>until the master is put right. MAILMANIFEST lists every
      *>account with its delivery and page count, and totals the
      *>printed pages to reconcile with the print vendor's count.
       identification division.
       program-id. statement_print.
       environment division.
         select stmt-file assign to "STMTFILE"
           organization line sequential
           file status is stmt-file-status.
         select edel-file assign to "STMTEDEL"
           organization line sequential
           file status is edel-file-status.
         select customer-file assign to "CUSTMAST"
           organization indexed
           access mode random
           record key is cm-account
           file status is customer-file-status.
         select manifest-file assign to "MAILMANIFEST"
           organization line sequential
           file status is manifest-file-status.
         select exception-file assign to "STMTEXCP"
           organization line sequential
           file status is exception-file-status.

       data division.
       file section.
         01 stmt-record.
           05 sr-cc pic x(1).
           05 sr-text pic x(132).
       fd edel-file.
         01 edel-record pic x(133).
       fd customer-file.
         copy "custmast.cpy".
       fd manifest-file.
         01 manifest-record pic x(132).
       fd exception-file.
         01 exception-record pic x(132).

       working-storage section.
         01 report-in-status pic x(2) value '00'.
         01 stmt-file-status pic x(2) value '00'.
         01 edel-file-status pic x(2) value '00'.
         01 customer-file-status pic x(2) value '00'.
         01 manifest-file-status pic x(2) value '00'.
         01 exception-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

      *>  the night's detail lines, loaded whole and walked in
         01 lines-on-page usage binary-long value 0.
         01 run-date pic 9(8) value 0.

      *>  where the current account's statement goes: 'P' STMTFILE,
      *>  'E' STMTEDEL, 'S' suppressed, 'X' no CUSTMAST record.
         01 acct-route pic x(1) value 'P'.
         01 addr-idx usage binary-long value 0.
         01 delivery-text pic x(10) value spaces.

         01 accounts-printed usage binary-long value 0.
         01 accounts-emailed usage binary-long value 0.
         01 accounts-suppressed usage binary-long value 0.
         01 accounts-excepted usage binary-long value 0.
         01 pages-printed usage binary-long value 0.
         01 pages-emailed usage binary-long value 0.

      *>  amount parsing for the totals - commas and currency
      *>  symbols off, accounting parentheses read as negative.
         01 res-text pic x(40) value spaces.

         perform 2000-order-by-account

         open input customer-file
         if customer-file-status <> '00' then
           display "Error: could not open CUSTMAST, file status "
             customer-file-status
           stop run
         end-if
         open output stmt-file
         if stmt-file-status <> '00' then
           display "Error: could not open STMTFILE, file status "
             stmt-file-status
           stop run
         end-if
         open output edel-file
         if edel-file-status <> '00' then
           display "Error: could not open STMTEDEL, file status "
             edel-file-status
           stop run
         end-if
         open output manifest-file
         if manifest-file-status <> '00' then
           display "Error: could not open MAILMANIFEST, file status "
             manifest-file-status
           stop run
         end-if
         open output exception-file
         if exception-file-status <> '00' then
           display "Error: could not open STMTEXCP, file status "
             exception-file-status
           stop run
         end-if
         perform 5000-write-headings

         perform varying sort-i from 1 by 1
             until sort-i > line-count
             " partial" into sr-text
           write stmt-record
         end-if
         perform 5200-write-totals
         close stmt-file
         close edel-file
         close manifest-file
         close exception-file
         close customer-file
         move line-count to count-disp
         display "statement_print: " count-disp " charge lines"
           " printed"
           move 0 to acct-total
           move 0 to acct-lines
           move 0 to acct-failed
           perform 3100-find-customer
           perform 4000-start-new-page
         end-if
      *>  a page holds fifty charge lines; the fifty-first starts
         end-if
         move space to sr-cc
         move print-line to sr-text
         perform 4900-put-line
         add 1 to lines-on-page giving lines-on-page.

      *>  the account's CUSTMAST record, and from it the route its
      *>  statement takes.
       3100-find-customer.
         move current-account to cm-account
         read customer-file
           invalid key
             move 'X' to acct-route
             exit paragraph
         end-read
         evaluate cm-delivery-method
           when 'E'
             move 'E' to acct-route
           when 'S'
             move 'S' to acct-route
           when other
             move 'P' to acct-route
         end-evaluate.

      *>  the account's last page total and the account total line
      *>  close out the finished account.
       3500-close-account.
         move spaces to sr-text
         string "  ACCOUNT TOTAL " current-account "  " num-edit
           into sr-text
         perform 4900-put-line
         if acct-failed > 0 then
           move acct-failed to count-disp
           move space to sr-cc
           move spaces to sr-text
           string "  (" count-disp " charge lines not rated - see"
             " the control report)" into sr-text
           perform 4900-put-line
         end-if
         perform 5100-write-manifest-line.

       4000-start-new-page.
         add 1 to page-number giving page-number
         string "STATEMENT OF CHARGES   ACCOUNT " current-account
           "   RUN DATE " run-date "   PAGE " page-disp
           into sr-text
         perform 4900-put-line
         if page-number = 1 and acct-route <> 'X' then
           perform 4050-write-address-block
         end-if
         move space to sr-cc
         move spaces to sr-text
         string "  CHARGE LINE           AMOUNT" into sr-text
         perform 4900-put-line.

      *>  name, address lines (blank ones closed up), country and
      *>  remit-to, with a blank line either side.
       4050-write-address-block.
         move space to sr-cc
         move spaces to sr-text
         perform 4900-put-line
         move spaces to sr-text
         string "  " cm-name into sr-text
         perform 4900-put-line
         perform varying addr-idx from 1 by 1 until addr-idx > 3
           if cm-address-line(addr-idx) <> spaces then
             move spaces to sr-text
             string "  " cm-address-line(addr-idx) into sr-text
             perform 4900-put-line
           end-if
         end-perform
         if cm-country <> spaces then
           move spaces to sr-text
           string "  " cm-country into sr-text
           perform 4900-put-line
         end-if
         move spaces to sr-text
         perform 4900-put-line
         move spaces to sr-text
         string "  REMIT TO " cm-remit-code into sr-text
         perform 4900-put-line
         move spaces to sr-text
         perform 4900-put-line.

       4100-write-page-total.
         if lines-on-page = 0 then
         move space to sr-cc
         move spaces to sr-text
         string "  PAGE TOTAL        " num-edit into sr-text
         perform 4900-put-line.

      *>  the statement line in STMT-RECORD to wherever the account's
      *>  statements go - suppressed and unmatched accounts' lines
      *>  go nowhere.
       4900-put-line.
         evaluate acct-route
           when 'P'
             write stmt-record
           when 'E'
             write edel-record from stmt-record
           when other
             continue
         end-evaluate.

       5000-write-headings.
         move spaces to manifest-record
         string "MAIL MANIFEST   RUN DATE " run-date
           into manifest-record
         write manifest-record
         move spaces to manifest-record
         move "ACCOUNT   |NAME" to manifest-record
         move "|DELIVERY  |    PAGES" to manifest-record(52:21)
         write manifest-record
         move spaces to exception-record
         string "STATEMENT EXCEPTIONS - NO CUSTMAST RECORD"
           "   RUN DATE " run-date into exception-record
         write exception-record
         move spaces to exception-record
         string "ACCOUNT   " '|' "CHARGE LNS" '|' " NOT RATED" '|'
           "     ACCOUNT TOTAL" into exception-record
         write exception-record.

      *>  the finished account onto the manifest, or the exception
      *>  list when there's no CUSTMAST record to mail it to.
       5100-write-manifest-line.
         if acct-route = 'X' then
           add 1 to accounts-excepted giving accounts-excepted
           move acct-total to num-edit
           move spaces to exception-record
           move acct-lines to count-disp
           string current-account '|' " " count-disp '|' " "
             into exception-record
           move acct-failed to count-disp
           move count-disp to exception-record(24:9)
           move '|' to exception-record(33:1)
           move num-edit to exception-record(34:18)
           write exception-record
           exit paragraph
         end-if
         evaluate acct-route
           when 'E'
             move "E-DELIVERY" to delivery-text
             add 1 to accounts-emailed giving accounts-emailed
             add page-number to pages-emailed giving pages-emailed
           when 'S'
             move "SUPPRESSED" to delivery-text
             add 1 to accounts-suppressed
               giving accounts-suppressed
           when other
             move "PRINT" to delivery-text
             add 1 to accounts-printed giving accounts-printed
             add page-number to pages-printed giving pages-printed
         end-evaluate
         move spaces to manifest-record
         if acct-route = 'S' then
           move 0 to count-disp
         else
           move page-number to count-disp
         end-if
         string current-account '|' cm-name '|' delivery-text '|'
           count-disp into manifest-record
         write manifest-record.

       5200-write-totals.
         move spaces to manifest-record
         write manifest-record
         move accounts-printed to count-disp
         move spaces to manifest-record
         string "Accounts printed:      " count-disp
           into manifest-record
         write manifest-record
         move pages-printed to count-disp
         move spaces to manifest-record
         string "Pages printed:         " count-disp
           "   (reconcile with the print vendor)"
           into manifest-record
         write manifest-record
         move accounts-emailed to count-disp
         move spaces to manifest-record
         string "Accounts e-delivered:  " count-disp
           into manifest-record
         write manifest-record
         move pages-emailed to count-disp
         move spaces to manifest-record
         string "Pages e-delivered:     " count-disp
           into manifest-record
         write manifest-record
         move accounts-suppressed to count-disp
         move spaces to manifest-record
         string "Accounts suppressed:   " count-disp
           into manifest-record
         write manifest-record
         move accounts-excepted to count-disp
         move spaces to manifest-record
         string "Accounts held - no CUSTMAST record: " count-disp
           " (see STMTEXCP)" into manifest-record
         write manifest-record
         move spaces to exception-record
         write exception-record
         move spaces to exception-record
         string "Accounts held:         " count-disp
           into exception-record
         write exception-record.

      *>  the formatted amount back into a number for the totals -
      *>  commas and any currency symbol dropped, an accounting

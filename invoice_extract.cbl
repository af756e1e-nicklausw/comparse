      *>electronic invoices for the customers whose AP systems take
      *>them straight off a file instead of a printed statement from
      *>statement_print.cbl. the billing cycle's results - LASTRES
      *>(see lastres.cpy) or a night's FORMULAOUT - are grouped by
      *>the account portion of fin-formula-id (its first ten
      *>characters, the width of an ACCTMAST account id) and each
      *>account's charges for the cycle go out on one invoice in
      *>INVEXTR's fixed-position layout (see invoice.cpy): a header,
      *>a line per charge, the tax line and the totals, with a
      *>control record closing the file. an account with results in
      *>more than one currency gets an invoice per currency. a
      *>charge's tax is the TAX(...) portion LASTRES carries for
      *>the result, broken out of the charge onto the tax line.
      *>
      *>invoice numbers come off INVNUM, one record holding the last
      *>number issued: the run's whole block is written back to it
      *>before the first invoice is, so a run that dies part way
      *>leaves a gap in the series, never a number issued twice.
      *>every result invoiced is marked billed in RESULTHIST (see
      *>resulthist.cpy) with the invoice date, the same stamp
      *>billed_mark.cbl puts on, and a result already carrying one
      *>is left off - a rerun of the cycle bills only what the last
      *>run didn't. a result with no RESULTHIST record to mark, or
      *>whose amount won't read, is held off the invoice and listed
      *>so it stays unbilled until it's put right.
      *>
      *>INVREG is the register: every invoice with its charges, tax
      *>and total, the results held or left off and why, and the
      *>tie-out to the GL - the cycle's charge-side postings (the
      *>offset accounts GLMAP names left out) on the GL extract
      *>against every rated result in the cycle, invoiced or not.
      *>the step ends with return code 4 when results were held, the
      *>table overflowed or the GL doesn't tie, and 16 when INVNUM or
      *>the control cards keep it from invoicing at all.
      *>
      *>INVCTL control records, keyword(20) value(20), optional:
      *>  CYCLE-START   yyyymmdd  first run date billed (default the
      *>                          first of CYCLE-END's month)
      *>  CYCLE-END     yyyymmdd  last run date billed (default today)
      *>  INVOICE-DATE  yyyymmdd  invoice and billed date (default
      *>                          today)
      *>  SOURCE        LASTRES or FORMULAOUT (default LASTRES)
      *>  RUN-DATE      yyyymmdd  the run FORMULAOUT came from
      *>                          (default CYCLE-END)
      *>  ACCOUNT       an account to invoice - one card each; none
      *>                means every account
      *>  GL-EXTRACT    the GL extract tied to (default GLEXTRACT -
      *>                GLCONSOL for a cycle of consolidated nights)
      *>  START-NUMBER  the first invoice number, for a series with
      *>                no INVNUM yet or one moving forward; INVNUM
      *>                never goes back
       identification division.
       program-id. invoice_extract.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "INVCTL"
           organization line sequential
           file status is control-file-status.
         select number-file assign to "INVNUM"
           organization line sequential
           file status is number-file-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode dynamic
           record key is lr-formula-id
           file status is lastres-status.
         select report-in assign to "FORMULAOUT"
           organization line sequential
           file status is report-in-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode random
           record key is rh-key
           file status is history-file-status.
         select customer-file assign to "CUSTMAST"
           organization indexed
           access mode random
           record key is cm-account
           file status is customer-file-status.
         select invoice-file assign to "INVEXTR"
           organization line sequential
           file status is invoice-file-status.
         select gl-extract-file assign using gl-extract-name
           organization sequential
           file status is gl-extract-status.
         select glmap-file assign to "GLMAP"
           organization line sequential
           file status is glmap-file-status.
         select register-file assign to "INVREG"
           organization line sequential
           file status is register-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 rc-keyword pic x(20).
           05 rc-value pic x(20).
      *>  the last invoice number issued, the date it was issued and
      *>  the cycle it billed.
       fd number-file.
         01 number-record.
           05 nr-last-number pic 9(10).
           05 nr-last-date pic 9(8).
           05 nr-last-cycle-start pic 9(8).
           05 nr-last-cycle-end pic 9(8).
       fd lastres-file.
         copy "lastres.cpy".
       fd report-in.
         01 in-record pic x(200).
       fd history-file.
         copy "resulthist.cpy".
       fd customer-file.
         copy "custmast.cpy".
       fd invoice-file.
         copy "invoice.cpy".
       fd gl-extract-file.
         01 gl-header.
           05 glh-type pic x(1).
           05 glh-posting-date pic 9(8).
           05 glh-source pic x(8).
           05 filler pic x(63).
         01 gl-detail.
           05 gld-type pic x(1).
           05 gld-account-key pic x(20).
           05 gld-posting-date pic 9(8).
           05 gld-amount pic s9(13)v99 comp-3.
           05 gld-dc pic x(1).
           05 gld-source pic x(8).
           05 gld-group pic x(8).
           05 filler pic x(26).
       fd glmap-file.
         copy "glmap.cpy".
       fd register-file.
         01 register-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 number-file-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 report-in-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 customer-file-status pic x(2) value '00'.
         01 invoice-file-status pic x(2) value '00'.
         01 gl-extract-status pic x(2) value '00'.
         01 glmap-file-status pic x(2) value '00'.
         01 register-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 lastres-on pic x(1) value 'F'.
         01 customer-on pic x(1) value 'F'.
         01 ctl-bad pic x(1) value 'F'.

         01 rc-value-x pic x(9) value spaces.
         01 rc-value-9 redefines rc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 today-date pic 9(8) value 0.
         01 cycle-start pic 9(8) value 0.
         01 cycle-start-parts redefines cycle-start.
           05 cs-month pic 9(6).
           05 cs-day pic 9(2).
         01 cycle-end pic 9(8) value 0.
         01 invoice-date pic 9(8) value 0.
         01 source-run-date pic 9(8) value 0.
         01 source-name pic x(10) value "LASTRES".
         01 gl-extract-name pic x(30) value "GLEXTRACT".
      *>  a control card's date, checked before it's taken.
         01 dv-date pic 9(8) value 0.
         01 dv-parts redefines dv-date.
           05 dv-y pic 9(4).
           05 dv-m pic 9(2).
           05 dv-d pic 9(2).

      *>  the invoice number series - 9(11) so the block past the
      *>  last ten-digit number is caught rather than wrapped.
         01 start-number pic 9(11) value 0.
         01 last-number pic 9(11) value 0.
         01 new-last-number pic 9(11) value 0.
         01 first-invoice pic 9(11) value 0.
         01 next-invoice pic 9(11) value 0.
         01 start-ignored pic x(1) value 'F'.

      *>  the accounts ACCOUNT cards name - none means all of them.
         01 select-table.
           05 select-count usage binary-long value 0.
           05 select-account pic x(10) occurs 200 times.
         01 select-idx usage binary-long value 0.
         01 select-found pic x(1) value 'F'.

      *>  the result in hand, off whichever source, before it is
      *>  taken into the table or counted off.
         01 cand-id pic x(20) value spaces.
         01 cand-run-date pic 9(8) value 0.
         01 cand-status pic x(4) value spaces.
         01 cand-result pic x(40) value spaces.
         01 cand-currency pic x(3) value spaces.
         01 cand-tax pic s9(13)v99 value 0.
         01 cand-eval-id pic x(20) value spaces.
         01 cand-group pic x(8) value spaces.
         01 cand-state pic x(1) value space.

      *>  the cycle's results bound for an invoice, and the ones
      *>  held off it to list - 'I' invoice, 'N' not on RESULTHIST,
      *>  'U' amount unreadable, 'D' the same result twice in the
      *>  source. the sort key orders them account, currency,
      *>  formula ID, run date.
         01 line-table.
           05 line-count usage binary-long value 0.
           05 line-entry occurs 10000 times.
             10 lt-sort-key.
               15 lt-account pic x(10).
               15 lt-currency pic x(3).
               15 lt-id pic x(20).
               15 lt-run-date pic 9(8).
             10 lt-group pic x(8).
             10 lt-amount pic s9(13)v99.
             10 lt-tax pic s9(13)v99.
             10 lt-eval-id pic x(20).
             10 lt-state pic x(1).
         01 line-idx usage binary-long value 0.
         01 prior-idx usage binary-long value 0.
         01 line-overflowed pic x(1) value 'F'.

         01 order-table.
           05 order-idx usage binary-long occurs 10000 times.
         01 sort-i usage binary-long value 0.
         01 sort-j usage binary-long value 0.
         01 swap-idx usage binary-long value 0.

      *>  the invoice being written.
         01 current-key pic x(13) value low-values.
         01 current-parts redefines current-key.
           05 current-account pic x(10).
           05 current-currency pic x(3).
         01 invoice-open pic x(1) value 'F'.
         01 inv-lines usage binary-long value 0.
         01 inv-taxed-lines usage binary-long value 0.
         01 inv-charges pic s9(13)v99 value 0.
         01 inv-tax pic s9(13)v99 value 0.
         01 inv-total pic s9(13)v99 value 0.
         01 inv-name pic x(40) value spaces.
         01 look-idx usage binary-long value 0.

      *>  the run's totals, and the counts and totals of what was
      *>  left off - every rated result in the cycle lands in
      *>  exactly one of them, which is what the GL tie-out adds up.
         01 invoices-planned usage binary-long value 0.
         01 invoices-written usage binary-long value 0.
         01 invoice-records usage binary-long value 0.
         01 lines-invoiced usage binary-long value 0.
         01 run-charges pic s9(15)v99 value 0.
         01 run-tax pic s9(15)v99 value 0.
         01 amount-hash pic s9(15)v99 value 0.
         01 no-customer usage binary-long value 0.
         01 out-of-cycle usage binary-long value 0.
         01 not-rated usage binary-long value 0.
         01 already-billed usage binary-long value 0.
         01 already-billed-total pic s9(15)v99 value 0.
         01 not-selected usage binary-long value 0.
         01 not-selected-total pic s9(15)v99 value 0.
         01 overflowed usage binary-long value 0.
         01 overflowed-total pic s9(15)v99 value 0.
         01 held-nohist usage binary-long value 0.
         01 held-nohist-total pic s9(15)v99 value 0.
         01 held-unread usage binary-long value 0.
         01 repeat-count usage binary-long value 0.
         01 repeat-total pic s9(15)v99 value 0.
         01 cycle-total pic s9(15)v99 value 0.

      *>  the GL side of the tie-out - the offset accounts GLMAP
      *>  names are the other side of every charge, left out.
         01 offset-table.
           05 offset-count usage binary-long value 0.
           05 offset-account pic x(20) occurs 200 times.
         01 offset-idx usage binary-long value 0.
         01 offset-found pic x(1) value 'F'.
         01 gl-open pic x(1) value 'F'.
         01 gl-eof pic x(1) value 'F'.
         01 gl-postings usage binary-long value 0.
         01 gl-total pic s9(15)v99 value 0.
         01 gl-difference pic s9(15)v99 value 0.

      *>  amount parsing - commas and currency symbols off,
      *>  accounting parentheses read as negative.
         01 res-text pic x(40) value spaces.
         01 res-num pic s9(13)v99 value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-pos usage binary-long value 0.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-started pic x(1) value 'F'.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.

         01 number-disp pic 9(10).
         01 lines-disp pic zzzz9.
         01 count-disp pic zzzzzzzz9.
         01 amount-edit pic -(14)9.99.
         01 charges-edit pic -(14)9.99.
         01 tax-edit pic -(14)9.99.
         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         move today-date to cycle-end
         move today-date to invoice-date
         perform 0100-read-control
         if ctl-bad = 'T' then
           move 16 to return-code
           stop run
         end-if

         open i-o history-file
         if history-file-status <> '00' then
           display "Error: could not open RESULTHIST, file status "
             history-file-status
           move 16 to return-code
           stop run
         end-if
         perform 0200-read-invoice-number
         open input lastres-file
         if lastres-status = '00' then
           move 'T' to lastres-on
         else
           if source-name = "LASTRES" then
             display "Error: could not open LASTRES, file status "
               lastres-status
             move 16 to return-code
             stop run
           end-if
         end-if

         if source-name = "LASTRES" then
           perform 1000-load-lastres
         else
           perform 1100-load-formulaout
         end-if
         if lastres-on = 'T' then
           close lastres-file
         end-if

         perform 2000-order-by-invoice
         perform 2100-count-invoices

         open output invoice-file
         if invoice-file-status <> '00' then
           display "Error: could not open INVEXTR, file status "
             invoice-file-status
           move 16 to return-code
           stop run
         end-if
         open output register-file
         if register-file-status <> '00' then
           display "Error: could not open INVREG, file status "
             register-file-status
           move 16 to return-code
           stop run
         end-if
         perform 0300-reserve-invoice-numbers

         open input customer-file
         if customer-file-status = '00' then
           move 'T' to customer-on
         end-if

         move spaces to heading_line
         string "INVOICE REGISTER   CYCLE " cycle-start " TO "
           cycle-end "   INVOICE DATE " invoice-date "   SOURCE "
           source-name into heading_line
         write register-record from heading_line
         move spaces to heading_line
         write register-record from heading_line
         move spaces to heading_line
         string "INVOICE NO" '|' "ACCOUNT   " '|' "CUR" '|' "LINES"
           '|' "           CHARGES" '|' "               TAX" '|'
           "             TOTAL" '|' "CUSTOMER" into heading_line
         write register-record from heading_line

         move first-invoice to next-invoice
         perform varying sort-i from 1 by 1
             until sort-i > line-count
           move order-idx(sort-i) to line-idx
           if lt-state(line-idx) = 'I' then
             perform 3000-invoice-one-line
           end-if
         end-perform
         perform 3500-close-invoice
         perform 3900-write-control-record

         perform 4000-write-register-totals
         perform 4100-list-held
         perform 5000-tie-to-gl

         close invoice-file
         close history-file
         if customer-on = 'T' then
           close customer-file
         end-if
         close register-file
         move invoices-written to count-disp
         display "invoice_extract: " count-disp " invoices written"
         if held-nohist > 0 or held-unread > 0 or overflowed > 0 or
             gl-difference <> 0 or gl-open <> 'T' then
           move 4 to return-code
         end-if
         stop run.

       0100-read-control.
         open input control-file
         if control-file-status <> '00' then
           move cycle-end to cycle-start
           move 1 to cs-day
           move cycle-end to source-run-date
           exit paragraph
         end-if
         perform until ctl_eof = 'T'
           read control-file
             at end
               string 'T' into ctl_eof
             not at end
               evaluate rc-keyword
                 when "SOURCE              "
                   if rc-value = "LASTRES" or
                       rc-value = "FORMULAOUT" then
                     move rc-value to source-name
                   else
                     display "Error: INVCTL SOURCE " rc-value
                       " - LASTRES or FORMULAOUT"
                     move 'T' to ctl-bad
                   end-if
                 when "GL-EXTRACT          "
                   if rc-value <> spaces then
                     move rc-value to gl-extract-name
                   end-if
                 when "ACCOUNT             "
                   if rc-value <> spaces and select-count < 200 then
                     add 1 to select-count giving select-count
                     move rc-value to select-account(select-count)
                   end-if
                 when "CYCLE-START         "
                 when "CYCLE-END           "
                 when "INVOICE-DATE        "
                 when "RUN-DATE            "
                 when "START-NUMBER        "
                   perform 0110-parse-control-value
                   perform 0120-take-control-number
               end-evaluate
           end-read
         end-perform
         close control-file
         if cycle-start = 0 then
           move cycle-end to cycle-start
           move 1 to cs-day
         end-if
         if source-run-date = 0 then
           move cycle-end to source-run-date
         end-if
         if cycle-start > cycle-end then
           display "Error: INVCTL CYCLE-START " cycle-start
             " is after CYCLE-END " cycle-end
           move 'T' to ctl-bad
         end-if
         if source-name = "FORMULAOUT" and
             (source-run-date < cycle-start or
              source-run-date > cycle-end) then
           display "Error: INVCTL RUN-DATE " source-run-date
             " is outside the cycle"
           move 'T' to ctl-bad
         end-if.

       0110-parse-control-value.
         move zeroes to rc-value-x
         move 9 to ctl-out
         perform varying ctl-scan from 20 by -1
             until ctl-scan < 1 or ctl-out < 1
           if rc-value(ctl-scan:1) is numeric then
             move rc-value(ctl-scan:1) to rc-value-x(ctl-out:1)
             subtract 1 from ctl-out giving ctl-out
           else
             if rc-value(ctl-scan:1) <> space then
               move spaces to rc-value-x
               exit perform
             end-if
           end-if
         end-perform.

      *>  a date card has to read as a calendar date; a bad one stops
      *>  the run rather than bill the wrong cycle.
       0120-take-control-number.
         if rc-value-x is not numeric or rc-value-9 = 0 then
           display "Error: INVCTL " rc-keyword " " rc-value
             " is not a number"
           move 'T' to ctl-bad
           exit paragraph
         end-if
         if rc-keyword = "START-NUMBER        " then
           move rc-value-9 to start-number
           exit paragraph
         end-if
         move rc-value-9 to dv-date
         if dv-y < 1900 or dv-m < 1 or dv-m > 12 or dv-d < 1 or
             dv-d > 31 then
           display "Error: INVCTL " rc-keyword " " rc-value
             " is not a date"
           move 'T' to ctl-bad
           exit paragraph
         end-if
         evaluate rc-keyword
           when "CYCLE-START         "
             move dv-date to cycle-start
           when "CYCLE-END           "
             move dv-date to cycle-end
           when "INVOICE-DATE        "
             move dv-date to invoice-date
           when "RUN-DATE            "
             move dv-date to source-run-date
         end-evaluate.

      *>  the last number issued. a series with no INVNUM yet starts
      *>  at START-NUMBER; one with INVNUM can jump forward to it but
      *>  never back.
       0200-read-invoice-number.
         open input number-file
         if number-file-status <> '00' then
           if start-number = 0 then
             display "Error: no INVNUM and no START-NUMBER - invoice"
               " numbering can't start"
             move 16 to return-code
             stop run
           end-if
           compute last-number = start-number - 1
           exit paragraph
         end-if
         read number-file
           at end
             move spaces to number-record
         end-read
         close number-file
         if nr-last-number is not numeric then
           display "Error: INVNUM holds no last invoice number"
           move 16 to return-code
           stop run
         end-if
         move nr-last-number to last-number
         if start-number > 0 then
           if start-number > last-number + 1 then
             compute last-number = start-number - 1
           else
             move 'T' to start-ignored
           end-if
         end-if.

      *>  the whole block goes back onto INVNUM before the first
      *>  invoice is written.
       0300-reserve-invoice-numbers.
         compute first-invoice = last-number + 1
         compute new-last-number = last-number + invoices-planned
         if invoices-planned = 0 then
           exit paragraph
         end-if
         if new-last-number > 9999999999 then
           display "Error: invoice numbers past 9999999999"
           move 16 to return-code
           stop run
         end-if
         open output number-file
         if number-file-status <> '00' then
           display "Error: could not open INVNUM, file status "
             number-file-status
           move 16 to return-code
           stop run
         end-if
         move new-last-number to nr-last-number
         move today-date to nr-last-date
         move cycle-start to nr-last-cycle-start
         move cycle-end to nr-last-cycle-end
         write number-record
         if number-file-status <> '00' then
           display "Error: INVNUM write failed, file status "
             number-file-status
           move 16 to return-code
           stop run
         end-if
         close number-file.

      *>  LASTRES in key order - each formula's latest result,
      *>  billed when its run date falls in the cycle.
       1000-load-lastres.
         move 'F' to end_of_file
         perform until end_of_file = 'T'
           read lastres-file next record
             at end
               string 'T' into end_of_file
             not at end
               move lr-formula-id to cand-id
               move lr-run-date to cand-run-date
               move lr-status to cand-status
               move lr-result to cand-result
               move lr-currency-code to cand-currency
               move lr-eval-id to cand-eval-id
               move 0 to cand-tax
               if lr-tax-amount is numeric then
                 move lr-tax-amount to cand-tax
               end-if
               perform 1500-take-result
           end-read
         end-perform.

      *>  a night's FORMULAOUT detail lines (the pipes sit at 82 and
      *>  123, as statement_print.cbl reads them), all from the one
      *>  RUN-DATE. the currency and tax come off LASTRES when its
      *>  record is still that run's.
       1100-load-formulaout.
         open input report-in
         if report-in-status <> '00' then
           display "Error: could not open FORMULAOUT, file status "
             report-in-status
           move 16 to return-code
           stop run
         end-if
         move 'F' to end_of_file
         perform until end_of_file = 'T'
           read report-in
             at end
               string 'T' into end_of_file
             not at end
               if in-record(82:1) = '|' and in-record(123:1) = '|'
                   and in-record(1:10) <> "FORMULA ID" then
                 move in-record(1:20) to cand-id
                 move source-run-date to cand-run-date
                 move in-record(124:4) to cand-status
                 move in-record(83:40) to cand-result
                 move in-record(129:20) to cand-eval-id
                 move spaces to cand-currency
                 move 0 to cand-tax
                 perform 1110-lastres-details
                 perform 1500-take-result
               end-if
           end-read
         end-perform
         close report-in.

       1110-lastres-details.
         if lastres-on <> 'T' then
           exit paragraph
         end-if
         move cand-id to lr-formula-id
         read lastres-file key is lr-formula-id
           invalid key
             exit paragraph
         end-read
         if lr-run-date = cand-run-date then
           move lr-currency-code to cand-currency
           if lr-tax-amount is numeric then
             move lr-tax-amount to cand-tax
           end-if
         end-if.

      *>  one result off the source: outside the cycle, not rated,
      *>  billed already or for an account not selected, it is only
      *>  counted; otherwise it goes in the table to invoice, or to
      *>  list when it has to be held.
       1500-take-result.
         if cand-run-date < cycle-start or
             cand-run-date > cycle-end then
           add 1 to out-of-cycle giving out-of-cycle
           exit paragraph
         end-if
         if cand-status <> "OK  " then
           add 1 to not-rated giving not-rated
           exit paragraph
         end-if
         move cand-result to res-text
         perform 9000-parse-result-text

         move 'I' to cand-state
         move spaces to cand-group
         move cand-id to rh-formula-id
         move cand-run-date to rh-run-date
         read history-file key is rh-key
           invalid key
             move 'N' to cand-state
         end-read
         if cand-state = 'I' then
           move rh-group-code to cand-group
           if cand-eval-id = spaces then
             move rh-eval-id to cand-eval-id
           end-if
      *>     the amount the GL extract posted stands in for text that
      *>     won't read, the way the GL step falls back to it.
           if res-ok = 'F' and rh-amount-ok = 'T' then
             compute res-num rounded = rh-amount
             move 'T' to res-ok
           end-if
           if res-ok = 'F' then
             move 'U' to cand-state
           end-if
         end-if
         if res-ok = 'F' then
           move 0 to res-num
         end-if
         add res-num to cycle-total giving cycle-total

         if cand-state <> 'N' and rh-billed-date is numeric and
             rh-billed-date > 0 then
           add 1 to already-billed giving already-billed
           add res-num to already-billed-total
             giving already-billed-total
           exit paragraph
         end-if
         if select-count > 0 then
           perform 1510-find-selected-account
           if select-found = 'F' then
             add 1 to not-selected giving not-selected
             add res-num to not-selected-total
               giving not-selected-total
             exit paragraph
           end-if
         end-if
         if line-count >= 10000 then
           move 'T' to line-overflowed
           add 1 to overflowed giving overflowed
           add res-num to overflowed-total giving overflowed-total
           exit paragraph
         end-if

         add 1 to line-count giving line-count
         move cand-id(1:10) to lt-account(line-count)
         move cand-currency to lt-currency(line-count)
         move cand-id to lt-id(line-count)
         move cand-run-date to lt-run-date(line-count)
         move cand-group to lt-group(line-count)
         move res-num to lt-amount(line-count)
         move cand-tax to lt-tax(line-count)
         move cand-eval-id to lt-eval-id(line-count)
         move cand-state to lt-state(line-count)
         evaluate cand-state
           when 'N'
             add 1 to held-nohist giving held-nohist
             add res-num to held-nohist-total
               giving held-nohist-total
           when 'U'
             add 1 to held-unread giving held-unread
         end-evaluate.

       1510-find-selected-account.
         move 'F' to select-found
         perform varying select-idx from 1 by 1
             until select-idx > select-count
           if select-account(select-idx) = cand-id(1:10) then
             move 'T' to select-found
             exit perform
           end-if
         end-perform.

      *>  ordered account, currency, formula ID and run date over an
      *>  index table so the loaded lines never move - a result the
      *>  source carries twice lands beside itself and the second
      *>  is held, not billed twice.
       2000-order-by-invoice.
         perform varying line-idx from 1 by 1
             until line-idx > line-count
           move line-idx to order-idx(line-idx)
         end-perform
         perform varying sort-i from 1 by 1
             until sort-i >= line-count
           perform varying sort-j from sort-i by 1
               until sort-j > line-count
             if lt-sort-key(order-idx(sort-j)) <
                 lt-sort-key(order-idx(sort-i)) or
                 (lt-sort-key(order-idx(sort-j)) =
                  lt-sort-key(order-idx(sort-i)) and
                  order-idx(sort-j) < order-idx(sort-i)) then
               move order-idx(sort-i) to swap-idx
               move order-idx(sort-j) to order-idx(sort-i)
               move swap-idx to order-idx(sort-j)
             end-if
           end-perform
         end-perform
         move 0 to prior-idx
         perform varying sort-i from 1 by 1
             until sort-i > line-count
           move order-idx(sort-i) to line-idx
           if lt-state(line-idx) = 'I' then
             if prior-idx > 0 and
                 lt-id(line-idx) = lt-id(prior-idx) and
                 lt-run-date(line-idx) = lt-run-date(prior-idx) then
               move 'D' to lt-state(line-idx)
               add 1 to repeat-count giving repeat-count
               add lt-amount(line-idx) to repeat-total
                 giving repeat-total
             else
               move line-idx to prior-idx
             end-if
           end-if
         end-perform.

      *>  how many invoices the run will write - the size of the
      *>  block 0300 reserves.
       2100-count-invoices.
         move 0 to invoices-planned
         move low-values to current-key
         perform varying sort-i from 1 by 1
             until sort-i > line-count
           move order-idx(sort-i) to line-idx
           if lt-state(line-idx) = 'I' and
               lt-sort-key(line-idx)(1:13) <> current-key then
             add 1 to invoices-planned giving invoices-planned
             move lt-sort-key(line-idx)(1:13) to current-key
           end-if
         end-perform
         move low-values to current-key.

       3000-invoice-one-line.
         if lt-sort-key(line-idx)(1:13) <> current-key then
           perform 3500-close-invoice
           move lt-sort-key(line-idx)(1:13) to current-key
           perform 3100-open-invoice
         end-if
         add 1 to inv-lines giving inv-lines
         move spaces to il-record
         move 'L' to il-type
         move number-disp to il-invoice-number
         move inv-lines to il-line-number
         move lt-id(line-idx) to il-formula-id
         move lt-run-date(line-idx) to il-run-date
         move lt-group(line-idx) to il-charge-type
         compute il-charge-amount =
           lt-amount(line-idx) - lt-tax(line-idx)
         move lt-tax(line-idx) to il-tax-amount
         move lt-eval-id(line-idx) to il-eval-id
         write il-record
         add 1 to invoice-records giving invoice-records
         add il-charge-amount to inv-charges giving inv-charges
         add il-tax-amount to inv-tax giving inv-tax
         if il-tax-amount <> 0 then
           add 1 to inv-taxed-lines giving inv-taxed-lines
         end-if
         add 1 to lines-invoiced giving lines-invoiced
         perform 3200-mark-billed.

      *>  the next number in the reserved block, the customer's name
      *>  and remit-to off CUSTMAST, and the header - which carries
      *>  the line count, so the account's lines are counted ahead.
       3100-open-invoice.
         move next-invoice to number-disp
         add 1 to next-invoice giving next-invoice
         add 1 to invoices-written giving invoices-written
         move 'T' to invoice-open
         move 0 to inv-lines
         move 0 to inv-taxed-lines
         move 0 to inv-charges
         move 0 to inv-tax
         move spaces to ih-record
         move 'H' to ih-type
         move number-disp to ih-invoice-number
         move current-account to ih-account
         move invoice-date to ih-invoice-date
         move cycle-start to ih-cycle-start
         move cycle-end to ih-cycle-end
         move current-currency to ih-currency
         move "(NO CUSTMAST)" to inv-name
         if customer-on = 'T' then
           move current-account to cm-account
           read customer-file
             invalid key
               add 1 to no-customer giving no-customer
             not invalid key
               move cm-name to inv-name
               move cm-name to ih-customer-name
               move cm-remit-code to ih-remit-code
           end-read
         else
           add 1 to no-customer giving no-customer
         end-if
         move 0 to ih-line-count
         perform varying look-idx from sort-i by 1
             until look-idx > line-count
           if lt-sort-key(order-idx(look-idx))(1:13) <> current-key
               then
             exit perform
           end-if
           if lt-state(order-idx(look-idx)) = 'I' then
             add 1 to ih-line-count giving ih-line-count
           end-if
         end-perform
         write ih-record
         add 1 to invoice-records giving invoice-records.

      *>  the invoiced result stamped billed with the invoice date.
      *>  it was on file unbilled when the cycle was read, so a
      *>  record gone since is a real fault and stops the run.
       3200-mark-billed.
         move lt-id(line-idx) to rh-formula-id
         move lt-run-date(line-idx) to rh-run-date
         read history-file key is rh-key
           invalid key
             display "Error: RESULTHIST record gone for "
               rh-formula-id " " rh-run-date
             move 16 to return-code
             stop run
         end-read
         move invoice-date to rh-billed-date
         rewrite rh-record
           invalid key
             display "Error: RESULTHIST rewrite failed for "
               rh-formula-id " " rh-run-date
             move 16 to return-code
             stop run
         end-rewrite.

      *>  the finished invoice's tax line and totals, and its line
      *>  on the register.
       3500-close-invoice.
         if invoice-open <> 'T' then
           exit paragraph
         end-if
         move 'F' to invoice-open
         move spaces to ix-record
         move 'X' to ix-type
         move number-disp to ix-invoice-number
         move inv-tax to ix-tax-amount
         move inv-taxed-lines to ix-taxed-lines
         write ix-record
         add 1 to invoice-records giving invoice-records
         compute inv-total = inv-charges + inv-tax
         move spaces to it-record
         move 'T' to it-type
         move number-disp to it-invoice-number
         move inv-lines to it-line-count
         move inv-charges to it-charge-total
         move inv-tax to it-tax-total
         move inv-total to it-invoice-total
         write it-record
         add 1 to invoice-records giving invoice-records
         add inv-charges to run-charges giving run-charges
         add inv-tax to run-tax giving run-tax
         add inv-total to amount-hash giving amount-hash

         move inv-lines to lines-disp
         move inv-charges to charges-edit
         move inv-tax to tax-edit
         move inv-total to amount-edit
         move spaces to detail_line
         string number-disp '|' current-account '|' current-currency
           '|' lines-disp '|' charges-edit '|' tax-edit '|'
           amount-edit '|' inv-name into detail_line
         write register-record from detail_line.

      *>  the file's control record - the invoice count and amount
      *>  hash the AP side balances to, and the records ahead of it.
       3900-write-control-record.
         move spaces to ic-record
         move 'C' to ic-type
         move invoice-date to ic-run-date
         move cycle-start to ic-cycle-start
         move cycle-end to ic-cycle-end
         move invoices-written to ic-invoice-count
         move invoice-records to ic-record-count
         move amount-hash to ic-amount-hash
         move 0 to ic-first-invoice
         move 0 to ic-last-invoice
         if invoices-written > 0 then
           move first-invoice to ic-first-invoice
           compute ic-last-invoice = next-invoice - 1
         end-if
         write ic-record.

       4000-write-register-totals.
         move spaces to total_line
         write register-record from total_line
         move invoices-written to count-disp
         move spaces to total_line
         string "Invoices written:            " count-disp
           into total_line
         write register-record from total_line
         if invoices-written > 0 then
           move first-invoice to number-disp
           move spaces to total_line
           string "Invoice numbers:             " number-disp
             " TO " into total_line
           compute number-disp = next-invoice - 1
           move number-disp to total_line(44:10)
           write register-record from total_line
         end-if
         if start-ignored = 'T' then
           move spaces to total_line
           string "START-NUMBER ignored - INVNUM is already past it"
             into total_line
           write register-record from total_line
         end-if
         move lines-invoiced to count-disp
         move spaces to total_line
         string "Charge lines invoiced:       " count-disp
           into total_line
         write register-record from total_line
         move run-charges to amount-edit
         move spaces to total_line
         string "Charges:                " amount-edit
           into total_line
         write register-record from total_line
         move run-tax to amount-edit
         move spaces to total_line
         string "Tax:                    " amount-edit
           into total_line
         write register-record from total_line
         move amount-hash to amount-edit
         move spaces to total_line
         string "Invoice total (hash):   " amount-edit
           into total_line
         write register-record from total_line
         if no-customer > 0 then
           move no-customer to count-disp
           move spaces to total_line
           string "Invoices with no CUSTMAST record: " count-disp
             " (no name or remit-to on the header)" into total_line
           write register-record from total_line
         end-if.

      *>  the results held off the invoices, one line each, and the
      *>  counts of the ones left off.
       4100-list-held.
         move spaces to heading_line
         write register-record from heading_line
         move spaces to heading_line
         string "RESULTS HELD - NOT INVOICED, LEFT UNBILLED"
           into heading_line
         write register-record from heading_line
         perform varying sort-i from 1 by 1
             until sort-i > line-count
           move order-idx(sort-i) to line-idx
           if lt-state(line-idx) <> 'I' then
             move lt-amount(line-idx) to amount-edit
             move spaces to detail_line
             evaluate lt-state(line-idx)
               when 'N'
                 string "  " lt-id(line-idx) " " lt-run-date(line-idx)
                   " " amount-edit "  NOT ON RESULTHIST"
                   into detail_line
               when 'U'
                 string "  " lt-id(line-idx) " " lt-run-date(line-idx)
                   " " amount-edit "  AMOUNT WON'T READ"
                   into detail_line
               when other
                 string "  " lt-id(line-idx) " " lt-run-date(line-idx)
                   " " amount-edit "  REPEATED IN THE SOURCE"
                   into detail_line
             end-evaluate
             write register-record from detail_line
           end-if
         end-perform
         if line-overflowed = 'T' then
           move overflowed to count-disp
           move spaces to detail_line
           string "  " count-disp " results past 10000 - left for"
             " the next run" into detail_line
           write register-record from detail_line
         end-if
         move spaces to total_line
         write register-record from total_line
         move out-of-cycle to count-disp
         move spaces to total_line
         string "Results outside the cycle:   " count-disp
           into total_line
         write register-record from total_line
         move not-rated to count-disp
         move spaces to total_line
         string "Results not rated (FAIL):    " count-disp
           into total_line
         write register-record from total_line
         move already-billed to count-disp
         move spaces to total_line
         string "Results already billed:      " count-disp
           into total_line
         write register-record from total_line
         move not-selected to count-disp
         move spaces to total_line
         string "Accounts not selected:       " count-disp
           " results" into total_line
         write register-record from total_line
         compute count-disp = held-nohist + held-unread
         move spaces to total_line
         string "Results held:                " count-disp
           into total_line
         write register-record from total_line.

      *>  every rated result in the cycle, invoiced or not, against
      *>  the charge side of the cycle's GL postings - the batch's
      *>  own details (a GLCONSOL detail from another source left
      *>  out), the offset accounts GLMAP names left out, tax
      *>  postings in. a credit memo posted in the cycle shows as a
      *>  difference.
       5000-tie-to-gl.
         perform 5100-load-glmap-offsets
         move spaces to heading_line
         write register-record from heading_line
         move spaces to heading_line
         string "GL TIE-OUT   " gl-extract-name " POSTINGS "
           cycle-start " TO " cycle-end into heading_line
         write register-record from heading_line
         move amount-hash to amount-edit
         move spaces to total_line
         string "  Invoiced                     " amount-edit
           into total_line
         write register-record from total_line
         move already-billed-total to amount-edit
         move spaces to total_line
         string "  Billed on an earlier invoice " amount-edit
           into total_line
         write register-record from total_line
         move not-selected-total to amount-edit
         move spaces to total_line
         string "  Accounts not selected        " amount-edit
           into total_line
         write register-record from total_line
         move held-nohist-total to amount-edit
         move spaces to total_line
         string "  Held - not on RESULTHIST     " amount-edit
           into total_line
         write register-record from total_line
         move repeat-total to amount-edit
         move spaces to total_line
         string "  Repeated in the source       " amount-edit
           into total_line
         write register-record from total_line
         if line-overflowed = 'T' then
           move overflowed-total to amount-edit
           move spaces to total_line
           string "  Left for the next run        " amount-edit
             into total_line
           write register-record from total_line
         end-if
         move cycle-total to amount-edit
         move spaces to total_line
         string "  Results for the cycle        " amount-edit
           into total_line
         write register-record from total_line

         open input gl-extract-file
         if gl-extract-status <> '00' then
           move spaces to total_line
           string "  GL extract not available, file status "
             gl-extract-status " - register not tied" into total_line
           write register-record from total_line
           exit paragraph
         end-if
         move 'T' to gl-open
         perform until gl-eof = 'T'
           read gl-extract-file
             at end
               move 'T' to gl-eof
             not at end
               if gld-type = 'D' then
                 perform 5200-take-gl-detail
               end-if
           end-read
         end-perform
         close gl-extract-file
         compute gl-difference = cycle-total - gl-total
         move gl-total to amount-edit
         move gl-postings to count-disp
         move spaces to total_line
         string "  GL postings for the cycle    " amount-edit
           "  (" count-disp " details)" into total_line
         write register-record from total_line
         move gl-difference to amount-edit
         move spaces to total_line
         if gl-difference = 0 then
           string "  Difference                   " amount-edit
             "  TIES" into total_line
         else
           string "  Difference                   " amount-edit
             "  DOES NOT TIE - credit memos, or results the source"
             " doesn't carry" into total_line
         end-if
         write register-record from total_line.

      *>  every GLMAP offset, the "*DEFAULT" suspense offset with
      *>  them. without GLMAP the postings are one-sided and every
      *>  one counts.
       5100-load-glmap-offsets.
         open input glmap-file
         if glmap-file-status <> '00' then
           exit paragraph
         end-if
         move 'F' to end_of_file
         perform until end_of_file = 'T'
           read glmap-file
             at end
               string 'T' into end_of_file
             not at end
               if gm-offset <> spaces and offset-count < 200 then
                 add 1 to offset-count giving offset-count
                 move gm-offset to offset-account(offset-count)
               end-if
           end-read
         end-perform
         close glmap-file.

       5200-take-gl-detail.
         if gld-posting-date < cycle-start or
             gld-posting-date > cycle-end then
           exit paragraph
         end-if
         if gld-source <> spaces and gld-source <> "MATHBATC" then
           exit paragraph
         end-if
         move 'F' to offset-found
         perform varying offset-idx from 1 by 1
             until offset-idx > offset-count
           if offset-account(offset-idx) = gld-account-key then
             move 'T' to offset-found
             exit perform
           end-if
         end-perform
         if offset-found = 'T' then
           exit paragraph
         end-if
         add 1 to gl-postings giving gl-postings
         add gld-amount to gl-total giving gl-total.

      *>  the formatted amount back into a number - commas and any
      *>  currency symbol dropped, an accounting "(1,234.50)" read as
      *>  negative.
       9000-parse-result-text.
         move 0 to res-num
         move 'F' to res-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         perform varying res-pos from 1 by 1 until res-pos > 40
           evaluate true
             when res-text(res-pos:1) = space
               if res-started = 'T' then
                 exit perform
               end-if
             when res-text(res-pos:1) = ','
               continue
             when res-text(res-pos:1) = '('
               if res-started = 'F' then
                 move 'T' to res-neg
               end-if
             when res-text(res-pos:1) = ')'
               exit perform
             when res-text(res-pos:1) = '-'
               if res-started = 'F' then
                 move 'T' to res-neg
               else
                 exit paragraph
               end-if
             when res-text(res-pos:1) = '.'
               if res-after-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to res-after-point
               move 'T' to res-started
             when res-text(res-pos:1) is numeric
               move 'T' to res-started
               move res-text(res-pos:1) to res-digit-x
               if res-after-point = 'T' then
                 add 1 to res-dec-digits giving res-dec-digits
                 evaluate res-dec-digits
                   when 1 compute res-num =
                     res-num + res-digit-9 / 10
                   when 2 compute res-num =
                     res-num + res-digit-9 / 100
                   when other
                     continue
                 end-evaluate
               else
                 add 1 to res-int-digits giving res-int-digits
                 if res-int-digits > 13 then
                   exit paragraph
                 end-if
                 compute res-num = res-num * 10 + res-digit-9
               end-if
             when other
               if res-started = 'T' then
                 exit perform
               end-if
           end-evaluate
         end-perform
         if res-int-digits = 0 and res-dec-digits = 0 then
           exit paragraph
         end-if
         if res-neg = 'T' then
           compute res-num = 0 - res-num
         end-if
         move 'T' to res-ok.

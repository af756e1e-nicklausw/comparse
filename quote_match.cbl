      *>nightly post-step after batch_math_parse.cbl: the billed
      *>charges checked against what sales quoted. every OK result on
      *>FORMULAOUT is matched to an open, unexpired quote on QUOTES
      *>(see quotes.cpy) for the same account (the first ten
      *>characters of the formula id) and charge type (the group
      *>code) - the most recent such quote, one result per quote -
      *>and QVARRPT lists every billed amount that is outside the
      *>tolerance of its quote. every quote matched is marked USED
      *>with the result it matched, so it can't match again.
      *>
      *>the tolerance is a percentage of the quoted amount with an
      *>optional floor in money: a billed amount is outside when it
      *>differs from the quote by more than the larger of the two.
      *>QMATCHCTL control records, keyword(20) value(20), all
      *>optional:
      *>  RUN-DATE       yyyymmdd  the run date quotes must still be
      *>                           good on (default today)
      *>  TOLERANCE-PCT  n.nn      percent (default 1.00)
      *>  TOLERANCE-AMT  n.nn      floor (default 0.00)
       identification division.
       program-id. quote_match.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "QMATCHCTL"
           organization line sequential
           file status is control-file-status.
         select report-in assign to "FORMULAOUT"
           organization line sequential
           file status is report-in-status.
         select quotes-file assign to "QUOTES"
           organization indexed
           access mode dynamic
           record key is qt-quote-no
           file status is quotes-status.
         select report-file assign to "QVARRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd report-in.
         01 in-record pic x(200).
       fd quotes-file.
         copy "quotes.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 report-in-status pic x(2) value '00'.
         01 quotes-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 quotes-open pic x(1) value 'F'.
         01 run-date pic 9(8) value 0.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 tolerance-pct pic s9(5)v99 value 1.00.
         01 tolerance-amt pic s9(13)v99 value 0.
         01 allowed-diff pic s9(13)v9(4) value 0.
         01 variance pic s9(13)v9(4) value 0.
         01 abs-variance pic s9(13)v9(4) value 0.
         01 variance-pct pic s9(7)v99 value 0.

      *>  the open quotes still good on the run date, loaded whole so
      *>  a result can be matched on account and charge type - the
      *>  file itself is keyed on the quote number.
         01 quote-table.
           05 quote-entry occurs 5000 times.
             10 qe-quote-no pic 9(14).
             10 qe-account pic x(10).
             10 qe-charge-type pic x(8).
             10 qe-amount pic s9(13)v9(4).
             10 qe-matched pic x(1).
             10 qe-billed pic s9(13)v9(4).
             10 qe-formula-id pic x(20).
         01 quote-count usage binary-long value 0.
         01 quote-idx usage binary-long value 0.
         01 best-idx usage binary-long value 0.

         01 out-id pic x(20) value spaces.
         01 out-account pic x(10) value spaces.
         01 out-group pic x(8) value spaces.

      *>  result text read back as a number, the way
      *>  statement_print.cbl reads one.
         01 res-text pic x(40) value spaces.
         01 res-num pic s9(13)v9(4) value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-started pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-pos usage binary-long value 0.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.
         01 res-scale pic 9v9(4) value 0.

         01 results-read usage binary-long value 0.
         01 results-matched usage binary-long value 0.
         01 results-within usage binary-long value 0.
         01 results-outside usage binary-long value 0.
         01 results-unquoted usage binary-long value 0.
         01 quotes-marked usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 amount-edit pic -(13)9.99.
         01 amount-edit-2 pic -(13)9.99.
         01 variance-edit pic -(13)9.99.
         01 pct-edit pic -(6)9.99.
         01 tol-pct-edit pic z(4)9.99.
         01 tol-amt-edit pic z(12)9.99.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept run-date from date yyyymmdd
         perform 0100-read-control

         open input report-in
         if report-in-status <> '00' then
           display "Error: could not open FORMULAOUT, file status "
             report-in-status
           stop run
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open QVARRPT, file status "
             report-file-status
           stop run
         end-if
         perform 1000-load-open-quotes

         move tolerance-pct to tol-pct-edit
         move tolerance-amt to tol-amt-edit
         move spaces to heading_line
         string "BILLED VERSUS QUOTED VARIANCES " run-date
           " - TOLERANCE " tol-pct-edit "% (AT LEAST " tol-amt-edit
           ")" into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "QUOTE NO      " '|' "ACCOUNT   " '|' "TYPE    " '|'
           "FORMULA ID          " '|' "     QUOTED      " '|'
           "     BILLED      " '|' "    VARIANCE     " '|' "  PCT"
           into heading_line
         write report-record from heading_line

         perform until end_of_file = 'T'
           read report-in
             at end
               string 'T' into end_of_file
             not at end
               if in-record(82:1) = '|' and
                   in-record(123:1) = '|' and
                   in-record(1:10) <> "FORMULA ID" and
                   in-record(124:4) = "OK  " then
                 perform 2000-match-one-result
               end-if
           end-read
         end-perform
         close report-in

         perform 3000-mark-quotes-used
         if quotes-open = 'T' then
           close quotes-file
         end-if

         move spaces to total_line
         write report-record from total_line
         move results-read to count-disp
         move spaces to total_line
         string "OK results read:        " count-disp into total_line
         write report-record from total_line
         move results-matched to count-disp
         move spaces to total_line
         string "Matched to a quote:     " count-disp into total_line
         write report-record from total_line
         move results-within to count-disp
         move spaces to total_line
         string "  Within tolerance:     " count-disp into total_line
         write report-record from total_line
         move results-outside to count-disp
         move spaces to total_line
         string "  Outside tolerance:    " count-disp into total_line
         write report-record from total_line
         move results-unquoted to count-disp
         move spaces to total_line
         string "No open quote:          " count-disp into total_line
         write report-record from total_line
         move quotes-marked to count-disp
         move spaces to total_line
         string "Quotes marked used:     " count-disp into total_line
         write report-record from total_line

         close report-file
         stop run.

       0100-read-control.
         open input control-file
         if control-file-status <> '00' then
           exit paragraph
         end-if
         perform until ctl_eof = 'T'
           read control-file
             at end
               string 'T' into ctl_eof
             not at end
               evaluate xc-keyword
                 when "RUN-DATE            "
                   perform 0110-parse-control-value
                   if xc-value-x is numeric and xc-value-9 > 0 then
                     move xc-value-9 to run-date
                   end-if
                 when "TOLERANCE-PCT       "
                   move xc-value to res-text
                   perform 9000-parse-result-text
                   if res-ok = 'T' and res-num >= 0 then
                     move res-num to tolerance-pct
                   end-if
                 when "TOLERANCE-AMT       "
                   move xc-value to res-text
                   perform 9000-parse-result-text
                   if res-ok = 'T' and res-num >= 0 then
                     move res-num to tolerance-amt
                   end-if
               end-evaluate
           end-read
         end-perform
         close control-file.

      *>  right-justifies the digits of a control record's value -
      *>  nobody zero-pads a hand-edited control card.
       0110-parse-control-value.
         move zeroes to xc-value-x
         move 9 to ctl-out
         perform varying ctl-scan from 20 by -1
             until ctl-scan < 1 or ctl-out < 1
           if xc-value(ctl-scan:1) is numeric then
             move xc-value(ctl-scan:1) to xc-value-x(ctl-out:1)
             subtract 1 from ctl-out giving ctl-out
           else
             if xc-value(ctl-scan:1) <> space then
               move spaces to xc-value-x
               exit perform
             end-if
           end-if
         end-perform.

      *>  no QUOTES file yet just means nothing was quoted - every
      *>  result reports as unquoted.
       1000-load-open-quotes.
         open i-o quotes-file
         if quotes-status <> '00' then
           display "Warning: QUOTES unavailable, file status "
             quotes-status " - no results matched"
           exit paragraph
         end-if
         move 'T' to quotes-open
         perform until end_of_file = 'T'
           read quotes-file next
             at end
               string 'T' into end_of_file
             not at end
               if qt-status = "OPEN" and
                   qt-expiry-date >= run-date then
                 if quote-count < 5000 then
                   add 1 to quote-count giving quote-count
                   move qt-quote-no to qe-quote-no(quote-count)
                   move qt-account to qe-account(quote-count)
                   move qt-charge-type to qe-charge-type(quote-count)
                   move qt-amount to qe-amount(quote-count)
                   move 'F' to qe-matched(quote-count)
                   move 0 to qe-billed(quote-count)
                   move spaces to qe-formula-id(quote-count)
                 else
                   display "Warning: more than 5000 open quotes - "
                     "the rest are not matched this run"
                   string 'T' into end_of_file
                 end-if
               end-if
           end-read
         end-perform
         move 'F' to end_of_file.

      *>  the quotes load in quote-number order, which is the order
      *>  they were taken - the last unmatched one for the account
      *>  and charge type is the most recent.
       2000-match-one-result.
         add 1 to results-read giving results-read
         move in-record(1:20) to out-id
         move in-record(1:10) to out-account
         move in-record(150:8) to out-group
         move in-record(83:40) to res-text
         perform 9000-parse-result-text
         move 0 to best-idx
         if res-ok = 'T' then
           perform varying quote-idx from 1 by 1
               until quote-idx > quote-count
             if qe-matched(quote-idx) = 'F' and
                 qe-account(quote-idx) = out-account and
                 qe-charge-type(quote-idx) = out-group then
               move quote-idx to best-idx
             end-if
           end-perform
         end-if
         if best-idx = 0 then
           add 1 to results-unquoted giving results-unquoted
           exit paragraph
         end-if

         add 1 to results-matched giving results-matched
         move 'T' to qe-matched(best-idx)
         move res-num to qe-billed(best-idx)
         move out-id to qe-formula-id(best-idx)

         compute variance = res-num - qe-amount(best-idx)
         if variance < 0 then
           compute abs-variance = 0 - variance
         else
           move variance to abs-variance
         end-if
         compute allowed-diff rounded =
           qe-amount(best-idx) * tolerance-pct / 100
         if allowed-diff < 0 then
           compute allowed-diff = 0 - allowed-diff
         end-if
         if allowed-diff < tolerance-amt then
           move tolerance-amt to allowed-diff
         end-if
         if abs-variance <= allowed-diff then
           add 1 to results-within giving results-within
           exit paragraph
         end-if

         add 1 to results-outside giving results-outside
         move qe-amount(best-idx) to amount-edit
         move res-num to amount-edit-2
         move variance to variance-edit
         move spaces to detail_line
         if qe-amount(best-idx) = 0 then
           string qe-quote-no(best-idx) '|' out-account '|'
             out-group '|' out-id '|' amount-edit '|' amount-edit-2
             '|' variance-edit '|' "    n/a" into detail_line
         else
           compute variance-pct rounded =
             variance * 100 / qe-amount(best-idx)
             on size error
               move 9999999.99 to variance-pct
           end-compute
           move variance-pct to pct-edit
           string qe-quote-no(best-idx) '|' out-account '|'
             out-group '|' out-id '|' amount-edit '|' amount-edit-2
             '|' variance-edit '|' pct-edit into detail_line
         end-if
         write report-record from detail_line.

      *>  every quote matched this run, rewritten USED with what it
      *>  matched.
       3000-mark-quotes-used.
         perform varying quote-idx from 1 by 1
             until quote-idx > quote-count
           if qe-matched(quote-idx) = 'T' then
             move qe-quote-no(quote-idx) to qt-quote-no
             read quotes-file key is qt-quote-no
               invalid key
                 display "Warning: quote " qe-quote-no(quote-idx)
                   " vanished before it could be marked used"
               not invalid key
                 move "USED" to qt-status
                 move run-date to qt-used-date
                 move qe-formula-id(quote-idx) to qt-used-formula-id
                 move qe-billed(quote-idx) to qt-billed-amount
                 rewrite qt-record
                   invalid key
                     display "Warning: quote " qt-quote-no
                       " could not be marked used"
                   not invalid key
                     add 1 to quotes-marked giving quotes-marked
                 end-rewrite
             end-read
           end-if
         end-perform.

      *>  result text to a number - grouping commas and a currency
      *>  symbol ahead of the digits skipped, a leading minus or
      *>  accounting parentheses for negative.
       9000-parse-result-text.
         move 0 to res-num
         move 'F' to res-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         move 0.1 to res-scale
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
                 if res-dec-digits <= 4 then
                   compute res-num =
                     res-num + res-digit-9 * res-scale
                   compute res-scale = res-scale / 10
                 end-if
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

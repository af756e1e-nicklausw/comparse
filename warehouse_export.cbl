      *>delimited export of the night's results and statistics for
      *>the finance data warehouse, so the warehouse loads fields
      *>instead of keeping its own parser for every print line and
      *>record layout here. six sources, one export file each:
      *>
      *>  FORMULAOUT -> WHFORMOUT   the detail lines (pipes at 82 and
      *>                            123, as compare_results.cbl reads
      *>                            them), headings and totals left off
      *>  RESULTHIST -> WHRESHIST   (see resulthist.cpy)
      *>  RESULTMON  -> WHRESMON    (see resultmon.cpy)
      *>  GRPSTATS   -> WHGRPSTAT   (see grpstats.cpy)
      *>  LASTRES    -> WHLASTRES   (see lastres.cpy)
      *>  RULEASSESS -> WHRULEASS   account|rule|amount lines
      *>
      *>every export starts with a header row of column names. text
      *>columns go out between quote characters, a quote inside one
      *>doubled; dates go out ISO (yyyy-mm-dd, a month yyyy-mm), an
      *>unset date empty; amounts go out as plain signed decimals -
      *>no currency symbol, grouping commas or accounting
      *>parentheses - and empty where there is no amount (a failed
      *>result). FORMULAOUT and RULEASSESS carry no date of their
      *>own, so their rows carry the run date.
      *>
      *>WHMANIFEST gets one row per export - file, source, export
      *>date, data rows, and the hash total of every amount written
      *>to it - so the warehouse load can prove it got everything.
      *>a source that isn't there exports a header alone and a zero
      *>manifest row.
      *>
      *>WHEXCTL control records, keyword(20) value(20), all
      *>optional:
      *>  DELIMITER  c     the column delimiter (default ","; TAB for
      *>                   a tab)
      *>  QUOTE      c     the quote character (default '"'; NONE
      *>                   for no quoting)
      *>  RUN-DATE   yyyymmdd  the run date (default today)
       identification division.
       program-id. warehouse_export.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "WHEXCTL"
           organization line sequential
           file status is control-file-status.
         select report-in assign to "FORMULAOUT"
           organization line sequential
           file status is report-in-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode sequential
           record key is rh-key
           file status is history-file-status.
         select monthly-file assign to "RESULTMON"
           organization indexed
           access mode sequential
           record key is rm-key
           file status is monthly-file-status.
         select grpstats-file assign to "GRPSTATS"
           organization line sequential
           file status is grpstats-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode sequential
           record key is lr-formula-id
           file status is lastres-status.
         select assess-file assign to "RULEASSESS"
           organization line sequential
           file status is assess-file-status.
         select export-file assign using export-file-name
           organization line sequential
           file status is export-file-status.
         select manifest-file assign to "WHMANIFEST"
           organization line sequential
           file status is manifest-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd report-in.
         01 in-record pic x(200).
       fd history-file.
         copy "resulthist.cpy".
       fd monthly-file.
         copy "resultmon.cpy".
       fd grpstats-file.
         copy "grpstats.cpy".
       fd lastres-file.
         copy "lastres.cpy".
       fd assess-file.
         01 assess-record pic x(80).
       fd export-file.
         01 export-record pic x(4200).
       fd manifest-file.
         01 manifest-record pic x(200).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 report-in-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 monthly-file-status pic x(2) value '00'.
         01 grpstats-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 assess-file-status pic x(2) value '00'.
         01 export-file-status pic x(2) value '00'.
         01 manifest-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 export-file-name pic x(30) value spaces.
         01 source-name pic x(10) value spaces.

         01 delimiter-char pic x(1) value ','.
         01 quote-char pic x(1) value '"'.
         01 quoting pic x(1) value 'T'.
         01 run-date pic 9(8) value 0.
         01 export-date pic 9(8) value 0.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

      *>  the row being built - OUT-POS is the next free column, and
      *>  the delimiter goes in ahead of every column but the first.
         01 out-line pic x(4200) value spaces.
         01 out-pos usage binary-long value 1.
         01 out-columns usage binary-long value 0.

      *>  one column's worth, handed to the 8000 paragraphs.
         01 put-text pic x(2000) value spaces.
         01 put-len usage binary-long value 0.
         01 put-idx usage binary-long value 0.
         01 put-date pic 9(8) value 0.
         01 put-date-x redefines put-date pic x(8).
         01 put-month pic 9(6) value 0.
         01 put-amount pic s9(13)v9(4) value 0.
         01 put-scale usage binary-long value 4.
         01 put-count pic 9(9) value 0.
         01 amount-edit-4 pic -(14)9.9(4).
         01 amount-edit-2 pic -(14)9.99.
         01 count-edit pic z(8)9.
         01 hash-edit pic -(18)9.9(4).
         01 edit-text pic x(30) value spaces.

      *>  per-export totals for the manifest.
         01 rows-written usage binary-long value 0.
         01 rows-disp pic z(8)9.
         01 hash-total pic s9(17)v9(4) value 0.
         01 exports-written usage binary-long value 0.

      *>  FORMULAOUT and RULEASSESS fields, cut out of the line.
         01 fo-id pic x(20) value spaces.
         01 fo-expression pic x(60) value spaces.
         01 fo-result pic x(40) value spaces.
         01 fo-status pic x(4) value spaces.
         01 fo-eval-id pic x(20) value spaces.
         01 fo-group pic x(8) value spaces.
         01 fo-elapsed pic x(9) value spaces.
         01 fo-contract pic x(4) value spaces.
         01 ra-account pic x(10) value spaces.
         01 ra-rule pic x(20) value spaces.
         01 ra-amount-text pic x(40) value spaces.

      *>  formatted amount text back to a number - digits, one point,
      *>  a leading minus or accounting parentheses for negative;
      *>  commas and a currency symbol ahead of the digits skipped.
         01 res-text pic x(60) value spaces.
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

       procedure division.
       0000-mainline.
         accept export-date from date yyyymmdd
         move export-date to run-date
         perform 0100-read-control

         open output manifest-file
         if manifest-file-status <> '00' then
           display "Error: could not open WHMANIFEST, file status "
             manifest-file-status
           stop run
         end-if
         perform 8050-start-row
         move "file" to put-text
         perform 8000-put-text
         move "source" to put-text
         perform 8000-put-text
         move "export_date" to put-text
         perform 8000-put-text
         move "rows" to put-text
         perform 8000-put-text
         move "amount_hash_total" to put-text
         perform 8000-put-text
         write manifest-record from out-line(1:200)

         perform 1000-export-formulaout
         perform 2000-export-resulthist
         perform 3000-export-resultmon
         perform 4000-export-grpstats
         perform 5000-export-lastres
         perform 6000-export-ruleassess

         close manifest-file
         move exports-written to rows-disp
         display "warehouse_export: " rows-disp " files exported"
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
                 when "DELIMITER           "
                   if xc-value(1:3) = "TAB" then
                     move x'09' to delimiter-char
                   else
                     if xc-value(1:1) <> space then
                       move xc-value(1:1) to delimiter-char
                     end-if
                   end-if
                 when "QUOTE               "
                   if xc-value(1:4) = "NONE" then
                     move 'F' to quoting
                   else
                     if xc-value(1:1) <> space then
                       move xc-value(1:1) to quote-char
                     end-if
                   end-if
                 when "RUN-DATE            "
                   perform 0110-parse-control-value
                   if xc-value-x is numeric and xc-value-9 > 0 then
                     move xc-value-9 to run-date
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

       1000-export-formulaout.
         move "WHFORMOUT" to export-file-name
         move "FORMULAOUT" to source-name
         perform 7000-open-export
         perform 8050-start-row
         move "run_date" to put-text
         perform 8000-put-text
         move "formula_id" to put-text
         perform 8000-put-text
         move "expression" to put-text
         perform 8000-put-text
         move "result_text" to put-text
         perform 8000-put-text
         move "amount" to put-text
         perform 8000-put-text
         move "status" to put-text
         perform 8000-put-text
         move "eval_id" to put-text
         perform 8000-put-text
         move "group_code" to put-text
         perform 8000-put-text
         move "elapsed" to put-text
         perform 8000-put-text
         move "contract_applied" to put-text
         perform 8000-put-text
         perform 8900-write-header

         open input report-in
         if report-in-status = '00' then
           perform until end_of_file = 'T'
             read report-in
               at end
                 string 'T' into end_of_file
               not at end
                 if in-record(82:1) = '|' and
                     in-record(123:1) = '|' and
                     in-record(1:10) <> "FORMULA ID" then
                   perform 1100-export-one-line
                 end-if
             end-read
           end-perform
           close report-in
           move 'F' to end_of_file
         end-if
         perform 7100-close-export.

       1100-export-one-line.
         move in-record(1:20) to fo-id
         move in-record(22:60) to fo-expression
         move in-record(83:40) to fo-result
         move in-record(124:4) to fo-status
         move in-record(129:20) to fo-eval-id
         move in-record(150:8) to fo-group
         move in-record(159:9) to fo-elapsed
         move in-record(169:4) to fo-contract
         perform 8050-start-row
         move run-date to put-date
         perform 8200-put-date
         move fo-id to put-text
         perform 8000-put-text
         move fo-expression to put-text
         perform 8000-put-text
         move fo-result to put-text
         perform 8000-put-text
         move 'F' to res-ok
         if fo-status = "OK  " then
           move fo-result to res-text
           perform 9000-parse-amount-text
         end-if
         move res-num to put-amount
         move 4 to put-scale
         perform 8100-put-amount
         move fo-status to put-text
         perform 8000-put-text
         move fo-eval-id to put-text
         perform 8000-put-text
         move fo-group to put-text
         perform 8000-put-text
         if fo-elapsed is numeric then
           move fo-elapsed to put-count
           perform 8300-put-count
         else
           perform 8060-put-empty
         end-if
         move fo-contract to put-text
         perform 8000-put-text
         perform 8950-write-row.

       2000-export-resulthist.
         move "WHRESHIST" to export-file-name
         move "RESULTHIST" to source-name
         perform 7000-open-export
         perform 8050-start-row
         move "formula_id" to put-text
         perform 8000-put-text
         move "run_date" to put-text
         perform 8000-put-text
         move "status" to put-text
         perform 8000-put-text
         move "result_text" to put-text
         perform 8000-put-text
         move "group_code" to put-text
         perform 8000-put-text
         move "amount" to put-text
         perform 8000-put-text
         move "billed_date" to put-text
         perform 8000-put-text
         perform 8900-write-header

         open input history-file
         if history-file-status = '00' then
           perform until end_of_file = 'T'
             read history-file next
               at end
                 string 'T' into end_of_file
               not at end
                 perform 2100-export-one-history
             end-read
           end-perform
           close history-file
           move 'F' to end_of_file
         end-if
         perform 7100-close-export.

       2100-export-one-history.
         perform 8050-start-row
         move rh-formula-id to put-text
         perform 8000-put-text
         move rh-run-date to put-date
         perform 8200-put-date
         move rh-status to put-text
         perform 8000-put-text
         move rh-result to put-text
         perform 8000-put-text
         move rh-group-code to put-text
         perform 8000-put-text
         if rh-amount-ok = 'T' and rh-amount is numeric then
           move 'T' to res-ok
           move rh-amount to put-amount
         else
           move 'F' to res-ok
         end-if
         move 4 to put-scale
         perform 8100-put-amount
         move rh-billed-date to put-date-x
         perform 8200-put-date
         perform 8950-write-row.

       3000-export-resultmon.
         move "WHRESMON" to export-file-name
         move "RESULTMON" to source-name
         perform 7000-open-export
         perform 8050-start-row
         move "formula_id" to put-text
         perform 8000-put-text
         move "month" to put-text
         perform 8000-put-text
         move "ok_count" to put-text
         perform 8000-put-text
         move "fail_count" to put-text
         perform 8000-put-text
         move "parsed_count" to put-text
         perform 8000-put-text
         move "min_amount" to put-text
         perform 8000-put-text
         move "max_amount" to put-text
         perform 8000-put-text
         move "mean_amount" to put-text
         perform 8000-put-text
         perform 8900-write-header

         open input monthly-file
         if monthly-file-status = '00' then
           perform until end_of_file = 'T'
             read monthly-file next
               at end
                 string 'T' into end_of_file
               not at end
                 perform 3100-export-one-month
             end-read
           end-perform
           close monthly-file
           move 'F' to end_of_file
         end-if
         perform 7100-close-export.

      *>  the three statistics mean nothing when no result in the
      *>  month read as a number - they go out empty.
       3100-export-one-month.
         perform 8050-start-row
         move rm-formula-id to put-text
         perform 8000-put-text
         move rm-month to put-month
         perform 8250-put-month
         move rm-ok-count to put-count
         perform 8300-put-count
         move rm-fail-count to put-count
         perform 8300-put-count
         move rm-parsed to put-count
         perform 8300-put-count
         move 2 to put-scale
         if rm-parsed > 0 then
           move 'T' to res-ok
         else
           move 'F' to res-ok
         end-if
         move rm-min to put-amount
         perform 8100-put-amount
         move rm-max to put-amount
         perform 8100-put-amount
         move rm-mean to put-amount
         perform 8100-put-amount
         perform 8950-write-row.

       4000-export-grpstats.
         move "WHGRPSTAT" to export-file-name
         move "GRPSTATS" to source-name
         perform 7000-open-export
         perform 8050-start-row
         move "run_date" to put-text
         perform 8000-put-text
         move "group_code" to put-text
         perform 8000-put-text
         move "read_count" to put-text
         perform 8000-put-text
         move "ok_count" to put-text
         perform 8000-put-text
         move "fail_count" to put-text
         perform 8000-put-text
         move "impact_amount" to put-text
         perform 8000-put-text
         perform 8900-write-header

         open input grpstats-file
         if grpstats-status = '00' then
           perform until end_of_file = 'T'
             read grpstats-file
               at end
                 string 'T' into end_of_file
               not at end
                 perform 4100-export-one-group
             end-read
           end-perform
           close grpstats-file
           move 'F' to end_of_file
         end-if
         perform 7100-close-export.

       4100-export-one-group.
         perform 8050-start-row
         move gs-run-date to put-date
         perform 8200-put-date
         move gs-group to put-text
         perform 8000-put-text
         move gs-read to put-count
         perform 8300-put-count
         move gs-ok to put-count
         perform 8300-put-count
         move gs-fail to put-count
         perform 8300-put-count
         move gs-impact to res-text
         perform 9000-parse-amount-text
         move res-num to put-amount
         move 2 to put-scale
         perform 8100-put-amount
         perform 8950-write-row.

       5000-export-lastres.
         move "WHLASTRES" to export-file-name
         move "LASTRES" to source-name
         perform 7000-open-export
         perform 8050-start-row
         move "formula_id" to put-text
         perform 8000-put-text
         move "run_date" to put-text
         perform 8000-put-text
         move "status" to put-text
         perform 8000-put-text
         move "result_text" to put-text
         perform 8000-put-text
         move "amount" to put-text
         perform 8000-put-text
         move "eval_id" to put-text
         perform 8000-put-text
         move "currency_code" to put-text
         perform 8000-put-text
         move "formula_text" to put-text
         perform 8000-put-text
         perform 8900-write-header

         open input lastres-file
         if lastres-status = '00' then
           perform until end_of_file = 'T'
             read lastres-file next
               at end
                 string 'T' into end_of_file
               not at end
                 perform 5100-export-one-last-result
             end-read
           end-perform
           close lastres-file
           move 'F' to end_of_file
         end-if
         perform 7100-close-export.

       5100-export-one-last-result.
         perform 8050-start-row
         move lr-formula-id to put-text
         perform 8000-put-text
         move lr-run-date to put-date
         perform 8200-put-date
         move lr-status to put-text
         perform 8000-put-text
         move lr-result to put-text
         perform 8000-put-text
         move 'F' to res-ok
         if lr-status = "OK  " then
           move lr-result to res-text
           perform 9000-parse-amount-text
         end-if
         move res-num to put-amount
         move 4 to put-scale
         perform 8100-put-amount
         move lr-eval-id to put-text
         perform 8000-put-text
         move lr-currency-code to put-text
         perform 8000-put-text
         move lr-formula-text to put-text
         perform 8000-put-text
         perform 8950-write-row.

       6000-export-ruleassess.
         move "WHRULEASS" to export-file-name
         move "RULEASSESS" to source-name
         perform 7000-open-export
         perform 8050-start-row
         move "run_date" to put-text
         perform 8000-put-text
         move "account_id" to put-text
         perform 8000-put-text
         move "rule_name" to put-text
         perform 8000-put-text
         move "amount_text" to put-text
         perform 8000-put-text
         move "amount" to put-text
         perform 8000-put-text
         perform 8900-write-header

         open input assess-file
         if assess-file-status = '00' then
           perform until end_of_file = 'T'
             read assess-file
               at end
                 string 'T' into end_of_file
               not at end
                 perform 6100-export-one-assessment
             end-read
           end-perform
           close assess-file
           move 'F' to end_of_file
         end-if
         perform 7100-close-export.

       6100-export-one-assessment.
         move spaces to ra-account
         move spaces to ra-rule
         move spaces to ra-amount-text
         unstring assess-record delimited by '|'
           into ra-account ra-rule ra-amount-text
         end-unstring
         perform 8050-start-row
         move run-date to put-date
         perform 8200-put-date
         move ra-account to put-text
         perform 8000-put-text
         move ra-rule to put-text
         perform 8000-put-text
         move ra-amount-text to put-text
         perform 8000-put-text
         move ra-amount-text to res-text
         perform 9000-parse-amount-text
         move res-num to put-amount
         move 4 to put-scale
         perform 8100-put-amount
         perform 8950-write-row.

       7000-open-export.
         move 0 to rows-written
         move 0 to hash-total
         open output export-file
         if export-file-status <> '00' then
           display "Error: could not open " export-file-name
             ", file status " export-file-status
           stop run
         end-if.

      *>  the export's manifest row.
       7100-close-export.
         close export-file
         add 1 to exports-written giving exports-written
         perform 8050-start-row
         move export-file-name to put-text
         perform 8000-put-text
         move source-name to put-text
         perform 8000-put-text
         move export-date to put-date
         perform 8200-put-date
         move rows-written to put-count
         perform 8300-put-count
         move hash-total to hash-edit
         move hash-edit to edit-text
         perform 8070-put-edited
         write manifest-record from out-line(1:200).

      *>  a text column - trailing spaces dropped, quoted, a quote
      *>  character inside it doubled.
       8000-put-text.
         perform 8040-put-delimiter
         move 2000 to put-len
         perform until put-len = 0 or put-text(put-len:1) <> space
           subtract 1 from put-len giving put-len
         end-perform
         if quoting = 'T' then
           move quote-char to out-line(out-pos:1)
           add 1 to out-pos giving out-pos
         end-if
         perform varying put-idx from 1 by 1 until put-idx > put-len
           if quoting = 'T' and put-text(put-idx:1) = quote-char then
             move quote-char to out-line(out-pos:1)
             add 1 to out-pos giving out-pos
           end-if
           move put-text(put-idx:1) to out-line(out-pos:1)
           add 1 to out-pos giving out-pos
         end-perform
         if quoting = 'T' then
           move quote-char to out-line(out-pos:1)
           add 1 to out-pos giving out-pos
         end-if
         move spaces to put-text.

       8040-put-delimiter.
         if out-columns > 0 then
           move delimiter-char to out-line(out-pos:1)
           add 1 to out-pos giving out-pos
         end-if
         add 1 to out-columns giving out-columns.

       8050-start-row.
         move spaces to out-line
         move 1 to out-pos
         move 0 to out-columns.

       8060-put-empty.
         perform 8040-put-delimiter.

      *>  an edited number in EDIT-TEXT, leading spaces dropped.
       8070-put-edited.
         perform 8040-put-delimiter
         move 1 to put-idx
         perform until put-idx > 30 or edit-text(put-idx:1) <> space
           add 1 to put-idx giving put-idx
         end-perform
         perform until put-idx > 30 or edit-text(put-idx:1) = space
           move edit-text(put-idx:1) to out-line(out-pos:1)
           add 1 to out-pos giving out-pos
           add 1 to put-idx giving put-idx
         end-perform.

      *>  PUT-AMOUNT at PUT-SCALE decimals when RES-OK says there is
      *>  one, empty otherwise; it goes into the hash total either
      *>  way it is written.
       8100-put-amount.
         if res-ok <> 'T' then
           perform 8060-put-empty
           exit paragraph
         end-if
         add put-amount to hash-total giving hash-total
         move spaces to edit-text
         if put-scale = 2 then
           move put-amount to amount-edit-2
           move amount-edit-2 to edit-text
         else
           move put-amount to amount-edit-4
           move amount-edit-4 to edit-text
         end-if
         perform 8070-put-edited.

      *>  yyyymmdd as yyyy-mm-dd; zero, spaces or anything not a
      *>  date goes out empty.
       8200-put-date.
         if put-date-x is not numeric then
           perform 8060-put-empty
           exit paragraph
         end-if
         if put-date = 0 then
           perform 8060-put-empty
           exit paragraph
         end-if
         move spaces to edit-text
         string put-date-x(1:4) '-' put-date-x(5:2) '-'
           put-date-x(7:2) delimited by size into edit-text
         perform 8070-put-edited.

       8250-put-month.
         move spaces to edit-text
         move put-month to put-date
         string put-date-x(3:4) '-' put-date-x(7:2)
           delimited by size into edit-text
         perform 8070-put-edited.

       8300-put-count.
         move put-count to count-edit
         move spaces to edit-text
         move count-edit to edit-text
         perform 8070-put-edited.

       8900-write-header.
         write export-record from out-line.

       8950-write-row.
         write export-record from out-line
         add 1 to rows-written giving rows-written.

       9000-parse-amount-text.
         move 0 to res-num
         move 'F' to res-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         move 0.1 to res-scale
         perform varying res-pos from 1 by 1 until res-pos > 60
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
             when res-text(res-pos:1) = '+'
               if res-started = 'T' then
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
      *>       a currency symbol ahead of the digits is skipped;
      *>       anything else in the middle of them ends the number.
               if res-started = 'T' then
                 exit paragraph
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

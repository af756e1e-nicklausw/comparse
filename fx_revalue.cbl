      *>month-end FX revaluation. a result stated in a foreign
      *>currency was carried at the rate CONV() found the night it
      *>ran; by close that rate is stale, and the difference to the
      *>month-end rate is an unrealized gain or loss this books.
      *>
      *>the month's results come off RESULTHIST (see resulthist.cpy)
      *>- every OK one with a stored amount - and each formula's
      *>currency off its LASTRES record (LR-CURRENCY-CODE, see
      *>lastres.cpy). anything not in the base currency (USD unless
      *>the control record names another) is converted twice: at the
      *>newest FXRATES rate at or before its run date - the rate the
      *>night's CONV used - and at the newest one at or before the
      *>month's last day. the rate lookup is resolve_conv.cbl's -
      *>the direct pair multiplies, the reverse pair divides - with
      *>fxrates_load.cbl's cross through USD (A-to-USD over
      *>B-to-USD) behind it for a pair neither way on file, so no
      *>rate is found here that the nightly run couldn't have found.
      *>
      *>the gain or loss is summed per currency and group and posted
      *>through the group's GLMAP revaluation pair (see glmap.cpy,
      *>the "*DEFAULT" record's pair for a group with none) to
      *>FXREVALGL, one GLEXTRACT-layout batch dated the month's last
      *>day. FXREVRPT shows each currency's exposure, its average
      *>run-date rate and month-end rate and the gain or loss, group
      *>by group, and a grand total that ties to the postings - any
      *>group with no pair to post to is shown and counted apart. a
      *>result whose rate can't be found either date is listed and
      *>left out.
      *>
      *>the optional FXREVCTL control record is month(6) as yyyymm,
      *>defaulting to the month before today's, and base(3).
       identification division.
       program-id. fx_revalue.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "FXREVCTL"
           organization line sequential
           file status is control-file-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode sequential
           record key is rh-key
           file status is history-file-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode random
           record key is lr-formula-id
           file status is lastres-status.
         select rates-file assign to "FXRATES"
           organization line sequential
           file status is rates-file-status.
         select glmap-file assign to "GLMAP"
           organization line sequential
           file status is glmap-file-status.
         select reval-file assign to "FXREVALGL"
           organization sequential
           file status is reval-status.
         select report-file assign to "FXREVRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 rc-month pic 9(6).
           05 rc-base pic x(3).
       fd history-file.
         copy "resulthist.cpy".
       fd lastres-file.
         copy "lastres.cpy".
       fd rates-file.
         01 rates-record.
           05 fx-date pic 9(8).
           05 fx-from pic x(3).
           05 fx-to pic x(3).
           05 fx-rate pic x(20).
       fd glmap-file.
         copy "glmap.cpy".
      *>  the GLEXTRACT layout - fixed 80-byte records, amounts in
      *>  signed packed decimal, so never line sequential.
       fd reval-file.
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
           05 filler pic x(42).
         01 gl-trailer.
           05 glt-type pic x(1).
           05 glt-record-count pic 9(9).
           05 glt-hash-total pic s9(15)v99 comp-3.
           05 filler pic x(61).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 rates-file-status pic x(2) value '00'.
         01 glmap-file-status pic x(2) value '00'.
         01 reval-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

         01 today-date pic 9(8) value 0.
         01 today-parts redefines today-date.
           05 today-y pic 9(4).
           05 today-m pic 9(2).
           05 today-d pic 9(2).
         01 closing-month pic 9(6) value 0.
         01 closing-parts redefines closing-month.
           05 closing-y pic 9(4).
           05 closing-m pic 9(2).
         01 month-end-date pic 9(8) value 0.
         01 run-month pic 9(6) value 0.
         01 base-currency pic x(3) value "USD".

         01 work-date pic 9(8) value 0.
         01 work-parts redefines work-date.
           05 work-y pic 9(4).
           05 work-m pic 9(2).
           05 work-d pic 9(2).
         01 month-days usage binary-long value 0.
         01 leap-q usage binary-long value 0.
         01 leap-r4 usage binary-long value 0.
         01 leap-r100 usage binary-long value 0.
         01 leap-r400 usage binary-long value 0.

      *>  FXRATES, loaded whole with every usable rate parsed.
      *>  fxrates_load.cbl keeps the file inside 1000 records.
         01 rate-table.
           05 rate-count usage binary-long value 0.
           05 rate-entry occurs 1000 times.
             10 rt-date pic 9(8).
             10 rt-from pic x(3).
             10 rt-to pic x(3).
             10 rt-rate pic 9(7)v9(8).
         01 rate-idx usage binary-long value 0.

      *>  rate lookup: FIND-FROM to FIND-TO as of FIND-DATE into
      *>  PAIR-RATE, PAIR-FOUND 'T' when there was one. the one-leg
      *>  lookup underneath works on LEG-FROM / LEG-TO.
         01 find-from pic x(3) value spaces.
         01 find-to pic x(3) value spaces.
         01 find-date pic 9(8) value 0.
         01 pair-rate pic 9(7)v9(8) value 0.
         01 pair-found pic x(1) value 'F'.
         01 leg-from pic x(3) value spaces.
         01 leg-to pic x(3) value spaces.
         01 leg-rate pic 9(7)v9(8) value 0.
         01 leg-found pic x(1) value 'F'.
         01 leg-best-date pic 9(8) value 0.
         01 leg-1-rate pic 9(7)v9(8) value 0.
         01 run-rate pic 9(7)v9(8) value 0.
         01 month-end-rate pic 9(7)v9(8) value 0.

      *>  rate-text parsing, as fxrates_load.cbl validates it.
         01 rate-valid pic x(1) value 'F'.
         01 rate-num pic 9(7)v9(8) value 0.
         01 pr-text pic x(20) value spaces.
         01 pr-pos usage binary-long value 0.
         01 pr-int-digits usage binary-long value 0.
         01 pr-dec-digits usage binary-long value 0.
         01 pr-after-point pic x(1) value 'F'.
         01 pr-digit-x pic x(1) value space.
         01 pr-digit-9 redefines pr-digit-x pic 9.

      *>  the GLMAP revaluation pairs, loaded whole.
         01 glmap-table.
           05 glmap-count usage binary-long value 0.
           05 glmap-entry occurs 100 times.
             10 gme-group pic x(8).
             10 gme-fxreval-account pic x(20).
             10 gme-fxreval-offset pic x(20).
         01 glmap-idx usage binary-long value 0.
         01 default-account pic x(20) value spaces.
         01 default-offset pic x(20) value spaces.
         01 post-account pic x(20) value spaces.
         01 post-offset pic x(20) value spaces.

      *>  the formula whose LASTRES currency is in hand - RESULTHIST
      *>  comes in formula order, so it's read once a formula.
         01 held-formula-id pic x(20) value spaces.
         01 held-currency pic x(3) value spaces.

      *>  one row per currency and group.
         01 reval-table.
           05 reval-count usage binary-long value 0.
           05 reval-entry occurs 500 times.
             10 rv-currency pic x(3).
             10 rv-group pic x(8).
             10 rv-charges usage binary-long.
             10 rv-exposure pic s9(15)v9(4).
             10 rv-at-run pic s9(15)v99.
             10 rv-at-month-end pic s9(15)v99.
             10 rv-gain pic s9(15)v99.
             10 rv-posted pic x(1).
         01 reval-idx usage binary-long value 0.
         01 reval-found usage binary-long value 0.
         01 reval-full pic x(1) value 'F'.
         01 order-table.
           05 order-idx usage binary-long occurs 500 times.
         01 sort-i usage binary-long value 0.
         01 sort-j usage binary-long value 0.
         01 swap-idx usage binary-long value 0.
         01 sort-key-i pic x(11) value spaces.
         01 sort-key-j pic x(11) value spaces.

         01 charge-at-run pic s9(15)v99 value 0.
         01 charge-at-month-end pic s9(15)v99 value 0.

      *>  currency subtotal while the report walks the sorted rows.
         01 cur-currency pic x(3) value spaces.
         01 cur-exposure pic s9(15)v9(4) value 0.
         01 cur-at-run pic s9(15)v99 value 0.
         01 cur-gain pic s9(15)v99 value 0.
         01 cur-avg-rate pic 9(7)v9(8) value 0.
         01 cur-first-row usage binary-long value 0.

         01 batch-details usage binary-long value 0.
         01 batch-hash pic s9(15)v99 comp-3 value 0.

         01 results_revalued usage binary-long value 0.
         01 results_no_rate usage binary-long value 0.
         01 results_no_currency usage binary-long value 0.
         01 total-gain pic s9(15)v99 value 0.
         01 posted-gain pic s9(15)v99 value 0.
         01 unposted-gain pic s9(15)v99 value 0.
         01 group-name pic x(8) value spaces.
         01 count-disp pic zzzzzzzz9.
         01 charges-edit pic zzzzz9.
         01 exposure-edit pic -(13)9.99.
         01 amount-edit pic -(13)9.99.
         01 month-end-edit pic -(13)9.99.
         01 gain-edit pic -(13)9.99.
         01 rate-edit pic z(6)9.9(8).
         01 rate-edit-2 pic z(6)9.9(8).

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         move 0 to closing-month
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if rc-month is numeric and rc-month > 0 then
                 move rc-month to closing-month
               end-if
               if rc-base <> spaces then
                 move rc-base to base-currency
               end-if
           end-read
           close control-file
         end-if
         if closing-month = 0 then
           move today-y to closing-y
           move today-m to closing-m
           if closing-m = 1 then
             move 12 to closing-m
             subtract 1 from closing-y giving closing-y
           else
             subtract 1 from closing-m giving closing-m
           end-if
         end-if
         if closing-m < 1 or closing-m > 12 then
           display "Error: FXREVCTL month " closing-month
             " is not a month"
           stop run
         end-if
         move closing-y to work-y
         move closing-m to work-m
         perform 9200-days-in-month
         move month-days to work-d
         move work-date to month-end-date

         perform 1000-load-rates
         perform 1100-load-glmap

         open input history-file
         if history-file-status <> '00' then
           display "Error: could not open RESULTHIST, file status "
             history-file-status
           stop run
         end-if
         open input lastres-file
         if lastres-status <> '00' then
           display "Error: could not open LASTRES, file status "
             lastres-status
           stop run
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open FXREVRPT, file status "
             report-file-status
           stop run
         end-if

         move spaces to heading_line
         string "FX REVALUATION FOR " closing-month " INTO "
           base-currency " - POSTED " month-end-date
           into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "EXCEPTIONS:" into heading_line
         write report-record from heading_line

         perform until end_of_file = 'T'
           read history-file next
             at end
               string 'T' into end_of_file
             not at end
               divide rh-run-date by 100 giving run-month
               if run-month = closing-month and
                   rh-status = "OK  " and
                   rh-amount-ok = 'T' and
                   rh-amount is numeric then
                 perform 2000-revalue-one-result
               end-if
           end-read
         end-perform
         close history-file
         close lastres-file

         perform 3000-post-revaluation
         perform 4000-write-report
         close report-file
         stop run.

       1000-load-rates.
         open input rates-file
         if rates-file-status <> '00' then
           display "Error: could not open FXRATES, file status "
             rates-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read rates-file
             at end
               string 'T' into end_of_file
             not at end
               move fx-rate to pr-text
               perform 9100-parse-rate-text
               if rate-valid = 'T' and fx-date is numeric and
                   rate-count < 1000 then
                 add 1 to rate-count giving rate-count
                 move fx-date to rt-date(rate-count)
                 move fx-from to rt-from(rate-count)
                 move fx-to to rt-to(rate-count)
                 move rate-num to rt-rate(rate-count)
               end-if
           end-read
         end-perform
         close rates-file
         move 'F' to end_of_file.

      *>  a gain with nowhere to post is reported, not posted - GLMAP
      *>  has to be there all the same.
       1100-load-glmap.
         open input glmap-file
         if glmap-file-status <> '00' then
           display "Error: could not open GLMAP, file status "
             glmap-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read glmap-file
             at end
               string 'T' into end_of_file
             not at end
               if gm-group = "*DEFAULT" then
                 move gm-fxreval-account to default-account
                 move gm-fxreval-offset to default-offset
               else
                 if glmap-count < 100 then
                   add 1 to glmap-count giving glmap-count
                   move gm-group to gme-group(glmap-count)
                   move gm-fxreval-account
                     to gme-fxreval-account(glmap-count)
                   move gm-fxreval-offset
                     to gme-fxreval-offset(glmap-count)
                 end-if
               end-if
           end-read
         end-perform
         close glmap-file
         move 'F' to end_of_file.

       2000-revalue-one-result.
         if rh-formula-id <> held-formula-id then
           move rh-formula-id to held-formula-id
           move spaces to held-currency
           move rh-formula-id to lr-formula-id
           read lastres-file key is lr-formula-id
             invalid key
               add 1 to results_no_currency
                 giving results_no_currency
             not invalid key
               if lr-currency-code is alphabetic then
                 move lr-currency-code to held-currency
               end-if
           end-read
         end-if
         if held-currency = spaces or
             held-currency = base-currency then
           exit paragraph
         end-if

         move held-currency to find-from
         move base-currency to find-to
         move rh-run-date to find-date
         perform 5000-find-pair-rate
         move pair-rate to run-rate
         if pair-found = 'T' then
           move month-end-date to find-date
           perform 5000-find-pair-rate
           move pair-rate to month-end-rate
         end-if
         if pair-found = 'F' then
           add 1 to results_no_rate giving results_no_rate
           move spaces to detail_line
           string "  NO " held-currency '/' base-currency
             " RATE  " rh-formula-id ' ' rh-run-date
             into detail_line
           write report-record from detail_line
           exit paragraph
         end-if

         compute charge-at-run rounded = rh-amount * run-rate
         compute charge-at-month-end rounded =
           rh-amount * month-end-rate

         move 0 to reval-found
         perform varying reval-idx from 1 by 1
             until reval-idx > reval-count
           if rv-currency(reval-idx) = held-currency and
               rv-group(reval-idx) = rh-group-code then
             move reval-idx to reval-found
             exit perform
           end-if
         end-perform
         if reval-found = 0 then
           if reval-count >= 500 then
             move 'T' to reval-full
             add 1 to results_no_rate giving results_no_rate
             exit paragraph
           end-if
           add 1 to reval-count giving reval-count
           move reval-count to reval-found
           move held-currency to rv-currency(reval-found)
           move rh-group-code to rv-group(reval-found)
           move 0 to rv-charges(reval-found)
           move 0 to rv-exposure(reval-found)
           move 0 to rv-at-run(reval-found)
           move 0 to rv-at-month-end(reval-found)
           move 0 to rv-gain(reval-found)
           move 'F' to rv-posted(reval-found)
         end-if
         add 1 to results_revalued giving results_revalued
         add 1 to rv-charges(reval-found)
           giving rv-charges(reval-found)
         add rh-amount to rv-exposure(reval-found)
           giving rv-exposure(reval-found)
         add charge-at-run to rv-at-run(reval-found)
           giving rv-at-run(reval-found)
         add charge-at-month-end to rv-at-month-end(reval-found)
           giving rv-at-month-end(reval-found)
         compute rv-gain(reval-found) =
           rv-at-month-end(reval-found) - rv-at-run(reval-found).

      *>  one posting pair per currency and group: the revaluation
      *>  account takes the gain as a debit (a loss as a credit),
      *>  the gain/loss account the other side.
       3000-post-revaluation.
         open output reval-file
         if reval-status <> '00' then
           display "Error: could not open FXREVALGL, file status "
             reval-status
           stop run
         end-if
         move spaces to gl-header
         move 'H' to glh-type
         move month-end-date to glh-posting-date
         move "FXREVAL " to glh-source
         write gl-header

         perform varying reval-idx from 1 by 1
             until reval-idx > reval-count
           add rv-gain(reval-idx) to total-gain giving total-gain
           if rv-gain(reval-idx) <> 0 then
             perform 3100-map-reval-pair
             if post-account = spaces or post-offset = spaces then
               add rv-gain(reval-idx) to unposted-gain
                 giving unposted-gain
             else
               perform 3200-write-posting-pair
               move 'T' to rv-posted(reval-idx)
               add rv-gain(reval-idx) to posted-gain
                 giving posted-gain
             end-if
           end-if
         end-perform

         move spaces to gl-trailer
         move 'T' to glt-type
         move batch-details to glt-record-count
         move batch-hash to glt-hash-total
         write gl-trailer
         close reval-file.

       3100-map-reval-pair.
         move default-account to post-account
         move default-offset to post-offset
         perform varying glmap-idx from 1 by 1
             until glmap-idx > glmap-count
           if gme-group(glmap-idx) = rv-group(reval-idx) then
             if gme-fxreval-account(glmap-idx) <> spaces then
               move gme-fxreval-account(glmap-idx) to post-account
               move gme-fxreval-offset(glmap-idx) to post-offset
             end-if
             exit perform
           end-if
         end-perform.

       3200-write-posting-pair.
         move spaces to gl-detail
         move 'D' to gld-type
         move post-account to gld-account-key
         move month-end-date to gld-posting-date
         move rv-gain(reval-idx) to gld-amount
         if gld-amount < 0 then
           move 'C' to gld-dc
         else
           move 'D' to gld-dc
         end-if
         write gl-detail
         add 1 to batch-details giving batch-details
         add gld-amount to batch-hash giving batch-hash

         move post-offset to gld-account-key
         compute gld-amount = 0 - rv-gain(reval-idx)
         if gld-dc = 'C' then
           move 'D' to gld-dc
         else
           move 'C' to gld-dc
         end-if
         write gl-detail
         add 1 to batch-details giving batch-details
         add gld-amount to batch-hash giving batch-hash.

      *>  rows sorted currency then group over an index table, each
      *>  currency closed by its subtotal line carrying the average
      *>  run-date rate (what the exposure was carried at) beside
      *>  the month-end rate.
       4000-write-report.
         perform varying reval-idx from 1 by 1
             until reval-idx > reval-count
           move reval-idx to order-idx(reval-idx)
         end-perform
         perform varying sort-i from 1 by 1
             until sort-i >= reval-count
           perform varying sort-j from 1 by 1
               until sort-j > reval-count - sort-i
             move rv-currency(order-idx(sort-j)) to sort-key-i(1:3)
             move rv-group(order-idx(sort-j)) to sort-key-i(4:8)
             move rv-currency(order-idx(sort-j + 1))
               to sort-key-j(1:3)
             move rv-group(order-idx(sort-j + 1)) to sort-key-j(4:8)
             if sort-key-i > sort-key-j then
               move order-idx(sort-j) to swap-idx
               move order-idx(sort-j + 1) to order-idx(sort-j)
               move swap-idx to order-idx(sort-j + 1)
             end-if
           end-perform
         end-perform

         move spaces to heading_line
         string "CUR" '|' "GROUP   " '|' "CHARGES" '|'
           "           EXPOSURE" '|' "      AT RUN RATES" '|'
           "    AT MONTH-END" '|' "         GAIN/LOSS"
           into heading_line
         write report-record from heading_line

         move spaces to cur-currency
         perform varying sort-i from 1 by 1
             until sort-i > reval-count
           move order-idx(sort-i) to reval-idx
           if rv-currency(reval-idx) <> cur-currency then
             if cur-currency <> spaces then
               perform 4200-write-currency-total
             end-if
             move rv-currency(reval-idx) to cur-currency
             move 0 to cur-exposure
             move 0 to cur-at-run
             move 0 to cur-gain
           end-if
           add rv-exposure(reval-idx) to cur-exposure
             giving cur-exposure
           add rv-at-run(reval-idx) to cur-at-run giving cur-at-run
           add rv-gain(reval-idx) to cur-gain giving cur-gain
           perform 4100-write-group-line
         end-perform
         if cur-currency <> spaces then
           perform 4200-write-currency-total
         end-if

         move results_revalued to count-disp
         move spaces to total_line
         string "Results revalued:        " count-disp into total_line
         write report-record from total_line
         move results_no_rate to count-disp
         move spaces to total_line
         string "Results with no rate:    " count-disp into total_line
         write report-record from total_line
         move results_no_currency to count-disp
         move spaces to total_line
         string "Formulas not on LASTRES: " count-disp into total_line
         write report-record from total_line
         move total-gain to gain-edit
         move spaces to total_line
         string "Total gain/loss:         " gain-edit into total_line
         write report-record from total_line
         move posted-gain to gain-edit
         move spaces to total_line
         string "Posted to FXREVALGL:     " gain-edit into total_line
         write report-record from total_line
         move unposted-gain to gain-edit
         move spaces to total_line
         string "Not posted - no pair:    " gain-edit into total_line
         write report-record from total_line
         if reval-full = 'T' then
           move spaces to total_line
           string "** more than 500 currency/group rows - the rest"
             " are counted as no rate **" into total_line
           write report-record from total_line
         end-if.

       4100-write-group-line.
         move rv-group(reval-idx) to group-name
         if group-name = spaces then
           move "(none)" to group-name
         end-if
         move rv-charges(reval-idx) to charges-edit
         move rv-exposure(reval-idx) to exposure-edit
         move rv-at-run(reval-idx) to amount-edit
         move rv-at-month-end(reval-idx) to month-end-edit
         move rv-gain(reval-idx) to gain-edit
         move spaces to detail_line
         if rv-gain(reval-idx) <> 0 and
             rv-posted(reval-idx) = 'F' then
           string rv-currency(reval-idx) '|' group-name '|'
             " " charges-edit '|' exposure-edit '|' amount-edit '|'
             month-end-edit '|' gain-edit '|'
             "NO PAIR - NOT POSTED" into detail_line
         else
           string rv-currency(reval-idx) '|' group-name '|'
             " " charges-edit '|' exposure-edit '|' amount-edit '|'
             month-end-edit '|' gain-edit
             into detail_line
         end-if
         write report-record from detail_line.

       4200-write-currency-total.
         move 0 to cur-avg-rate
         if cur-exposure <> 0 then
           compute cur-avg-rate rounded = cur-at-run / cur-exposure
         end-if
         move cur-avg-rate to rate-edit
         move cur-currency to find-from
         move base-currency to find-to
         move month-end-date to find-date
         perform 5000-find-pair-rate
         move pair-rate to rate-edit-2
         move cur-exposure to exposure-edit
         move cur-gain to gain-edit
         move spaces to detail_line
         string cur-currency " TOTAL  exposure " exposure-edit
           "  run rate " rate-edit "  month-end " rate-edit-2
           "  gain/loss " gain-edit into detail_line
         write report-record from detail_line.

      *>  FIND-FROM to FIND-TO, newest at or before FIND-DATE: the
      *>  pair itself either way round, as resolve_conv.cbl looks it
      *>  up, else the cross through USD as fxrates_load.cbl derives
      *>  it - FROM's USD rate over TO's.
       5000-find-pair-rate.
         move 'F' to pair-found
         move 0 to pair-rate
         if find-from = find-to then
           move 1 to pair-rate
           move 'T' to pair-found
           exit paragraph
         end-if
         move find-from to leg-from
         move find-to to leg-to
         perform 5100-find-leg-rate
         if leg-found = 'T' then
           move leg-rate to pair-rate
           move 'T' to pair-found
           exit paragraph
         end-if
         if find-from = "USD" or find-to = "USD" then
           exit paragraph
         end-if
         move find-from to leg-from
         move "USD" to leg-to
         perform 5100-find-leg-rate
         if leg-found = 'F' then
           exit paragraph
         end-if
         move leg-rate to leg-1-rate
         move find-to to leg-from
         perform 5100-find-leg-rate
         if leg-found = 'F' or leg-rate = 0 then
           exit paragraph
         end-if
         compute pair-rate rounded = leg-1-rate / leg-rate
         if pair-rate > 0 then
           move 'T' to pair-found
         end-if.

       5100-find-leg-rate.
         move 'F' to leg-found
         move 0 to leg-rate
         move 0 to leg-best-date
         perform varying rate-idx from 1 by 1
             until rate-idx > rate-count
           if rt-from(rate-idx) = leg-from and
               rt-to(rate-idx) = leg-to and
               rt-date(rate-idx) <= find-date and
               rt-date(rate-idx) > leg-best-date then
             move rt-rate(rate-idx) to leg-rate
             move rt-date(rate-idx) to leg-best-date
             move 'T' to leg-found
           end-if
         end-perform
         if leg-found = 'T' then
           exit paragraph
         end-if
         perform varying rate-idx from 1 by 1
             until rate-idx > rate-count
           if rt-from(rate-idx) = leg-to and
               rt-to(rate-idx) = leg-from and
               rt-date(rate-idx) <= find-date and
               rt-date(rate-idx) > leg-best-date then
             compute leg-rate rounded = 1 / rt-rate(rate-idx)
             move rt-date(rate-idx) to leg-best-date
             move 'T' to leg-found
           end-if
         end-perform.

      *>  validates PR-TEXT as rate text resolve_conv.cbl could use -
      *>  digits and at most one point, inside seven integer and
      *>  eight decimal digits, and a value above zero - leaving the
      *>  number in RATE-NUM. fxrates_load.cbl's parse, unchanged.
       9100-parse-rate-text.
         move 'F' to rate-valid
         move 0 to rate-num
         move 0 to pr-int-digits
         move 0 to pr-dec-digits
         move 'F' to pr-after-point
         perform varying pr-pos from 1 by 1 until pr-pos > 20
           evaluate true
             when pr-text(pr-pos:1) = space
               continue
             when pr-text(pr-pos:1) = '.'
               if pr-after-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to pr-after-point
             when pr-text(pr-pos:1) is numeric
               move pr-text(pr-pos:1) to pr-digit-x
               if pr-after-point = 'T' then
                 add 1 to pr-dec-digits giving pr-dec-digits
                 if pr-dec-digits > 8 then
                   exit paragraph
                 end-if
                 evaluate pr-dec-digits
                   when 1 compute rate-num =
                     rate-num + pr-digit-9 / 10
                   when 2 compute rate-num =
                     rate-num + pr-digit-9 / 100
                   when 3 compute rate-num =
                     rate-num + pr-digit-9 / 1000
                   when 4 compute rate-num =
                     rate-num + pr-digit-9 / 10000
                   when 5 compute rate-num =
                     rate-num + pr-digit-9 / 100000
                   when 6 compute rate-num =
                     rate-num + pr-digit-9 / 1000000
                   when 7 compute rate-num =
                     rate-num + pr-digit-9 / 10000000
                   when 8 compute rate-num =
                     rate-num + pr-digit-9 / 100000000
                 end-evaluate
               else
                 add 1 to pr-int-digits giving pr-int-digits
                 if pr-int-digits > 7 then
                   exit paragraph
                 end-if
                 compute rate-num = rate-num * 10 + pr-digit-9
               end-if
             when other
               exit paragraph
           end-evaluate
         end-perform
         if pr-int-digits = 0 and pr-dec-digits = 0 then
           exit paragraph
         end-if
         if rate-num = 0 then
           exit paragraph
         end-if
         move 'T' to rate-valid.

       9200-days-in-month.
         evaluate work-m
           when 4
           when 6
           when 9
           when 11
             move 30 to month-days
           when 2
             divide work-y by 4 giving leap-q remainder leap-r4
             divide work-y by 100 giving leap-q remainder leap-r100
             divide work-y by 400 giving leap-q remainder leap-r400
             if leap-r4 = 0 and
                 (leap-r100 <> 0 or leap-r400 = 0) then
               move 29 to month-days
             else
               move 28 to month-days
             end-if
           when other
             move 31 to month-days
         end-evaluate.

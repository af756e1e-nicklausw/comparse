      *>monthly revenue forecast by formula and by group, projected
      *>from the RESULTMON rollup (see resultmon.cpy) so next
      *>quarter's budget starts from the history instead of a
      *>spreadsheet. a formula's revenue for a month is the month's
      *>mean result times the results that read as numbers; a
      *>group's is the sum of its formulas', the group being each
      *>formula's FIN-GROUP-CODE on FORMULAIN (a formula not on
      *>FORMULAIN falls in the blank group).
      *>
      *>the history is the sixty months through the base month. a
      *>series with fewer than MIN-MONTHS months of history is
      *>flagged TOO FEW MONTHS and not forecast. from six months on
      *>it is forecast by a least-squares linear TREND over its last
      *>TREND-MONTHS months with data; below six, by the AVERAGE of
      *>its last TRAIL-MONTHS. a group with SEASON-MONTHS months of
      *>history (and a trend line above zero) also gets a seasonal
      *>index - each calendar month's mean ratio to the trend over
      *>all its history - and the trend or average is fitted to
      *>the seasonally adjusted months and the forecast put back on
      *>the forecast month's index. the
      *>confidence range is the forecast plus and minus two and a
      *>half times the fit's mean absolute error (about two standard
      *>deviations).
      *>
      *>FCSTRPT shows every forecast month with its range and the
      *>method used; FCSTOUT carries the same one record per formula
      *>or group per month (see forecast.cpy) - budget_variance.cbl
      *>takes a group's record as the month's budget when BUDGET has
      *>none. the step ends with return code 4 when a formula was too
      *>short to forecast or a table overflowed.
      *>
      *>FCSTCTL control records, keyword(20) value(20), optional:
      *>  BASE-MONTH     yyyymm  the last month of history (default
      *>                         the month before today's)
      *>  HORIZON        months to forecast, 1 to 12 (default 3)
      *>  TRAIL-MONTHS   trailing average length, 1 to 24 (default 3)
      *>  TREND-MONTHS   trend fit length, 6 to 60 (default 12)
      *>  MIN-MONTHS     history needed to forecast at all, 1 to 60
      *>                 (default 3)
      *>  SEASON-MONTHS  history a group needs for a seasonal index,
      *>                 13 to 60 (default 24)
       identification division.
       program-id. revenue_forecast.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "FCSTCTL"
           organization line sequential
           file status is control-file-status.
         select monthly-file assign to "RESULTMON"
           organization indexed
           access mode sequential
           record key is rm-key
           file status is monthly-file-status.
         select formula-file assign to "FORMULAIN"
           organization line sequential
           file status is formula-file-status.
         select forecast-file assign to "FCSTOUT"
           organization line sequential
           file status is forecast-file-status.
         select report-file assign to "FCSTRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 rc-keyword pic x(20).
           05 rc-value pic x(20).
       fd monthly-file.
         copy "resultmon.cpy".
       fd formula-file.
         copy "formulain.cpy".
       fd forecast-file.
         copy "forecast.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 monthly-file-status pic x(2) value '00'.
         01 formula-file-status pic x(2) value '00'.
         01 forecast-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.

         01 rc-value-x pic x(9) value spaces.
         01 rc-value-9 redefines rc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 today-date pic 9(8) value 0.
         01 today-parts redefines today-date.
           05 today-month pic 9(6).
           05 today-day pic 9(2).
         01 base-month pic 9(6) value 0.
         01 horizon usage binary-long value 3.
         01 trail-months usage binary-long value 3.
         01 trend-months usage binary-long value 12.
         01 min-months usage binary-long value 3.
         01 season-months usage binary-long value 24.

      *>  months as running month numbers (year * 12 + month - 1);
      *>  window slot 1 is the oldest month of history, 60 the base
      *>  month, 61 to 72 the forecast months.
         01 mn-month pic 9(6) value 0.
         01 mn-parts redefines mn-month.
           05 mn-y pic 9(4).
           05 mn-m pic 9(2).
         01 mn-number usage binary-long value 0.
         01 mn-quot usage binary-long value 0.
         01 mn-rem usage binary-long value 0.
         01 base-number usage binary-long value 0.
         01 window-start usage binary-long value 0.
         01 slot-table.
           05 slot-entry occurs 72 times.
             10 sl-month pic 9(6).
             10 sl-calendar usage binary-long.
         01 slot usage binary-long value 0.

      *>  formula ID to group, from FORMULAIN.
         01 map-table.
           05 map-count usage binary-long value 0.
           05 map-entry occurs 3000 times.
             10 mp-id pic x(20).
             10 mp-group pic x(8).
         01 map-idx usage binary-long value 0.
         01 map-overflowed pic x(1) value 'F'.

      *>  each formula's monthly revenue across the window.
         01 formula-table.
           05 formula-count usage binary-long value 0.
           05 formula-entry occurs 500 times.
             10 ft-id pic x(20).
             10 ft-group pic x(8).
             10 ft-slot occurs 60 times.
               15 ft-value pic s9(15)v99.
               15 ft-has pic x(1).
         01 formula-idx usage binary-long value 0.
         01 formula-found usage binary-long value 0.
         01 formulas-overflowed pic x(1) value 'F'.

      *>  the same, summed by group.
         01 group-table.
           05 group-count usage binary-long value 0.
           05 group-entry occurs 200 times.
             10 gt-group pic x(8).
             10 gt-formulas usage binary-long.
             10 gt-slot occurs 60 times.
               15 gt-value pic s9(15)v99.
               15 gt-has pic x(1).
         01 group-idx usage binary-long value 0.
         01 group-found usage binary-long value 0.
         01 groups-overflowed pic x(1) value 'F'.
         01 wanted-group pic x(8) value spaces.

      *>  the series being forecast - a formula's or a group's - and
      *>  what the forecast made of it.
         01 series.
           05 sr-slot occurs 60 times.
             10 sr-value pic s9(15)v99.
             10 sr-has pic x(1).
             10 sr-adjusted pic s9(15)v99.
             10 sr-selected pic x(1).
         01 sr-allow-seasonal pic x(1) value 'F'.
         01 sr-months usage binary-long value 0.
         01 sr-ok pic x(1) value 'F'.
         01 sr-seasonal pic x(1) value 'F'.
         01 sr-method pic x(16) value spaces.
         01 sr-used usage binary-long value 0.
         01 season-table.
           05 season-index pic s9(3)v9(6) occurs 12 times.
           05 season-sum pic s9(9)v9(6) occurs 12 times.
           05 season-count usage binary-long occurs 12 times.
         01 season-idx usage binary-long value 0.
         01 outlook-table.
           05 outlook-entry occurs 12 times.
             10 ot-forecast pic s9(13)v99.
             10 ot-low pic s9(13)v99.
             10 ot-high pic s9(13)v99.
             10 ot-tolerance usage binary-long.
         01 h-idx usage binary-long value 0.

      *>  fit arithmetic, two operands a step.
         01 sum-y pic s9(17)v99 value 0.
         01 mean-y pic s9(15)v9(4) value 0.
         01 mean-x pic s9(3)v9(6) value 0.
         01 sum-x usage binary-long value 0.
         01 dx pic s9(3)v9(6) value 0.
         01 dy pic s9(15)v9(4) value 0.
         01 sxx pic s9(9)v9(6) value 0.
         01 sxy pic s9(18)v9(6) value 0.
         01 term pic s9(18)v9(6) value 0.
         01 slope pic s9(15)v9(6) value 0.
         01 fitted pic s9(15)v9(4) value 0.
         01 residual pic s9(15)v9(4) value 0.
         01 abs-error-sum pic s9(17)v9(4) value 0.
         01 half-width pic s9(15)v99 value 0.
         01 point-forecast pic s9(15)v99 value 0.
         01 point-half pic s9(15)v99 value 0.
         01 forecast-abs pic s9(15)v99 value 0.
         01 work-pct pic s9(9)v9(4) value 0.
         01 ratio pic s9(9)v9(6) value 0.
         01 index-sum pic s9(9)v9(6) value 0.
         01 index-months usage binary-long value 0.
         01 index-mean pic s9(9)v9(6) value 0.

         01 formulas-read usage binary-long value 0.
         01 formulas-forecast usage binary-long value 0.
         01 formulas-short usage binary-long value 0.
         01 groups-forecast usage binary-long value 0.
         01 groups-seasonal usage binary-long value 0.
         01 groups-short usage binary-long value 0.
         01 unmapped-formulas usage binary-long value 0.
         01 records-used usage binary-long value 0.
         01 month-totals.
           05 month-total pic s9(15)v99 occurs 12 times.

         01 level-name pic x(20) value spaces.
         01 amt-edit pic -(14)9.99.
         01 low-edit pic -(14)9.99.
         01 high-edit pic -(14)9.99.
         01 months-edit pic zz9.
         01 needed-edit pic zz9.
         01 count-disp pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         move today-month to mn-month
         perform 9000-month-number
         subtract 1 from mn-number giving mn-number
         perform 9010-number-month
         move mn-month to base-month
         perform 0100-read-control

         move base-month to mn-month
         perform 9000-month-number
         move mn-number to base-number
         compute window-start = base-number - 59
         perform varying slot from 1 by 1 until slot > 72
           compute mn-number = window-start + slot - 1
           perform 9010-number-month
           move mn-month to sl-month(slot)
           divide mn-number by 12 giving mn-quot remainder mn-rem
           compute sl-calendar(slot) = mn-rem + 1
         end-perform

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open FCSTRPT, file status "
             report-file-status
           stop run
         end-if
         open output forecast-file
         if forecast-file-status <> '00' then
           display "Error: could not open FCSTOUT, file status "
             forecast-file-status
           stop run
         end-if

         perform 0200-load-formula-groups
         perform 1000-load-history
         perform 1500-build-groups

         move horizon to months-edit
         move spaces to heading_line
         string "REVENUE FORECAST  HISTORY THROUGH " base-month
           "  NEXT " months-edit " MONTHS" into heading_line
         write report-record from heading_line
         move trail-months to months-edit
         move trend-months to needed-edit
         move spaces to heading_line
         string "  TRAILING AVERAGE " months-edit " MONTHS, TREND "
           needed-edit " MONTHS" into heading_line
         write report-record from heading_line
         move min-months to months-edit
         move season-months to needed-edit
         move spaces to heading_line
         string "  FORECAST FROM " months-edit " MONTHS, SEASONAL "
           "INDEX FROM " needed-edit " MONTHS (GROUPS)"
           into heading_line
         write report-record from heading_line

         move spaces to detail_line
         write report-record from detail_line
         move spaces to heading_line
         string "FORMULA ID          " '|' "MONTH " '|'
           "          FORECAST" '|' "               LOW" '|'
           "              HIGH" '|' "METHOD          " '|' "MONTHS"
           into heading_line
         write report-record from heading_line
         perform varying formula-idx from 1 by 1
             until formula-idx > formula-count
           perform 2000-forecast-one-formula
         end-perform

         move spaces to detail_line
         write report-record from detail_line
         move spaces to heading_line
         string "GROUP               " '|' "MONTH " '|'
           "          FORECAST" '|' "               LOW" '|'
           "              HIGH" '|' "METHOD          " '|' "MONTHS"
           into heading_line
         write report-record from heading_line
         perform varying h-idx from 1 by 1 until h-idx > 12
           move 0 to month-total(h-idx)
         end-perform
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           perform 3000-forecast-one-group
         end-perform

         perform 4000-write-totals
         close forecast-file
         close report-file
         if formulas-short > 0 or formulas-overflowed = 'T' or
             groups-overflowed = 'T' or map-overflowed = 'T' then
           move 4 to return-code
         end-if
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
               perform 0110-parse-control-value
               if rc-value-x is numeric and rc-value-9 > 0 then
                 evaluate rc-keyword
                   when "BASE-MONTH          "
                     move rc-value-9 to mn-month
                     if mn-m >= 1 and mn-m <= 12 and mn-y > 0 then
                       move mn-month to base-month
                     end-if
                   when "HORIZON             "
                     if rc-value-9 <= 12 then
                       move rc-value-9 to horizon
                     end-if
                   when "TRAIL-MONTHS        "
                     if rc-value-9 <= 24 then
                       move rc-value-9 to trail-months
                     end-if
                   when "TREND-MONTHS        "
                     if rc-value-9 >= 6 and rc-value-9 <= 60 then
                       move rc-value-9 to trend-months
                     end-if
                   when "MIN-MONTHS          "
                     if rc-value-9 <= 60 then
                       move rc-value-9 to min-months
                     end-if
                   when "SEASON-MONTHS       "
                     if rc-value-9 >= 13 and rc-value-9 <= 60 then
                       move rc-value-9 to season-months
                     end-if
                 end-evaluate
               end-if
           end-read
         end-perform
         close control-file.

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

      *>  each formula's group as FORMULAIN has it now - without
      *>  FORMULAIN every formula forecasts in the blank group.
       0200-load-formula-groups.
         open input formula-file
         if formula-file-status <> '00' then
           display "Warning: no FORMULAIN - formulas forecast without"
             " their groups"
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               if fin-record(1:3) <> "HDR" and
                   fin-record(1:3) <> "TRL" then
                 if map-count < 3000 then
                   add 1 to map-count giving map-count
                   move fin-formula-id to mp-id(map-count)
                   move fin-group-code to mp-group(map-count)
                 else
                   move 'T' to map-overflowed
                 end-if
               end-if
           end-read
         end-perform
         close formula-file
         move 'F' to end_of_file.

      *>  RESULTMON in key order - all of a formula's months
      *>  together - into the formula table, the window's months
      *>  only.
       1000-load-history.
         open input monthly-file
         if monthly-file-status <> '00' then
           display "Error: could not open RESULTMON, file status "
             monthly-file-status
           stop run
         end-if
         move 0 to formula-found
         perform until end_of_file = 'T'
           read monthly-file next record
             at end
               string 'T' into end_of_file
             not at end
               perform 1100-load-one-month
           end-read
         end-perform
         close monthly-file
         move 'F' to end_of_file.

       1100-load-one-month.
         if rm-month is not numeric or rm-parsed is not numeric or
             rm-mean is not numeric then
           exit paragraph
         end-if
         if rm-parsed = 0 then
           exit paragraph
         end-if
         move rm-month to mn-month
         perform 9000-month-number
         if mn-number < window-start or mn-number > base-number then
           exit paragraph
         end-if
         compute slot = mn-number - window-start + 1

         if formula-found > 0 then
           if ft-id(formula-found) <> rm-formula-id then
             move 0 to formula-found
           end-if
         end-if
         if formula-found = 0 then
           if formula-count >= 500 then
             move 'T' to formulas-overflowed
             exit paragraph
           end-if
           add 1 to formula-count giving formula-count
           move formula-count to formula-found
           move rm-formula-id to ft-id(formula-found)
           move spaces to ft-group(formula-found)
           perform varying map-idx from 1 by 1
               until map-idx > map-count
             if mp-id(map-idx) = rm-formula-id then
               move mp-group(map-idx) to ft-group(formula-found)
               exit perform
             end-if
           end-perform
           if map-idx > map-count then
             add 1 to unmapped-formulas giving unmapped-formulas
           end-if
           perform varying h-idx from 1 by 1 until h-idx > 60
             move 0 to ft-value(formula-found, h-idx)
             move 'F' to ft-has(formula-found, h-idx)
           end-perform
         end-if
         compute ft-value(formula-found, slot) rounded =
           rm-mean * rm-parsed
         move 'T' to ft-has(formula-found, slot)
         add 1 to records-used giving records-used.

      *>  every formula's months added into its group's.
       1500-build-groups.
         perform varying formula-idx from 1 by 1
             until formula-idx > formula-count
           move ft-group(formula-idx) to wanted-group
           perform 5000-find-group-slot
           if group-found > 0 then
             add 1 to gt-formulas(group-found)
               giving gt-formulas(group-found)
             perform varying slot from 1 by 1 until slot > 60
               if ft-has(formula-idx, slot) = 'T' then
                 add ft-value(formula-idx, slot) to
                   gt-value(group-found, slot)
                   giving gt-value(group-found, slot)
                 move 'T' to gt-has(group-found, slot)
               end-if
             end-perform
           end-if
         end-perform.

       2000-forecast-one-formula.
         add 1 to formulas-read giving formulas-read
         perform varying slot from 1 by 1 until slot > 60
           move ft-value(formula-idx, slot) to sr-value(slot)
           move ft-has(formula-idx, slot) to sr-has(slot)
         end-perform
         move 'F' to sr-allow-seasonal
         perform 6000-forecast-series
         move ft-id(formula-idx) to level-name
         if sr-ok <> 'T' then
           add 1 to formulas-short giving formulas-short
           perform 7100-write-too-few
           exit paragraph
         end-if
         add 1 to formulas-forecast giving formulas-forecast
         move 'F' to fr-level
         perform 7000-write-outlook.

       3000-forecast-one-group.
         perform varying slot from 1 by 1 until slot > 60
           move gt-value(group-idx, slot) to sr-value(slot)
           move gt-has(group-idx, slot) to sr-has(slot)
         end-perform
         move 'T' to sr-allow-seasonal
         perform 6000-forecast-series
         move gt-group(group-idx) to level-name
         if level-name = spaces then
           move "(none)" to level-name
         end-if
         if sr-ok <> 'T' then
           add 1 to groups-short giving groups-short
           perform 7100-write-too-few
           exit paragraph
         end-if
         add 1 to groups-forecast giving groups-forecast
         if sr-seasonal = 'T' then
           add 1 to groups-seasonal giving groups-seasonal
         end-if
         perform varying h-idx from 1 by 1 until h-idx > horizon
           add ot-forecast(h-idx) to month-total(h-idx)
             giving month-total(h-idx)
         end-perform
         move 'G' to fr-level
         perform 7000-write-outlook.

       4000-write-totals.
         move spaces to detail_line
         write report-record from detail_line
         perform varying h-idx from 1 by 1 until h-idx > horizon
           compute slot = 60 + h-idx
           move month-total(h-idx) to amt-edit
           move spaces to total_line
           string "TOTAL OF GROUPS     " '|' sl-month(slot) '|'
             amt-edit into total_line
           write report-record from total_line
         end-perform
         move spaces to detail_line
         write report-record from detail_line
         move records-used to count-disp
         move spaces to total_line
         string "RESULTMON months used:     " count-disp
           into total_line
         write report-record from total_line
         move formulas-read to count-disp
         move spaces to total_line
         string "Formula IDs with history:  " count-disp
           into total_line
         write report-record from total_line
         move formulas-forecast to count-disp
         move spaces to total_line
         string "Formula IDs forecast:      " count-disp
           into total_line
         write report-record from total_line
         move formulas-short to count-disp
         move spaces to total_line
         string "Formula IDs too short:     " count-disp
           into total_line
         write report-record from total_line
         move groups-forecast to count-disp
         move spaces to total_line
         string "Groups forecast:           " count-disp
           into total_line
         write report-record from total_line
         move groups-seasonal to count-disp
         move spaces to total_line
         string "Groups seasonally indexed: " count-disp
           into total_line
         write report-record from total_line
         move groups-short to count-disp
         move spaces to total_line
         string "Groups too short:          " count-disp
           into total_line
         write report-record from total_line
         if unmapped-formulas > 0 then
           move unmapped-formulas to count-disp
           move spaces to total_line
           string "Warning: " count-disp " formula IDs not on "
             "FORMULAIN were forecast in the blank group"
             into total_line
           write report-record from total_line
         end-if
         if formulas-overflowed = 'T' or groups-overflowed = 'T' or
             map-overflowed = 'T' then
           move spaces to total_line
           string "Warning: more formulas or groups than the tables"
             " hold - some history was left out" into total_line
           write report-record from total_line
         end-if.

       5000-find-group-slot.
         move 0 to group-found
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           if gt-group(group-idx) = wanted-group then
             move group-idx to group-found
             exit perform
           end-if
         end-perform
         if group-found = 0 then
           if group-count >= 200 then
             move 'T' to groups-overflowed
             exit paragraph
           end-if
           add 1 to group-count giving group-count
           move group-count to group-found
           move wanted-group to gt-group(group-found)
           move 0 to gt-formulas(group-found)
           perform varying slot from 1 by 1 until slot > 60
             move 0 to gt-value(group-found, slot)
             move 'F' to gt-has(group-found, slot)
           end-perform
         end-if.

      *>  SERIES into OUTLOOK-TABLE for the horizon: SR-OK 'F' when
      *>  the series has too few months to forecast.
       6000-forecast-series.
         move 'F' to sr-ok
         move 'F' to sr-seasonal
         move spaces to sr-method
         move 0 to sr-months
         perform varying slot from 1 by 1 until slot > 60
           move 'F' to sr-selected(slot)
           move sr-value(slot) to sr-adjusted(slot)
           if sr-has(slot) = 'T' then
             add 1 to sr-months giving sr-months
           end-if
         end-perform
         if sr-months < min-months or sr-months = 0 then
           exit paragraph
         end-if
         move 'T' to sr-ok

         if sr-allow-seasonal = 'T' and sr-months >= season-months
             then
           perform 6100-seasonal-index
         end-if

      *>   the newest months with data, as many as the method fits.
         move 0 to sr-used
         perform varying slot from 60 by -1 until slot < 1
           if sr-has(slot) = 'T' then
             if (sr-months >= 6 and sr-used < trend-months) or
                 (sr-months < 6 and sr-used < trail-months) then
               move 'T' to sr-selected(slot)
               add 1 to sr-used giving sr-used
             end-if
           end-if
         end-perform

         move 0 to sum-y
         move 0 to sum-x
         perform varying slot from 1 by 1 until slot > 60
           if sr-selected(slot) = 'T' then
             add sr-adjusted(slot) to sum-y giving sum-y
             add slot to sum-x giving sum-x
           end-if
         end-perform
         compute mean-y rounded = sum-y / sr-used
         compute mean-x rounded = sum-x / sr-used
         move 0 to slope
         if sr-months >= 6 then
           move "TREND" to sr-method
           perform 6200-fit-trend
         else
           move "AVERAGE" to sr-method
         end-if
         if sr-seasonal = 'T' then
           move spaces to sr-method
           if sr-months >= 6 then
             move "TREND+SEASONAL" to sr-method
           else
             move "AVERAGE+SEASONAL" to sr-method
           end-if
         end-if

      *>   the band: mean absolute error of the fit, times 2.5.
         move 0 to abs-error-sum
         perform varying slot from 1 by 1 until slot > 60
           if sr-selected(slot) = 'T' then
             compute dx = slot - mean-x
             compute term = slope * dx
             compute fitted = mean-y + term
             compute residual = sr-adjusted(slot) - fitted
             if residual < 0 then
               compute residual = 0 - residual
             end-if
             add residual to abs-error-sum giving abs-error-sum
           end-if
         end-perform
         compute half-width rounded = abs-error-sum / sr-used
         compute half-width rounded = half-width * 2.5

         perform varying h-idx from 1 by 1 until h-idx > horizon
           compute slot = 60 + h-idx
           compute dx = slot - mean-x
           compute term = slope * dx
           compute point-forecast rounded = mean-y + term
           move half-width to point-half
           if sr-seasonal = 'T' then
             move sl-calendar(slot) to season-idx
             compute point-forecast rounded =
               point-forecast * season-index(season-idx)
             compute point-half rounded =
               point-half * season-index(season-idx)
           end-if
           perform 6300-store-outlook
         end-perform.

      *>  each calendar month's mean ratio to a straight-line trend
      *>  fitted over all the history - ratios, so the growth across
      *>  the years doesn't read as season - scaled to average one;
      *>  the adjusted series is each month over its index. no index
      *>  when the trend line dips to zero or below, or a month's
      *>  index would.
       6100-seasonal-index.
         perform varying season-idx from 1 by 1 until season-idx > 12
           move 0 to season-sum(season-idx)
           move 0 to season-count(season-idx)
           move 1 to season-index(season-idx)
         end-perform
         move 0 to sum-y
         move 0 to sum-x
         perform varying slot from 1 by 1 until slot > 60
           if sr-has(slot) = 'T' then
             move 'T' to sr-selected(slot)
             add sr-value(slot) to sum-y giving sum-y
             add slot to sum-x giving sum-x
           end-if
         end-perform
         compute mean-y rounded = sum-y / sr-months
         compute mean-x rounded = sum-x / sr-months
         move 0 to slope
         perform 6200-fit-trend
         perform varying slot from 1 by 1 until slot > 60
           move 'F' to sr-selected(slot)
         end-perform

         perform varying slot from 1 by 1 until slot > 60
           if sr-has(slot) = 'T' then
             compute dx = slot - mean-x
             compute term = slope * dx
             compute fitted = mean-y + term
             if fitted <= 0 then
               exit paragraph
             end-if
             move sl-calendar(slot) to season-idx
             compute ratio rounded = sr-value(slot) / fitted
             add ratio to season-sum(season-idx)
               giving season-sum(season-idx)
             add 1 to season-count(season-idx)
               giving season-count(season-idx)
           end-if
         end-perform
         move 0 to index-sum
         move 0 to index-months
         perform varying season-idx from 1 by 1 until season-idx > 12
           if season-count(season-idx) > 0 then
             compute season-index(season-idx) rounded =
               season-sum(season-idx) / season-count(season-idx)
             if season-index(season-idx) <= 0 then
               exit paragraph
             end-if
             add season-index(season-idx) to index-sum
               giving index-sum
             add 1 to index-months giving index-months
           end-if
         end-perform
         compute index-mean rounded = index-sum / index-months
         perform varying season-idx from 1 by 1 until season-idx > 12
           if season-count(season-idx) > 0 then
             compute season-index(season-idx) rounded =
               season-index(season-idx) / index-mean
           end-if
         end-perform
         perform varying slot from 1 by 1 until slot > 60
           if sr-has(slot) = 'T' then
             move sl-calendar(slot) to season-idx
             compute sr-adjusted(slot) rounded =
               sr-value(slot) / season-index(season-idx)
           end-if
         end-perform
         move 'T' to sr-seasonal.

      *>  least squares over the selected months, slot number as x:
      *>  slope = sum((x - mean x)(y - mean y)) / sum((x - mean x)^2).
       6200-fit-trend.
         move 0 to sxx
         move 0 to sxy
         perform varying slot from 1 by 1 until slot > 60
           if sr-selected(slot) = 'T' then
             compute dx = slot - mean-x
             compute dy = sr-adjusted(slot) - mean-y
             compute term = dx * dx
             add term to sxx giving sxx
             compute term = dx * dy
             add term to sxy giving sxy
           end-if
         end-perform
         if sxx > 0 then
           compute slope rounded = sxy / sxx
         end-if.

      *>  one forecast month's figures, the band as a whole percent
      *>  of the forecast rounded up.
       6300-store-outlook.
         move point-forecast to ot-forecast(h-idx)
         compute ot-low(h-idx) = point-forecast - point-half
         compute ot-high(h-idx) = point-forecast + point-half
         move 0 to ot-tolerance(h-idx)
         move point-forecast to forecast-abs
         if forecast-abs < 0 then
           compute forecast-abs = 0 - forecast-abs
         end-if
         if forecast-abs > 0 then
           compute term rounded = point-half / forecast-abs
           if term > 9.99 then
             move 999 to ot-tolerance(h-idx)
           else
             compute work-pct = term * 100
             move work-pct to ot-tolerance(h-idx)
             if ot-tolerance(h-idx) < work-pct then
               add 1 to ot-tolerance(h-idx)
                 giving ot-tolerance(h-idx)
             end-if
           end-if
         end-if.

      *>  the outlook to the report and FCSTOUT, FR-LEVEL already
      *>  set.
       7000-write-outlook.
         perform varying h-idx from 1 by 1 until h-idx > horizon
           compute slot = 60 + h-idx
           move ot-forecast(h-idx) to amt-edit
           move ot-low(h-idx) to low-edit
           move ot-high(h-idx) to high-edit
           move sr-used to months-edit
           move spaces to detail_line
           string level-name '|' sl-month(slot) '|' amt-edit '|'
             low-edit '|' high-edit '|' sr-method '|' months-edit
             into detail_line
           write report-record from detail_line

           move level-name to fr-key
           if fr-level = 'G' then
             move gt-group(group-idx) to fr-key
           end-if
           move sl-month(slot) to fr-month
           move h-idx to fr-horizon
           move ot-forecast(h-idx) to fr-forecast
           move ot-low(h-idx) to fr-low
           move ot-high(h-idx) to fr-high
           move sr-method to fr-method
           move sr-used to fr-months-used
           move ot-tolerance(h-idx) to fr-tolerance-pct
           write fr-record
         end-perform.

       7100-write-too-few.
         move sr-months to months-edit
         move min-months to needed-edit
         move spaces to detail_line
         string level-name '|' "TOO FEW MONTHS: " months-edit
           " OF " needed-edit " NEEDED" into detail_line
         write report-record from detail_line.

      *>  MN-MONTH (yyyymm) as a running month number, and back.
       9000-month-number.
         compute mn-number = mn-y * 12 + mn-m - 1.

       9010-number-month.
         divide mn-number by 12 giving mn-quot remainder mn-rem
         move mn-quot to mn-y
         compute mn-m = mn-rem + 1.

      *>month-to-date budget-versus-actual by group. reads GRPSTATS
      *>(the group subtotals batch_math_parse.cbl appends every run -
      *>see grpstats.cpy), adds up each FIN-GROUP-CODE's dollar
      *>impact for every run date so far this month, and sets it
      *>against finance's BUDGET for the month (see budget.cpy):
      *>
      *>  actual     - the month-to-date impact.
      *>  budget     - the month's budget, and the straight-line
      *>               share of it due by the as-of day.
      *>  variance   - actual less the budget due to date, in dollars
      *>               and as a percent of it.
      *>  projection - the actual carried straight-line to month end
      *>               (actual / days elapsed * days in month), and
      *>               how far that lands from the budget, in percent.
      *>
      *>a group with no BUDGET record for the month takes its budget
      *>from FCSTOUT, revenue_forecast.cbl's projection of the
      *>RESULTMON history (see forecast.cpy) - the group's forecast
      *>for the month as the budget and the forecast's confidence
      *>band as the tolerance - and the group's line is followed by a
      *>note saying so, so nobody takes it for finance's number.
      *>
      *>a group whose projection lands further from its budget than
      *>the budget's tolerance percent is flagged OVER or UNDER; zero
      *>tolerance means "don't check", the same reading batch_alerts
      *>gives a zero threshold. a group with actuals and no budget is
      *>flagged NO BUDGET when the forecast has nothing for it
      *>either. the numbers go to the BUDVRPT report and,
      *>one record per group, to BUDVAROUT (see budvar.cpy) for
      *>batch_alerts.cbl to raise.
      *>
      *>the month is the one the as-of date falls in: the newest run
      *>date on GRPSTATS, or the date on an optional BUDVCTL control
      *>record - as-of(8) - to re-run a past day. a rerun of a day
      *>appends that day's groups to GRPSTATS again; the later
      *>record replaces the earlier, as batch_alerts reads them.
       identification division.
       program-id. budget_variance.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "BUDVCTL"
           organization line sequential
           file status is control-file-status.
         select grpstats-file assign to "GRPSTATS"
           organization line sequential
           file status is grpstats-status.
         select budget-file assign to "BUDGET"
           organization line sequential
           file status is budget-status.
         select forecast-file assign to "FCSTOUT"
           organization line sequential
           file status is forecast-status.
         select report-file assign to "BUDVRPT"
           organization line sequential
           file status is report-file-status.
         select budvar-file assign to "BUDVAROUT"
           organization line sequential
           file status is budvar-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 bc-as-of-date pic 9(8).
       fd grpstats-file.
         copy "grpstats.cpy".
       fd budget-file.
         copy "budget.cpy".
       fd forecast-file.
         copy "forecast.cpy".
       fd report-file.
         01 report-record pic x(132).
       fd budvar-file.
         copy "budvar.cpy".

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 grpstats-status pic x(2) value '00'.
         01 budget-status pic x(2) value '00'.
         01 forecast-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 budvar-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

         01 as-of-date pic 9(8) value 0.
         01 as-of-parts redefines as-of-date.
           05 as-of-month pic 9(6).
           05 as-of-day pic 9(2).
         01 month-start pic 9(8) value 0.
         01 next-month-start pic 9(8) value 0.
         01 next-y usage binary-long value 0.
         01 next-m usage binary-long value 0.
         01 days-in-month usage binary-long value 0.
         01 days-elapsed usage binary-long value 0.

      *>  one entry per run date and group this month, so a rerun's
      *>  record replaces the first one instead of doubling it - a
      *>  month of a hundred groups fits.
         01 day-table.
           05 day-count usage binary-long value 0.
           05 day-entry occurs 3100 times.
             10 de-date pic 9(8).
             10 de-group pic x(8).
             10 de-impact pic s9(13)v99.
         01 day-idx usage binary-long value 0.
         01 day-found usage binary-long value 0.
         01 days-overflowed pic x(1) value 'F'.
         01 impacts-unreadable usage binary-long value 0.

      *>  one row per group with a budget or an actual this month.
         01 group-table.
           05 group-count usage binary-long value 0.
           05 group-entry occurs 200 times.
             10 ge-group pic x(8).
             10 ge-actual pic s9(13)v99.
             10 ge-has-budget pic x(1).
             10 ge-budget pic s9(13)v99.
             10 ge-tolerance usage binary-long.
             10 ge-budget-source pic x(1).
         01 group-idx usage binary-long value 0.
         01 group-found usage binary-long value 0.
         01 groups-overflowed pic x(1) value 'F'.
         01 wanted-group pic x(8) value spaces.

         01 budget-to-date pic s9(13)v99 value 0.
         01 variance pic s9(13)v99 value 0.
         01 projection pic s9(13)v99 value 0.
         01 budget-abs pic 9(13)v99 value 0.
         01 work-pct pic s9(9)v9 value 0.
         01 variance-pct pic s9(5)v9 value 0.
         01 projection-pct pic s9(5)v9 value 0.
         01 flag pic x(1) value space.
         01 flag-text pic x(9) value spaces.
         01 groups-forecast-budget usage binary-long value 0.
         01 groups-flagged usage binary-long value 0.

         01 total-actual pic s9(15)v99 value 0.
         01 total-budget pic s9(15)v99 value 0.

      *>  impact-text parsing - the same cleanup batch_alerts.cbl
      *>  gives GS-IMPACT.
         01 imp-text pic x(60) value spaces.
         01 imp-num pic s9(13)v99 value 0.
         01 imp-ok pic x(1) value 'F'.
         01 imp-pos usage binary-long value 0.
         01 imp-neg pic x(1) value 'F'.
         01 imp-after-point pic x(1) value 'F'.
         01 imp-int-digits usage binary-long value 0.
         01 imp-dec-digits usage binary-long value 0.
         01 imp-digit-x pic x(1) value space.
         01 imp-digit-9 redefines imp-digit-x pic 9.

         01 dn-date pic 9(8) value 0.
         01 dn-days usage binary-long value 0.
         01 dn-y usage binary-long value 0.
         01 dn-m usage binary-long value 0.
         01 dn-d usage binary-long value 0.
         01 dn-t1 usage binary-long value 0.
         01 dn-t2 usage binary-long value 0.
         01 dn-t3 usage binary-long value 0.
         01 dn-t4 usage binary-long value 0.
         01 month-start-days usage binary-long value 0.

         01 group-name pic x(8) value spaces.
         01 actual-edit pic -(13)9.99.
         01 budget-edit pic -(13)9.99.
         01 btd-edit pic -(13)9.99.
         01 variance-edit pic -(13)9.99.
         01 projection-edit pic -(13)9.99.
         01 pct-edit pic -(5)9.9.
         01 proj-pct-edit pic -(5)9.9.
         01 tol-edit pic zz9.
         01 days-edit pic z9.
         01 dim-edit pic z9.
         01 count-disp pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         perform 1000-settle-as-of-date
         if as-of-date = 0 then
           display "budget_variance: no GRPSTATS records - nothing to"
             " report"
           stop run
         end-if
         perform 1100-settle-month-days

         perform 2000-load-month-stats
         perform 3000-load-budget
         perform 3100-load-forecast

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open BUDVRPT, file status "
             report-file-status
           stop run
         end-if
         open output budvar-file
         if budvar-status <> '00' then
           display "Error: could not open BUDVAROUT, file status "
             budvar-status
           stop run
         end-if

         move days-elapsed to days-edit
         move days-in-month to dim-edit
         move spaces to heading_line
         string "BUDGET VERSUS ACTUAL, MONTH " as-of-month
           " THROUGH " as-of-date " (DAY " days-edit " OF " dim-edit
           ")" into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "GROUP   " '|' "       MTD ACTUAL" '|'
           "     MONTH BUDGET" '|' "   BUDGET TO DATE" '|'
           "         VARIANCE" '|' "  VAR %" '|'
           "       PROJECTION" '|' " PROJ %" '|' "TOL" '|' "FLAG"
           into heading_line
         write report-record from heading_line

         perform varying group-idx from 1 by 1
             until group-idx > group-count
           perform 4000-report-one-group
         end-perform

         move total-actual to actual-edit
         move total-budget to budget-edit
         move spaces to total_line
         string "TOTAL   " '|' actual-edit '|' budget-edit
           into total_line
         write report-record from total_line
         move groups-flagged to count-disp
         move spaces to total_line
         string "Groups flagged outside tolerance: " count-disp
           into total_line
         write report-record from total_line
         if groups-forecast-budget > 0 then
           move groups-forecast-budget to count-disp
           move spaces to total_line
           string "Groups budgeted from the FCSTOUT forecast: "
             count-disp into total_line
           write report-record from total_line
         end-if
         if impacts-unreadable > 0 then
           move impacts-unreadable to count-disp
           move spaces to total_line
           string "Warning: " count-disp " GRPSTATS impacts could not"
             " be read as amounts and were left out" into total_line
           write report-record from total_line
         end-if
         if days-overflowed = 'T' or groups-overflowed = 'T' then
           move spaces to total_line
           string "Warning: more groups or run dates than the tables"
             " hold - some actuals were left out" into total_line
           write report-record from total_line
         end-if

         close report-file
         close budvar-file
         stop run.

      *>  the control record's date, else the newest run date on
      *>  GRPSTATS.
       1000-settle-as-of-date.
         move 0 to as-of-date
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if bc-as-of-date is numeric then
                 move bc-as-of-date to as-of-date
               end-if
           end-read
           close control-file
         end-if
         if as-of-date > 0 then
           exit paragraph
         end-if
         open input grpstats-file
         if grpstats-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read grpstats-file
             at end
               string 'T' into end_of_file
             not at end
               if gs-run-date > as-of-date then
                 move gs-run-date to as-of-date
               end-if
           end-read
         end-perform
         close grpstats-file
         move 'F' to end_of_file.

      *>  the day numbers of the first of this month and the first
      *>  of the next give the month's length, leap Februaries and
      *>  all.
       1100-settle-month-days.
         compute month-start = as-of-month * 100 + 1
         divide as-of-month by 100 giving next-y
         compute next-m = as-of-month - next-y * 100 + 1
         if next-m > 12 then
           move 1 to next-m
           add 1 to next-y giving next-y
         end-if
         compute next-month-start = next-y * 10000 + next-m * 100 + 1
         move month-start to dn-date
         perform 9100-compute-day-number
         move dn-days to month-start-days
         move next-month-start to dn-date
         perform 9100-compute-day-number
         compute days-in-month = dn-days - month-start-days
         move as-of-day to days-elapsed
         if days-elapsed < 1 or days-elapsed > days-in-month then
           display "Error: as-of date " as-of-date " is not a date"
           stop run
         end-if.

       2000-load-month-stats.
         open input grpstats-file
         if grpstats-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read grpstats-file
             at end
               string 'T' into end_of_file
             not at end
               if gs-run-date >= month-start and
                   gs-run-date <= as-of-date then
                 perform 2100-load-one-day
               end-if
           end-read
         end-perform
         close grpstats-file
         move 'F' to end_of_file

         perform varying day-idx from 1 by 1
             until day-idx > day-count
           move de-group(day-idx) to wanted-group
           perform 5000-find-group-slot
           if group-found > 0 then
             add de-impact(day-idx) to ge-actual(group-found)
               giving ge-actual(group-found)
           end-if
         end-perform.

       2100-load-one-day.
         move gs-impact to imp-text
         perform 9000-parse-impact-text
         if imp-ok <> 'T' then
           add 1 to impacts-unreadable giving impacts-unreadable
           exit paragraph
         end-if
         move 0 to day-found
         perform varying day-idx from 1 by 1
             until day-idx > day-count
           if de-date(day-idx) = gs-run-date and
               de-group(day-idx) = gs-group then
             move day-idx to day-found
             exit perform
           end-if
         end-perform
         if day-found = 0 then
           if day-count >= 3100 then
             move 'T' to days-overflowed
             exit paragraph
           end-if
           add 1 to day-count giving day-count
           move day-count to day-found
         end-if
         move gs-run-date to de-date(day-found)
         move gs-group to de-group(day-found)
         move imp-num to de-impact(day-found).

      *>  a budget file that isn't there just means every group
      *>  reports NO BUDGET - the actuals are still worth seeing.
       3000-load-budget.
         open input budget-file
         if budget-status <> '00' then
           display "Warning: no BUDGET on file - budgets only where"
             " FCSTOUT has a forecast"
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read budget-file
             at end
               string 'T' into end_of_file
             not at end
               if bg-month = as-of-month then
                 move bg-group to wanted-group
                 perform 5000-find-group-slot
                 if group-found > 0 then
                   move 'T' to ge-has-budget(group-found)
                   move bg-amount to ge-budget(group-found)
                   move bg-tolerance-pct to ge-tolerance(group-found)
                   move 'B' to ge-budget-source(group-found)
                 end-if
               end-if
           end-read
         end-perform
         close budget-file
         move 'F' to end_of_file.

      *>  the forecast's month for every group BUDGET left without
      *>  one - no FCSTOUT just means no fallback.
       3100-load-forecast.
         open input forecast-file
         if forecast-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read forecast-file
             at end
               string 'T' into end_of_file
             not at end
               if fr-level = 'G' and fr-month = as-of-month then
                 move fr-key to wanted-group
                 perform 5000-find-group-slot
                 if group-found > 0 then
                   if ge-budget-source(group-found) <> 'B' then
                     move 'T' to ge-has-budget(group-found)
                     move fr-forecast to ge-budget(group-found)
                     move fr-tolerance-pct to
                       ge-tolerance(group-found)
                     move 'F' to ge-budget-source(group-found)
                   end-if
                 end-if
               end-if
           end-read
         end-perform
         close forecast-file
         move 'F' to end_of_file.

       4000-report-one-group.
         move 0 to budget-to-date
         move 0 to variance-pct
         move 0 to projection-pct
         move space to flag
         move spaces to flag-text
         compute projection rounded =
           ge-actual(group-idx) * days-in-month / days-elapsed
         if ge-has-budget(group-idx) = 'T' then
           compute budget-to-date rounded =
             ge-budget(group-idx) * days-elapsed / days-in-month
         end-if
         compute variance = ge-actual(group-idx) - budget-to-date

         if budget-to-date <> 0 then
           move budget-to-date to budget-abs
           compute work-pct rounded = variance * 100 / budget-abs
           perform 4100-clamp-percent
           move work-pct to variance-pct
         end-if
         if ge-has-budget(group-idx) = 'T' and
             ge-budget(group-idx) <> 0 then
           move ge-budget(group-idx) to budget-abs
           compute work-pct rounded =
             (projection - ge-budget(group-idx)) * 100 / budget-abs
           perform 4100-clamp-percent
           move work-pct to projection-pct
           if ge-tolerance(group-idx) > 0 then
             if projection-pct > ge-tolerance(group-idx) then
               move 'O' to flag
               move "OVER" to flag-text
             end-if
             if projection-pct < 0 - ge-tolerance(group-idx) then
               move 'U' to flag
               move "UNDER" to flag-text
             end-if
           end-if
         end-if
         if ge-has-budget(group-idx) <> 'T' then
           move 'N' to flag
           move "NO BUDGET" to flag-text
         end-if
         if flag <> space then
           add 1 to groups-flagged giving groups-flagged
         end-if
         if ge-budget-source(group-idx) = 'F' then
           add 1 to groups-forecast-budget
             giving groups-forecast-budget
         end-if
         add ge-actual(group-idx) to total-actual giving total-actual
         add ge-budget(group-idx) to total-budget giving total-budget

         move ge-group(group-idx) to group-name
         if group-name = spaces then
           move "(none)" to group-name
         end-if
         move ge-actual(group-idx) to actual-edit
         move ge-budget(group-idx) to budget-edit
         move budget-to-date to btd-edit
         move variance to variance-edit
         move variance-pct to pct-edit
         move projection to projection-edit
         move projection-pct to proj-pct-edit
         move ge-tolerance(group-idx) to tol-edit
         move spaces to detail_line
         string group-name '|' actual-edit '|' budget-edit '|'
           btd-edit '|' variance-edit '|' pct-edit '|'
           projection-edit '|' proj-pct-edit '|' tol-edit '|'
           flag-text into detail_line
         write report-record from detail_line
         if ge-budget-source(group-idx) = 'F' then
           move spaces to detail_line
           string "        (budget is the FCSTOUT forecast, tolerance"
             " its confidence band)" into detail_line
           write report-record from detail_line
         end-if

         move spaces to bv-record
         move as-of-date to bv-as-of-date
         move ge-group(group-idx) to bv-group
         move ge-actual(group-idx) to bv-actual
         move ge-budget(group-idx) to bv-budget
         move budget-to-date to bv-budget-to-date
         move variance to bv-variance
         move variance-pct to bv-variance-pct
         move projection to bv-projection
         move projection-pct to bv-projection-pct
         move ge-tolerance(group-idx) to bv-tolerance-pct
         move days-elapsed to bv-days-elapsed
         move days-in-month to bv-days-in-month
         move flag to bv-flag
         move ge-budget-source(group-idx) to bv-budget-source
         write bv-record.

      *>  a budget of a few cents against real actuals can run a
      *>  percent past any sensible width - pin it at the edge.
       4100-clamp-percent.
         if work-pct > 99999.9 then
           move 99999.9 to work-pct
         end-if
         if work-pct < -99999.9 then
           move -99999.9 to work-pct
         end-if.

       5000-find-group-slot.
         move 0 to group-found
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           if ge-group(group-idx) = wanted-group then
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
           move wanted-group to ge-group(group-found)
           move 0 to ge-actual(group-found)
           move 'F' to ge-has-budget(group-found)
           move 0 to ge-budget(group-found)
           move 0 to ge-tolerance(group-found)
           move space to ge-budget-source(group-found)
         end-if.

      *>  IMP-TEXT (a %.2Rf impact, commas and all) into a signed
      *>  fixed-decimal.
       9000-parse-impact-text.
         move 0 to imp-num
         move 'F' to imp-ok
         move 'F' to imp-neg
         move 'F' to imp-after-point
         move 0 to imp-int-digits
         move 0 to imp-dec-digits
         perform varying imp-pos from 1 by 1 until imp-pos > 60
           evaluate true
             when imp-text(imp-pos:1) = space
               if imp-int-digits > 0 or imp-dec-digits > 0 then
                 exit perform
               end-if
             when imp-text(imp-pos:1) = ','
               continue
             when imp-text(imp-pos:1) = '-'
               if imp-int-digits = 0 and imp-dec-digits = 0 then
                 move 'T' to imp-neg
               else
                 exit paragraph
               end-if
             when imp-text(imp-pos:1) = '.'
               if imp-after-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to imp-after-point
             when imp-text(imp-pos:1) is numeric
               move imp-text(imp-pos:1) to imp-digit-x
               if imp-after-point = 'T' then
                 add 1 to imp-dec-digits giving imp-dec-digits
                 evaluate imp-dec-digits
                   when 1 compute imp-num =
                     imp-num + imp-digit-9 / 10
                   when 2 compute imp-num =
                     imp-num + imp-digit-9 / 100
                   when other
                     continue
                 end-evaluate
               else
                 add 1 to imp-int-digits giving imp-int-digits
                 if imp-int-digits > 13 then
                   exit paragraph
                 end-if
                 compute imp-num = imp-num * 10 + imp-digit-9
               end-if
             when other
               exit paragraph
           end-evaluate
         end-perform
         if imp-int-digits = 0 and imp-dec-digits = 0 then
           exit paragraph
         end-if
         if imp-neg = 'T' then
           compute imp-num = 0 - imp-num
         end-if
         move 'T' to imp-ok.

      *>  a yyyymmdd date as a running day number - the same
      *>  shifted-calendar formula resulthist_archive.cbl uses.
       9100-compute-day-number.
         divide dn-date by 10000 giving dn-y
         divide dn-date by 100 giving dn-t1
         compute dn-m = dn-t1 - dn-y * 100
         compute dn-d = dn-date - dn-t1 * 100
         if dn-m <= 2 then
           subtract 1 from dn-y giving dn-y
           add 12 to dn-m giving dn-m
         end-if
         divide dn-y by 4 giving dn-t1
         divide dn-y by 100 giving dn-t2
         divide dn-y by 400 giving dn-t3
         compute dn-t4 = (153 * (dn-m + 1)) / 5
         compute dn-days =
           365 * dn-y + dn-t1 - dn-t2 + dn-t3 + dn-t4 + dn-d.

      *>               control record, default 50) - the half-file
      *>               night that balances its own trailer but
      *>               shouldn't pass quietly.
      *>
      *>each division (group code) in the history follows the holiday
      *>calendar its GLMAP record names (GM-CALENDAR, see glmap.cpy;
      *>"*DEFAULT"'s, else "US") on HOLCAL (see holcal.cpy). a
      *>scheduled date that's a closure on every division's calendar
      *>is listed as a holiday instead of MISSING, and a thin run on
      *>a date some division had off is listed but not counted.
       identification division.
       program-id. run_calendar_check.
       environment division.
         select report-file assign to "RUNCHKRPT"
           organization line sequential
           file status is report-file-status.
         select glmap-file assign to "GLMAP"
           organization line sequential
           file status is glmap-file-status.
         select holidays-file assign to "HOLCAL"
           organization indexed
           access mode sequential
           record key is hc-key
           file status is holidays-status.

       data division.
       file section.
         copy "resulthist.cpy".
       fd report-file.
         01 report-record pic x(132).
       fd glmap-file.
         copy "glmap.cpy".
       fd holidays-file.
         copy "holcal.cpy".

       working-storage section.
         01 calendar-file-status pic x(2) value '00'.
         01 control-file-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 glmap-file-status pic x(2) value '00'.
         01 holidays-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.

         01 act-found usage binary-long value 0.
         01 act-overflowed pic x(1) value 'F'.

      *>  the divisions seen in the history, each with the holiday
      *>  calendar it follows, and every calendar's closures.
         01 division-table.
           05 div-count usage binary-long value 0.
           05 div-entry occurs 100 times.
             10 div-group pic x(8).
             10 div-calendar pic x(8).
         01 div-idx usage binary-long value 0.
         01 div-found usage binary-long value 0.
         01 default-calendar pic x(8) value spaces.
         01 holiday-table.
           05 holiday-count usage binary-long value 0.
           05 holiday-entry occurs 4000 times.
             10 holiday-cal pic x(8).
             10 holiday-date usage binary-long.
         01 holiday-idx usage binary-long value 0.
         01 check-date usage binary-long value 0.
         01 divs-off usage binary-long value 0.
         01 first-off-calendar pic x(8) value spaces.
         01 is-closed pic x(1) value 'F'.
         01 holiday_runs usage binary-long value 0.

         01 sort-i usage binary-long value 0.
         01 sort-j usage binary-long value 0.
         01 swap-date usage binary-long value 0.
         perform 0100-read-control
         perform 1000-load-calendar
         perform 2000-tally-history
         perform 2200-load-division-calendars

         open output report-file
         if report-file-status <> '00' then
         move spaces to total_line
         string "Thin runs:       " count-disp into total_line
         write report-record from total_line
         move holiday_runs to count-disp
         move spaces to total_line
         string "Holiday excused: " count-disp into total_line
         write report-record from total_line
         if act-overflowed = 'T' then
           move spaces to total_line
           string "more than 800 distinct run dates - check is"
               string 'T' into end_of_file
             not at end
               perform 2100-tally-one-date
               perform 2150-note-division
           end-read
         end-perform
         close history-file
         add 1 to act-records(act-found)
           giving act-records(act-found).

       2150-note-division.
         perform varying div-idx from 1 by 1 until div-idx > div-count
           if div-group(div-idx) = rh-group-code then
             exit paragraph
           end-if
         end-perform
         if div-count < 100 then
           add 1 to div-count giving div-count
           move rh-group-code to div-group(div-count)
           move spaces to div-calendar(div-count)
         end-if.

      *>  each division's calendar off GLMAP, then every closure on
      *>  HOLCAL. no GLMAP or no HOLCAL just means no closures - the
      *>  check runs the way it always has.
       2200-load-division-calendars.
         open input glmap-file
         if glmap-file-status = '00' then
           perform until end_of_file = 'T'
             read glmap-file
               at end
                 string 'T' into end_of_file
               not at end
                 if gm-group = "*DEFAULT" then
                   move gm-calendar to default-calendar
                 end-if
                 perform varying div-idx from 1 by 1
                     until div-idx > div-count
                   if div-group(div-idx) = gm-group then
                     move gm-calendar to div-calendar(div-idx)
                   end-if
                 end-perform
             end-read
           end-perform
           close glmap-file
           move 'F' to end_of_file
         end-if
         if default-calendar = spaces then
           move "US" to default-calendar
         end-if
         perform varying div-idx from 1 by 1 until div-idx > div-count
           if div-calendar(div-idx) = spaces then
             move default-calendar to div-calendar(div-idx)
           end-if
         end-perform

         open input holidays-file
         if holidays-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read holidays-file
             at end
               string 'T' into end_of_file
             not at end
               if holiday-count < 4000 and hc-date is numeric then
                 add 1 to holiday-count giving holiday-count
                 move hc-calendar to holiday-cal(holiday-count)
                 move hc-date to holiday-date(holiday-count)
               end-if
           end-read
         end-perform
         close holidays-file
         move 'F' to end_of_file.

      *>  how many divisions had CHECK-DATE off, and the first such
      *>  division's calendar.
       2300-count-divisions-off.
         move 0 to divs-off
         move spaces to first-off-calendar
         perform varying div-idx from 1 by 1 until div-idx > div-count
           move 'F' to is-closed
           perform varying holiday-idx from 1 by 1
               until holiday-idx > holiday-count
             if holiday-date(holiday-idx) = check-date and
                 holiday-cal(holiday-idx) = div-calendar(div-idx) then
               move 'T' to is-closed
               exit perform
             end-if
           end-perform
           if is-closed = 'T' then
             add 1 to divs-off giving divs-off
             if first-off-calendar = spaces then
               move div-calendar(div-idx) to first-off-calendar
             end-if
           end-if
         end-perform.

      *>  key order hands dates grouped by formula, not by date -
      *>  sort the date tally chronologically so "prior run" means
      *>  the calendar's prior run.
             end-if
           end-perform
           if this-found = 'F' then
             move exp-date(exp-idx) to check-date
             perform 2300-count-divisions-off
             move exp-date(exp-idx) to date-disp
             move spaces to detail_line
             if div-count > 0 and divs-off = div-count then
               add 1 to holiday_runs giving holiday_runs
               string "  " date-disp " scheduled, no history records"
                 " - holiday on every division's calendar"
                 into detail_line
             else
               add 1 to missing_runs giving missing_runs
               string "  " date-disp " scheduled, no history records"
                 into detail_line
             end-if
             write report-record from detail_line
           end-if
         end-perform.
             compute thin-floor =
               (prior-records * thin-percent) / 100
             if act-records(act-idx) < thin-floor then
               move act-date(act-idx) to check-date
               perform 2300-count-divisions-off
               move act-date(act-idx) to date-disp
               move act-records(act-idx) to count-disp
               move prior-records to count-disp-2
               move spaces to detail_line
               if divs-off > 0 then
                 add 1 to holiday_runs giving holiday_runs
                 string "  " date-disp " only " count-disp
                   " records, prior run had " count-disp-2
                   " - holiday on calendar " first-off-calendar
                   into detail_line
               else
                 add 1 to thin_runs giving thin_runs
                 string "  " date-disp " only " count-disp
                   " records, prior run had " count-disp-2
                   into detail_line
               end-if
               write report-record from detail_line
             end-if
           end-if

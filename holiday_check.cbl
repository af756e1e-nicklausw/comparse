      *>year-end check on the holiday calendars (HOLCAL, see
      *>holcal.cpy): every calendar in use has to have the coming
      *>year's closures on file before the year starts, or BUSDAYS
      *>and the month-end reversal quietly count the holidays as
      *>business days. the calendars checked are every one with
      *>dates on HOLCAL, every one a division's GLMAP record names
      *>(GM-CALENDAR, see glmap.cpy - including "*DEFAULT"'s) and
      *>"US", the calendar BUSDAYS counts when a formula names none.
      *>HOLCHK lists each with its closure count for the year, and
      *>WARNING against any with none. the step ends with return
      *>code 4 when there's a warning, so the scheduler can hold the
      *>year-end jobs behind it.
      *>
      *>HOLCHKCTL control record, keyword(20) value(20), optional:
      *>  YEAR  yyyy  the year to check (default next year)
       identification division.
       program-id. holiday_check.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "HOLCHKCTL"
           organization line sequential
           file status is control-file-status.
         select holidays-file assign to "HOLCAL"
           organization indexed
           access mode sequential
           record key is hc-key
           file status is holidays-status.
         select glmap-file assign to "GLMAP"
           organization line sequential
           file status is glmap-file-status.
         select report-file assign to "HOLCHK"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd holidays-file.
         copy "holcal.cpy".
       fd glmap-file.
         copy "glmap.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 holidays-status pic x(2) value '00'.
         01 glmap-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 today-date pic 9(8) value 0.
         01 check-year pic 9(4) value 0.
         01 hc-year pic 9(4) value 0.

      *>  every calendar in use, with its closures in the year
      *>  checked, where the name came from and the latest date it
      *>  has on file.
         01 calendar-table.
           05 cal-count usage binary-long value 0.
           05 cal-entry occurs 200 times.
             10 cal-id pic x(8).
             10 cal-dates usage binary-long.
             10 cal-latest pic 9(8).
             10 cal-on-glmap pic x(1).
         01 cal-idx usage binary-long value 0.
         01 cal-found usage binary-long value 0.
         01 cal-name pic x(8) value spaces.

         01 calendars-ok usage binary-long value 0.
         01 calendars-warned usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 source-text pic x(20) value spaces.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         divide today-date by 10000 giving check-year
         add 1 to check-year giving check-year
         perform 0100-read-control

         move "US" to cal-name
         perform 1000-find-calendar
         perform 1100-load-glmap-calendars
         perform 1200-count-closures

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open HOLCHK, file status "
             report-file-status
           stop run
         end-if
         move spaces to heading_line
         string "HOLIDAY CALENDARS FOR " check-year into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "CALENDAR" '|' " CLOSURES" '|' "LATEST  " '|'
           "NAMED BY            " '|' "STATUS" into heading_line
         write report-record from heading_line

         perform varying cal-idx from 1 by 1 until cal-idx > cal-count
           perform 2000-report-one-calendar
         end-perform

         move spaces to total_line
         write report-record from total_line
         move calendars-ok to count-disp
         move spaces to total_line
         string "Calendars with the year on file: " count-disp
           into total_line
         write report-record from total_line
         move calendars-warned to count-disp
         move spaces to total_line
         string "Calendars with no closures:      " count-disp
           into total_line
         write report-record from total_line
         close report-file
         if calendars-warned > 0 then
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
               if xc-keyword = "YEAR                " then
                 perform 0110-parse-control-value
                 if xc-value-x is numeric and xc-value-9 > 0 then
                   move xc-value-9 to check-year
                 end-if
               end-if
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

      *>  CAL-NAME's slot in the table, added when it isn't there.
       1000-find-calendar.
         move 0 to cal-found
         perform varying cal-idx from 1 by 1 until cal-idx > cal-count
           if cal-id(cal-idx) = cal-name then
             move cal-idx to cal-found
             exit perform
           end-if
         end-perform
         if cal-found = 0 and cal-count < 200 then
           add 1 to cal-count giving cal-count
           move cal-count to cal-found
           move cal-name to cal-id(cal-found)
           move 0 to cal-dates(cal-found)
           move 0 to cal-latest(cal-found)
           move 'F' to cal-on-glmap(cal-found)
         end-if.

       1100-load-glmap-calendars.
         open input glmap-file
         if glmap-file-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read glmap-file
             at end
               string 'T' into end_of_file
             not at end
               if gm-calendar <> spaces then
                 move gm-calendar to cal-name
                 perform 1000-find-calendar
                 if cal-found > 0 then
                   move 'T' to cal-on-glmap(cal-found)
                 end-if
               end-if
           end-read
         end-perform
         close glmap-file
         move 'F' to end_of_file.

       1200-count-closures.
         open input holidays-file
         if holidays-status <> '00' then
           display "Warning: HOLCAL unavailable, file status "
             holidays-status " - every calendar reports empty"
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read holidays-file
             at end
               string 'T' into end_of_file
             not at end
               move hc-calendar to cal-name
               perform 1000-find-calendar
               if cal-found > 0 then
                 divide hc-date by 10000 giving hc-year
                 if hc-year = check-year then
                   add 1 to cal-dates(cal-found)
                     giving cal-dates(cal-found)
                 end-if
                 if hc-date > cal-latest(cal-found) then
                   move hc-date to cal-latest(cal-found)
                 end-if
               end-if
           end-read
         end-perform
         close holidays-file
         move 'F' to end_of_file.

       2000-report-one-calendar.
         evaluate true
           when cal-on-glmap(cal-idx) = 'T'
             move "GLMAP division" to source-text
           when cal-id(cal-idx) = "US"
             move "BUSDAYS default" to source-text
           when other
             move "HOLCAL" to source-text
         end-evaluate
         move cal-dates(cal-idx) to count-disp
         move spaces to detail_line
         if cal-dates(cal-idx) = 0 then
           add 1 to calendars-warned giving calendars-warned
           string cal-id(cal-idx) '|' count-disp '|'
             cal-latest(cal-idx) '|' source-text '|'
             "WARNING - NO CLOSURES FOR " check-year
             into detail_line
         else
           add 1 to calendars-ok giving calendars-ok
           string cal-id(cal-idx) '|' count-disp '|'
             cal-latest(cal-idx) '|' source-text '|' "OK"
             into detail_line
         end-if
         write report-record from detail_line.

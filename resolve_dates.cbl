      *>DAYS(d1, d2) is the calendar days from d1 to d2 (d2 minus
      *>d1, negative when d2 is earlier). BUSDAYS(d1, d2) counts the
      *>business days after d1 up to and including d2 - Mondays
      *>through Fridays that aren't closures on the holiday calendar
      *>(HOLCAL, see holcal.cpy); d2 at or before d1 counts zero.
      *>both ends are text substitution, no recursion - nothing
      *>needs re-deriving afterwards.
      *>
      *>either function takes an optional third argument naming the
      *>calendar - BUSDAYS(d1, d2, CA) counts Canadian business
      *>days. without one the calendar is "US", the one BUSDAYS has
      *>always counted against. a calendar named that has no dates
      *>on HOLCAL is an error (a mistyped ID would otherwise count
      *>every weekday quietly); DAYS checks the name the same way so
      *>the two read alike, though calendar days don't depend on it.
      *>the ID is a bare word, so it mustn't also be a rate-table
      *>name - substitution runs first and would swap it out.
      *>
      *>the rightmost occurrence resolves first - same inside-out
      *>order the CONV and IF passes use, and for the same reason.
       environment division.
       input-output section.
       file-control.
         select holidays-file assign to "HOLCAL"
           organization indexed
           access mode sequential
           record key is hc-key
           file status is holidays-status.

       data division.
       file section.
       fd holidays-file.
         copy "holcal.cpy".

       working-storage section.
         01 holidays-status pic x(2) value '00'.
         01 holidays-eof pic x(1) value 'F'.

      *>  every calendar's closures, loaded the first time a call
      *>  needs one. 4000 covers several years of a dozen countries.
         01 holiday-table.
           05 holiday-count usage binary-long value 0.
           05 holiday-entry occurs 4000 times.
             10 holiday-cal pic x(8).
             10 holiday-days usage binary-long.
         01 holiday-idx usage binary-long value 0.
         01 holidays-loaded pic x(1) value 'F'.
         01 calendar-id pic x(8) value spaces.
         01 calendar-len usage binary-long value 0.
         01 calendar-found pic x(1) value 'F'.

         01 work-text pic x(100000).
         01 out-text pic x(100000).
         01 arg-depth usage binary-long value 0.
         01 arg-pos usage binary-long value 0.
         01 comma-1 usage binary-long value 0.
         01 comma-2 usage binary-long value 0.
         01 date-end usage binary-long value 0.
         01 extra-commas usage binary-long value 0.
         01 close-pos usage binary-long value 0.

           compute func-head = func-pos + 5
         end-if
         move 0 to comma-1
         move 0 to comma-2
         move 0 to extra-commas
         move 0 to close-pos
         move 1 to arg-depth
               end-if
             when ','
               if arg-depth = 1 then
                 evaluate true
                   when comma-1 = 0
                     move arg-pos to comma-1
                   when comma-2 = 0
                     move arg-pos to comma-2
                   when other
                     add 1 to extra-commas giving extra-commas
                 end-evaluate
               end-if
           end-evaluate
           add 1 to arg-pos giving arg-pos
           exit paragraph
         end-if
         move date-buf-9 to date-1
         if comma-2 > 0 then
           move comma-2 to date-end
         else
           move close-pos to date-end
         end-if
         compute from-pos = comma-1 + 1
         move date-end to to-pos
         perform collect-one-date
         if date-bad = 'T' then
           perform report-bad-dates
         end-if
         move date-buf-9 to date-2

         move "US" to calendar-id
         if comma-2 > 0 then
           perform collect-calendar
           if resolve-ok <> 'T' then
             exit paragraph
           end-if
         end-if

         move date-1 to dn-date
         perform compute-day-number
         move dn-days to days-1
               move 'F' to is-holiday
               perform varying holiday-idx from 1 by 1
                   until holiday-idx > holiday-count
                 if holiday-days(holiday-idx) = dn-days and
                     holiday-cal(holiday-idx) = calendar-id then
                   move 'T' to is-holiday
                   exit perform
                 end-if
           move 'T' to date-bad
         end-if.

      *>  the calendar ID after the second comma - letters, digits
      *>  and hyphens, up to eight - and it has to be on HOLCAL.
       collect-calendar.
         move spaces to calendar-id
         move 0 to calendar-len
         compute from-pos = comma-2 + 1
         perform varying scan-pos from from-pos by 1
             until scan-pos >= close-pos
           evaluate true
             when work-text(scan-pos:1) = space
               continue
             when (work-text(scan-pos:1) is alphabetic-upper or
                   work-text(scan-pos:1) is numeric or
                   work-text(scan-pos:1) = '-') and calendar-len < 8
               add 1 to calendar-len giving calendar-len
               move work-text(scan-pos:1)
                 to calendar-id(calendar-len:1)
             when other
               move 0 to calendar-len
               exit perform
           end-evaluate
         end-perform
         if calendar-len = 0 then
           perform report-bad-calendar
           exit paragraph
         end-if
         perform load-holidays
         move 'F' to calendar-found
         perform varying holiday-idx from 1 by 1
             until holiday-idx > holiday-count
           if holiday-cal(holiday-idx) = calendar-id then
             move 'T' to calendar-found
             exit perform
           end-if
         end-perform
         if calendar-found <> 'T' then
           perform report-bad-calendar
         end-if.

       report-bad-calendar.
         string z"Error: date function needs a calendar on HOLCAL."
           into c_communication
         move 'F' to resolve-ok.

       report-bad-dates.
         string z"Error: date function needs two yyyymmdd dates."
           into c_communication
             at end
               move 'T' to holidays-eof
             not at end
               if holiday-count < 4000 then
                 move hc-date to dn-date
                 perform compute-day-number
                 add 1 to holiday-count giving holiday-count
                 move hc-calendar to holiday-cal(holiday-count)
                 move dn-days to holiday-days(holiday-count)
               end-if
           end-read

      *>batch maintenance for HOLCAL, the named holiday calendars
      *>BUSDAYS and the month-end jobs count business days against
      *>(see holcal.cpy) - next year's closures go in through an
      *>audited apply instead of somebody editing a flat file.
      *>HOLTXN transactions carry one closure each:
      *>
      *>  action(6) calendar(8) date(8) description(40)
      *>
      *>ADD puts the date on the calendar (stamped added today);
      *>DELETE takes it off. IMPORT loads the old single-calendar
      *>HOLIDAYS file (line sequential, one yyyymmdd per record)
      *>into the calendar named, the description defaulting to
      *>"imported from HOLIDAYS" - a date already there is skipped.
      *>
      *>every transaction is first checked against ENTITLE for the
      *>job's user (entitle_check.cbl, function HOLMAINT, the
      *>calendar ID as the name). HOLLIST lists each transaction's
      *>disposition, then every calendar's closures for the year
      *>ahead.
       identification division.
       program-id. holiday_maint.
       environment division.
       input-output section.
       file-control.
         select txn-file assign to "HOLTXN"
           organization line sequential
           file status is txn-file-status.
         select holcal-file assign to "HOLCAL"
           organization indexed
           access mode dynamic
           record key is hc-key
           file status is hc-file-status.
         select import-file assign to "HOLIDAYS"
           organization line sequential
           file status is import-file-status.
         select listing-file assign to "HOLLIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(6).
           05 txn-calendar pic x(8).
           05 txn-date pic x(8).
           05 txn-date-9 redefines txn-date pic 9(8).
           05 txn-description pic x(40).
       fd holcal-file.
         copy "holcal.cpy".
       fd import-file.
         01 import-record pic x(8).
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 txn-file-status pic x(2) value '00'.
         01 hc-file-status pic x(2) value '00'.
         01 import-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 import-eof pic x(1) value 'F'.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 txns_read_disp pic zzzzzzzz9.
         01 txns_applied_disp pic zzzzzzzz9.
         01 txns_rejected_disp pic zzzzzzzz9.

         01 entry-found pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         01 before-description pic x(40) value spaces.
         copy "entchk.cpy".

         01 today-date pic 9(8) value 0.
         01 horizon-date pic 9(8) value 0.
         01 imported usage binary-long value 0.
         01 import-skipped usage binary-long value 0.
         01 imported-disp pic zzzzzzzz9.
         01 skipped-disp pic zzzzzzzz9.
         01 weekend-note pic x(20) value spaces.

      *>  date checks - the month and day on the calendar, and the
      *>  day of the week from the day number (Saturdays land on
      *>  multiples of seven, Sundays one past them).
         01 check-date pic 9(8) value 0.
         01 check-parts redefines check-date.
           05 check-y pic 9(4).
           05 check-m pic 9(2).
           05 check-d pic 9(2).
         01 month-days usage binary-long value 0.
         01 leap-q usage binary-long value 0.
         01 leap-r4 usage binary-long value 0.
         01 leap-r100 usage binary-long value 0.
         01 leap-r400 usage binary-long value 0.
         01 date-ok pic x(1) value 'F'.
         01 dow usage binary-long value 0.
         01 dow-quot usage binary-long value 0.
         01 dn-date pic 9(8) value 0.
         01 dn-days usage binary-long value 0.
         01 dn-y usage binary-long value 0.
         01 dn-m usage binary-long value 0.
         01 dn-d usage binary-long value 0.
         01 dn-t1 usage binary-long value 0.
         01 dn-t2 usage binary-long value 0.
         01 dn-t3 usage binary-long value 0.
         01 dn-t4 usage binary-long value 0.

         01 prev-calendar pic x(8) value spaces.
         01 calendar-dates usage binary-long value 0.
         01 listed-dates usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         compute horizon-date = today-date + 10000
         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open HOLTXN, file status "
             txn-file-status
           stop run
         end-if
      *>  i-o maintains the existing file in place; the very first
      *>  run creates it - same fallback as the other maintenance
      *>  programs.
         open i-o holcal-file
         if hc-file-status = '35' then
           open output holcal-file
           close holcal-file
           open i-o holcal-file
         end-if
         if hc-file-status <> '00' then
           display "Error: could not open HOLCAL, file status "
             hc-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open HOLLIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACTION" '|' "CALENDAR" '|' "DATE    " '|'
           "DISPOSITION" into heading_line
         write listing-record from heading_line

         perform until end_of_file = 'T'
           read txn-file
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-apply-one-txn
           end-read
         end-perform

         move txns_read to txns_read_disp
         move txns_applied to txns_applied_disp
         move txns_rejected to txns_rejected_disp
         move spaces to total_line
         string "Transactions read:     " txns_read_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions applied:  " txns_applied_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions rejected: " txns_rejected_disp
           into total_line
         write listing-record from total_line

         perform 2000-list-year-ahead

         close txn-file
         close holcal-file
         close listing-file
         call 'entitle_check_close'
         stop run.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move spaces to before-description
         move spaces to weekend-note
         move 'F' to entry-found
         inspect txn-calendar
           converting "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

         perform 1200-check-txn
         if reject-reason = spaces then
           perform 1150-check-entitlement
         end-if

         if reject-reason = spaces then
           evaluate txn-action
             when "ADD   "
               perform 1100-look-up-entry
               if entry-found = 'T' then
                 move "duplicate add - date already on the calendar"
                   to reject-reason
               else
                 move txn-calendar to hc-calendar
                 move txn-date-9 to hc-date
                 move txn-description to hc-description
                 move today-date to hc-added-date
                 write hc-record
                   invalid key
                     move "write failed - duplicate key"
                       to reject-reason
                 end-write
               end-if
             when "DELETE"
               perform 1100-look-up-entry
               if entry-found = 'F' then
                 move "delete of a date not on the calendar"
                   to reject-reason
               else
                 delete holcal-file
                   invalid key
                     move "delete failed" to reject-reason
                 end-delete
               end-if
             when "IMPORT"
               perform 1400-import-holidays
             when other
               move "unrecognized action code" to reject-reason
           end-evaluate
         end-if

         if reject-reason = spaces then
           add 1 to txns_applied giving txns_applied
         else
           add 1 to txns_rejected giving txns_rejected
         end-if
         perform 1300-write-listing.

       1100-look-up-entry.
         move 'F' to entry-found
         move txn-calendar to hc-calendar
         move txn-date-9 to hc-date
         read holcal-file key is hc-key
           invalid key
             continue
           not invalid key
             move 'T' to entry-found
             move hc-description to before-description
         end-read.

       1150-check-entitlement.
         move spaces to ec-user
         move "HOLMAINT" to ec-function
         move "holiday_maint" to ec-program
         move txn-calendar to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if.

      *>  a calendar ID always; a real date for ADD and DELETE, and
      *>  a description for ADD.
       1200-check-txn.
         if txn-calendar = spaces then
           move "calendar is blank" to reject-reason
           exit paragraph
         end-if
         if txn-action = "IMPORT" then
           exit paragraph
         end-if
         if txn-date is not numeric then
           move "date not numeric" to reject-reason
           exit paragraph
         end-if
         move txn-date-9 to check-date
         perform 9100-check-date
         if date-ok <> 'T' then
           move "date is not on the calendar" to reject-reason
           exit paragraph
         end-if
         if txn-action = "ADD   " and txn-description = spaces then
           move "description is blank" to reject-reason
           exit paragraph
         end-if
         move check-date to dn-date
         perform 9000-compute-day-number
         divide dn-days by 7 giving dow-quot remainder dow
         if dow = 0 or dow = 1 then
           move " (falls on a weekend)" to weekend-note
         end-if.

       1300-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then
           string txn-action '|' txn-calendar '|' txn-date '|'
             "APPLIED" weekend-note into detail_line
         else
           string txn-action '|' txn-calendar '|' txn-date '|'
             "REJECTED: " reject-reason into detail_line
         end-if
         write listing-record from detail_line

         move spaces to detail_line
         evaluate true
           when txn-action = "IMPORT" and reject-reason = spaces
             move imported to imported-disp
             move import-skipped to skipped-disp
             string "  IMPORTED: " imported-disp " dates, "
               skipped-disp " already on the calendar or not dates"
               into detail_line
           when txn-action = "IMPORT"
             continue
           when entry-found = 'T'
             string "  BEFORE: " before-description into detail_line
           when other
             string "  BEFORE: (not on the calendar)"
               into detail_line
         end-evaluate
         if detail_line <> spaces then
           write listing-record from detail_line
         end-if

         move spaces to detail_line
         evaluate true
           when txn-action = "IMPORT"
             continue
           when reject-reason <> spaces
             string "  AFTER:  (unchanged)" into detail_line
           when txn-action = "DELETE"
             string "  AFTER:  (deleted)" into detail_line
           when other
             string "  AFTER:  " txn-description into detail_line
         end-evaluate
         if detail_line <> spaces then
           write listing-record from detail_line
         end-if.

      *>  the old flat file, every valid date onto the calendar.
       1400-import-holidays.
         move 0 to imported
         move 0 to import-skipped
         open input import-file
         if import-file-status <> '00' then
           move "could not open HOLIDAYS" to reject-reason
           exit paragraph
         end-if
         move 'F' to import-eof
         perform until import-eof = 'T'
           read import-file
             at end
               move 'T' to import-eof
             not at end
               perform 1410-import-one-date
           end-read
         end-perform
         close import-file.

       1410-import-one-date.
         if import-record is not numeric then
           add 1 to import-skipped giving import-skipped
           exit paragraph
         end-if
         move import-record to check-date
         perform 9100-check-date
         if date-ok <> 'T' then
           add 1 to import-skipped giving import-skipped
           exit paragraph
         end-if
         move txn-calendar to hc-calendar
         move check-date to hc-date
         if txn-description <> spaces then
           move txn-description to hc-description
         else
           move "imported from HOLIDAYS" to hc-description
         end-if
         move today-date to hc-added-date
         write hc-record
           invalid key
             add 1 to import-skipped giving import-skipped
           not invalid key
             add 1 to imported giving imported
         end-write.

      *>  every calendar's closures from today through the same day
      *>  next year, calendar by calendar in key order.
       2000-list-year-ahead.
         move spaces to detail_line
         write listing-record from detail_line
         move spaces to heading_line
         string "CLOSURES " today-date " THROUGH " horizon-date
           into heading_line
         write listing-record from heading_line
         move spaces to heading_line
         string "CALENDAR" '|' "DATE    " '|' "DAY" '|' "DESCRIPTION"
           into heading_line
         write listing-record from heading_line

         move spaces to prev-calendar
         move 0 to calendar-dates
         move 0 to listed-dates
         move low-values to hc-key
         start holcal-file key is not less than hc-key
           invalid key
             exit paragraph
         end-start
         move 'F' to end_of_file
         perform until end_of_file = 'T'
           read holcal-file next record
             at end
               string 'T' into end_of_file
             not at end
               if hc-date >= today-date and
                   hc-date <= horizon-date then
                 perform 2100-list-one-closure
               end-if
           end-read
         end-perform
         if calendar-dates > 0 then
           perform 2200-calendar-footing
         end-if
         move listed-dates to count-disp
         move spaces to total_line
         string "Closures in the year ahead: " count-disp
           into total_line
         write listing-record from total_line.

       2100-list-one-closure.
         if hc-calendar <> prev-calendar then
           if calendar-dates > 0 then
             perform 2200-calendar-footing
           end-if
           move hc-calendar to prev-calendar
           move 0 to calendar-dates
         end-if
         add 1 to calendar-dates giving calendar-dates
         add 1 to listed-dates giving listed-dates
         move hc-date to dn-date
         perform 9000-compute-day-number
         divide dn-days by 7 giving dow-quot remainder dow
         move spaces to detail_line
         evaluate dow
           when 0
             string hc-calendar '|' hc-date '|' "SAT" '|'
               hc-description into detail_line
           when 1
             string hc-calendar '|' hc-date '|' "SUN" '|'
               hc-description into detail_line
           when 2
             string hc-calendar '|' hc-date '|' "MON" '|'
               hc-description into detail_line
           when 3
             string hc-calendar '|' hc-date '|' "TUE" '|'
               hc-description into detail_line
           when 4
             string hc-calendar '|' hc-date '|' "WED" '|'
               hc-description into detail_line
           when 5
             string hc-calendar '|' hc-date '|' "THU" '|'
               hc-description into detail_line
           when other
             string hc-calendar '|' hc-date '|' "FRI" '|'
               hc-description into detail_line
         end-evaluate
         write listing-record from detail_line.

       2200-calendar-footing.
         move calendar-dates to count-disp
         move spaces to detail_line
         string "  " prev-calendar " closures: " count-disp
           into detail_line
         write listing-record from detail_line.

       9000-compute-day-number.
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

      *>  CHECK-DATE a real date - month 1 to 12, day within the
      *>  month, leap years counted.
       9100-check-date.
         move 'F' to date-ok
         if check-m < 1 or check-m > 12 or check-d < 1 then
           exit paragraph
         end-if
         evaluate check-m
           when 4
           when 6
           when 9
           when 11
             move 30 to month-days
           when 2
             divide check-y by 4 giving leap-q remainder leap-r4
             divide check-y by 100 giving leap-q remainder leap-r100
             divide check-y by 400 giving leap-q remainder leap-r400
             if leap-r4 = 0 and
                 (leap-r100 <> 0 or leap-r400 = 0) then
               move 29 to month-days
             else
               move 28 to month-days
             end-if
           when other
             move 31 to month-days
         end-evaluate
         if check-d <= month-days then
           move 'T' to date-ok
         end-if.

      *>month-end unbilled accrual. charges the nightly run computed
      *>in a month that haven't reached an invoice by close still
      *>belong to that month's revenue - this books them, replacing
      *>the accrual accounting keyed by hand off the control report.
      *>
      *>reads RESULTHIST (see resulthist.cpy) for every OK result
      *>run in the closing month with no RH-BILLED-DATE yet, prices
      *>each with its stored amount (RH-AMOUNT, rounded to the cent),
      *>and maps it by RH-GROUP-CODE through GLMAP (see glmap.cpy) to
      *>the group's accrual account pair - the "*DEFAULT" record's
      *>pair for a group with none of its own. ACCRUALGL gets two
      *>batches in the GLEXTRACT header / detail / trailer layout:
      *>
      *>  the accrual, dated the month's last day - each charge
      *>    debited to the accrual account and credited to the
      *>    accrual offset;
      *>  its reversal, dated the next month's first business day
      *>    (no Saturday, Sunday or closure on the division's
      *>    holiday calendar) - every posting mirrored, so the
      *>    accrual unwinds the day the real invoices start posting.
      *>    the calendar is the group's GLMAP GM-CALENDAR (see
      *>    glmap.cpy) looked up on HOLCAL (see holcal.cpy), so a
      *>    Canadian division reverses after Canadian holidays; one
      *>    reversal batch goes out per distinct reversal date.
      *>
      *>gl_reconcile.cbl reconciles both against GLACK. a result with
      *>no stored amount, or a group with no accrual pair anywhere,
      *>is listed on ACCRRPT and left out. the closing month comes
      *>from an optional ACCRCTL control record - month(6) as yyyymm
      *>- and defaults to the month before today's.
       identification division.
       program-id. accrual_run.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "ACCRCTL"
           organization line sequential
           file status is control-file-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode sequential
           record key is rh-key
           file status is history-file-status.
         select glmap-file assign to "GLMAP"
           organization line sequential
           file status is glmap-file-status.
         select holidays-file assign to "HOLCAL"
           organization indexed
           access mode sequential
           record key is hc-key
           file status is holidays-status.
         select accrual-file assign to "ACCRUALGL"
           organization sequential
           file status is accrual-status.
         select report-file assign to "ACCRRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 ac-month pic 9(6).
       fd history-file.
         copy "resulthist.cpy".
       fd glmap-file.
         copy "glmap.cpy".
       fd holidays-file.
         copy "holcal.cpy".
      *>  the GLEXTRACT layout - fixed 80-byte records, amounts in
      *>  signed packed decimal, so never line sequential.
       fd accrual-file.
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
         01 glmap-file-status pic x(2) value '00'.
         01 holidays-status pic x(2) value '00'.
         01 accrual-status pic x(2) value '00'.
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
         01 reversal-date pic 9(8) value 0.

      *>  date scratch - a date taken apart, and the leap-year test.
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
         01 is-business-day pic x(1) value 'F'.
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

         01 holiday-table.
           05 holiday-count usage binary-long value 0.
           05 holiday-entry occurs 4000 times.
             10 holiday-cal pic x(8).
             10 holiday-date pic 9(8).
         01 holiday-idx usage binary-long value 0.
         01 check-calendar pic x(8) value spaces.

      *>  the first business day of the next month on each calendar
      *>  a division follows - the default's first - and the
      *>  distinct dates among them, one reversal batch apiece.
         01 reversal-table.
           05 rev-count usage binary-long value 0.
           05 rev-entry occurs 101 times.
             10 rev-calendar pic x(8).
             10 rev-date pic 9(8).
         01 rev-idx usage binary-long value 0.
         01 rev-found usage binary-long value 0.
         01 rev-date-table.
           05 rdate-count usage binary-long value 0.
           05 rdate-entry pic 9(8) occurs 101 times.
         01 rdate-idx usage binary-long value 0.
         01 rdate-found pic x(1) value 'F'.
         01 default-calendar pic x(8) value spaces.
         01 post-calendar pic x(8) value spaces.
         01 post-reversal-date pic 9(8) value 0.

      *>  the GLMAP accrual pairs, loaded whole.
         01 glmap-table.
           05 glmap-count usage binary-long value 0.
           05 glmap-entry occurs 100 times.
             10 gme-group pic x(8).
             10 gme-accrual-account pic x(20).
             10 gme-accrual-offset pic x(20).
             10 gme-calendar pic x(8).
         01 glmap-idx usage binary-long value 0.
         01 default-account pic x(20) value spaces.
         01 default-offset pic x(20) value spaces.
         01 post-account pic x(20) value spaces.
         01 post-offset pic x(20) value spaces.

      *>  'A' while the accrual batch is written, 'R' for its
      *>  reversal - the same walk over RESULTHIST both times.
         01 batch-mode pic x(1) value 'A'.
         01 batch-date pic 9(8) value 0.
         01 batch-details usage binary-long value 0.
         01 batch-hash pic s9(15)v99 comp-3 value 0.
         01 charge-amount pic s9(13)v99 value 0.

      *>  per-group accrual totals for the report.
         01 group-table.
           05 group-count usage binary-long value 0.
           05 group-entry occurs 200 times.
             10 gt-group pic x(8).
             10 gt-charges usage binary-long.
             10 gt-amount pic s9(15)v99.
             10 gt-unmapped pic x(1).
         01 group-idx usage binary-long value 0.
         01 group-found usage binary-long value 0.

         01 charges_accrued usage binary-long value 0.
         01 charges_no_amount usage binary-long value 0.
         01 charges_unmapped usage binary-long value 0.
         01 total-accrued pic s9(15)v99 value 0.
         01 group-name pic x(8) value spaces.
         01 count-disp pic zzzzzzzz9.
         01 amount-edit pic -(14)9.99.

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
               if ac-month is numeric and ac-month > 0 then
                 move ac-month to closing-month
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
           display "Error: ACCRCTL month " closing-month
             " is not a month"
           stop run
         end-if

         perform 1100-load-glmap
         perform 1000-settle-dates

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open ACCRRPT, file status "
             report-file-status
           stop run
         end-if
         open output accrual-file
         if accrual-status <> '00' then
           display "Error: could not open ACCRUALGL, file status "
             accrual-status
           stop run
         end-if

         move spaces to heading_line
         string "UNBILLED ACCRUAL FOR " closing-month
           " - POSTED " month-end-date ", REVERSED " reversal-date
           into heading_line
         write report-record from heading_line
         perform varying rev-idx from 2 by 1 until rev-idx > rev-count
           if rev-date(rev-idx) <> reversal-date then
             move spaces to heading_line
             string "  CALENDAR " rev-calendar(rev-idx)
               " REVERSED " rev-date(rev-idx) into heading_line
             write report-record from heading_line
           end-if
         end-perform
         move spaces to heading_line
         string "EXCEPTIONS:" into heading_line
         write report-record from heading_line

         move 'A' to batch-mode
         move month-end-date to batch-date
         perform 2000-write-batch
         move 'R' to batch-mode
         perform varying rdate-idx from 1 by 1
             until rdate-idx > rdate-count
           move rdate-entry(rdate-idx) to batch-date
           perform 2000-write-batch
         end-perform
         close accrual-file

         perform 3000-write-totals
         close report-file
         stop run.

      *>  the closing month's last day, and for each calendar in use
      *>  the first day after it that's a weekday and not one of the
      *>  calendar's closures. REVERSAL-DATE is the default
      *>  calendar's.
       1000-settle-dates.
         move closing-y to work-y
         move closing-m to work-m
         perform 9200-days-in-month
         move month-days to work-d
         move work-date to month-end-date

         perform 1010-load-holidays
         move 1 to rev-count
         move default-calendar to rev-calendar(1)
         perform varying glmap-idx from 1 by 1
             until glmap-idx > glmap-count
           if gme-calendar(glmap-idx) <> spaces then
             move 0 to rev-found
             perform varying rev-idx from 1 by 1
                 until rev-idx > rev-count
               if rev-calendar(rev-idx) = gme-calendar(glmap-idx) then
                 move rev-idx to rev-found
                 exit perform
               end-if
             end-perform
             if rev-found = 0 then
               add 1 to rev-count giving rev-count
               move gme-calendar(glmap-idx) to rev-calendar(rev-count)
             end-if
           end-if
         end-perform

         perform varying rev-idx from 1 by 1 until rev-idx > rev-count
           move rev-calendar(rev-idx) to check-calendar
           perform 1020-first-business-day
           move work-date to rev-date(rev-idx)
           move 'F' to rdate-found
           perform varying rdate-idx from 1 by 1
               until rdate-idx > rdate-count
             if rdate-entry(rdate-idx) = work-date then
               move 'T' to rdate-found
               exit perform
             end-if
           end-perform
           if rdate-found <> 'T' then
             add 1 to rdate-count giving rdate-count
             move work-date to rdate-entry(rdate-count)
           end-if
         end-perform
         move rev-date(1) to reversal-date.

      *>  the next month's first business day on CHECK-CALENDAR.
       1020-first-business-day.
         if closing-m = 12 then
           compute work-y = closing-y + 1
           move 1 to work-m
         else
           move closing-y to work-y
           compute work-m = closing-m + 1
         end-if
         move 1 to work-d
         perform 9300-check-business-day
         perform until is-business-day = 'T'
           add 1 to work-d giving work-d
           perform 9300-check-business-day
         end-perform.

       1010-load-holidays.
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

      *>  an accrual with nowhere to post is no accrual - GLMAP has
      *>  to be there.
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
                 move gm-accrual-account to default-account
                 move gm-accrual-offset to default-offset
                 move gm-calendar to default-calendar
               else
                 if glmap-count < 100 then
                   add 1 to glmap-count giving glmap-count
                   move gm-group to gme-group(glmap-count)
                   move gm-accrual-account
                     to gme-accrual-account(glmap-count)
                   move gm-accrual-offset
                     to gme-accrual-offset(glmap-count)
                   move gm-calendar to gme-calendar(glmap-count)
                 end-if
               end-if
           end-read
         end-perform
         close glmap-file
         move 'F' to end_of_file
         if default-calendar = spaces then
           move "US" to default-calendar
         end-if.

       2000-write-batch.
         move spaces to gl-header
         move 'H' to glh-type
         move batch-date to glh-posting-date
         if batch-mode = 'A' then
           move "ACCRUAL " to glh-source
         else
           move "ACCRREV " to glh-source
         end-if
         write gl-header
         move 0 to batch-details
         move 0 to batch-hash

         open input history-file
         if history-file-status <> '00' then
           display "Error: could not open RESULTHIST, file status "
             history-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read history-file next
             at end
               string 'T' into end_of_file
             not at end
               divide rh-run-date by 100 giving run-month
               if run-month = closing-month and
                   rh-status = "OK  " and
                   (rh-billed-date is not numeric or
                    rh-billed-date = 0) then
                 perform 2100-accrue-one-charge
               end-if
           end-read
         end-perform
         close history-file
         move 'F' to end_of_file

         move spaces to gl-trailer
         move 'T' to glt-type
         move batch-details to glt-record-count
         move batch-hash to glt-hash-total
         write gl-trailer.

       2100-accrue-one-charge.
         if rh-amount-ok <> 'T' or rh-amount is not numeric then
           if batch-mode = 'A' then
             add 1 to charges_no_amount giving charges_no_amount
             move spaces to detail_line
             string "  NO AMOUNT " rh-formula-id ' ' rh-run-date
               ' ' rh-result into detail_line
             write report-record from detail_line
           end-if
           exit paragraph
         end-if
         compute charge-amount rounded = rh-amount
         if charge-amount = 0 then
           exit paragraph
         end-if

         perform 2200-map-accrual-pair
         if post-account = spaces or post-offset = spaces then
           if batch-mode = 'A' then
             add 1 to charges_unmapped giving charges_unmapped
             move 'T' to gt-unmapped(group-found)
           end-if
           exit paragraph
         end-if
      *>  each reversal batch carries the divisions whose calendar
      *>  reverses on its date.
         if batch-mode = 'R' and post-reversal-date <> batch-date then
           exit paragraph
         end-if

         if batch-mode = 'R' then
           compute charge-amount = 0 - charge-amount
         else
           add 1 to charges_accrued giving charges_accrued
           add charge-amount to total-accrued giving total-accrued
           add 1 to gt-charges(group-found)
             giving gt-charges(group-found)
           add charge-amount to gt-amount(group-found)
             giving gt-amount(group-found)
         end-if

         move spaces to gl-detail
         move 'D' to gld-type
         move post-account to gld-account-key
         move batch-date to gld-posting-date
         move charge-amount to gld-amount
         if gld-amount < 0 then
           move 'C' to gld-dc
         else
           move 'D' to gld-dc
         end-if
         write gl-detail
         add 1 to batch-details giving batch-details
         add gld-amount to batch-hash giving batch-hash

         move post-offset to gld-account-key
         compute gld-amount = 0 - charge-amount
         if gld-dc = 'C' then
           move 'D' to gld-dc
         else
           move 'C' to gld-dc
         end-if
         write gl-detail
         add 1 to batch-details giving batch-details
         add gld-amount to batch-hash giving batch-hash.

      *>  the group's own pair, else the default's; the group's
      *>  report row is found (or started) on the way.
       2200-map-accrual-pair.
         move default-account to post-account
         move default-offset to post-offset
         move default-calendar to post-calendar
         perform varying glmap-idx from 1 by 1
             until glmap-idx > glmap-count
           if gme-group(glmap-idx) = rh-group-code then
             if gme-accrual-account(glmap-idx) <> spaces then
               move gme-accrual-account(glmap-idx) to post-account
               move gme-accrual-offset(glmap-idx) to post-offset
             end-if
             if gme-calendar(glmap-idx) <> spaces then
               move gme-calendar(glmap-idx) to post-calendar
             end-if
             exit perform
           end-if
         end-perform
         move reversal-date to post-reversal-date
         perform varying rev-idx from 1 by 1 until rev-idx > rev-count
           if rev-calendar(rev-idx) = post-calendar then
             move rev-date(rev-idx) to post-reversal-date
             exit perform
           end-if
         end-perform

         move 0 to group-found
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           if gt-group(group-idx) = rh-group-code then
             move group-idx to group-found
             exit perform
           end-if
         end-perform
         if group-found = 0 then
           if group-count < 200 then
             add 1 to group-count giving group-count
             move group-count to group-found
             move rh-group-code to gt-group(group-found)
             move 0 to gt-charges(group-found)
             move 0 to gt-amount(group-found)
             move 'F' to gt-unmapped(group-found)
           else
      *>       past the table the last row soaks up the rest - the
      *>       totals stay right, only the split blurs.
             move group-count to group-found
           end-if
         end-if.

       3000-write-totals.
         move spaces to heading_line
         string "GROUP   " '|' "  CHARGES" '|' "         AMOUNT ACCRUED"
           into heading_line
         write report-record from heading_line
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           move gt-group(group-idx) to group-name
           if group-name = spaces then
             move "(none)" to group-name
           end-if
           move gt-charges(group-idx) to count-disp
           move gt-amount(group-idx) to amount-edit
           move spaces to detail_line
           if gt-unmapped(group-idx) = 'T' then
             string group-name '|' count-disp '|' amount-edit '|'
               "NO ACCRUAL PAIR IN GLMAP - SOME CHARGES LEFT OUT"
               into detail_line
           else
             string group-name '|' count-disp '|' amount-edit
               into detail_line
           end-if
           write report-record from detail_line
         end-perform

         move charges_accrued to count-disp
         move total-accrued to amount-edit
         move spaces to total_line
         string "Charges accrued:        " count-disp "  total "
           amount-edit into total_line
         write report-record from total_line
         move charges_no_amount to count-disp
         move spaces to total_line
         string "Charges with no amount: " count-disp into total_line
         write report-record from total_line
         move charges_unmapped to count-disp
         move spaces to total_line
         string "Charges with no pair:   " count-disp into total_line
         write report-record from total_line.

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

      *>  the day-number formula lands Saturdays on multiples of
      *>  seven, Sundays one past them - the same test
      *>  resolve_dates.cbl makes for BUSDAYS.
       9300-check-business-day.
         move 'T' to is-business-day
         move work-date to dn-date
         perform 9000-compute-day-number
         divide dn-days by 7 giving dow-quot remainder dow
         if dow = 0 or dow = 1 then
           move 'F' to is-business-day
           exit paragraph
         end-if
         perform varying holiday-idx from 1 by 1
             until holiday-idx > holiday-count
           if holiday-date(holiday-idx) = work-date and
               holiday-cal(holiday-idx) = check-calendar then
             move 'F' to is-business-day
             exit perform
           end-if
         end-perform.

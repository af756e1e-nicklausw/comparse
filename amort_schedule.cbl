      *>amortization schedules for the finance-charge and equipment-
      *>lease desks. each AMORTIN record is a loan - principal,
      *>annual rate, term in months and start date - and AMORTRPT
      *>gets its full monthly schedule: every payment's due date,
      *>the interest and principal it carries and the balance left.
      *>
      *>the level payment is the one PMT(rate, periods, principal)
      *>gives in a formula (see resolve_finance.cbl), at the annual
      *>rate over twelve, rounded to the cent. each period's
      *>interest is the balance at the monthly rate, rounded to the
      *>cent, and the rest of the payment goes to principal. the
      *>cent rounding leaves a residue by the end, so the final
      *>payment is whatever the last balance and its interest come
      *>to - the balance ends at exactly zero.
      *>
      *>payment k falls due k months after the start date, on the
      *>same day of the month (the month's last day when it is
      *>shorter). a due date on a Saturday, a Sunday or a closure
      *>on the loan's holiday calendar (HOLCAL, see holcal.cpy -
      *>"US" when the record names none) moves forward to the next
      *>business day, and the line shows the date it was scheduled
      *>for. interest still runs by the month, not by the day.
      *>
      *>a record whose principal, rate, term or start date won't do
      *>is listed and skipped, and the step ends with return code 4.
      *>
      *>AMORTIN record, line sequential:
      *>  loan id         x(12)
      *>  principal       9(11)v99   implied point, 13 digits
      *>  annual rate     9(3)v9(6)  a percentage - 007250000 is
      *>                             7.25 percent
      *>  term            9(3)       months, 1 to 600
      *>  start date      9(8)       yyyymmdd
      *>  calendar        x(8)       HOLCAL calendar, blank for "US"
       identification division.
       program-id. amort_schedule.
       environment division.
       input-output section.
       file-control.
         select loan-file assign to "AMORTIN"
           organization line sequential
           file status is loan-file-status.
         select holidays-file assign to "HOLCAL"
           organization indexed
           access mode sequential
           record key is hc-key
           file status is holidays-status.
         select report-file assign to "AMORTRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd loan-file.
         01 loan-record.
           05 ln-loan-id pic x(12).
           05 ln-principal pic 9(11)v99.
           05 ln-annual-rate pic 9(3)v9(6).
           05 ln-term pic 9(3).
           05 ln-start-date pic 9(8).
           05 ln-calendar pic x(8).
       fd holidays-file.
         copy "holcal.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 loan-file-status pic x(2) value '00'.
         01 holidays-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

      *>  date scratch - a date taken apart, and the leap-year test.
         01 work-date pic 9(8) value 0.
         01 work-parts redefines work-date.
           05 work-y pic 9(4).
           05 work-m pic 9(2).
           05 work-d pic 9(2).
         01 start-date pic 9(8) value 0.
         01 start-parts redefines start-date.
           05 start-y pic 9(4).
           05 start-m pic 9(2).
           05 start-d pic 9(2).
         01 month-days usage binary-long value 0.
         01 month-step usage binary-long value 0.
         01 year-step usage binary-long value 0.
         01 month-rem usage binary-long value 0.
         01 leap-q usage binary-long value 0.
         01 leap-r4 usage binary-long value 0.
         01 leap-r100 usage binary-long value 0.
         01 leap-r400 usage binary-long value 0.
         01 is-business-day pic x(1) value 'F'.
         01 dow usage binary-long value 0.
         01 dow-quot usage binary-long value 0.
         01 scheduled-date pic 9(8) value 0.
         01 due-date pic 9(8) value 0.

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

      *>  the loan in hand. the growth and factor fields carry the
      *>  same precision resolve_finance.cbl's PMT does, a step at a
      *>  time, so the payment here is the one a formula would give.
         01 reject-reason pic x(40) value spaces.
         01 monthly-rate pic s9(3)v9(12) value 0.
         01 fin-growth pic s9(9)v9(18) value 0.
         01 fin-work pic s9(9)v9(18) value 0.
         01 fin-factor pic s9(9)v9(18) value 0.
         01 fin-bad pic x(1) value 'F'.
         01 level-payment pic s9(11)v99 value 0.
         01 balance pic s9(11)v99 value 0.
         01 period-no usage binary-long value 0.
         01 period-payment pic s9(11)v99 value 0.
         01 period-interest pic s9(11)v99 value 0.
         01 period-principal pic s9(11)v99 value 0.
         01 total-payments pic s9(13)v99 value 0.
         01 total-interest pic s9(13)v99 value 0.
         01 total-principal pic s9(13)v99 value 0.
         01 dates-moved usage binary-long value 0.

         01 loans_read usage binary-long value 0.
         01 loans_scheduled usage binary-long value 0.
         01 loans_rejected usage binary-long value 0.

         01 period-disp pic zz9.
         01 amount-edit pic zz,zzz,zzz,zz9.99.
         01 total-edit pic z,zzz,zzz,zzz,zz9.99.
         01 rate-edit pic zz9.999999.
         01 count-disp pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         perform 1000-load-holidays

         open input loan-file
         if loan-file-status <> '00' then
           display "Error: could not open AMORTIN, file status "
             loan-file-status
           stop run
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open AMORTRPT, file status "
             report-file-status
           stop run
         end-if

         perform until end_of_file = 'T'
           read loan-file
             at end
               string 'T' into end_of_file
             not at end
               if loan-record <> spaces then
                 add 1 to loans_read giving loans_read
                 perform 2000-schedule-one-loan
               end-if
           end-read
         end-perform
         close loan-file

         move spaces to total_line
         write report-record from total_line
         move loans_read to count-disp
         move spaces to total_line
         string "Loans read:      " count-disp into total_line
         write report-record from total_line
         move loans_scheduled to count-disp
         move spaces to total_line
         string "Loans scheduled: " count-disp into total_line
         write report-record from total_line
         move loans_rejected to count-disp
         move spaces to total_line
         string "Loans rejected:  " count-disp into total_line
         write report-record from total_line
         close report-file
         if loans_rejected > 0 then
           move 4 to return-code
         end-if
         stop run.

       1000-load-holidays.
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

       2000-schedule-one-loan.
         perform 2100-check-loan
         if reject-reason <> spaces then
           add 1 to loans_rejected giving loans_rejected
           move spaces to detail_line
           string "LOAN " ln-loan-id " REJECTED - " reject-reason
             into detail_line
           write report-record from detail_line
           move spaces to detail_line
           write report-record from detail_line
           exit paragraph
         end-if
         add 1 to loans_scheduled giving loans_scheduled
         move ln-calendar to check-calendar
         if check-calendar = spaces then
           move "US" to check-calendar
         end-if

         move level-payment to amount-edit
         move ln-annual-rate to rate-edit
         move spaces to heading_line
         string "LOAN " ln-loan-id "  START " ln-start-date
           "  TERM " ln-term " MONTHS  RATE " rate-edit
           "%  CALENDAR " check-calendar into heading_line
         write report-record from heading_line
         move ln-principal to amount-edit
         move spaces to heading_line
         string "  PRINCIPAL " amount-edit into heading_line
         move level-payment to amount-edit
         move "  MONTHLY PAYMENT " to heading_line(31:18)
         move amount-edit to heading_line(49:17)
         write report-record from heading_line
         move spaces to heading_line
         string "PERIOD  DUE DATE  SCHEDULED" into heading_line
         move "PAYMENT" to heading_line(41:7)
         move "INTEREST" to heading_line(60:8)
         move "PRINCIPAL" to heading_line(79:9)
         move "BALANCE" to heading_line(101:7)
         write report-record from heading_line

         move ln-principal to balance
         move 0 to total-payments
         move 0 to total-interest
         move 0 to total-principal
         move 0 to dates-moved
         perform varying period-no from 1 by 1
             until period-no > ln-term
           perform 2200-one-period
         end-perform

         move spaces to total_line
         string "TOTALS" into total_line
         move total-payments to total-edit
         move total-edit to total_line(28:20)
         move total-interest to total-edit
         move total-edit to total_line(48:20)
         move total-principal to total-edit
         move total-edit to total_line(68:20)
         write report-record from total_line
         if dates-moved > 0 then
           move dates-moved to count-disp
           move spaces to total_line
           string "  due dates moved off a weekend or holiday: "
             count-disp into total_line
           write report-record from total_line
         end-if
         move spaces to total_line
         write report-record from total_line.

      *>  the record has to describe a loan, and the level payment
      *>  has to come out of it.
       2100-check-loan.
         move spaces to reject-reason
         if ln-principal is not numeric or ln-principal = 0 then
           move "principal missing or not numeric" to reject-reason
           exit paragraph
         end-if
         if ln-annual-rate is not numeric then
           move "rate not numeric" to reject-reason
           exit paragraph
         end-if
         if ln-term is not numeric or ln-term = 0 or ln-term > 600
             then
           move "term not 1 to 600 months" to reject-reason
           exit paragraph
         end-if
         if ln-start-date is not numeric then
           move "start date not yyyymmdd" to reject-reason
           exit paragraph
         end-if
         move ln-start-date to start-date
         move start-date to work-date
         if work-m < 1 or work-m > 12 or work-y < 1900 then
           move "start date not yyyymmdd" to reject-reason
           exit paragraph
         end-if
         perform 9200-days-in-month
         if work-d < 1 or work-d > month-days then
           move "start date not yyyymmdd" to reject-reason
           exit paragraph
         end-if

         perform 2110-level-payment
         if fin-bad = 'T' or level-payment <= 0 then
           move "payment can't be computed" to reject-reason
         end-if.

      *>  principal * rate / (1 - (1 + rate) ^ -term), taken as
      *>  principal * (rate * growth / (growth - 1)) - principal over
      *>  the term at a zero rate.
       2110-level-payment.
         move 'F' to fin-bad
         compute monthly-rate rounded = ln-annual-rate / 1200
         if monthly-rate = 0 then
           compute level-payment rounded = ln-principal / ln-term
           exit paragraph
         end-if
         compute fin-growth rounded = (1 + monthly-rate) ** ln-term
           on size error
             move 'T' to fin-bad
             exit paragraph
         end-compute
         compute fin-work = fin-growth - 1
         if fin-work = 0 then
           move 'T' to fin-bad
           exit paragraph
         end-if
         compute fin-factor rounded = fin-growth / fin-work
           on size error
             move 'T' to fin-bad
             exit paragraph
         end-compute
         compute fin-factor rounded = fin-factor * monthly-rate
         compute level-payment rounded = ln-principal * fin-factor
           on size error
             move 'T' to fin-bad
         end-compute.

      *>  one line of the schedule. the last period takes the whole
      *>  remaining balance, so the rounding residue lands there.
       2200-one-period.
         compute period-interest rounded = balance * monthly-rate
         if period-no = ln-term then
           move balance to period-principal
           compute period-payment = period-interest + balance
         else
           move level-payment to period-payment
           compute period-principal = period-payment - period-interest
           if period-principal > balance then
             move balance to period-principal
             compute period-payment = period-interest + balance
           end-if
         end-if
         subtract period-principal from balance giving balance
         add period-payment to total-payments giving total-payments
         add period-interest to total-interest giving total-interest
         add period-principal to total-principal
           giving total-principal

         perform 2210-due-date

         move period-no to period-disp
         move spaces to detail_line
         move period-disp to detail_line(4:3)
         move due-date to detail_line(9:8)
         if due-date <> scheduled-date then
           move scheduled-date to detail_line(19:8)
         end-if
         move period-payment to amount-edit
         move amount-edit to detail_line(31:17)
         move period-interest to amount-edit
         move amount-edit to detail_line(51:17)
         move period-principal to amount-edit
         move amount-edit to detail_line(71:17)
         move balance to amount-edit
         move amount-edit to detail_line(91:17)
         write report-record from detail_line.

      *>  PERIOD-NO months on from the start date, on the start's day
      *>  or the month's last, then forward past weekends and the
      *>  calendar's closures.
       2210-due-date.
         compute month-step = start-m - 1 + period-no
         divide month-step by 12 giving year-step remainder month-rem
         move 0 to work-date
         compute work-y = start-y + year-step
         compute work-m = month-rem + 1
         perform 9200-days-in-month
         if start-d > month-days then
           move month-days to work-d
         else
           move start-d to work-d
         end-if
         move work-date to scheduled-date
         perform 9300-check-business-day
         perform until is-business-day = 'T'
           perform 9100-next-day
           perform 9300-check-business-day
         end-perform
         move work-date to due-date
         if due-date <> scheduled-date then
           add 1 to dates-moved giving dates-moved
         end-if.

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

      *>  WORK-DATE one day on, across month and year ends.
       9100-next-day.
         perform 9200-days-in-month
         if work-d < month-days then
           add 1 to work-d giving work-d
           exit paragraph
         end-if
         move 1 to work-d
         if work-m = 12 then
           move 1 to work-m
           add 1 to work-y giving work-y
         else
           add 1 to work-m giving work-m
         end-if.

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

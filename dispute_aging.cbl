      *>weekly aging of the open billing disputes on DISPUTES (see
      *>disputes.cpy) - every case still open, counted and totaled
      *>by FIN-GROUP-CODE into 0-30, 31-60, 61-90 and over-90 day
      *>buckets by how long ago it was opened, so the desk sees
      *>which charge types are sitting on stale disputes. one line
      *>per group, then a grand total line.
      *>
      *>the age is measured to today's date, or to the date on an
      *>optional DSPAGCTL control record - as-of(8) - so a missed
      *>week can be re-run as of the day it should have been.
       identification division.
       program-id. dispute_aging.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "DSPAGCTL"
           organization line sequential
           file status is control-file-status.
         select dispute-file assign to "DISPUTES"
           organization indexed
           access mode sequential
           record key is ds-key
           file status is ds-file-status.
         select report-file assign to "DSPAGING"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 ac-as-of-date pic 9(8).
       fd dispute-file.
         copy "disputes.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 ds-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 as-of-date pic 9(8) value 0.
         01 as-of-days usage binary-long value 0.
         01 case-age usage binary-long value 0.
         01 bucket usage binary-long value 0.

      *>  one row per group seen, four buckets a row; the last row
      *>  holds the grand totals.
         01 group-count usage binary-long value 0.
         01 group-idx usage binary-long value 0.
         01 group-found usage binary-long value 0.
         01 group-table.
           05 ag-group occurs 201 times.
             10 ag-group-code pic x(8).
             10 ag-bucket occurs 4 times.
               15 ag-count usage binary-long.
               15 ag-amount pic s9(15)v99 comp-3.
         01 total-idx usage binary-long value 201.
         01 groups-dropped usage binary-long value 0.

         01 cases-read usage binary-long value 0.
         01 cases-open usage binary-long value 0.
         01 cases-read-disp pic zzzzzzzz9.
         01 cases-open-disp pic zzzzzzzz9.

         01 group-name pic x(8) value spaces.
         01 count-edit occurs 4 times pic zzzzz9.
         01 amount-edit occurs 4 times pic -(11)9.99.
         01 bucket-idx usage binary-long value 0.

         01 dn-date pic 9(8) value 0.
         01 dn-days usage binary-long value 0.
         01 dn-y usage binary-long value 0.
         01 dn-m usage binary-long value 0.
         01 dn-d usage binary-long value 0.
         01 dn-t1 usage binary-long value 0.
         01 dn-t2 usage binary-long value 0.
         01 dn-t3 usage binary-long value 0.
         01 dn-t4 usage binary-long value 0.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept as-of-date from date yyyymmdd
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if ac-as-of-date is numeric and ac-as-of-date > 0 then
                 move ac-as-of-date to as-of-date
               end-if
           end-read
           close control-file
         end-if
         move as-of-date to dn-date
         perform 9000-compute-day-number
         move dn-days to as-of-days

         open input dispute-file
         if ds-file-status <> '00' then
           display "Error: could not open DISPUTES, file status "
             ds-file-status
           stop run
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open DSPAGING, file status "
             report-file-status
           stop run
         end-if

         initialize group-table
         move "TOTAL" to ag-group-code(total-idx)

         perform until end_of_file = 'T'
           read dispute-file next
             at end
               string 'T' into end_of_file
             not at end
               add 1 to cases-read giving cases-read
               if ds-status = 'O' then
                 perform 1000-age-one-case
               end-if
           end-read
         end-perform

         move spaces to heading_line
         string "OPEN DISPUTES AGED AS OF " as-of-date into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "GROUP   " '|' "  0-30 CT" '|' "    0-30 AMOUNT" '|'
           " 31-60 CT" '|' "   31-60 AMOUNT" '|'
           " 61-90 CT" '|' "   61-90 AMOUNT" '|'
           "   90+ CT" '|' "     90+ AMOUNT" into heading_line
         write report-record from heading_line

         perform varying group-idx from 1 by 1
             until group-idx > group-count
           perform 2000-write-group-line
         end-perform
         move total-idx to group-idx
         perform 2000-write-group-line

         move cases-read to cases-read-disp
         move cases-open to cases-open-disp
         move spaces to total_line
         string "Cases read: " cases-read-disp "   open: "
           cases-open-disp into total_line
         write report-record from total_line
         if groups-dropped > 0 then
           move groups-dropped to cases-open-disp
           move spaces to total_line
           string "Warning: more than 200 groups - " cases-open-disp
             " cases counted in the total only" into total_line
           write report-record from total_line
         end-if

         close dispute-file
         close report-file
         stop run.

      *>  a case opened later than the as-of date (a rerun for an
      *>  earlier week) ages as zero days and lands in the first
      *>  bucket.
       1000-age-one-case.
         add 1 to cases-open giving cases-open
         move ds-opened-date to dn-date
         perform 9000-compute-day-number
         compute case-age = as-of-days - dn-days
         evaluate true
           when case-age <= 30
             move 1 to bucket
           when case-age <= 60
             move 2 to bucket
           when case-age <= 90
             move 3 to bucket
           when other
             move 4 to bucket
         end-evaluate

         move 0 to group-found
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           if ag-group-code(group-idx) = ds-group-code then
             move group-idx to group-found
             exit perform
           end-if
         end-perform
         if group-found = 0 then
           if group-count < 200 then
             add 1 to group-count giving group-count
             move ds-group-code to ag-group-code(group-count)
             move group-count to group-found
           else
             add 1 to groups-dropped giving groups-dropped
           end-if
         end-if
         if group-found > 0 then
           add 1 to ag-count(group-found, bucket)
             giving ag-count(group-found, bucket)
           add ds-disputed-amount to ag-amount(group-found, bucket)
             giving ag-amount(group-found, bucket)
         end-if
         add 1 to ag-count(total-idx, bucket)
           giving ag-count(total-idx, bucket)
         add ds-disputed-amount to ag-amount(total-idx, bucket)
           giving ag-amount(total-idx, bucket).

       2000-write-group-line.
         move ag-group-code(group-idx) to group-name
         if group-name = spaces then
           move "(none)" to group-name
         end-if
         perform varying bucket-idx from 1 by 1 until bucket-idx > 4
           move ag-count(group-idx, bucket-idx)
             to count-edit(bucket-idx)
           move ag-amount(group-idx, bucket-idx)
             to amount-edit(bucket-idx)
         end-perform
         move spaces to detail_line
         string group-name '|'
           "   " count-edit(1) '|' amount-edit(1) '|'
           "   " count-edit(2) '|' amount-edit(2) '|'
           "   " count-edit(3) '|' amount-edit(3) '|'
           "   " count-edit(4) '|' amount-edit(4) into detail_line
         write report-record from detail_line.

      *>  turns a yyyymmdd date into a running day number so a case's
      *>  age can be taken across month and year boundaries - the
      *>  same shifted-calendar formula resulthist_archive.cbl uses.
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

      *>daily aging and reconciliation of SUSPENSE, the reject
      *>suspense file (see suspense.cpy). every item open at the end
      *>of the as-of day - open or queued, or cleared only since -
      *>is counted and its estimated amount totaled by source and
      *>group code into 0-30, 31-60, 61-90 and over-90 day buckets
      *>by how long ago it was first seen, one line per source and
      *>group, then a line per source and a grand total.
      *>
      *>then the day reconciles, per source and in total: the items
      *>open at the start of the day, plus those first seen that
      *>day, less those billed and those written off that day, has
      *>to come to the items open at its end - counts and estimated
      *>dollars both. a line that doesn't balance is flagged and the
      *>job ends with return code 4; it means an item was changed
      *>other than through suspense_load.cbl and suspense_maint.cbl.
      *>
      *>the as-of day is today, or the date on an optional SUSPAGCTL
      *>control record - as-of(8) - so a missed day can be re-run as
      *>of the day it should have been.
       identification division.
       program-id. suspense_aging.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "SUSPAGCTL"
           organization line sequential
           file status is control-file-status.
         select suspense-file assign to "SUSPENSE"
           organization indexed
           access mode sequential
           record key is sp-key
           file status is sp-file-status.
         select report-file assign to "SUSPAGING"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 ac-as-of-date pic 9(8).
       fd suspense-file.
         copy "suspense.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 sp-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 as-of-date pic 9(8) value 0.
         01 as-of-days usage binary-long value 0.
         01 item-age usage binary-long value 0.
         01 bucket usage binary-long value 0.

      *>  one row per source and group seen, four buckets a row.
         01 group-count usage binary-long value 0.
         01 group-idx usage binary-long value 0.
         01 group-found usage binary-long value 0.
         01 group-table.
           05 ag-group occurs 200 times.
             10 ag-source pic x(1).
             10 ag-group-code pic x(8).
             10 ag-bucket occurs 4 times.
               15 ag-count usage binary-long.
               15 ag-amount pic s9(15)v99 comp-3.
         01 groups-dropped usage binary-long value 0.

      *>  per source (E, A, F) and, fourth, the total: the aging
      *>  buckets and the day's reconciliation.
         01 source-table.
           05 st-source occurs 4 times.
             10 st-bucket occurs 4 times.
               15 st-count usage binary-long.
               15 st-amount pic s9(15)v99 comp-3.
             10 st-recon occurs 5 times.
               15 sr-count usage binary-long.
               15 sr-amount pic s9(15)v99 comp-3.
         01 source-idx usage binary-long value 0.
         01 recon-idx usage binary-long value 0.
         01 check-count usage binary-long value 0.
         01 check-amount pic s9(15)v99 value 0.
         01 out-of-balance pic x(1) value 'F'.

         01 items-read usage binary-long value 0.
         01 items-open usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.

         01 group-name pic x(8) value spaces.
         01 source-name pic x(10) value spaces.
         01 count-edit occurs 5 times pic zzzzz9.
         01 amount-edit occurs 5 times pic -(11)9.99.
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

         open input suspense-file
         if sp-file-status <> '00' then
           display "Error: could not open SUSPENSE, file status "
             sp-file-status
           stop run
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open SUSPAGING, file status "
             report-file-status
           stop run
         end-if

         initialize group-table
         initialize source-table

         perform until end_of_file = 'T'
           read suspense-file next
             at end
               string 'T' into end_of_file
             not at end
               add 1 to items-read giving items-read
               perform 1000-take-one-item
           end-read
         end-perform

         move spaces to heading_line
         string "REJECT SUSPENSE AGED AS OF " as-of-date
           into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "S|GROUP   " '|' "  0-30 CT" '|' "    0-30 AMOUNT" '|'
           " 31-60 CT" '|' "   31-60 AMOUNT" '|'
           " 61-90 CT" '|' "   61-90 AMOUNT" '|'
           "   90+ CT" '|' "     90+ AMOUNT" into heading_line
         write report-record from heading_line

         perform varying source-idx from 1 by 1 until source-idx > 4
           perform 2000-write-source-block
         end-perform

         move spaces to total_line
         write report-record from total_line
         move spaces to heading_line
         string "RECONCILIATION FOR " as-of-date into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "SOURCE    " '|' " OPEN START" '|' "     OPENED" '|'
           "     BILLED" '|' " WRITTEN OFF" '|' "   OPEN END" '|'
           into heading_line
         write report-record from heading_line
         perform varying source-idx from 1 by 1 until source-idx > 4
           perform 3000-write-reconciliation
         end-perform

         move items-read to count-disp
         move spaces to total_line
         string "Items on file: " count-disp into total_line
         write report-record from total_line
         move items-open to count-disp
         move spaces to total_line
         string "Items open:    " count-disp into total_line
         write report-record from total_line
         if groups-dropped > 0 then
           move groups-dropped to count-disp
           move spaces to total_line
           string "Warning: more than 200 groups - " count-disp
             " items counted in the source totals only"
             into total_line
           write report-record from total_line
         end-if
         if out-of-balance = 'T' then
           move spaces to total_line
           string "** SUSPENSE DOES NOT RECONCILE FOR " as-of-date
             " **" into total_line
           write report-record from total_line
           move 4 to return-code
         end-if

         close suspense-file
         close report-file
         stop run.

      *>  an item counts toward the day's start if it was first seen
      *>  before the day and not cleared before it; toward the day's
      *>  end if first seen by the day and not cleared by it.
       1000-take-one-item.
         evaluate sp-source
           when 'E' move 1 to source-idx
           when 'A' move 2 to source-idx
           when other move 3 to source-idx
         end-evaluate
         if sp-first-seen < as-of-date and
             (sp-cleared-date = 0 or sp-cleared-date >= as-of-date)
             then
           move 1 to recon-idx
           perform 1100-add-reconciliation
         end-if
         if sp-first-seen = as-of-date then
           move 2 to recon-idx
           perform 1100-add-reconciliation
         end-if
         if sp-cleared-date = as-of-date then
           if sp-status = 'B' then
             move 3 to recon-idx
           else
             move 4 to recon-idx
           end-if
           perform 1100-add-reconciliation
         end-if
         if sp-first-seen > as-of-date then
           exit paragraph
         end-if
         if sp-cleared-date <> 0 and sp-cleared-date <= as-of-date
             then
           exit paragraph
         end-if
         move 5 to recon-idx
         perform 1100-add-reconciliation
         perform 1200-age-one-item.

       1100-add-reconciliation.
         add 1 to sr-count(source-idx, recon-idx)
           giving sr-count(source-idx, recon-idx)
         add sp-est-amount to sr-amount(source-idx, recon-idx)
           giving sr-amount(source-idx, recon-idx)
         add 1 to sr-count(4, recon-idx)
           giving sr-count(4, recon-idx)
         add sp-est-amount to sr-amount(4, recon-idx)
           giving sr-amount(4, recon-idx).

       1200-age-one-item.
         add 1 to items-open giving items-open
         move sp-first-seen to dn-date
         perform 9000-compute-day-number
         compute item-age = as-of-days - dn-days
         evaluate true
           when item-age <= 30
             move 1 to bucket
           when item-age <= 60
             move 2 to bucket
           when item-age <= 90
             move 3 to bucket
           when other
             move 4 to bucket
         end-evaluate

         move 0 to group-found
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           if ag-source(group-idx) = sp-source and
               ag-group-code(group-idx) = sp-group-code then
             move group-idx to group-found
             exit perform
           end-if
         end-perform
         if group-found = 0 then
           if group-count < 200 then
             add 1 to group-count giving group-count
             move sp-source to ag-source(group-count)
             move sp-group-code to ag-group-code(group-count)
             move group-count to group-found
           else
             add 1 to groups-dropped giving groups-dropped
           end-if
         end-if
         if group-found > 0 then
           add 1 to ag-count(group-found, bucket)
             giving ag-count(group-found, bucket)
           add sp-est-amount to ag-amount(group-found, bucket)
             giving ag-amount(group-found, bucket)
         end-if
         add 1 to st-count(source-idx, bucket)
           giving st-count(source-idx, bucket)
         add sp-est-amount to st-amount(source-idx, bucket)
           giving st-amount(source-idx, bucket)
         add 1 to st-count(4, bucket) giving st-count(4, bucket)
         add sp-est-amount to st-amount(4, bucket)
           giving st-amount(4, bucket).

      *>  a source's group lines, then its own total line - the
      *>  fourth "source" is the grand total alone.
       2000-write-source-block.
         evaluate source-idx
           when 1 move 'E' to sp-source
           when 2 move 'A' to sp-source
           when 3 move 'F' to sp-source
           when other move '*' to sp-source
         end-evaluate
         if source-idx < 4 then
           perform varying group-idx from 1 by 1
               until group-idx > group-count
             if ag-source(group-idx) = sp-source then
               move ag-group-code(group-idx) to group-name
               if group-name = spaces then
                 move "(none)" to group-name
               end-if
               perform varying bucket-idx from 1 by 1
                   until bucket-idx > 4
                 move ag-count(group-idx, bucket-idx)
                   to count-edit(bucket-idx)
                 move ag-amount(group-idx, bucket-idx)
                   to amount-edit(bucket-idx)
               end-perform
               perform 2100-write-aging-line
             end-if
           end-perform
           move "SOURCE" to group-name
         else
           move "TOTAL" to group-name
         end-if
         perform varying bucket-idx from 1 by 1 until bucket-idx > 4
           move st-count(source-idx, bucket-idx)
             to count-edit(bucket-idx)
           move st-amount(source-idx, bucket-idx)
             to amount-edit(bucket-idx)
         end-perform
         perform 2100-write-aging-line.

       2100-write-aging-line.
         move spaces to detail_line
         string sp-source '|' group-name '|'
           "   " count-edit(1) '|' amount-edit(1) '|'
           "   " count-edit(2) '|' amount-edit(2) '|'
           "   " count-edit(3) '|' amount-edit(3) '|'
           "   " count-edit(4) '|' amount-edit(4) into detail_line
         write report-record from detail_line.

      *>  start + opened - billed - written off against the end, a
      *>  count line then an amount line per source.
       3000-write-reconciliation.
         evaluate source-idx
           when 1 move "FORMULREJ " to source-name
           when 2 move "ADAPTREJ  " to source-name
           when 3 move "FORMULAOUT" to source-name
           when other move "TOTAL     " to source-name
         end-evaluate
         perform varying recon-idx from 1 by 1 until recon-idx > 5
           move sr-count(source-idx, recon-idx) to count-edit(recon-idx)
           move sr-amount(source-idx, recon-idx)
             to amount-edit(recon-idx)
         end-perform
         compute check-count = sr-count(source-idx, 1)
           + sr-count(source-idx, 2) - sr-count(source-idx, 3)
           - sr-count(source-idx, 4) - sr-count(source-idx, 5)
         compute check-amount = sr-amount(source-idx, 1)
           + sr-amount(source-idx, 2) - sr-amount(source-idx, 3)
           - sr-amount(source-idx, 4) - sr-amount(source-idx, 5)
         move spaces to detail_line
         string source-name '|' "     " count-edit(1) '|'
           "     " count-edit(2) '|' "     " count-edit(3) '|'
           "      " count-edit(4) '|' "     " count-edit(5) '|'
           into detail_line
         if check-count <> 0 then
           move "OUT OF BALANCE" to detail_line(74:14)
           move 'T' to out-of-balance
         end-if
         write report-record from detail_line
         move spaces to detail_line
         string "  dollars " '|' amount-edit(1) '|' amount-edit(2) '|'
           amount-edit(3) '|' amount-edit(4) '|' amount-edit(5) '|'
           into detail_line
         if check-amount <> 0 then
           move "OUT OF BALANCE" to detail_line(93:14)
           move 'T' to out-of-balance
         end-if
         write report-record from detail_line.

      *>  turns a yyyymmdd date into a running day number so an
      *>  item's age can be taken across month and year boundaries -
      *>  the same shifted-calendar formula dispute_aging.cbl uses.
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

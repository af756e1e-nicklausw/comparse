      *>month-end step for the period-to-date accumulators on ACCUMS
      *>(see accums.cpy): every OPEN accumulator of the period being
      *>closed is marked CLOSED with today's date - batch_math_parse
      *>posts nothing more into it, so a late rerun of an old day
      *>can't move a month that's been invoiced - and the same
      *>account and name get an OPEN bucket at zero for the month
      *>after, so MTD(NAME) starts the new month from nothing and
      *>the listing shows every accumulator running before its first
      *>posting arrives. ACCROLL lists each accumulator closed with
      *>its final value.
      *>
      *>ACCROLLCTL control record, keyword(20) value(20), optional:
      *>  PERIOD  yyyymm  the month to close (default last month)
      *>
      *>running it twice for the same month is harmless: the second
      *>run finds nothing OPEN to close.
       identification division.
       program-id. accum_rollover.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "ACCROLLCTL"
           organization line sequential
           file status is control-file-status.
         select accums-file assign to "ACCUMS"
           organization indexed
           access mode dynamic
           record key is ac-key
           file status is accums-status.
         select report-file assign to "ACCROLL"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd accums-file.
         copy "accums.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 accums-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 today-date pic 9(8) value 0.
         01 close-period pic 9(6) value 0.
         01 close-period-x redefines close-period.
           05 cp-year pic 9(4).
           05 cp-month pic 9(2).
         01 next-period pic 9(6) value 0.
         01 next-period-x redefines next-period.
           05 np-year pic 9(4).
           05 np-month pic 9(2).

      *>  the accumulators closed, held until the pass over the file
      *>  is done so the new month's buckets go in behind the read
      *>  rather than under it.
         01 closed-table.
           05 closed-entry occurs 20000 times.
             10 ce-account pic x(10).
             10 ce-name pic x(20).
         01 closed-count usage binary-long value 0.
         01 closed-idx usage binary-long value 0.
         01 guard-idx usage binary-long value 0.

         01 accums-closed usage binary-long value 0.
         01 accums-were-closed usage binary-long value 0.
         01 buckets-opened usage binary-long value 0.
         01 buckets-existing usage binary-long value 0.
         01 buckets-skipped usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 value-edit pic -(13)9.9999.
         01 postings-edit pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         divide today-date by 100 giving close-period
         if cp-month = 1 then
           subtract 1 from cp-year giving cp-year
           move 12 to cp-month
         else
           subtract 1 from cp-month giving cp-month
         end-if
         perform 0100-read-control
         if cp-month < 1 or cp-month > 12 then
           display "Error: PERIOD " close-period " is not a yyyymm"
           stop run
         end-if
         move close-period to next-period
         if np-month = 12 then
           add 1 to np-year giving np-year
           move 1 to np-month
         else
           add 1 to np-month giving np-month
         end-if

         open i-o accums-file
         if accums-status <> '00' then
           display "Error: could not open ACCUMS, file status "
             accums-status
           stop run
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open ACCROLL, file status "
             report-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACCUMULATOR ROLLOVER - PERIOD " close-period
           " CLOSED " today-date ", " next-period " OPENED"
           into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "ACCOUNT   " '|' "ACCUMULATOR         " '|'
           "PERIOD" '|' "       FINAL VALUE" '|' " POSTINGS" '|'
           "LAST RUN"
           into heading_line
         write report-record from heading_line

         perform until end_of_file = 'T'
           read accums-file next record
             at end
               string 'T' into end_of_file
             not at end
               if ac-period = close-period then
                 perform 1000-close-one
               end-if
           end-read
         end-perform

         perform varying closed-idx from 1 by 1
             until closed-idx > closed-count
           perform 2000-open-next-bucket
         end-perform
         close accums-file

         move spaces to total_line
         write report-record from total_line
         move accums-closed to count-disp
         move spaces to total_line
         string "Accumulators closed:          " count-disp
           into total_line
         write report-record from total_line
         move accums-were-closed to count-disp
         move spaces to total_line
         string "Already closed:               " count-disp
           into total_line
         write report-record from total_line
         move buckets-opened to count-disp
         move spaces to total_line
         string "Next-period buckets opened:   " count-disp
           into total_line
         write report-record from total_line
         move buckets-existing to count-disp
         move spaces to total_line
         string "Next-period already posted:   " count-disp
           into total_line
         write report-record from total_line
         if buckets-skipped > 0 then
           move buckets-skipped to count-disp
           move spaces to total_line
           string "Not opened (table full):      " count-disp
             " - opened by their first posting instead"
             into total_line
           write report-record from total_line
         end-if
         close report-file
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
               if xc-keyword = "PERIOD              " then
                 perform 0110-parse-control-value
                 if xc-value-x is numeric and xc-value-9 > 0 then
                   move xc-value-9 to close-period
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

       1000-close-one.
         if ac-status = "CLOSED" then
           add 1 to accums-were-closed giving accums-were-closed
           exit paragraph
         end-if
         move "CLOSED" to ac-status
         move today-date to ac-closed-date
         rewrite ac-record
           invalid key
             display "Warning: ACCUMS rewrite failed for " ac-account
               " " ac-name
             exit paragraph
         end-rewrite
         add 1 to accums-closed giving accums-closed
         if closed-count < 20000 then
           add 1 to closed-count giving closed-count
           move ac-account to ce-account(closed-count)
           move ac-name to ce-name(closed-count)
         else
           add 1 to buckets-skipped giving buckets-skipped
         end-if
         move ac-value to value-edit
         move ac-postings to postings-edit
         move spaces to detail_line
         string ac-account '|' ac-name '|' ac-period '|' value-edit
           '|' postings-edit '|' ac-last-run-date
           into detail_line
         write report-record from detail_line.

      *>  a bucket the new month already has - the first night of
      *>  the month ran before the close - is left as it stands.
       2000-open-next-bucket.
         move ce-account(closed-idx) to ac-account
         move ce-name(closed-idx) to ac-name
         move next-period to ac-period
         move "OPEN" to ac-status
         move 0 to ac-value
         move 0 to ac-postings
         move 0 to ac-last-run-date
         move 0 to ac-guard-count
         perform varying guard-idx from 1 by 1 until guard-idx > 20
           move spaces to ac-guard-group(guard-idx)
           move 0 to ac-guard-position(guard-idx)
         end-perform
         move today-date to ac-opened-date
         move 0 to ac-closed-date
         write ac-record
           invalid key
             add 1 to buckets-existing giving buckets-existing
           not invalid key
             add 1 to buckets-opened giving buckets-opened
         end-write.

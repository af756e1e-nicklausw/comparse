      *>closes an accounting month. finance runs it once the month
      *>is reported: the month's RESULTHIST records are totalled,
      *>the month is marked closed on PERIODS (see periods.cpy) with
      *>those totals frozen on its record, and the CLOSECERT
      *>period-close certificate is printed - record counts, OK and
      *>FAIL counts and the OK dollar totals by group, then for the
      *>month. from then on batch_math_parse.cbl, rerate_run.cbl
      *>and formula_merge.cbl leave the month's RESULTHIST records
      *>alone and write any new answer for one of its days to
      *>PRIORADJ as a prior-period adjustment (see prioradj.cpy), so
      *>the certificate's figures stay true.
      *>
      *>the close is checked against ENTITLE for the job's user
      *>(entitle_check.cbl, function PERCLOSE, the period yyyymm as
      *>the name). a month not yet over can't be closed, and a month
      *>already closed stays as it closed - the certificate reprints
      *>from the frozen totals and the step ends with return code 4.
      *>a refused close ends with return code 8.
      *>
      *>PERIODCTL control record, keyword(20) value(20), optional:
      *>  PERIOD  yyyymm  the month to close (default last month)
       identification division.
       program-id. period_close.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "PERIODCTL"
           organization line sequential
           file status is control-file-status.
         select periods-file assign to "PERIODS"
           organization indexed
           access mode random
           record key is pd-period
           file status is pd-file-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode sequential
           record key is rh-key
           file status is history-file-status.
         select jobuser-file assign to "JOBUSER"
           organization line sequential
           file status is ju-file-status.
         select report-file assign to "CLOSECERT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd periods-file.
         copy "periods.cpy".
       fd history-file.
         copy "resulthist.cpy".
       fd jobuser-file.
         01 jobuser-record.
           05 ju-user pic x(8).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 pd-file-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 ju-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 today-date pic 9(8) value 0.
         01 now-time pic 9(8) value 0.
         01 today-period pic 9(6) value 0.
         01 close-period pic 9(6) value 0.
         01 close-period-parts redefines close-period.
           05 close-year pic 9(4).
           05 close-month pic 9(2).
         01 rh-period pic 9(6) value 0.
         01 job-user pic x(8) value spaces.
         01 period-on-file pic x(1) value 'F'.
         copy "entchk.cpy".

      *>  the month's records by group.
         01 group-table.
           05 group-count usage binary-long value 0.
           05 group-entry occurs 200 times.
             10 gr-code pic x(8).
             10 gr-records usage binary-long.
             10 gr-ok usage binary-long.
             10 gr-fail usage binary-long.
             10 gr-amount pic s9(15)v9(4).
         01 group-idx usage binary-long value 0.
         01 group-found usage binary-long value 0.
         01 group-overflowed pic x(1) value 'F'.

         01 total-records usage binary-long value 0.
         01 total-ok usage binary-long value 0.
         01 total-fail usage binary-long value 0.
         01 total-amount pic s9(15)v9(4) value 0.

         01 count-disp pic zzzzzzzz9.
         01 count-disp-2 pic zzzzzzzz9.
         01 count-disp-3 pic zzzzzzzz9.
         01 amount-disp pic -(15)9.99.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         accept now-time from time
         divide today-date by 100 giving today-period
      *>  last month by default - January's is the December before.
         move today-period to close-period
         if close-month = 1 then
           subtract 1 from close-year giving close-year
           move 12 to close-month
         else
           subtract 1 from close-month giving close-month
         end-if
         perform 0100-read-control

         if close-month < 1 or close-month > 12 then
           display "Error: PERIOD " close-period " is not a month"
           move 8 to return-code
           stop run
         end-if
         if close-period >= today-period then
           display "Error: period " close-period " has not ended -"
             " it can't be closed yet"
           move 8 to return-code
           stop run
         end-if

         move spaces to ec-user
         move "PERCLOSE" to ec-function
         move "period_close" to ec-program
         move spaces to ec-name
         move close-period to ec-name(1:6)
         call 'entitle_check' using by reference entitle-check-parms
         call 'entitle_check_close'
         if ec-allowed <> 'T' then
           display "Error: close of " close-period " refused - not"
             " entitled: " ec-reason
           move 8 to return-code
           stop run
         end-if
         perform 0200-read-job-user

         open i-o periods-file
         if pd-file-status = '35' then
           open output periods-file
           close periods-file
           open i-o periods-file
         end-if
         if pd-file-status <> '00' then
           display "Error: could not open PERIODS, file status "
             pd-file-status
           stop run
         end-if
         move close-period to pd-period
         read periods-file
           invalid key
             move 'F' to period-on-file
           not invalid key
             move 'T' to period-on-file
         end-read

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open CLOSECERT, file status "
             report-file-status
           stop run
         end-if

         if period-on-file = 'T' and pd-status = 'C' then
           perform 3000-reprint-frozen
           close report-file
           close periods-file
           display "period_close: " close-period " was already closed"
             " on " pd-closed-date " - left as it closed"
           move 4 to return-code
           stop run
         end-if

         perform 1000-total-period

      *>  the month closes with its totals frozen on the record.
         move close-period to pd-period
         move 'C' to pd-status
         move today-date to pd-closed-date
         move now-time to pd-closed-time
         move job-user to pd-closed-by
         move total-records to pd-records
         move total-ok to pd-ok-records
         move total-fail to pd-fail-records
         move total-amount to pd-ok-amount
         if period-on-file = 'T' then
           rewrite pd-record
             invalid key
               continue
           end-rewrite
         else
           write pd-record
             invalid key
               continue
           end-write
         end-if
         if pd-file-status <> '00' then
           display "Error: PERIODS not updated, file status "
             pd-file-status " - " close-period " is still open"
           close report-file
           close periods-file
           move 8 to return-code
           stop run
         end-if
         perform 2000-write-certificate
         close periods-file
         close report-file
         move total-records to count-disp
         display "period_close: " close-period " closed, "
           count-disp " RESULTHIST records frozen"
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

      *>  who closed it, for the record - the user the entitlement
      *>  check ran as.
       0200-read-job-user.
         open input jobuser-file
         if ju-file-status <> '00' then
           exit paragraph
         end-if
         read jobuser-file
           not at end
             move ju-user to job-user
         end-read
         close jobuser-file.

      *>  every RESULTHIST record dated in the month, by group.
       1000-total-period.
         open input history-file
         if history-file-status <> '00' then
           display "Warning: RESULTHIST unavailable, file status "
             history-file-status " - the month closes with no records"
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read history-file next
             at end
               string 'T' into end_of_file
             not at end
               divide rh-run-date by 100 giving rh-period
               if rh-period = close-period then
                 perform 1100-count-one-record
               end-if
           end-read
         end-perform
         close history-file.

       1100-count-one-record.
         add 1 to total-records giving total-records
         move 0 to group-found
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           if gr-code(group-idx) = rh-group-code then
             move group-idx to group-found
             exit perform
           end-if
         end-perform
         if group-found = 0 then
           if group-count < 200 then
             add 1 to group-count giving group-count
             move group-count to group-found
             move rh-group-code to gr-code(group-found)
             move 0 to gr-records(group-found)
             move 0 to gr-ok(group-found)
             move 0 to gr-fail(group-found)
             move 0 to gr-amount(group-found)
           else
             move 'T' to group-overflowed
           end-if
         end-if
         if group-found > 0 then
           add 1 to gr-records(group-found)
             giving gr-records(group-found)
         end-if
         if rh-status = "OK  " then
           add 1 to total-ok giving total-ok
           if group-found > 0 then
             add 1 to gr-ok(group-found) giving gr-ok(group-found)
           end-if
           if rh-amount-ok = 'T' then
             add rh-amount to total-amount giving total-amount
             if group-found > 0 then
               add rh-amount to gr-amount(group-found)
                 giving gr-amount(group-found)
             end-if
           end-if
         else
           add 1 to total-fail giving total-fail
           if group-found > 0 then
             add 1 to gr-fail(group-found)
               giving gr-fail(group-found)
           end-if
         end-if.

       2000-write-certificate.
         move spaces to heading_line
         string "PERIOD-CLOSE CERTIFICATE - ACCOUNTING PERIOD "
           close-period into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "CLOSED " today-date " " now-time(1:6) " BY "
           job-user into heading_line
         write report-record from heading_line
         move spaces to detail_line
         write report-record from detail_line
         move spaces to heading_line
         string "GROUP   " '|' "  RECORDS" '|' "       OK" '|'
           "     FAIL" '|' "         OK DOLLARS" into heading_line
         write report-record from heading_line
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           move gr-records(group-idx) to count-disp
           move gr-ok(group-idx) to count-disp-2
           move gr-fail(group-idx) to count-disp-3
           compute amount-disp rounded = gr-amount(group-idx)
           move spaces to detail_line
           string gr-code(group-idx) '|' count-disp '|'
             count-disp-2 '|' count-disp-3 '|' amount-disp
             into detail_line
           write report-record from detail_line
         end-perform
         if group-overflowed = 'T' then
           move spaces to detail_line
           string "** more than 200 groups - the rest are in the"
             " period totals only **" into detail_line
           write report-record from detail_line
         end-if
         perform 2100-write-period-totals.

       2100-write-period-totals.
         move pd-records to count-disp
         move pd-ok-records to count-disp-2
         move pd-fail-records to count-disp-3
         compute amount-disp rounded = pd-ok-amount
         move spaces to total_line
         string "PERIOD  " '|' count-disp '|' count-disp-2 '|'
           count-disp-3 '|' amount-disp into total_line
         write report-record from total_line
         move spaces to total_line
         write report-record from total_line
         move spaces to total_line
         string "These figures are frozen at close. RESULTHIST"
           " records dated in " close-period " are no longer"
           " replaced;" into total_line
         write report-record from total_line
         move spaces to total_line
         string "later answers for the period post to PRIORADJ as"
           " prior-period adjustments." into total_line
         write report-record from total_line.

      *>  an already-closed month's certificate, off the totals its
      *>  PERIODS record froze at close.
       3000-reprint-frozen.
         move spaces to heading_line
         string "PERIOD-CLOSE CERTIFICATE - ACCOUNTING PERIOD "
           close-period " (REPRINT)" into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "CLOSED " pd-closed-date " " pd-closed-time(1:6)
           " BY " pd-closed-by into heading_line
         write report-record from heading_line
         move spaces to detail_line
         write report-record from detail_line
         move spaces to heading_line
         string "        " '|' "  RECORDS" '|' "       OK" '|'
           "     FAIL" '|' "         OK DOLLARS" into heading_line
         write report-record from heading_line
         perform 2100-write-period-totals.

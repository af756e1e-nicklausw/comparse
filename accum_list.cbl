      *>lists the period-to-date accumulators on ACCUMS (see
      *>accums.cpy) account by account, in key order - account, then
      *>accumulator name, then period - so a billing analyst can see
      *>what an account has run up this month and what volume tier
      *>its next charge will price at. ACCLIST is the report.
      *>
      *>ACCLISTCTL control records, keyword(20) value(20), both
      *>optional:
      *>  PERIOD   yyyymm   only this month (default every period)
      *>  ACCOUNT  account  only this account (default every one)
       identification division.
       program-id. accum_list.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "ACCLISTCTL"
           organization line sequential
           file status is control-file-status.
         select accums-file assign to "ACCUMS"
           organization indexed
           access mode dynamic
           record key is ac-key
           file status is accums-status.
         select report-file assign to "ACCLIST"
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

         01 want-period pic 9(6) value 0.
         01 want-account pic x(10) value spaces.
         01 prev-account pic x(10) value spaces.
         01 first-account pic x(1) value 'T'.

         01 account-lines usage binary-long value 0.
         01 accounts-listed usage binary-long value 0.
         01 lines-listed usage binary-long value 0.
         01 open-listed usage binary-long value 0.
         01 closed-listed usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 value-edit pic -(13)9.9999.
         01 postings-edit pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         perform 0100-read-control

         open input accums-file
         if accums-status <> '00' then
           display "Error: could not open ACCUMS, file status "
             accums-status
           stop run
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open ACCLIST, file status "
             report-file-status
           stop run
         end-if

         move spaces to heading_line
         string "PERIOD-TO-DATE ACCUMULATORS BY ACCOUNT" into
           heading_line
         if want-period > 0 then
           move spaces to heading_line
           string "PERIOD-TO-DATE ACCUMULATORS BY ACCOUNT - PERIOD "
             want-period into heading_line
         end-if
         write report-record from heading_line
         move spaces to heading_line
         string "  ACCUMULATOR         " '|' "PERIOD" '|' "STATUS" '|'
           "             VALUE" '|' " POSTINGS" '|' "LAST RUN" '|'
           "OPENED  " '|' "CLOSED  "
           into heading_line
         write report-record from heading_line

      *>  one account wanted: start at its first key rather than
      *>  reading the whole file to find it.
         if want-account <> spaces then
           move want-account to ac-account
           move low-values to ac-name
           move 0 to ac-period
           start accums-file key is not less than ac-key
             invalid key
               string 'T' into end_of_file
           end-start
         end-if

         perform until end_of_file = 'T'
           read accums-file next record
             at end
               string 'T' into end_of_file
             not at end
               if want-account <> spaces and
                   ac-account <> want-account then
                 string 'T' into end_of_file
               else
                 if want-period = 0 or ac-period = want-period then
                   perform 1000-list-one
                 end-if
               end-if
           end-read
         end-perform
         if first-account <> 'T' then
           perform 1100-account-footing
         end-if
         close accums-file

         move spaces to total_line
         write report-record from total_line
         move accounts-listed to count-disp
         move spaces to total_line
         string "Accounts listed:      " count-disp into total_line
         write report-record from total_line
         move lines-listed to count-disp
         move spaces to total_line
         string "Accumulators listed:  " count-disp into total_line
         write report-record from total_line
         move open-listed to count-disp
         move spaces to total_line
         string "  Open:               " count-disp into total_line
         write report-record from total_line
         move closed-listed to count-disp
         move spaces to total_line
         string "  Closed:             " count-disp into total_line
         write report-record from total_line
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
                   move xc-value-9 to want-period
                 end-if
               end-if
               if xc-keyword = "ACCOUNT             " then
                 move xc-value(1:10) to want-account
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

       1000-list-one.
         if first-account = 'T' or ac-account <> prev-account then
           if first-account <> 'T' then
             perform 1100-account-footing
           end-if
           move 'F' to first-account
           move ac-account to prev-account
           move 0 to account-lines
           add 1 to accounts-listed giving accounts-listed
           move spaces to detail_line
           write report-record from detail_line
           move spaces to detail_line
           string "ACCOUNT " ac-account into detail_line
           write report-record from detail_line
         end-if
         add 1 to account-lines giving account-lines
         add 1 to lines-listed giving lines-listed
         if ac-status = "CLOSED" then
           add 1 to closed-listed giving closed-listed
         else
           add 1 to open-listed giving open-listed
         end-if
         move ac-value to value-edit
         move ac-postings to postings-edit
         move spaces to detail_line
         string "  " ac-name '|' ac-period '|' ac-status '|'
           value-edit '|' postings-edit '|' ac-last-run-date '|'
           ac-opened-date '|' ac-closed-date
           into detail_line
         write report-record from detail_line.

       1100-account-footing.
         move account-lines to count-disp
         move spaces to detail_line
         string "  " prev-account " accumulators: " count-disp
           into detail_line
         write report-record from detail_line.

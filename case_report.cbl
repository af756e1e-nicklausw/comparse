      *>the credit desk's daily case report off CASES (see cases.cpy)
      *>- every open case, in three sections:
      *>
      *>  NEW CASES        - opened on the report date, first time.
      *>  REPEAT OFFENDERS - the account tripped the rule again after
      *>                     an earlier case had closed.
      *>  AGING CASES      - the rest of the open cases that have been
      *>                     open at least the aging threshold's days.
      *>
      *>each case line carries how long it has been open, the nights
      *>in a row it has tripped, who has it and what they found,
      *>followed by the RULEEXPL clause lines from the last night it
      *>tripped - why the account is on the list. a case the analyst
      *>suppressed (case_maint.cbl) stays off the report through its
      *>suppress date and is only counted.
      *>
      *>an optional CASERCTL control record - as-of(8) aging-days(3)
      *>- reports as of another day (a missed morning) or raises the
      *>aging threshold from its default of one day.
       identification division.
       program-id. case_report.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "CASERCTL"
           organization line sequential
           file status is control-file-status.
         select cases-file assign to "CASES"
           organization indexed
           access mode sequential
           record key is cs-key
           file status is cs-file-status.
         select report-file assign to "CASERPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 rc-as-of-date pic 9(8).
           05 rc-aging-days pic 9(3).
       fd cases-file.
         copy "cases.cpy".
       fd report-file.
         01 report-record pic x(160).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 cs-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 as-of-date pic 9(8) value 0.
         01 as-of-days usage binary-long value 0.
         01 aging-days usage binary-long value 1.
         01 days-open usage binary-long value 0.

      *>  which section a case belongs in - 'N' new, 'R' repeat,
      *>  'A' aging, 'S' suppressed, space for none - and which
      *>  section this pass over the file is listing.
         01 case-class pic x(1) value space.
         01 section-wanted pic x(1) value space.
         01 section-title pic x(40) value spaces.
         01 section-count usage binary-long value 0.

         01 cases-read usage binary-long value 0.
         01 cases-open usage binary-long value 0.
         01 cases-new usage binary-long value 0.
         01 cases-repeat usage binary-long value 0.
         01 cases-aging usage binary-long value 0.
         01 cases-suppressed usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 days-disp pic zzzz9.
         01 nights-disp pic zzzz9.
         01 opened-disp pic zzzz9.
         01 trips-disp pic zzzzzz9.
         01 expl-idx usage binary-long value 0.

         01 dn-date pic 9(8) value 0.
         01 dn-days usage binary-long value 0.
         01 dn-y usage binary-long value 0.
         01 dn-m usage binary-long value 0.
         01 dn-d usage binary-long value 0.
         01 dn-t1 usage binary-long value 0.
         01 dn-t2 usage binary-long value 0.
         01 dn-t3 usage binary-long value 0.
         01 dn-t4 usage binary-long value 0.

         01 heading_line pic x(160).
         01 detail_line pic x(160).
         01 total_line pic x(160).

       procedure division.
       0000-mainline.
         accept as-of-date from date yyyymmdd
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if rc-as-of-date is numeric and rc-as-of-date > 0 then
                 move rc-as-of-date to as-of-date
               end-if
               if rc-aging-days is numeric and rc-aging-days > 0 then
                 move rc-aging-days to aging-days
               end-if
           end-read
           close control-file
         end-if
         move as-of-date to dn-date
         perform 9000-compute-day-number
         move dn-days to as-of-days

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open CASERPT, file status "
             report-file-status
           stop run
         end-if
         move spaces to heading_line
         string "CREDIT CASES AS OF " as-of-date into heading_line
         write report-record from heading_line

         move 'N' to section-wanted
         move "NEW CASES" to section-title
         perform 2000-list-section
         move 'R' to section-wanted
         move "REPEAT OFFENDERS" to section-title
         perform 2000-list-section
         move 'A' to section-wanted
         move "AGING CASES" to section-title
         perform 2000-list-section

         move spaces to total_line
         write report-record from total_line
         move cases-read to count-disp
         move spaces to total_line
         string "Cases on file:     " count-disp into total_line
         write report-record from total_line
         move cases-open to count-disp
         move spaces to total_line
         string "Open:              " count-disp into total_line
         write report-record from total_line
         move cases-new to count-disp
         move spaces to total_line
         string "  New:             " count-disp into total_line
         write report-record from total_line
         move cases-repeat to count-disp
         move spaces to total_line
         string "  Repeat:          " count-disp into total_line
         write report-record from total_line
         move cases-aging to count-disp
         move spaces to total_line
         string "  Aging:           " count-disp into total_line
         write report-record from total_line
         move cases-suppressed to count-disp
         move spaces to total_line
         string "  Suppressed:      " count-disp into total_line
         write report-record from total_line

         close report-file
         stop run.

      *>  a case opened after the as-of date (a rerun for an earlier
      *>  morning) is left off - it didn't exist yet.
       1000-classify-case.
         move space to case-class
         if cs-status <> 'O' or cs-opened-date > as-of-date then
           exit paragraph
         end-if
         move cs-opened-date to dn-date
         perform 9000-compute-day-number
         compute days-open = as-of-days - dn-days
         if cs-suppress-until >= as-of-date then
           move 'S' to case-class
           exit paragraph
         end-if
         evaluate true
           when cs-times-opened > 1
             move 'R' to case-class
           when days-open = 0
             move 'N' to case-class
           when days-open >= aging-days
             move 'A' to case-class
           when other
             continue
         end-evaluate.

      *>  one pass over the file per section; the totals are taken
      *>  on the first.
       2000-list-section.
         move spaces to heading_line
         write report-record from heading_line
         move spaces to heading_line
         string section-title into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "ACCOUNT   " '|' "RULE                " '|'
           "OPENED  " '|' " DAYS" '|' "NIGHTS" '|' "OPENINGS" '|'
           " TRIPS " '|' "ANALYST " '|' "DISP" '|' "NOTE"
           into heading_line
         write report-record from heading_line

         open input cases-file
         if cs-file-status <> '00' then
           display "Error: could not open CASES, file status "
             cs-file-status
           stop run
         end-if
         move 0 to section-count
         move 'F' to end_of_file
         perform until end_of_file = 'T'
           read cases-file next
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-classify-case
               if section-wanted = 'N' then
                 perform 2200-count-case
               end-if
               if case-class = section-wanted then
                 perform 2100-write-case
               end-if
           end-read
         end-perform
         close cases-file

         if section-count = 0 then
           move spaces to detail_line
           string "  (none)" into detail_line
           write report-record from detail_line
         end-if.

       2100-write-case.
         add 1 to section-count giving section-count
         move days-open to days-disp
         move cs-consecutive to nights-disp
         move cs-times-opened to opened-disp
         move cs-total-trips to trips-disp
         move spaces to detail_line
         string cs-account-id '|' cs-rule-name '|' cs-opened-date '|'
           days-disp '|' " " nights-disp '|' "   " opened-disp '|'
           trips-disp '|' cs-analyst '|' cs-disposition '|'
           cs-disposition-note into detail_line
         write report-record from detail_line
         perform varying expl-idx from 1 by 1
             until expl-idx > cs-expl-count
           write report-record from cs-expl-line(expl-idx)
         end-perform
         if cs-expl-more > 0 then
           move cs-expl-more to nights-disp
           move spaces to detail_line
           string "  ... " nights-disp " more clauses" into detail_line
           write report-record from detail_line
         end-if.

       2200-count-case.
         add 1 to cases-read giving cases-read
         evaluate case-class
           when 'N'
             add 1 to cases-new giving cases-new
           when 'R'
             add 1 to cases-repeat giving cases-repeat
           when 'A'
             add 1 to cases-aging giving cases-aging
           when 'S'
             add 1 to cases-suppressed giving cases-suppressed
         end-evaluate
         if cs-status = 'O' and cs-opened-date <= as-of-date then
           add 1 to cases-open giving cases-open
         end-if.

      *>  turns a yyyymmdd date into a running day number so a case's
      *>  age can be taken across month and year boundaries - the
      *>  same shifted-calendar formula dispute_aging.cbl uses.
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

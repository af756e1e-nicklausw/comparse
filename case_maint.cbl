      *>batch maintenance for CASES, the credit cases case_update.cbl
      *>opens off rules_driver's RULEFLAG (see cases.cpy) - the
      *>credit analyst's side of a case. CASETXN transactions carry
      *>one action each:
      *>
      *>  action(6) account-id(10) rule-name(20) analyst(8)
      *>  disposition(4) suppress-days(3) note(60)
      *>
      *>  ASSIGN - assigns the case to the analyst.
      *>  DISPO  - records the analyst's disposition code, and the
      *>           note if one is given; the analyst too, if given.
      *>  SUPPRS - keeps the case off the daily case report for the
      *>           next suppress-days days, today included; zero days
      *>           lifts a suppression early. the case still counts
      *>           its nights while it's suppressed.
      *>
      *>a case closed by case_update can still be worked - the
      *>disposition is what the analyst found, whether the account
      *>has cleared yet or not.
       identification division.
       program-id. case_maint.
       environment division.
       input-output section.
       file-control.
         select txn-file assign to "CASETXN"
           organization line sequential
           file status is txn-file-status.
         select cases-file assign to "CASES"
           organization indexed
           access mode random
           record key is cs-key
           file status is cs-file-status.
         select listing-file assign to "CASELIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(6).
           05 txn-account-id pic x(10).
           05 txn-rule-name pic x(20).
           05 txn-analyst pic x(8).
           05 txn-disposition pic x(4).
           05 txn-suppress-days pic 9(3).
           05 txn-note pic x(60).
       fd cases-file.
         copy "cases.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 txn-file-status pic x(2) value '00'.
         01 cs-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 today-date pic 9(8) value 0.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 txns_read_disp pic zzzzzzzz9.
         01 txns_applied_disp pic zzzzzzzz9.
         01 txns_rejected_disp pic zzzzzzzz9.

         01 case-found pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         01 before-record pic x(2000) value spaces.
         01 nights-disp pic zzzz9.
         01 opened-disp pic zzzz9.

      *>  date arithmetic for the suppression's last day.
         01 work-date pic 9(8) value 0.
         01 work-date-x redefines work-date.
           05 work-y pic 9(4).
           05 work-m pic 9(2).
           05 work-d pic 9(2).
         01 days-left usage binary-long value 0.
         01 month-days usage binary-long value 0.
         01 leap-q usage binary-long value 0.
         01 leap-r4 usage binary-long value 0.
         01 leap-r100 usage binary-long value 0.
         01 leap-r400 usage binary-long value 0.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd

         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open CASETXN, file status "
             txn-file-status
           stop run
         end-if
      *>  cases are only ever opened by case_update - no CASES file
      *>  means there's nothing to maintain yet.
         open i-o cases-file
         if cs-file-status <> '00' then
           display "Error: could not open CASES, file status "
             cs-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open CASELIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACTION" '|' "ACCOUNT   " '|' "RULE" '|'
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
         string "Transactions read:     " txns_read_disp into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions applied:  " txns_applied_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions rejected: " txns_rejected_disp
           into total_line
         write listing-record from total_line

         close txn-file
         close cases-file
         close listing-file
         stop run.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move spaces to before-record

         move 'F' to case-found
         move txn-account-id to cs-account-id
         move txn-rule-name to cs-rule-name
         read cases-file key is cs-key
           invalid key
             move "no case on file for that account and rule"
               to reject-reason
           not invalid key
             move 'T' to case-found
             move cs-record to before-record
         end-read

         if reject-reason = spaces then
           evaluate txn-action
             when "ASSIGN"
               perform 1100-assign-case
             when "DISPO "
               perform 1200-set-disposition
             when "SUPPRS"
               perform 1300-suppress-case
             when other
               move "unrecognized action code" to reject-reason
           end-evaluate
         end-if

         if reject-reason = spaces then
           move today-date to cs-updated-date
           rewrite cs-record
             invalid key
               move "rewrite failed" to reject-reason
           end-rewrite
         end-if

         if reject-reason = spaces then
           add 1 to txns_applied giving txns_applied
         else
           add 1 to txns_rejected giving txns_rejected
         end-if
         perform 1500-write-listing.

       1100-assign-case.
         if txn-analyst = spaces then
           move "analyst is blank" to reject-reason
           exit paragraph
         end-if
         move txn-analyst to cs-analyst
         move today-date to cs-assigned-date.

       1200-set-disposition.
         if txn-disposition = spaces then
           move "disposition code is blank" to reject-reason
           exit paragraph
         end-if
         move txn-disposition to cs-disposition
         if txn-note <> spaces then
           move txn-note to cs-disposition-note
         end-if
         if txn-analyst <> spaces then
           if cs-analyst = spaces then
             move today-date to cs-assigned-date
           end-if
           move txn-analyst to cs-analyst
         end-if.

      *>  N days counting today: the last suppressed day is today
      *>  plus N - 1.
       1300-suppress-case.
         if txn-suppress-days is not numeric then
           move "suppress days is not numeric" to reject-reason
           exit paragraph
         end-if
         if txn-suppress-days = 0 then
           move 0 to cs-suppress-until
           exit paragraph
         end-if
         move today-date to work-date
         compute days-left = txn-suppress-days - 1
         perform until days-left = 0
           perform 9200-days-in-month
           if work-d < month-days then
             add 1 to work-d giving work-d
           else
             move 1 to work-d
             if work-m < 12 then
               add 1 to work-m giving work-m
             else
               move 1 to work-m
               add 1 to work-y giving work-y
             end-if
           end-if
           subtract 1 from days-left giving days-left
         end-perform
         move work-date to cs-suppress-until
         if txn-note <> spaces then
           move txn-note to cs-disposition-note
         end-if.

      *>  one disposition line per transaction, then the case as it
      *>  stood before and after.
       1500-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then
           string txn-action '|' txn-account-id '|' txn-rule-name '|'
             "APPLIED" into detail_line
         else
           string txn-action '|' txn-account-id '|' txn-rule-name '|'
             "REJECTED: " reject-reason into detail_line
         end-if
         write listing-record from detail_line

         move spaces to total_line
         if before-record <> spaces then
           move before-record to cs-record
           perform 1510-format-case
           string "  BEFORE: " detail_line(1:110) into total_line
         else
           string "  BEFORE: (no case)" into total_line
         end-if
         write listing-record from total_line

         move spaces to total_line
         if reject-reason <> spaces then
           string "  AFTER:  (unchanged)" into total_line
         else
           move txn-account-id to cs-account-id
           move txn-rule-name to cs-rule-name
           read cases-file key is cs-key
             invalid key
               continue
           end-read
           perform 1510-format-case
           string "  AFTER:  " detail_line(1:110) into total_line
         end-if
         write listing-record from total_line.

       1510-format-case.
         move cs-consecutive to nights-disp
         move cs-times-opened to opened-disp
         move spaces to detail_line
         string cs-status " " cs-analyst " DISP " cs-disposition
           " SUPPRESS TO " cs-suppress-until " NIGHTS " nights-disp
           " OPENED " opened-disp " " cs-disposition-note(1:30)
           into detail_line.

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

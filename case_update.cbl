      *>post-step after rules_driver.cbl: carries the night's RULEFLAG
      *>verdicts onto CASES (see cases.cpy), so an account that trips
      *>the same rule night after night is one case with a count
      *>rather than a fresh line every morning.
      *>
      *>  T - opens a case the first night an account trips a rule
      *>      (reopens a closed one), or adds a night to the open
      *>      case's consecutive count. the tripped account's
      *>      RULEEXPL clause lines replace the ones the case held.
      *>  F - closes the account's open case for that rule - it
      *>      stopped tripping.
      *>  E - the rule errored for the account; the case is left as
      *>      it was, neither counted nor closed.
      *>
      *>an open case that wasn't on RULEFLAG at all tonight - the
      *>account gone from the master, the rule dropped - is closed by
      *>the sweep at the end. rerunning the same night is harmless:
      *>a case already counted for the run date isn't counted again.
      *>
      *>the run date is today's, or the date on an optional CASECTL
      *>control record - run-date(8) - for a rerun of a missed night.
       identification division.
       program-id. case_update.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "CASECTL"
           organization line sequential
           file status is control-file-status.
         select flag-file assign to "RULEFLAG"
           organization line sequential
           file status is flag-file-status.
         select explain-file assign to "RULEEXPL"
           organization line sequential
           file status is explain-file-status.
         select cases-file assign to "CASES"
           organization indexed
           access mode dynamic
           record key is cs-key
           file status is cs-file-status.
         select listing-file assign to "CASEUPD"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 cc-run-date pic 9(8).
       fd flag-file.
         01 flag-record.
           05 fl-account-id pic x(10).
           05 filler pic x(1).
           05 fl-rule-name pic x(20).
           05 filler pic x(1).
           05 fl-verdict pic x(1).
           05 filler pic x(7).
       fd explain-file.
         01 explain-record pic x(160).
       fd cases-file.
         copy "cases.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 flag-file-status pic x(2) value '00'.
         01 explain-file-status pic x(2) value '00'.
         01 cs-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 run-date pic 9(8) value 0.
         01 case-found pic x(1) value 'F'.

      *>  RULEEXPL is read a step behind RULEFLAG: its records come
      *>  out in the same order as the T verdicts, a header line per
      *>  tripped account and rule, then that one's clause lines.
      *>  the header waiting its turn sits in EXPLAIN-BUFFER.
         01 explain-on pic x(1) value 'F'.
         01 explain-eof pic x(1) value 'F'.
         01 explain-have pic x(1) value 'F'.
         01 explain-buffer pic x(160) value spaces.
         01 explain-key.
           05 ek-account-id pic x(10).
           05 filler pic x(1) value '|'.
           05 ek-rule-name pic x(20).
           05 filler pic x(8) value " TRIPPED".

         01 flags_read usage binary-long value 0.
         01 cases_new usage binary-long value 0.
         01 cases_continued usage binary-long value 0.
         01 cases_reopened usage binary-long value 0.
         01 cases_cleared usage binary-long value 0.
         01 cases_gone usage binary-long value 0.
         01 flags_error usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 nights-disp pic zzzz9.

         01 event-name pic x(9) value spaces.
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept run-date from date yyyymmdd
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if cc-run-date is numeric and cc-run-date > 0 then
                 move cc-run-date to run-date
               end-if
           end-read
           close control-file
         end-if

         open input flag-file
         if flag-file-status <> '00' then
           display "Error: could not open RULEFLAG, file status "
             flag-file-status
           stop run
         end-if
      *>  no RULEEXPL just means the cases carry no clause detail
      *>  tonight.
         open input explain-file
         if explain-file-status = '00' then
           move 'T' to explain-on
         end-if
      *>  the first night creates the file - same fallback as the
      *>  maintenance programs.
         open i-o cases-file
         if cs-file-status = '35' then
           open output cases-file
           close cases-file
           open i-o cases-file
         end-if
         if cs-file-status <> '00' then
           display "Error: could not open CASES, file status "
             cs-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open CASEUPD, file status "
             listing-file-status
           stop run
         end-if

         move spaces to detail_line
         string "CASE UPDATE FOR RUN DATE " run-date into detail_line
         write listing-record from detail_line
         move spaces to detail_line
         string "EVENT    " '|' "ACCOUNT   " '|' "RULE" into detail_line
         write listing-record from detail_line

         perform until end_of_file = 'T'
           read flag-file
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-apply-one-flag
           end-read
         end-perform

         perform 2000-sweep-unseen-cases

         move flags_read to count-disp
         move spaces to total_line
         string "Verdicts read:        " count-disp into total_line
         write listing-record from total_line
         move cases_new to count-disp
         move spaces to total_line
         string "Cases opened:         " count-disp into total_line
         write listing-record from total_line
         move cases_reopened to count-disp
         move spaces to total_line
         string "Cases reopened:       " count-disp into total_line
         write listing-record from total_line
         move cases_continued to count-disp
         move spaces to total_line
         string "Cases still tripping: " count-disp into total_line
         write listing-record from total_line
         move cases_cleared to count-disp
         move spaces to total_line
         string "Cases auto-closed:    " count-disp into total_line
         write listing-record from total_line
         move cases_gone to count-disp
         move spaces to total_line
         string "Closed, not on file:  " count-disp into total_line
         write listing-record from total_line
         move flags_error to count-disp
         move spaces to total_line
         string "Rule errors held:     " count-disp into total_line
         write listing-record from total_line

         close flag-file
         if explain-on = 'T' then
           close explain-file
         end-if
         close cases-file
         close listing-file
         stop run.

       1000-apply-one-flag.
         add 1 to flags_read giving flags_read
         move fl-account-id to cs-account-id
         move fl-rule-name to cs-rule-name
         move 'F' to case-found
         read cases-file key is cs-key
           invalid key
             continue
           not invalid key
             move 'T' to case-found
         end-read

         evaluate fl-verdict
           when 'T'
             perform 1100-case-tripped
           when 'F'
             if case-found = 'T' and cs-status = 'O' then
               move 'A' to cs-close-reason
               perform 1300-close-case
               add 1 to cases_cleared giving cases_cleared
             end-if
           when other
             add 1 to flags_error giving flags_error
             if case-found = 'T' and cs-status = 'O' then
               move run-date to cs-last-seen-date
               perform 1400-rewrite-case
             end-if
         end-evaluate.

       1100-case-tripped.
         if case-found = 'F' then
           initialize cs-record
           move fl-account-id to cs-account-id
           move fl-rule-name to cs-rule-name
           move 'O' to cs-status
           move run-date to cs-opened-date
           move run-date to cs-first-opened-date
           move run-date to cs-last-trip-date
           move run-date to cs-last-seen-date
           move run-date to cs-updated-date
           move 1 to cs-consecutive
           move 1 to cs-times-opened
           move 1 to cs-total-trips
           perform 1200-collect-explain
           write cs-record
             invalid key
               display "Error: CASES write failed for "
                 cs-account-id " " cs-rule-name
               stop run
           end-write
           add 1 to cases_new giving cases_new
           move "OPENED" to event-name
           perform 3000-write-event
           exit paragraph
         end-if

         if cs-status <> 'O' then
           move 'O' to cs-status
           move space to cs-close-reason
           move 0 to cs-closed-date
           move run-date to cs-opened-date
           move 1 to cs-consecutive
           add 1 to cs-times-opened giving cs-times-opened
           add 1 to cs-total-trips giving cs-total-trips
           move spaces to cs-disposition
           move spaces to cs-disposition-note
           add 1 to cases_reopened giving cases_reopened
           move "REOPENED" to event-name
           perform 3000-write-event
         else
           if cs-last-trip-date < run-date then
             add 1 to cs-consecutive giving cs-consecutive
             add 1 to cs-total-trips giving cs-total-trips
           end-if
           add 1 to cases_continued giving cases_continued
         end-if
         move run-date to cs-last-trip-date
         move run-date to cs-last-seen-date
         move run-date to cs-updated-date
         perform 1200-collect-explain
         perform 1400-rewrite-case.

      *>  the waiting RULEEXPL header should be this verdict's; if it
      *>  isn't, the two files have come apart and the case keeps
      *>  the clause lines it had rather than taking someone else's.
       1200-collect-explain.
         if explain-on = 'F' then
           exit paragraph
         end-if
         if explain-have = 'F' then
           perform 1210-read-explain
         end-if
         if explain-have = 'F' then
           exit paragraph
         end-if
         move fl-account-id to ek-account-id
         move fl-rule-name to ek-rule-name
         if explain-buffer(1:39) <> explain-key then
           exit paragraph
         end-if
         move 0 to cs-expl-count
         move 0 to cs-expl-more
         move spaces to cs-expl-line(1) cs-expl-line(2)
           cs-expl-line(3) cs-expl-line(4) cs-expl-line(5)
           cs-expl-line(6) cs-expl-line(7) cs-expl-line(8)
           cs-expl-line(9) cs-expl-line(10)
         perform 1210-read-explain
         perform until explain-have = 'F'
             or explain-buffer(1:2) <> spaces
           if cs-expl-count < 10 then
             add 1 to cs-expl-count giving cs-expl-count
             move explain-buffer to cs-expl-line(cs-expl-count)
           else
             if cs-expl-more < 99 then
               add 1 to cs-expl-more giving cs-expl-more
             end-if
           end-if
           perform 1210-read-explain
         end-perform.

       1210-read-explain.
         move 'F' to explain-have
         if explain-eof = 'T' then
           exit paragraph
         end-if
         read explain-file into explain-buffer
           at end
             move 'T' to explain-eof
           not at end
             move 'T' to explain-have
         end-read.

       1300-close-case.
         move 'C' to cs-status
         move run-date to cs-closed-date
         move run-date to cs-updated-date
         move 0 to cs-consecutive
         if cs-close-reason = 'A' then
           move "CLEARED" to event-name
         else
           move "GONE" to event-name
         end-if
         perform 3000-write-event
         perform 1400-rewrite-case.

       1400-rewrite-case.
         rewrite cs-record
           invalid key
             display "Error: CASES rewrite failed for "
               cs-account-id " " cs-rule-name
             stop run
         end-rewrite.

      *>  every open case RULEFLAG didn't mention tonight closes -
      *>  nothing is left evaluating it.
       2000-sweep-unseen-cases.
         move 'F' to end_of_file
         move low-values to cs-key
         start cases-file key is >= cs-key
           invalid key
             exit paragraph
         end-start
         perform until end_of_file = 'T'
           read cases-file next
             at end
               string 'T' into end_of_file
             not at end
               if cs-status = 'O' and cs-last-seen-date < run-date
                   then
                 move 'G' to cs-close-reason
                 perform 1300-close-case
                 add 1 to cases_gone giving cases_gone
               end-if
           end-read
         end-perform.

       3000-write-event.
         move cs-times-opened to nights-disp
         move spaces to detail_line
         string event-name '|' cs-account-id '|' cs-rule-name
           '|' "opened " nights-disp " time(s)" into detail_line
         write listing-record from detail_line.

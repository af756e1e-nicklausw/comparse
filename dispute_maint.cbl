      *>batch maintenance for DISPUTES, the indexed billing dispute
      *>case file (see disputes.cpy) - the desk opens a case when a
      *>customer disputes a charge, works it, and closes it here
      *>instead of in an email thread. DSPTXN transactions carry one
      *>case action each:
      *>
      *>  action(6) formula-id(20) run-date(8) group-code(8)
      *>  reason-code(4) analyst(8) amount(16) resolution(1) note(60)
      *>
      *>the amount is sign leading separate with two implied decimals.
      *>
      *>  OPEN   - opens a case against the result the run billed.
      *>           the billed answer is copied off LASTRES when its
      *>           run date matches (a zero run date means "the last
      *>           run", whatever LASTRES holds - the same answer
      *>           formula_tester's LAST command shows the desk), and
      *>           off RESULTHIST for an older run. a zero amount
      *>           disputes the whole billed amount.
      *>  UPDATE - changes the group, reason, analyst, amount or note
      *>           of an open case; blank and zero fields are left as
      *>           they were.
      *>  CLOSE  - resolves an open case. resolution 'C' finds for the
      *>           customer and queues a credit memo on CRMEMO (see
      *>           crmemo.cpy) for batch_math_parse's GL step to post
      *>           - the amount, or the disputed amount if it's zero.
      *>           resolution 'D' denies the dispute; the charge
      *>           stands.
       identification division.
       program-id. dispute_maint.
       environment division.
       input-output section.
       file-control.
         select txn-file assign to "DSPTXN"
           organization line sequential
           file status is txn-file-status.
         select dispute-file assign to "DISPUTES"
           organization indexed
           access mode random
           record key is ds-key
           file status is ds-file-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode random
           record key is lr-formula-id
           file status is lastres-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode random
           record key is rh-key
           file status is history-file-status.
         select crmemo-file assign to "CRMEMO"
           organization line sequential
           file status is crmemo-status.
         select listing-file assign to "DSPLIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(6).
           05 txn-formula-id pic x(20).
           05 txn-run-date pic 9(8).
           05 txn-group-code pic x(8).
           05 txn-reason-code pic x(4).
           05 txn-analyst pic x(8).
           05 txn-amount pic s9(13)v9(2) sign leading separate.
           05 txn-resolution pic x(1).
           05 txn-note pic x(60).
       fd dispute-file.
         copy "disputes.cpy".
       fd lastres-file.
         copy "lastres.cpy".
       fd history-file.
         copy "resulthist.cpy".
       fd crmemo-file.
         copy "crmemo.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 txn-file-status pic x(2) value '00'.
         01 ds-file-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 crmemo-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 lastres-on pic x(1) value 'F'.
         01 history-on pic x(1) value 'F'.
         01 crmemo-open pic x(1) value 'F'.
         01 today-date pic 9(8) value 0.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 memos_queued usage binary-long value 0.
         01 txns_read_disp pic zzzzzzzz9.
         01 txns_applied_disp pic zzzzzzzz9.
         01 txns_rejected_disp pic zzzzzzzz9.
         01 memos_queued_disp pic zzzzzzzz9.

         01 case-found pic x(1) value 'F'.
         01 billed-found pic x(1) value 'F'.
         01 case-run-date pic 9(8) value 0.
         01 reject-reason pic x(60) value spaces.
         01 before-record pic x(240) value spaces.

      *>  billed-result-to-amount scratch, the same reading of a
      *>  formatted result rerate_run.cbl makes.
         01 res-text pic x(40) value spaces.
         01 res-num pic s9(13)v99 value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-started pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-pos usage binary-long value 0.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.

         01 disputed-edit pic -(13)9.99.
         01 credit-edit pic -(13)9.99.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd

         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open DSPTXN, file status "
             txn-file-status
           stop run
         end-if
      *>  the first case ever opened creates the file - same fallback
      *>  as mathvars_maint.cbl.
         open i-o dispute-file
         if ds-file-status = '35' then
           open output dispute-file
           close dispute-file
           open i-o dispute-file
         end-if
         if ds-file-status <> '00' then
           display "Error: could not open DISPUTES, file status "
             ds-file-status
           stop run
         end-if
      *>  the billed answers are only needed to open cases - a shop
      *>  that hasn't run the batch yet can still update and close.
         open input lastres-file
         if lastres-status = '00' then
           move 'T' to lastres-on
         end-if
         open input history-file
         if history-file-status = '00' then
           move 'T' to history-on
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open DSPLIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACTION" '|' "FORMULA ID" '|' "RUN DATE" '|'
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
         move memos_queued to memos_queued_disp
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
         move spaces to total_line
         string "Credit memos queued:   " memos_queued_disp
           into total_line
         write listing-record from total_line

         close txn-file
         close dispute-file
         if lastres-on = 'T' then
           close lastres-file
         end-if
         if history-on = 'T' then
           close history-file
         end-if
         if crmemo-open = 'T' then
           close crmemo-file
         end-if
         close listing-file
         stop run.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move spaces to before-record
         move txn-run-date to case-run-date

         if txn-formula-id = spaces then
           move "formula id is blank" to reject-reason
         else
           if txn-amount is not numeric then
             move "amount is not numeric" to reject-reason
           end-if
         end-if

         if reject-reason = spaces then
           evaluate txn-action
             when "OPEN  "
               perform 1200-open-case
             when "UPDATE"
               perform 1100-look-up-case
               perform 1300-update-case
             when "CLOSE "
               perform 1100-look-up-case
               perform 1400-close-case
             when other
               move "unrecognized action code" to reject-reason
           end-evaluate
         end-if

         if reject-reason = spaces then
           add 1 to txns_applied giving txns_applied
         else
           add 1 to txns_rejected giving txns_rejected
         end-if
         perform 1500-write-listing.

       1100-look-up-case.
         move 'F' to case-found
         move txn-formula-id to ds-formula-id
         move case-run-date to ds-run-date
         read dispute-file key is ds-key
           invalid key
             continue
           not invalid key
             move 'T' to case-found
             move ds-record to before-record
         end-read.

      *>  the billed answer first - a case against a result nobody
      *>  billed is a typo, not a dispute.
       1200-open-case.
         perform 1210-find-billed-result
         if billed-found = 'F' then
           move "no billed result on file for that run date"
             to reject-reason
           exit paragraph
         end-if
         perform 1100-look-up-case
         if case-found = 'T' then
           move "a case is already on file for that result"
             to reject-reason
           exit paragraph
         end-if
         move rh-status to ds-billed-status
         move rh-result to ds-billed-result
         move txn-group-code to ds-group-code
         move txn-reason-code to ds-reason-code
         move txn-analyst to ds-analyst
         move 'O' to ds-status
         move space to ds-resolution
         move 0 to ds-credit-amount
         move today-date to ds-opened-date
         move today-date to ds-updated-date
         move 0 to ds-closed-date
         move txn-note to ds-note
         if txn-amount = 0 then
           move rh-result to res-text
           perform 9000-parse-result-text
           if res-ok = 'F' then
             move "billed result is not an amount - give the amount"
               to reject-reason
             exit paragraph
           end-if
           move res-num to ds-disputed-amount
         else
           move txn-amount to ds-disputed-amount
         end-if
         write ds-record
           invalid key
             move "write failed - duplicate key" to reject-reason
         end-write.

      *>  LASTRES when it holds the run asked for (or any run, for a
      *>  zero run date), else that day's RESULTHIST record. either
      *>  way the answer lands in RH-STATUS / RH-RESULT, and the
      *>  run date the case is keyed by in CASE-RUN-DATE.
       1210-find-billed-result.
         move 'F' to billed-found
         if lastres-on = 'T' then
           move txn-formula-id to lr-formula-id
           read lastres-file key is lr-formula-id
             invalid key
               continue
             not invalid key
               if case-run-date = 0 or
                   case-run-date = lr-run-date then
                 move lr-run-date to case-run-date
                 move lr-status to rh-status
                 move lr-result to rh-result
                 move 'T' to billed-found
               end-if
           end-read
         end-if
         if billed-found = 'T' or case-run-date = 0 then
           exit paragraph
         end-if
         if history-on = 'T' then
           move txn-formula-id to rh-formula-id
           move case-run-date to rh-run-date
           read history-file key is rh-key
             invalid key
               continue
             not invalid key
               move 'T' to billed-found
           end-read
         end-if.

       1300-update-case.
         if case-found = 'F' then
           move "update of a case not on file" to reject-reason
           exit paragraph
         end-if
         if ds-status <> 'O' then
           move "case is already resolved" to reject-reason
           exit paragraph
         end-if
         if txn-group-code <> spaces then
           move txn-group-code to ds-group-code
         end-if
         if txn-reason-code <> spaces then
           move txn-reason-code to ds-reason-code
         end-if
         if txn-analyst <> spaces then
           move txn-analyst to ds-analyst
         end-if
         if txn-amount <> 0 then
           move txn-amount to ds-disputed-amount
         end-if
         if txn-note <> spaces then
           move txn-note to ds-note
         end-if
         move today-date to ds-updated-date
         rewrite ds-record
           invalid key
             move "rewrite failed" to reject-reason
         end-rewrite.

       1400-close-case.
         if case-found = 'F' then
           move "close of a case not on file" to reject-reason
           exit paragraph
         end-if
         if ds-status <> 'O' then
           move "case is already resolved" to reject-reason
           exit paragraph
         end-if
         if txn-resolution <> 'C' and txn-resolution <> 'D' then
           move "resolution must be C or D" to reject-reason
           exit paragraph
         end-if
         if txn-resolution = 'C' then
           if txn-amount <> 0 then
             move txn-amount to ds-credit-amount
           else
             move ds-disputed-amount to ds-credit-amount
           end-if
           if ds-credit-amount <= 0 then
             move "credit amount must be positive" to reject-reason
             exit paragraph
           end-if
         else
           move 0 to ds-credit-amount
         end-if
         if txn-analyst <> spaces then
           move txn-analyst to ds-analyst
         end-if
         if txn-note <> spaces then
           move txn-note to ds-note
         end-if
         move 'R' to ds-status
         move txn-resolution to ds-resolution
         move today-date to ds-updated-date
         move today-date to ds-closed-date
         rewrite ds-record
           invalid key
             move "rewrite failed" to reject-reason
             exit paragraph
         end-rewrite
         if ds-resolution = 'C' then
           perform 1410-queue-credit-memo
         end-if.

      *>  the queue is appended to and only ever emptied by the GL
      *>  step that posts it; the first memo creates it.
       1410-queue-credit-memo.
         if crmemo-open <> 'T' then
           open extend crmemo-file
           if crmemo-status = '35' then
             open output crmemo-file
           end-if
           if crmemo-status <> '00' then
             display "Error: could not open CRMEMO, file status "
               crmemo-status
             stop run
           end-if
           move 'T' to crmemo-open
         end-if
         move spaces to cm-record
         move ds-formula-id to cm-formula-id
         move ds-run-date to cm-run-date
         move ds-group-code to cm-group-code
         move ds-credit-amount to cm-amount
         move today-date to cm-issue-date
         move ds-reason-code to cm-reason-code
         move ds-analyst to cm-analyst
         write cm-record
         add 1 to memos_queued giving memos_queued.

      *>  one disposition line per transaction, then the case as it
      *>  stood before and after.
       1500-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then
           string txn-action '|' txn-formula-id '|' case-run-date '|'
             "APPLIED" into detail_line
         else
           string txn-action '|' txn-formula-id '|' case-run-date '|'
             "REJECTED: " reject-reason into detail_line
         end-if
         write listing-record from detail_line

         move spaces to total_line
         if before-record <> spaces then
           move before-record to ds-record
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
           move txn-formula-id to ds-formula-id
           move case-run-date to ds-run-date
           read dispute-file key is ds-key
             invalid key
               continue
           end-read
           perform 1510-format-case
           string "  AFTER:  " detail_line(1:110) into total_line
         end-if
         write listing-record from total_line.

       1510-format-case.
         move ds-disputed-amount to disputed-edit
         move ds-credit-amount to credit-edit
         move spaces to detail_line
         string ds-status " " ds-group-code " " ds-reason-code " "
           ds-analyst " BILLED " ds-billed-result(1:20)
           " DISPUTED " disputed-edit " " ds-resolution
           " CREDIT " credit-edit into detail_line.

      *>  the billed result text read back as an amount - digits,
      *>  grouping commas skipped, a leading minus kept.
       9000-parse-result-text.
         move 0 to res-num
         move 'F' to res-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         perform varying res-pos from 1 by 1 until res-pos > 40
           evaluate true
             when res-text(res-pos:1) = space
               if res-started = 'T' then
                 exit perform
               end-if
             when res-text(res-pos:1) = ','
               continue
             when res-text(res-pos:1) = '-'
               if res-started = 'F' then
                 move 'T' to res-neg
                 move 'T' to res-started
               else
                 exit paragraph
               end-if
             when res-text(res-pos:1) = '.'
               if res-after-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to res-after-point
               move 'T' to res-started
             when res-text(res-pos:1) is numeric
               move 'T' to res-started
               move res-text(res-pos:1) to res-digit-x
               if res-after-point = 'T' then
                 add 1 to res-dec-digits giving res-dec-digits
                 evaluate res-dec-digits
                   when 1 compute res-num =
                     res-num + res-digit-9 / 10
                   when 2 compute res-num =
                     res-num + res-digit-9 / 100
                   when other
                     continue
                 end-evaluate
               else
                 add 1 to res-int-digits giving res-int-digits
                 if res-int-digits > 13 then
                   exit paragraph
                 end-if
                 compute res-num = res-num * 10 + res-digit-9
               end-if
             when other
               if res-started = 'T' then
                 exit perform
               end-if
           end-evaluate
         end-perform
         if res-int-digits = 0 and res-dec-digits = 0 then
           exit paragraph
         end-if
         if res-neg = 'T' then
           compute res-num = 0 - res-num
         end-if
         move 'T' to res-ok.

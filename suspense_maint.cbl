      *>repair and write-off for SUSPENSE, the reject suspense file
      *>(see suspense.cpy) - the desk fixes a reject here instead of
      *>by editing a text file and re-running. SUSPTXN transactions
      *>carry one item action each:
      *>
      *>  action(8) source(1) item-id(20) first-seen(8) reason(4)
      *>  analyst(8) note(60) repair-data(1966)
      *>
      *>a zero first-seen date means the item's open (or queued)
      *>entry, whenever it was first seen.
      *>
      *>  REPAIR   - applies the correction and queues the item. for
      *>             a charge-feed item ('A') the repair data is one
      *>             30-column slot per template argument, %1 first
      *>             - a blank slot keeps the feed's own column - and
      *>             the formula is rebuilt through feed_layout.cbl
      *>             off the item's feed layout, the way
      *>             charge_adapter.cbl builds it. for any other item
      *>             the repair data is the corrected formula text.
      *>             either way the text is dry-run through math_parse
      *>             first, and a repair that still won't parse is
      *>             refused with the parser's message. a repaired
      *>             item that is queued already can be repaired
      *>             again.
      *>  WRITEOFF - clears an open or queued item without billing
      *>             it. the reason code is required.
      *>
      *>after the transactions, every queued item goes on FORMULSUP -
      *>a supplementary FORMULAIN, HDR dated the run date and sourced
      *>"SUSPENSE", TRL with the count and non-space hash the batch
      *>balances on - for a supplementary run of batch_math_parse.cbl.
      *>suspense_load.cbl clears an item once that run bills it, or
      *>opens it again if it fails, so suspense_load has to follow the
      *>supplementary run before this is run again.
      *>
      *>SUSPMCTL control records, keyword(20) value(20), optional:
      *>  RUN-DATE  yyyymmdd  the supplementary run's date (default
      *>                      today)
       identification division.
       program-id. suspense_maint.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "SUSPMCTL"
           organization line sequential
           file status is control-file-status.
         select txn-file assign to "SUSPTXN"
           organization line sequential
           file status is txn-file-status.
         select suspense-file assign to "SUSPENSE"
           organization indexed
           access mode dynamic
           record key is sp-key
           file status is sp-file-status.
         select formula-file assign to "FORMULSUP"
           organization line sequential
           file status is formula-file-status.
         select listing-file assign to "SUSPLIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(8).
           05 txn-source pic x(1).
           05 txn-item-id pic x(20).
           05 txn-first-seen pic 9(8).
           05 txn-reason-code pic x(4).
           05 txn-analyst pic x(8).
           05 txn-note pic x(60).
           05 txn-repair-data pic x(1966).
       fd suspense-file.
         copy "suspense.cpy".
       fd formula-file.
         copy "formulain.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 txn-file-status pic x(2) value '00'.
         01 sp-file-status pic x(2) value '00'.
         01 formula-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 sp-at-end pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 run-date pic 9(8) value 0.
         01 today-date pic 9(8) value 0.

         01 c_communication pic x(2000).
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         01 math-parse-error-code usage binary-long value 0.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 items_queued usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.

         01 item-found pic x(1) value 'F'.
         01 found-key pic x(29) value spaces.
         01 reject-reason pic x(60) value spaces.
         01 repaired-text pic x(1966) value spaces.
         01 text-end usage binary-long value 0.

      *>  the charge feed record being repaired, and the repair's
      *>  argument slots over it.
         01 repair-feed pic x(500) value spaces.
         01 repair-slots redefines repair-feed.
           05 rs-slot pic x(30) occurs 9 times.
           05 filler pic x(230).
         01 slot-idx usage binary-long value 0.
         copy "feedreq.cpy".

         01 bal-hash usage binary-long value 0.
         01 bal-scan usage binary-long value 0.
         01 out-header.
           05 oh-tag pic x(3).
           05 oh-date pic 9(8).
           05 oh-source pic x(8).
         01 out-trailer.
           05 ot-tag pic x(3).
           05 ot-count pic 9(9).
           05 ot-hash pic 9(12).

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         move today-date to run-date
         perform 0100-read-control
         move "SUSPENSE" to mpo-job-name
         move 'Y' to mpo-dry-run

         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open SUSPTXN, file status "
             txn-file-status
           stop run
         end-if
         open i-o suspense-file
         if sp-file-status <> '00' then
           display "Error: could not open SUSPENSE, file status "
             sp-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open SUSPLIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACTION  " '|' "S" '|' "ITEM ID             " '|'
           "FIRST   " '|' "DISPOSITION" into heading_line
         write listing-record from heading_line

         perform until end_of_file = 'T'
           read txn-file
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-apply-one-txn
           end-read
         end-perform
         close txn-file

         perform 2000-write-supplementary

         move spaces to total_line
         write listing-record from total_line
         move txns_read to count-disp
         move spaces to total_line
         string "Transactions read:     " count-disp into total_line
         write listing-record from total_line
         move txns_applied to count-disp
         move spaces to total_line
         string "Transactions applied:  " count-disp into total_line
         write listing-record from total_line
         move txns_rejected to count-disp
         move spaces to total_line
         string "Transactions rejected: " count-disp into total_line
         write listing-record from total_line
         move items_queued to count-disp
         move spaces to total_line
         string "Items on FORMULSUP:    " count-disp into total_line
         write listing-record from total_line

         close suspense-file
         close listing-file
         if txns_rejected > 0 then
           move 4 to return-code
         end-if
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
               if xc-keyword = "RUN-DATE            " then
                 perform 0110-parse-control-value
                 if xc-value-x is numeric and xc-value-9 > 0 then
                   move xc-value-9 to run-date
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

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason

         if txn-item-id = spaces then
           move "item id is blank" to reject-reason
         else
           if txn-first-seen is not numeric then
             move "first-seen date is not numeric" to reject-reason
           end-if
         end-if

         if reject-reason = spaces then
           perform 1100-look-up-item
           if item-found <> 'T' then
             move "no open or queued item on file for that id"
               to reject-reason
           end-if
         end-if

         if reject-reason = spaces then
           evaluate txn-action
             when "REPAIR  "
               perform 1200-repair-item
             when "WRITEOFF"
               perform 1300-write-off-item
             when other
               move "unrecognized action code" to reject-reason
           end-evaluate
         end-if

         move spaces to detail_line
         if reject-reason = spaces then
           add 1 to txns_applied giving txns_applied
           string txn-action '|' txn-source '|' txn-item-id '|'
             sp-first-seen '|' "applied" into detail_line
         else
           add 1 to txns_rejected giving txns_rejected
           string txn-action '|' txn-source '|' txn-item-id '|'
             txn-first-seen '|' "REJECTED - " reject-reason
             into detail_line
         end-if
         write listing-record from detail_line.

      *>  the item named, or for a zero first-seen date its latest
      *>  open or queued entry - read, ready to rewrite.
       1100-look-up-item.
         move 'F' to item-found
         if txn-first-seen > 0 then
           move txn-item-id to sp-item-id
           move txn-source to sp-source
           move txn-first-seen to sp-first-seen
           read suspense-file key is sp-key
             invalid key
               exit paragraph
           end-read
           if sp-status = 'O' or sp-status = 'Q' then
             move 'T' to item-found
           end-if
           exit paragraph
         end-if
         move 'F' to sp-at-end
         move txn-item-id to sp-item-id
         move txn-source to sp-source
         move 0 to sp-first-seen
         start suspense-file key is >= sp-key
           invalid key
             move 'T' to sp-at-end
         end-start
         perform until sp-at-end = 'T'
           read suspense-file next
             at end
               move 'T' to sp-at-end
             not at end
               if sp-item-id <> txn-item-id or
                   sp-source <> txn-source then
                 move 'T' to sp-at-end
               else
                 if sp-status = 'O' or sp-status = 'Q' then
                   move 'T' to item-found
                   move sp-key to found-key
                 end-if
               end-if
           end-read
         end-perform
         if item-found = 'T' then
           move found-key to sp-key
           read suspense-file key is sp-key
             invalid key
               move 'F' to item-found
           end-read
         end-if.

       1200-repair-item.
         move spaces to repaired-text
         if sp-source = 'A' then
           perform 1210-rebuild-charge
         else
           if txn-repair-data = spaces then
             move "corrected formula text is blank" to reject-reason
           else
             move txn-repair-data to repaired-text
           end-if
         end-if
         if reject-reason <> spaces then
           exit paragraph
         end-if

         move 1966 to text-end
         perform until text-end = 0
             or repaired-text(text-end:1) <> space
           subtract 1 from text-end giving text-end
         end-perform
         if repaired-text(text-end:1) = '\' then
           move "a repair has to fit on one record" to reject-reason
           exit paragraph
         end-if
         move spaces to c_communication
         move repaired-text to c_communication
         move mpc-ok to math-parse-error-code
         call 'math_parse' using by reference c_communication
           omitted math-parse-options math-parse-error-code
           omitted omitted omitted omitted
         if math-parse-error-code <> mpc-ok then
           inspect c_communication converting x'00' to space
           move c_communication(1:60) to reject-reason
           exit paragraph
         end-if

         move repaired-text to sp-formula-text
         if sp-source = 'A' then
           move fl-feed-id to sp-feed-id
           move repair-feed to sp-feed-record
         end-if
         move 'Q' to sp-status
         move today-date to sp-repaired-date
         if txn-analyst <> spaces then
           move txn-analyst to sp-analyst
         end-if
         if txn-note <> spaces then
           move txn-note to sp-note
         end-if
         rewrite sp-record
           invalid key
             move "rewrite failed" to reject-reason
         end-rewrite.

      *>  the feed's columns, with the repair's over them, into the
      *>  formula charge_adapter.cbl would have written.
       1210-rebuild-charge.
         move spaces to feed-layout-parms
         move 'B' to fl-action
         move sp-feed-id to fl-feed-id
         if sp-feed-id = spaces then
           move "CHARGEFD" to fl-feed-id
         end-if
         move txn-repair-data(1:270) to repair-feed
         perform varying slot-idx from 1 by 1 until slot-idx > 9
           move rs-slot(slot-idx) to fl-override(slot-idx)
         end-perform
         move sp-feed-record to repair-feed
         call 'feed_layout' using by reference feed-layout-parms
           by reference repair-feed
         if fl-result <> 'T' then
           move fl-message to reject-reason
           exit paragraph
         end-if
         if fl-charge-type = spaces then
           move "feed record has no charge type" to reject-reason
           exit paragraph
         end-if
         move fl-formula-text to repaired-text.

       1300-write-off-item.
         if txn-reason-code = spaces then
           move "a write-off needs a reason code" to reject-reason
           exit paragraph
         end-if
         move 'W' to sp-status
         move txn-reason-code to sp-writeoff-reason
         move today-date to sp-cleared-date
         if txn-analyst <> spaces then
           move txn-analyst to sp-analyst
         end-if
         if txn-note <> spaces then
           move txn-note to sp-note
         end-if
         rewrite sp-record
           invalid key
             move "rewrite failed" to reject-reason
         end-rewrite.

      *>  every queued item, between a HDR and a TRL that balance.
       2000-write-supplementary.
         open output formula-file
         if formula-file-status <> '00' then
           display "Error: could not open FORMULSUP, file status "
             formula-file-status
           stop run
         end-if
         move spaces to fin-record
         move "HDR" to oh-tag
         move run-date to oh-date
         move "SUSPENSE" to oh-source
         move out-header to fin-record(1:19)
         write fin-record

         move 0 to bal-hash
         move 'F' to sp-at-end
         move low-values to sp-key
         start suspense-file key is >= sp-key
           invalid key
             move 'T' to sp-at-end
         end-start
         perform until sp-at-end = 'T'
           read suspense-file next
             at end
               move 'T' to sp-at-end
             not at end
               if sp-status = 'Q' then
                 perform 2100-queue-item
               end-if
           end-read
         end-perform

         move spaces to fin-record
         move "TRL" to ot-tag
         move items_queued to ot-count
         move bal-hash to ot-hash
         move out-trailer to fin-record(1:24)
         write fin-record
         close formula-file.

       2100-queue-item.
         move spaces to fin-record
         move sp-item-id to fin-formula-id
         move sp-group-code to fin-group-code
         move sp-fin-options to fin-record(29:6)
         move sp-formula-text to fin-formula-text
         write fin-record
         add 1 to items_queued giving items_queued
         perform varying bal-scan from 1 by 1 until bal-scan > 2000
           if fin-record(bal-scan:1) <> space then
             add 1 to bal-hash giving bal-hash
           end-if
         end-perform.

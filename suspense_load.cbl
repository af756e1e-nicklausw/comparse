      *>nightly collection of the run's rejects into SUSPENSE (see
      *>suspense.cpy), after the evaluation step - every reject from
      *>all three places one lands:
      *>  FORMULREJ   formula_edit.cbl's front-end rejects, with the
      *>              MPC-* code and the whole FORMULAIN record
      *>  ADAPTREJ    charge_adapter.cbl's feed rejects, with the
      *>              feed id after the '|' in column 71 (none on
      *>              older listings - CHARGEFD) and the feed record
      *>              after the '|' in column 81; the item is named
      *>              off the record through feed_layout.cbl
      *>  FORMULAOUT  each FAIL line - the code read off the error
      *>              text the way math_parse.cbl classifies it, the
      *>              full formula text off LASTRES and the line's
      *>              option columns off the night's FORMULAIN
      *>a reject whose item is already open (or queued from a repair
      *>that failed again) updates that item - seen again, the new
      *>reason - and a queued item goes back to open; anything else
      *>opens a new item, estimated at the formula's last OK amount
      *>on RESULTHIST. any of the three files that isn't there is
      *>noted and skipped - not every night has all three.
      *>
      *>then every open or queued item is checked against LASTRES: an
      *>OK result for it dated after the item was last rejected (for
      *>a queued item, on or after its repair) clears it as billed.
      *>SUSPLOAD lists each item touched and the night's counts.
      *>
      *>SUSPCTL control records, keyword(20) value(20), optional:
      *>  RUN-DATE     yyyymmdd  the night collected (default today)
      *>  OUTPUT-FILE  name      the results file (default
      *>                         FORMULAOUT)
       identification division.
       program-id. suspense_load.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "SUSPCTL"
           organization line sequential
           file status is control-file-status.
         select suspense-file assign to "SUSPENSE"
           organization indexed
           access mode dynamic
           record key is sp-key
           file status is sp-file-status.
         select edit-reject-file assign to "FORMULREJ"
           organization line sequential
           file status is edit-reject-status.
         select adapt-reject-file assign to "ADAPTREJ"
           organization line sequential
           file status is adapt-reject-status.
         select results-file assign using results-file-name
           organization line sequential
           file status is results-file-status.
         select formula-file assign to "FORMULAIN"
           organization line sequential
           file status is formula-file-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode random
           record key is lr-formula-id
           file status is lastres-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode dynamic
           record key is rh-key
           file status is history-file-status.
         select listing-file assign to "SUSPLOAD"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd suspense-file.
         copy "suspense.cpy".
       fd edit-reject-file.
         01 edit-reject-record.
           05 rej-error-code pic 9(4).
           05 rej-position pic 9(5).
           05 rej-source-record pic x(2000).
       fd adapt-reject-file.
         01 adapt-reject-record pic x(581).
       fd results-file.
         01 results-record pic x(300).
       fd formula-file.
         copy "formulain.cpy".
       fd lastres-file.
         copy "lastres.cpy".
       fd history-file.
         copy "resulthist.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 sp-file-status pic x(2) value '00'.
         01 edit-reject-status pic x(2) value '00'.
         01 adapt-reject-status pic x(2) value '00'.
         01 results-file-status pic x(2) value '00'.
         01 formula-file-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 sp-at-end pic x(1) value 'F'.
         01 lastres-on pic x(1) value 'F'.
         01 history-on pic x(1) value 'F'.
         01 hist-at-end pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 run-date pic 9(8) value 0.
         01 results-file-name pic x(30) value "FORMULAOUT".

         copy "mpcodes.cpy".

      *>  the reject being filed, whichever file it came from.
         01 new-item.
           05 ni-item-id pic x(20).
           05 ni-source pic x(1).
           05 ni-group-code pic x(8).
           05 ni-reason-code pic 9(4).
           05 ni-reason-text pic x(60).
           05 ni-fin-options pic x(6).
           05 ni-feed-id pic x(8).
           05 ni-feed-record pic x(500).
           05 ni-formula-text pic x(1966).
         01 item-found pic x(1) value 'F'.
         01 found-key pic x(29) value spaces.

      *>  ADAPTREJ's message columns, older listings spread to the
      *>  current spacing - type(8) account(12) " - " reason - and
      *>  the feed record handed to feed_layout.cbl.
         01 reject-message pic x(70) value spaces.
         01 layout-record pic x(500) value spaces.
         copy "feedreq.cpy".
         01 item-action pic x(8) value spaces.
         01 position-disp pic zzzz9.
         01 code-disp pic zzz9.

      *>  the night's FORMULAIN lines that carry option columns,
      *>  for the FAIL lines' items.
         01 option-table.
           05 opt-count usage binary-long value 0.
           05 opt-entry occurs 5000 times.
             10 ot-formula-id pic x(20).
             10 ot-options pic x(6).
         01 opt-idx usage binary-long value 0.
         01 in-continuation pic x(1) value 'F'.
         01 piece-end usage binary-long value 0.

      *>  the night's counts, by source: E, A, F.
         01 source-counts.
           05 sc-entry occurs 3 times.
             10 sc-read usage binary-long.
             10 sc-new usage binary-long.
             10 sc-again usage binary-long.
             10 sc-missing pic x(1).
         01 sc-idx usage binary-long value 0.
         01 items-billed usage binary-long value 0.
         01 source-name pic x(10) value spaces.

         01 est-amount pic s9(13)v9(2) value 0.
         01 count-disp pic zzzzzzzz9.
         01 count-disp-2 pic zzzzzzzz9.
         01 count-disp-3 pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept run-date from date yyyymmdd
         perform 0100-read-control
         perform varying sc-idx from 1 by 1 until sc-idx > 3
           move 0 to sc-read(sc-idx)
           move 0 to sc-new(sc-idx)
           move 0 to sc-again(sc-idx)
           move 'F' to sc-missing(sc-idx)
         end-perform

      *>  the first reject ever filed creates the file - same
      *>  fallback as dispute_maint.cbl.
         open i-o suspense-file
         if sp-file-status = '35' then
           open output suspense-file
           close suspense-file
           open i-o suspense-file
         end-if
         if sp-file-status <> '00' then
           display "Error: could not open SUSPENSE, file status "
             sp-file-status
           stop run
         end-if
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
           display "Error: could not open SUSPLOAD, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "SUSPENSE COLLECTION FOR " run-date into heading_line
         write listing-record from heading_line
         move spaces to heading_line
         string "SOURCE" '|' "ITEM ID             " '|' "GROUP   " '|'
           "CODE" '|' "ACTION  " '|' "REASON" into heading_line
         write listing-record from heading_line

         perform 1000-collect-edit-rejects
         perform 1100-collect-adapter-rejects
         perform 1200-load-options
         perform 1300-collect-failures
         perform 2000-clear-billed

         perform 3000-write-totals
         close suspense-file
         if lastres-on = 'T' then
           close lastres-file
         end-if
         if history-on = 'T' then
           close history-file
         end-if
         close listing-file
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
               evaluate xc-keyword
                 when "RUN-DATE            "
                   perform 0110-parse-control-value
                   if xc-value-x is numeric and xc-value-9 > 0 then
                     move xc-value-9 to run-date
                   end-if
                 when "OUTPUT-FILE         "
                   if xc-value <> spaces then
                     move xc-value to results-file-name
                   end-if
               end-evaluate
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

       1000-collect-edit-rejects.
         open input edit-reject-file
         if edit-reject-status <> '00' then
           move 'T' to sc-missing(1)
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read edit-reject-file
             at end
               string 'T' into end_of_file
             not at end
               add 1 to sc-read(1) giving sc-read(1)
               move 1 to sc-idx
               move spaces to new-item
               move rej-source-record(1:20) to ni-item-id
               move 'E' to ni-source
               move rej-source-record(21:8) to ni-group-code
               move rej-source-record(29:6) to ni-fin-options
               move rej-source-record(35:1966) to ni-formula-text
               if rej-error-code is numeric then
                 move rej-error-code to ni-reason-code
               else
                 move 0 to ni-reason-code
               end-if
               move ni-reason-code to code-disp
               move rej-position to position-disp
               string "front-end edit, code " code-disp
                 " at position " position-disp into ni-reason-text
               perform 1500-file-item
           end-read
         end-perform
         close edit-reject-file
         move 'F' to end_of_file.

      *>  only the reject lines - the listing's count lines have no
      *>  feed record behind them.
       1100-collect-adapter-rejects.
         open input adapt-reject-file
         if adapt-reject-status <> '00' then
           move 'T' to sc-missing(2)
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read adapt-reject-file
             at end
               string 'T' into end_of_file
             not at end
               if adapt-reject-record(81:1) = '|' and
                   adapt-reject-record(82:50) <> spaces then
                 add 1 to sc-read(2) giving sc-read(2)
                 move 2 to sc-idx
                 move spaces to new-item
                 move adapt-reject-record(82:500) to ni-feed-record
                 perform 1110-name-feed-item
                 move 'A' to ni-source
                 evaluate true
                   when ni-reason-text(1:11) = "no template"
                     move mpc-formula-not-found to ni-reason-code
                   when ni-reason-text(1:17) = "template has no %"
                     move mpc-formula-argument to ni-reason-code
                   when other
                     move 0 to ni-reason-code
                 end-evaluate
                 perform 1500-file-item
               end-if
           end-read
         end-perform
         close adapt-reject-file
         move 'F' to end_of_file.

      *>  the item id and charge type as charge_adapter.cbl built
      *>  them off the feed's layout. a feed no longer defined
      *>  falls back on the type and account the reject message
      *>  opens with, so the reject is still held.
       1110-name-feed-item.
         if adapt-reject-record(71:1) = '|' and
             adapt-reject-record(72:8) <> spaces then
           move adapt-reject-record(72:8) to ni-feed-id
           move adapt-reject-record(1:70) to reject-message
         else
           move "CHARGEFD" to ni-feed-id
           move spaces to reject-message
           move adapt-reject-record(1:19) to reject-message(1:19)
           move adapt-reject-record(20:49) to reject-message(22:49)
         end-if
         move reject-message(25:46) to ni-reason-text
         move spaces to feed-layout-parms
         move 'B' to fl-action
         move ni-feed-id to fl-feed-id
         move ni-feed-record to layout-record
         call 'feed_layout' using by reference feed-layout-parms
           by reference layout-record
         if fl-result = 'D' or fl-result = 'V' then
           move reject-message(1:8) to ni-group-code
           string reject-message(10:12) delimited by space
             reject-message(1:8) delimited by size
             into ni-item-id
         else
           move fl-formula-id to ni-item-id
           move fl-charge-type to ni-group-code
         end-if.

      *>  the first piece of every FORMULAIN statement that sets
      *>  any of the option columns.
       1200-load-options.
         open input formula-file
         if formula-file-status <> '00' then
           exit paragraph
         end-if
         move 'F' to in-continuation
         perform until end_of_file = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               if fin-record(1:3) <> "HDR" and
                   fin-record(1:3) <> "TRL" then
                 if in-continuation <> 'T' and
                     fin-record(29:6) <> spaces and
                     opt-count < 5000 then
                   add 1 to opt-count giving opt-count
                   move fin-formula-id to ot-formula-id(opt-count)
                   move fin-record(29:6) to ot-options(opt-count)
                 end-if
                 move 1966 to piece-end
                 perform until piece-end = 0
                     or fin-formula-text(piece-end:1) <> space
                   subtract 1 from piece-end giving piece-end
                 end-perform
                 move 'F' to in-continuation
                 if piece-end > 0 then
                   if fin-formula-text(piece-end:1) = '\' then
                     move 'T' to in-continuation
                   end-if
                 end-if
               end-if
           end-read
         end-perform
         close formula-file
         move 'F' to end_of_file.

      *>  FORMULAOUT's FAIL detail lines - the pipes sit at 82 and
      *>  123, the positions statement_print.cbl keys on, the group
      *>  code at 150.
       1300-collect-failures.
         open input results-file
         if results-file-status <> '00' then
           move 'T' to sc-missing(3)
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read results-file
             at end
               string 'T' into end_of_file
             not at end
               if results-record(82:1) = '|' and
                   results-record(123:1) = '|' and
                   results-record(1:10) <> "FORMULA ID" and
                   results-record(124:4) = "FAIL" then
                 add 1 to sc-read(3) giving sc-read(3)
                 move 3 to sc-idx
                 move spaces to new-item
                 move results-record(1:20) to ni-item-id
                 move 'F' to ni-source
                 move results-record(150:8) to ni-group-code
                 move results-record(83:40) to ni-reason-text
                 perform 1310-classify-failure
                 move results-record(22:60) to ni-formula-text
                 if lastres-on = 'T' then
                   move ni-item-id to lr-formula-id
                   read lastres-file key is lr-formula-id
                     invalid key
                       continue
                     not invalid key
                       if lr-formula-text <> spaces then
                         move lr-formula-text to ni-formula-text
                       end-if
                       move lr-currency-code to ni-fin-options(4:3)
                   end-read
                 end-if
                 perform varying opt-idx from 1 by 1
                     until opt-idx > opt-count
                   if ot-formula-id(opt-idx) = ni-item-id then
                     move ot-options(opt-idx) to ni-fin-options
                     exit perform
                   end-if
                 end-perform
                 perform 1500-file-item
               end-if
           end-read
         end-perform
         close results-file
         move 'F' to end_of_file.

      *>  the error text back to its MPC-* code - math_parse.cbl's
      *>  own reading of its messages, on the forty characters
      *>  FORMULAOUT keeps.
       1310-classify-failure.
         evaluate true
           when ni-reason-text(1:18) = "No semicolon found"
             move mpc-no-semicolon to ni-reason-code
           when ni-reason-text(1:10) = "Bad symbol"
             move mpc-bad-symbol to ni-reason-code
           when ni-reason-text(1:17) = "Parenthesis error"
             move mpc-parenthesis-error to ni-reason-code
           when ni-reason-text(1:20) = "Parenthesis nesting "
             move mpc-nesting-too-deep to ni-reason-code
           when ni-reason-text(1:24) = "Can't end statement with"
             move mpc-operator-at-end to ni-reason-code
           when ni-reason-text(1:26) = "Can't start statement with"
             move mpc-operator-at-start to ni-reason-code
           when ni-reason-text(1:34) =
             "Error: Multiple operators in a row"
             move mpc-multiple-operators to ni-reason-code
           when ni-reason-text(1:21) = "Error: divide by zero"
             move mpc-divide-by-zero to ni-reason-code
           when ni-reason-text(1:13) = "Error: square"
             move mpc-sqrt-negative to ni-reason-code
           when ni-reason-text(1:28) = "Error: result can't fit in m"
             move mpc-result-too-long to ni-reason-code
           when ni-reason-text(1:24) = "Error: formula not found"
             move mpc-formula-not-found to ni-reason-code
           when ni-reason-text(1:35) =
             "Error: formula library unavailable."
             move mpc-formula-not-found to ni-reason-code
           when ni-reason-text(1:24) = "Error: can't checkpoint "
             move mpc-checkpoint-too-large to ni-reason-code
           when ni-reason-text(1:33) =
             "Error: circular formula reference"
             move mpc-circular-reference to ni-reason-code
           when ni-reason-text(1:29) = "Error: formula argument error"
             move mpc-formula-argument to ni-reason-code
           when ni-reason-text(1:31) =
             "Error: wrong number of function"
             move mpc-function-arguments to ni-reason-code
           when ni-reason-text(1:10) = "Error: IF "
             move mpc-if-error to ni-reason-code
           when ni-reason-text(1:24) = "Error: non-finite result"
             move mpc-non-finite to ni-reason-code
           when ni-reason-text(1:22) = "Error: no exchange rat"
             move mpc-no-fx-rate to ni-reason-code
           when ni-reason-text(1:16) = "Error: CONV need"
             move mpc-no-fx-rate to ni-reason-code
           when ni-reason-text(1:27) = "Error: formula has too many"
             move mpc-too-many-tokens to ni-reason-code
           when ni-reason-text(1:26) = "Error: date function needs"
             move mpc-date-error to ni-reason-code
           when ni-reason-text(1:11) = "Error: TIER"
             move mpc-no-rate-table to ni-reason-code
           when ni-reason-text(1:23) = "Error: TAX jurisdiction"
             move mpc-no-tax-jurisdiction to ni-reason-code
           when ni-reason-text(1:10) = "Error: TAX"
             move mpc-function-arguments to ni-reason-code
           when ni-reason-text(1:10) = "Error: MTD"
             move mpc-function-arguments to ni-reason-code
           when ni-reason-text(1:10) = "Error: PMT"
             move mpc-pmt-arguments to ni-reason-code
           when ni-reason-text(1:10) = "Error: FV "
             move mpc-fv-arguments to ni-reason-code
           when ni-reason-text(1:10) = "Error: NPV"
             move mpc-npv-arguments to ni-reason-code
           when ni-reason-text(1:10) = "Error: UOM"
             move mpc-function-arguments to ni-reason-code
           when ni-reason-text(1:19) = "Error: no unit conv"
             move mpc-no-uom-pair to ni-reason-code
           when other
             move mpc-bad-symbol to ni-reason-code
         end-evaluate.

      *>  NEW-ITEM onto its open (or queued) item, or as a new one.
       1500-file-item.
         if ni-item-id = spaces then
           exit paragraph
         end-if
         perform 1510-find-open-item
         if item-found = 'T' then
           move found-key to sp-key
           read suspense-file key is sp-key
             invalid key
               move 'F' to item-found
           end-read
         end-if
         if item-found = 'T' then
           if sp-last-seen <> run-date then
             add 1 to sp-times-seen giving sp-times-seen
           end-if
           move run-date to sp-last-seen
           move 'O' to sp-status
           move ni-group-code to sp-group-code
           move ni-reason-code to sp-reason-code
           move ni-reason-text to sp-reason-text
           move ni-fin-options to sp-fin-options
           if ni-feed-record <> spaces then
             move ni-feed-id to sp-feed-id
             move ni-feed-record to sp-feed-record
           end-if
           if ni-formula-text <> spaces then
             move ni-formula-text to sp-formula-text
           end-if
           rewrite sp-record
             invalid key
               move "NOT KEPT" to item-action
             not invalid key
               move "AGAIN   " to item-action
               add 1 to sc-again(sc-idx) giving sc-again(sc-idx)
           end-rewrite
         else
           perform 1520-estimate-amount
           move spaces to sp-record
           move ni-item-id to sp-item-id
           move ni-source to sp-source
           move run-date to sp-first-seen
           move ni-group-code to sp-group-code
           move ni-reason-code to sp-reason-code
           move ni-reason-text to sp-reason-text
           move 'O' to sp-status
           move run-date to sp-last-seen
           move 1 to sp-times-seen
           move est-amount to sp-est-amount
           move ni-fin-options to sp-fin-options
           move ni-feed-id to sp-feed-id
           move ni-feed-record to sp-feed-record
           move ni-formula-text to sp-formula-text
           move 0 to sp-repaired-date
           move 0 to sp-cleared-date
           write sp-record
             invalid key
      *>       cleared earlier tonight and rejected again - the
      *>       cleared item keeps tonight's key.
               move "NOT KEPT" to item-action
             not invalid key
               move "NEW     " to item-action
               add 1 to sc-new(sc-idx) giving sc-new(sc-idx)
           end-write
         end-if
         move ni-reason-code to code-disp
         move spaces to detail_line
         string "  " ni-source "   " '|' ni-item-id '|' ni-group-code
           '|' code-disp '|' item-action '|' ni-reason-text
           into detail_line
         write listing-record from detail_line.

      *>  the latest open or queued item for NI-ITEM-ID from
      *>  NI-SOURCE, its key into FOUND-KEY.
       1510-find-open-item.
         move 'F' to item-found
         move 'F' to sp-at-end
         move ni-item-id to sp-item-id
         move ni-source to sp-source
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
               if sp-item-id <> ni-item-id or sp-source <> ni-source
                   then
                 move 'T' to sp-at-end
               else
                 if sp-status = 'O' or sp-status = 'Q' then
                   move 'T' to item-found
                   move sp-key to found-key
                 end-if
               end-if
           end-read
         end-perform.

      *>  the formula's latest OK amount on RESULTHIST, to the cent.
       1520-estimate-amount.
         move 0 to est-amount
         if history-on <> 'T' then
           exit paragraph
         end-if
         move 'F' to hist-at-end
         move ni-item-id to rh-formula-id
         move 0 to rh-run-date
         start history-file key is >= rh-key
           invalid key
             move 'T' to hist-at-end
         end-start
         perform until hist-at-end = 'T'
           read history-file next
             at end
               move 'T' to hist-at-end
             not at end
               if rh-formula-id <> ni-item-id then
                 move 'T' to hist-at-end
               else
                 if rh-status = "OK  " and rh-amount-ok = 'T' then
                   compute est-amount rounded = rh-amount
                 end-if
               end-if
           end-read
         end-perform.

      *>  every open or queued item LASTRES now shows billed.
       2000-clear-billed.
         if lastres-on <> 'T' then
           exit paragraph
         end-if
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
               if sp-status = 'O' or sp-status = 'Q' then
                 perform 2100-check-billed
               end-if
           end-read
         end-perform.

       2100-check-billed.
         move sp-item-id to lr-formula-id
         read lastres-file key is lr-formula-id
           invalid key
             exit paragraph
         end-read
         if lr-status <> "OK  " then
           exit paragraph
         end-if
         if (sp-status = 'O' and lr-run-date > sp-last-seen) or
             (sp-status = 'Q' and lr-run-date >= sp-repaired-date)
             then
           move 'B' to sp-status
           move lr-run-date to sp-cleared-date
           rewrite sp-record
             invalid key
               exit paragraph
           end-rewrite
           add 1 to items-billed giving items-billed
           move spaces to detail_line
           string "  " sp-source "   " '|' sp-item-id '|'
             sp-group-code '|' "    " '|' "BILLED  " '|'
             "OK result for " lr-run-date into detail_line
           write listing-record from detail_line
         end-if.

       3000-write-totals.
         move spaces to total_line
         write listing-record from total_line
         move spaces to total_line
         string "SOURCE          REJECTS READ  NEW ITEMS  SEEN AGAIN"
           into total_line
         write listing-record from total_line
         perform varying sc-idx from 1 by 1 until sc-idx > 3
           evaluate sc-idx
             when 1 move "FORMULREJ " to source-name
             when 2 move "ADAPTREJ  " to source-name
             when other move results-file-name(1:10) to source-name
           end-evaluate
           move spaces to total_line
           if sc-missing(sc-idx) = 'T' then
             string source-name "      not on file tonight"
               into total_line
           else
             move sc-read(sc-idx) to count-disp
             move sc-new(sc-idx) to count-disp-2
             move sc-again(sc-idx) to count-disp-3
             string source-name "   " count-disp "  " count-disp-2
               "  " count-disp-3 into total_line
           end-if
           write listing-record from total_line
         end-perform
         move items-billed to count-disp
         move spaces to total_line
         string "Items cleared as billed:  " count-disp into total_line
         write listing-record from total_line
         if lastres-on <> 'T' then
           move spaces to total_line
           string "LASTRES not available - nothing cleared tonight"
             into total_line
           write listing-record from total_line
         end-if.

      *>ad hoc inquiry over RESULTHIST (see resulthist.cpy) by
      *>selection criteria - "every FAIL for group FRT01 in
      *>September", "every result for ids starting 0004417 over
      *>$5,000 since July" - without anyone writing a throwaway
      *>program to answer it. each formula the inquiry turns up is
      *>shown with its current text off LASTRES (lastres.cpy).
      *>
      *>the same commands, in formula_tester.cbl's style, drive it
      *>both ways: as a batch step off the INQCARDS card deck, or -
      *>when there is no INQCARDS - typed at the operations desk.
      *>
      *>commands:
      *>  SEL ID=prefix        formula ids starting with prefix (a
      *>                       trailing '*' is allowed)
      *>  SEL FROM-ID=id       ids at or after id
      *>  SEL TO-ID=id         ids at or before id - an id that
      *>                       starts with it counts as at
      *>  SEL FROM-DATE=yyyymmdd  run dates on or after
      *>  SEL TO-DATE=yyyymmdd    run dates on or before
      *>  SEL STATUS=OK|FAIL   the result status
      *>  SEL GROUP=code       the group code
      *>  SEL ABOVE=amount     amounts over the figure
      *>  SEL BELOW=amount     amounts under the figure - with ABOVE,
      *>                       amounts between the two
      *>  SEL EXTRACT=Y|N      also write the selected records to
      *>                       RHEXTRACT
      *>  SEL keyword=         (nothing after the '=') drops that
      *>                       criterion
      *>  SHOW                 the criteria in effect
      *>  CLEAR                drop every criterion
      *>  RUN                  run the inquiry
      *>  QUIT                 leave
      *>amounts may carry grouping commas, a currency symbol, a
      *>leading minus or accounting parentheses. a record with no
      *>amount (a failed result) never passes ABOVE or BELOW.
      *>
      *>every RUN goes on the INQRPT listing - the criteria, one line
      *>per selected result under a line for its formula, and the
      *>counts and dollar totals (OK, FAIL, other, formulas, and the
      *>total amount). at the desk the listing lines are shown on
      *>the screen too, a page at a time. RHEXTRACT is a flat file,
      *>one fixed-width record per selected result: the RESULTHIST
      *>record followed by the formula's LASTRES text. it is opened
      *>by the first RUN that asks for it and takes every extracting
      *>RUN of the step (or desk session) after that.
      *>
      *>in batch every card is echoed to the listing; a card that
      *>won't read is noted there and ends the step with return code
      *>4, and a deck that ends with criteria set since its last RUN
      *>runs them.
       identification division.
       program-id. result_inquiry.
       environment division.
       input-output section.
       file-control.
         select card-file assign to "INQCARDS"
           organization line sequential
           file status is card-file-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode dynamic
           record key is rh-key
           file status is history-file-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode random
           record key is lr-formula-id
           file status is lastres-status.
         select report-file assign to "INQRPT"
           organization line sequential
           file status is report-file-status.
         select extract-file assign to "RHEXTRACT"
           organization line sequential
           file status is extract-file-status.

       data division.
       file section.
       fd card-file.
         01 card-record pic x(80).
       fd history-file.
         copy "resulthist.cpy".
       fd lastres-file.
         copy "lastres.cpy".
       fd report-file.
         01 report-record pic x(132).
       fd extract-file.
         01 extract-record.
           05 ex-formula-id pic x(20).
           05 ex-run-date pic 9(8).
           05 ex-status pic x(4).
           05 ex-result pic x(40).
           05 ex-group-code pic x(8).
           05 ex-amount pic s9(13)v9(4) sign leading separate.
           05 ex-amount-ok pic x(1).
           05 ex-billed-date pic 9(8).
           05 ex-eval-id pic x(20).
           05 ex-formula-text pic x(1966).

       working-storage section.
         01 card-file-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 extract-file-status pic x(2) value '00'.
         01 in-batch pic x(1) value 'F'.
         01 cards-eof pic x(1) value 'F'.
         01 done-flag pic x(1) value 'F'.
         01 extract-open pic x(1) value 'F'.
         01 lastres-open pic x(1) value 'F'.
         01 bad-cards usage binary-long value 0.

         01 input-line pic x(2000) value spaces.
         01 command-word pic x(10) value spaces.
         01 word-len usage binary-long value 0.
         01 eq-pos usage binary-long value 0.
         01 split-start usage binary-long value 0.
         01 scan-pos usage binary-long value 0.
         01 arg-name pic x(20) value spaces.
         01 arg-value pic x(30) value spaces.
         01 name-len usage binary-long value 0.
         01 value-len usage binary-long value 0.
         01 keyword pic x(12) value spaces.

         01 num-buf pic x(9) value spaces.
         01 num-buf-9 redefines num-buf pic 9(9).
         01 num-out usage binary-long value 0.
         01 num-ok pic x(1) value 'F'.
         01 digit-idx usage binary-long value 0.

      *>  the criteria in effect. spaces or zero - not selecting on
      *>  it. SEL-PENDING 'T' when a criterion has been set since
      *>  the last RUN.
         01 sel-id-prefix pic x(20) value spaces.
         01 sel-prefix-len usage binary-long value 0.
         01 sel-from-id pic x(20) value spaces.
         01 sel-to-id pic x(20) value spaces.
         01 sel-to-len usage binary-long value 0.
         01 sel-from-date pic 9(8) value 0.
         01 sel-to-date pic 9(8) value 0.
         01 sel-status pic x(4) value spaces.
         01 sel-group pic x(8) value spaces.
         01 sel-above-set pic x(1) value 'F'.
         01 sel-above pic s9(13)v9(4) value 0.
         01 sel-below-set pic x(1) value 'F'.
         01 sel-below pic s9(13)v9(4) value 0.
         01 sel-extract pic x(1) value 'N'.
         01 sel-pending pic x(1) value 'F'.

      *>  one run's scan and totals.
         01 scan-at-end pic x(1) value 'F'.
         01 record-passes pic x(1) value 'F'.
         01 last-formula pic x(20) value spaces.
         01 inq-read usage binary-long value 0.
         01 inq-selected usage binary-long value 0.
         01 inq-ok usage binary-long value 0.
         01 inq-fail usage binary-long value 0.
         01 inq-other usage binary-long value 0.
         01 inq-no-amount usage binary-long value 0.
         01 inq-formulas usage binary-long value 0.
         01 inq-extracted usage binary-long value 0.
         01 inq-total pic s9(15)v9(4) value 0.
         01 formula-text-now pic x(1966) value spaces.

      *>  the answer text read back as a number, the way
      *>  formula_tester.cbl reads one.
         01 res-text pic x(40) value spaces.
         01 res-num pic s9(13)v9(4) value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-started pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-pos usage binary-long value 0.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.
         01 res-scale pic 9v9(4) value 0.

      *>  screen paging at the desk.
         01 lines-shown usage binary-long value 0.
         01 page-quot usage binary-long value 0.
         01 page-rem usage binary-long value 0.
         01 page-reply pic x(1) value space.
         01 paging-stopped pic x(1) value 'F'.

         01 amount-disp pic -(13)9.9(4).
         01 total-disp pic -(15)9.9(4).
         01 count-disp pic zzzzzzzz9.
         01 report-line pic x(132) value spaces.

       procedure division.
       0000-mainline.
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open INQRPT, file status "
             report-file-status
           stop run
         end-if
         open input card-file
         if card-file-status = '00' then
           move 'T' to in-batch
           perform until cards-eof = 'T' or done-flag = 'T'
             read card-file
               at end
                 move 'T' to cards-eof
               not at end
                 move spaces to input-line
                 move card-record to input-line
                 if input-line <> spaces and
                     input-line(1:1) <> '*' then
                   move spaces to report-line
                   string "> " card-record into report-line
                   write report-record from report-line
                   perform 1000-handle-line
                 end-if
             end-read
           end-perform
           close card-file
           if sel-pending = 'T' and done-flag <> 'T' then
             perform 4000-run-inquiry
           end-if
         else
           display "result inquiry - SEL KEYWORD=VALUE / SHOW / "
             "CLEAR / RUN / QUIT"
           perform until done-flag = 'T'
             display "> " with no advancing
             move spaces to input-line
             accept input-line
             perform 1000-handle-line
           end-perform
         end-if

         if extract-open = 'T' then
           close extract-file
         end-if
         close report-file
         if bad-cards > 0 then
           move 4 to return-code
         end-if
         stop run.

       1000-handle-line.
         if input-line = spaces then
           exit paragraph
         end-if
         move spaces to command-word
         move 0 to word-len
         perform varying scan-pos from 1 by 1 until scan-pos > 10
             or input-line(scan-pos:1) = space
           move input-line(scan-pos:1) to
             command-word(scan-pos:1)
           add 1 to word-len giving word-len
         end-perform
         inspect command-word
           converting "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

         evaluate command-word
           when "QUIT      "
             move 'T' to done-flag
           when "EXIT      "
             move 'T' to done-flag
           when "SEL       "
             perform 2000-set-criterion
           when "SHOW      "
             perform 3000-show-criteria
           when "CLEAR     "
             perform 2100-clear-criteria
             perform 3000-show-criteria
           when "RUN       "
             perform 4000-run-inquiry
           when other
             move spaces to report-line
             string "  unknown command: " command-word
               " - SEL / SHOW / CLEAR / RUN / QUIT" into report-line
             perform 8000-refuse
         end-evaluate.

      *>  "SEL KEYWORD=VALUE" - one criterion per command; an empty
      *>  value drops it.
       2000-set-criterion.
         perform 9000-split-on-equals
         if eq-pos = 0 or name-len = 0 then
           move "  usage: SEL KEYWORD=VALUE" to report-line
           perform 8000-refuse
           exit paragraph
         end-if
         move spaces to keyword
         move arg-name(1:12) to keyword
         evaluate keyword
           when "ID          "
             move spaces to sel-id-prefix
             move 0 to sel-prefix-len
             if value-len > 0 then
               if arg-value(value-len:1) = '*' then
                 subtract 1 from value-len giving value-len
               end-if
             end-if
             if value-len > 20 then
               move "  an id prefix is at most 20 characters"
                 to report-line
               perform 8000-refuse
               exit paragraph
             end-if
             if value-len > 0 then
               move arg-value(1:value-len) to sel-id-prefix
               move value-len to sel-prefix-len
             end-if
           when "FROM-ID     "
             move arg-value(1:20) to sel-from-id
           when "TO-ID       "
             move arg-value(1:20) to sel-to-id
             move value-len to sel-to-len
             if sel-to-len > 20 then
               move 20 to sel-to-len
             end-if
           when "FROM-DATE   "
             perform 2200-read-date
             if num-ok <> 'T' then
               exit paragraph
             end-if
             move num-out to sel-from-date
           when "TO-DATE     "
             perform 2200-read-date
             if num-ok <> 'T' then
               exit paragraph
             end-if
             move num-out to sel-to-date
           when "STATUS      "
             inspect arg-value
               converting "abcdefghijklmnopqrstuvwxyz" to
                          "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             if arg-value <> spaces and arg-value <> "OK" and
                 arg-value <> "FAIL" then
               move "  STATUS is OK or FAIL" to report-line
               perform 8000-refuse
               exit paragraph
             end-if
             move arg-value(1:4) to sel-status
           when "GROUP       "
             move arg-value(1:8) to sel-group
           when "ABOVE       "
             if arg-value = spaces then
               move 'F' to sel-above-set
             else
               perform 2300-read-amount
               if res-ok <> 'T' then
                 exit paragraph
               end-if
               move res-num to sel-above
               move 'T' to sel-above-set
             end-if
           when "BELOW       "
             if arg-value = spaces then
               move 'F' to sel-below-set
             else
               perform 2300-read-amount
               if res-ok <> 'T' then
                 exit paragraph
               end-if
               move res-num to sel-below
               move 'T' to sel-below-set
             end-if
           when "EXTRACT     "
             evaluate true
               when arg-value(1:1) = 'Y' or arg-value(1:1) = 'y'
                 move 'Y' to sel-extract
               when arg-value(1:1) = 'N' or arg-value(1:1) = 'n'
                   or arg-value = spaces
                 move 'N' to sel-extract
               when other
                 move "  EXTRACT is Y or N" to report-line
                 perform 8000-refuse
                 exit paragraph
             end-evaluate
           when other
             move spaces to report-line
             string "  unknown selection: " keyword into report-line
             perform 8000-refuse
             exit paragraph
         end-evaluate
         move 'T' to sel-pending
         if in-batch <> 'T' then
           perform 3000-show-criteria
         end-if.

       2100-clear-criteria.
         move spaces to sel-id-prefix
         move 0 to sel-prefix-len
         move spaces to sel-from-id
         move spaces to sel-to-id
         move 0 to sel-to-len
         move 0 to sel-from-date
         move 0 to sel-to-date
         move spaces to sel-status
         move spaces to sel-group
         move 'F' to sel-above-set
         move 'F' to sel-below-set
         move 'N' to sel-extract
         move 'F' to sel-pending.

      *>  a yyyymmdd date, or nothing to drop the criterion.
       2200-read-date.
         if arg-value = spaces then
           move 0 to num-out
           move 'T' to num-ok
           exit paragraph
         end-if
         perform 9100-parse-number
         if num-ok = 'T' then
           if num-out < 19000101 or num-out > 99991231 then
             move 'F' to num-ok
           end-if
         end-if
         if num-ok <> 'T' then
           move "  a date is yyyymmdd" to report-line
           perform 8000-refuse
         end-if.

       2300-read-amount.
         move spaces to res-text
         move arg-value to res-text
         perform 9200-parse-answer
         if res-ok <> 'T' then
           move spaces to report-line
           string "  not an amount: " arg-value into report-line
           perform 8000-refuse
         end-if.

       3000-show-criteria.
         move spaces to report-line
         if sel-prefix-len > 0 then
           string "  ID=" sel-id-prefix(1:sel-prefix-len) '*'
             into report-line
         else
           string "  ID=(any)" into report-line
         end-if
         perform 8100-say
         move spaces to report-line
         string "  FROM-ID=" sel-from-id " TO-ID=" sel-to-id
           into report-line
         perform 8100-say
         move spaces to report-line
         string "  FROM-DATE=" sel-from-date " TO-DATE=" sel-to-date
           " STATUS=" sel-status " GROUP=" sel-group
           " EXTRACT=" sel-extract into report-line
         perform 8100-say
         move spaces to report-line
         if sel-above-set = 'T' then
           move sel-above to amount-disp
           string "  ABOVE=" amount-disp into report-line
         else
           string "  ABOVE=(none)" into report-line
         end-if
         move "BELOW=" to report-line(30:6)
         if sel-below-set = 'T' then
           move sel-below to amount-disp
           move amount-disp to report-line(36:19)
         else
           move "(none)" to report-line(36:6)
         end-if
         perform 8100-say.

      *>  one pass of RESULTHIST from the first key the criteria
      *>  allow, stopping as soon as the ids are past them.
       4000-run-inquiry.
         move 'F' to sel-pending
         move 0 to inq-read
         move 0 to inq-selected
         move 0 to inq-ok
         move 0 to inq-fail
         move 0 to inq-other
         move 0 to inq-no-amount
         move 0 to inq-formulas
         move 0 to inq-extracted
         move 0 to inq-total
         move spaces to last-formula
         move 0 to lines-shown
         move 'F' to paging-stopped

         open input history-file
         if history-file-status <> '00' then
           move spaces to report-line
           string "  could not open RESULTHIST, file status "
             history-file-status into report-line
           perform 8000-refuse
           exit paragraph
         end-if
         move 'F' to lastres-open
         open input lastres-file
         if lastres-status = '00' then
           move 'T' to lastres-open
         end-if
         if sel-extract = 'Y' and extract-open <> 'T' then
           open output extract-file
           if extract-file-status <> '00' then
             move spaces to report-line
             string "  could not open RHEXTRACT, file status "
               extract-file-status " - no extract" into report-line
             perform 8000-refuse
           else
             move 'T' to extract-open
           end-if
         end-if

         move spaces to report-line
         write report-record from report-line
         move "RESULTHIST INQUIRY" to report-line
         write report-record from report-line
         perform 3000-show-criteria
         move spaces to report-line
         string "FORMULA ID           RUN DATE STAT GROUP   "
           "             AMOUNT  RESULT" into report-line
         perform 8100-say

         move spaces to rh-key
         move sel-id-prefix to rh-formula-id
         if sel-from-id > rh-formula-id then
           move sel-from-id to rh-formula-id
         end-if
         move 0 to rh-run-date
         move 'F' to scan-at-end
         start history-file key is >= rh-key
           invalid key
             move 'T' to scan-at-end
         end-start
         perform until scan-at-end = 'T'
           read history-file next
             at end
               move 'T' to scan-at-end
             not at end
               perform 4100-take-record
           end-read
         end-perform
         close history-file
         if lastres-open = 'T' then
           close lastres-file
         end-if
         perform 4900-inquiry-totals.

       4100-take-record.
         if sel-prefix-len > 0 then
           if rh-formula-id(1:sel-prefix-len) >
               sel-id-prefix(1:sel-prefix-len) then
             move 'T' to scan-at-end
             exit paragraph
           end-if
         end-if
         if sel-to-len > 0 then
           if rh-formula-id(1:sel-to-len) >
               sel-to-id(1:sel-to-len) then
             move 'T' to scan-at-end
             exit paragraph
           end-if
         end-if
         add 1 to inq-read giving inq-read
         perform 4200-check-record
         if record-passes <> 'T' then
           exit paragraph
         end-if

         add 1 to inq-selected giving inq-selected
         evaluate rh-status
           when "OK  "
             add 1 to inq-ok giving inq-ok
           when "FAIL"
             add 1 to inq-fail giving inq-fail
           when other
             add 1 to inq-other giving inq-other
         end-evaluate
         if rh-amount-ok = 'T' then
           add rh-amount to inq-total giving inq-total
         else
           add 1 to inq-no-amount giving inq-no-amount
         end-if

         if rh-formula-id <> last-formula then
           move rh-formula-id to last-formula
           add 1 to inq-formulas giving inq-formulas
           perform 4300-formula-text
           move spaces to report-line
           string rh-formula-id "  text: " formula-text-now(1:100)
             into report-line
           perform 8100-say
         end-if
         move spaces to report-line
         move rh-formula-id to report-line(1:20)
         move rh-run-date to report-line(22:8)
         move rh-status to report-line(31:4)
         move rh-group-code to report-line(36:8)
         if rh-amount-ok = 'T' then
           move rh-amount to amount-disp
           move amount-disp to report-line(45:19)
         end-if
         move rh-result to report-line(66:40)
         move rh-eval-id to report-line(107:20)
         perform 8100-say

         if extract-open = 'T' and sel-extract = 'Y' then
           move spaces to extract-record
           move rh-formula-id to ex-formula-id
           move rh-run-date to ex-run-date
           move rh-status to ex-status
           move rh-result to ex-result
           move rh-group-code to ex-group-code
           move rh-amount to ex-amount
           move rh-amount-ok to ex-amount-ok
           if rh-billed-date is numeric then
             move rh-billed-date to ex-billed-date
           else
             move 0 to ex-billed-date
           end-if
           move rh-eval-id to ex-eval-id
           move formula-text-now to ex-formula-text
           write extract-record
           add 1 to inq-extracted giving inq-extracted
         end-if.

       4200-check-record.
         move 'F' to record-passes
         if sel-from-id <> spaces and rh-formula-id < sel-from-id
             then
           exit paragraph
         end-if
         if sel-from-date > 0 and rh-run-date < sel-from-date then
           exit paragraph
         end-if
         if sel-to-date > 0 and rh-run-date > sel-to-date then
           exit paragraph
         end-if
         if sel-status <> spaces and rh-status <> sel-status then
           exit paragraph
         end-if
         if sel-group <> spaces and rh-group-code <> sel-group then
           exit paragraph
         end-if
         if sel-above-set = 'T' then
           if rh-amount-ok <> 'T' or rh-amount not > sel-above then
             exit paragraph
           end-if
         end-if
         if sel-below-set = 'T' then
           if rh-amount-ok <> 'T' or rh-amount not < sel-below then
             exit paragraph
           end-if
         end-if
         move 'T' to record-passes.

      *>  the formula's current text, once per formula.
       4300-formula-text.
         move spaces to formula-text-now
         if lastres-open <> 'T' then
           move "(no LASTRES)" to formula-text-now
           exit paragraph
         end-if
         move rh-formula-id to lr-formula-id
         read lastres-file
           invalid key
             move "(not on LASTRES)" to formula-text-now
           not invalid key
             move lr-formula-text to formula-text-now
         end-read.

       4900-inquiry-totals.
         move 'F' to paging-stopped
         move spaces to report-line
         perform 8100-say
         move inq-read to count-disp
         move spaces to report-line
         string "  records examined:  " count-disp into report-line
         perform 8100-say
         move inq-selected to count-disp
         move spaces to report-line
         string "  records selected:  " count-disp into report-line
         perform 8100-say
         move inq-formulas to count-disp
         move spaces to report-line
         string "  formulas:          " count-disp into report-line
         perform 8100-say
         move inq-ok to count-disp
         move spaces to report-line
         string "  OK:                " count-disp into report-line
         perform 8100-say
         move inq-fail to count-disp
         move spaces to report-line
         string "  FAIL:              " count-disp into report-line
         perform 8100-say
         if inq-other > 0 then
           move inq-other to count-disp
           move spaces to report-line
           string "  other status:      " count-disp into report-line
           perform 8100-say
         end-if
         move inq-no-amount to count-disp
         move spaces to report-line
         string "  with no amount:    " count-disp into report-line
         perform 8100-say
         move inq-total to total-disp
         move spaces to report-line
         string "  total amount:   " total-disp into report-line
         perform 8100-say
         if sel-extract = 'Y' then
           move inq-extracted to count-disp
           move spaces to report-line
           string "  extracted to RHEXTRACT: " count-disp
             into report-line
           perform 8100-say
         end-if.

      *>  a command that can't be taken - said, and in batch
      *>  counted toward the step's return code.
       8000-refuse.
         if in-batch = 'T' then
           add 1 to bad-cards giving bad-cards
         end-if
         perform 8100-say.

      *>  REPORT-LINE onto the listing, and at the desk onto the
      *>  screen as well, twenty lines at a time.
       8100-say.
         write report-record from report-line
         if in-batch = 'T' or paging-stopped = 'T' then
           exit paragraph
         end-if
         display report-line(1:110)
         add 1 to lines-shown giving lines-shown
         divide lines-shown by 20 giving page-quot
           remainder page-rem
         if page-rem = 0 then
           display "  -- more (Enter) or Q --" with no advancing
           move space to page-reply
           accept page-reply
           if page-reply = 'Q' or page-reply = 'q' then
             move 'T' to paging-stopped
           end-if
         end-if.

       9000-split-on-equals.
         move spaces to arg-name
         move spaces to arg-value
         move 0 to name-len
         move 0 to value-len
         move 0 to eq-pos
         compute split-start = word-len + 1
         perform varying scan-pos from split-start by 1
             until scan-pos > 2000
           if input-line(scan-pos:1) = '=' then
             move scan-pos to eq-pos
             exit perform
           end-if
         end-perform
         if eq-pos = 0 then
           exit paragraph
         end-if
         perform varying scan-pos from split-start by 1
             until scan-pos >= eq-pos
           if input-line(scan-pos:1) <> space and name-len < 20 then
             add 1 to name-len giving name-len
             move input-line(scan-pos:1) to arg-name(name-len:1)
           end-if
         end-perform
         inspect arg-name
           converting "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         perform varying scan-pos from eq-pos by 1
             until scan-pos >= 2000
           if scan-pos > eq-pos and input-line(scan-pos:1) <> space
               and value-len < 30 then
             add 1 to value-len giving value-len
             move input-line(scan-pos:1) to arg-value(value-len:1)
           end-if
         end-perform.

      *>  right-justifies ARG-VALUE's digits so a date or count reads
      *>  as a number without anyone zero-padding it.
       9100-parse-number.
         move 'F' to num-ok
         move zeroes to num-buf
         move 9 to scan-pos
         perform varying digit-idx from 30 by -1 until digit-idx < 1
             or scan-pos < 1
           if arg-value(digit-idx:1) is numeric then
             move arg-value(digit-idx:1) to num-buf(scan-pos:1)
             subtract 1 from scan-pos giving scan-pos
           else
             if arg-value(digit-idx:1) <> space then
               exit paragraph
             end-if
           end-if
         end-perform
         if num-buf is numeric then
           move num-buf-9 to num-out
           move 'T' to num-ok
         end-if.

      *>  the amount text as a number - grouping commas and a
      *>  currency symbol skipped, a leading minus or accounting
      *>  parentheses for negative.
       9200-parse-answer.
         move 0 to res-num
         move 'F' to res-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         move 0.1 to res-scale
         perform varying res-pos from 1 by 1 until res-pos > 40
           evaluate true
             when res-text(res-pos:1) = space
               if res-started = 'T' then
                 exit perform
               end-if
             when res-text(res-pos:1) = ','
               continue
             when res-text(res-pos:1) = '('
               if res-started = 'F' then
                 move 'T' to res-neg
               end-if
             when res-text(res-pos:1) = ')'
               exit perform
             when res-text(res-pos:1) = '-'
               if res-started = 'F' then
                 move 'T' to res-neg
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
                 if res-dec-digits <= 4 then
                   compute res-num =
                     res-num + res-digit-9 * res-scale
                   compute res-scale = res-scale / 10
                 end-if
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

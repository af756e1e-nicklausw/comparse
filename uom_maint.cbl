      *>batch maintenance for UOMCONV, the unit-of-measure pairs
      *>UOM(amount, FROM, TO) resolves against (see uomconv.cpy) - a
      *>new unit, or a corrected factor, goes in through an audited
      *>apply instead of somebody editing a flat file. UOMTXN
      *>transactions carry one pair each:
      *>
      *>  action(6) from(8) to(8) factor(20) description(40)
      *>
      *>ADD puts the pair on file - one FROM is FACTOR TOs - unless
      *>the pair is already there either way round (the reverse is
      *>divided by, never stored). CHANGE replaces the factor, the
      *>description, or both (a blank field keeps what's there).
      *>DELETE takes the pair off. LOAD adds the standard pairs
      *>(uomstd.cpy) not already on file either way round - the
      *>first run on a new system is one LOAD. a factor is
      *>digits and at most one point, nine integer digits at most,
      *>above zero, and is kept exactly as typed.
      *>
      *>every pair is first checked against ENTITLE for the job's
      *>user (entitle_check.cbl, function UOMMAINT, the pair as from
      *>'>' to - "LB>KG"); a LOAD pair the user isn't entitled to
      *>is skipped. the file is held in a table and rewritten sorted
      *>by from, to. UOMLIST lists each transaction's disposition,
      *>then every pair on file.
       identification division.
       program-id. uom_maint.
       environment division.
       input-output section.
       file-control.
         select txn-file assign to "UOMTXN"
           organization line sequential
           file status is txn-file-status.
         select uom-file assign to "UOMCONV"
           organization line sequential
           file status is uom-file-status.
         select listing-file assign to "UOMLIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(6).
           05 txn-from pic x(8).
           05 txn-to pic x(8).
           05 txn-factor pic x(20).
           05 txn-description pic x(40).
       fd uom-file.
         copy "uomconv.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 txn-file-status pic x(2) value '00'.
         01 uom-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 txns_read_disp pic zzzzzzzz9.
         01 txns_applied_disp pic zzzzzzzz9.
         01 txns_rejected_disp pic zzzzzzzz9.

         01 entry-found pic x(1) value 'F'.
         01 reverse-found pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         01 before-factor pic x(20) value spaces.
         01 before-description pic x(40) value spaces.
         01 after-factor pic x(20) value spaces.
         01 after-description pic x(40) value spaces.
         copy "entchk.cpy".

         copy "uomstd.cpy".
         01 std-idx usage binary-long value 0.
         01 loaded usage binary-long value 0.
         01 load-skipped usage binary-long value 0.
         01 loaded-disp pic zzzzzzzz9.
         01 skipped-disp pic zzzzzzzz9.

      *>  the whole file, held and rewritten in one piece - 200 is
      *>  what resolve_uom.cbl loads.
         01 uom-table.
           05 uom-count usage binary-long value 0.
           05 uom-entry occurs 200 times.
             10 ut-from pic x(8).
             10 ut-to pic x(8).
             10 ut-factor pic x(20).
             10 ut-description pic x(40).
             10 ut-deleted pic x(1).
         01 uom-idx usage binary-long value 0.
         01 uom-found usage binary-long value 0.
         01 table-full pic x(1) value 'F'.

      *>  the pair being looked up, checked or added.
         01 want-from pic x(8) value spaces.
         01 want-to pic x(8) value spaces.
         01 want-factor pic x(20) value spaces.
         01 want-description pic x(40) value spaces.

      *>  sort index for the rewrite - the loaded entries themselves
      *>  never move.
         01 order-table.
           05 order-idx usage binary-long occurs 200 times.
         01 sort-i usage binary-long value 0.
         01 sort-j usage binary-long value 0.
         01 swap-idx usage binary-long value 0.
         01 sort-key-i pic x(16) value spaces.
         01 sort-key-j pic x(16) value spaces.

      *>  factor text checking - digits and at most one point, up
      *>  to nine integer digits, something other than zero.
         01 factor-valid pic x(1) value 'F'.
         01 pf-pos usage binary-long value 0.
         01 pf-int-digits usage binary-long value 0.
         01 pf-digits usage binary-long value 0.
         01 pf-nonzero pic x(1) value 'F'.
         01 pf-after-point pic x(1) value 'F'.

         01 listed-pairs usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open UOMTXN, file status "
             txn-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open UOMLIST, file status "
             listing-file-status
           stop run
         end-if
         perform 0200-load-existing-pairs

         move spaces to heading_line
         string "ACTION" '|' "FROM    " '|' "TO      " '|'
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
         string "Transactions read:     " txns_read_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions applied:  " txns_applied_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions rejected: " txns_rejected_disp
           into total_line
         write listing-record from total_line

         perform 3000-rewrite-uom-file
         perform 2000-list-pairs

         close txn-file
         close listing-file
         call 'entitle_check_close'
         stop run.

      *>  the existing file, if there is one - the very first run
      *>  starts from an empty table.
       0200-load-existing-pairs.
         open input uom-file
         if uom-file-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read uom-file
             at end
               string 'T' into end_of_file
             not at end
               if uc-from <> spaces and uc-to <> spaces then
                 if uom-count < 200 then
                   add 1 to uom-count giving uom-count
                   move uc-from to ut-from(uom-count)
                   move uc-to to ut-to(uom-count)
                   move uc-factor to ut-factor(uom-count)
                   move uc-description to ut-description(uom-count)
                   move 'F' to ut-deleted(uom-count)
                 else
                   move 'T' to table-full
                 end-if
               end-if
           end-read
         end-perform
         close uom-file
         move 'F' to end_of_file
         if table-full = 'T' then
           display "Error: UOMCONV holds more than 200 pairs"
           stop run
         end-if.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move spaces to before-factor
         move spaces to before-description
         move spaces to after-factor
         move spaces to after-description
         move 'F' to entry-found
         inspect txn-action
           converting "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         inspect txn-from
           converting "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         inspect txn-to
           converting "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         move txn-from to want-from
         move txn-to to want-to

         if txn-action <> "LOAD  " then
           perform 1200-check-txn
           if reject-reason = spaces then
             perform 1150-check-entitlement
           end-if
         end-if

         if reject-reason = spaces then
           evaluate txn-action
             when "ADD   "
               perform 1100-look-up-pair
               evaluate true
                 when entry-found = 'T'
                   move "duplicate add - pair already on file"
                     to reject-reason
                 when reverse-found = 'T'
                   move "reverse pair already on file - UOM divides"
                     to reject-reason
                 when uom-count >= 200
                   move "UOMCONV is full - 200 pairs" to reject-reason
                 when other
                   move txn-factor to want-factor
                   move txn-description to want-description
                   perform 1300-add-pair
                   move want-factor to after-factor
                   move want-description to after-description
               end-evaluate
             when "CHANGE"
               perform 1100-look-up-pair
               if entry-found = 'F' then
                 move "change of a pair not on file" to reject-reason
               else
                 if txn-factor <> spaces then
                   move txn-factor to ut-factor(uom-found)
                 end-if
                 if txn-description <> spaces then
                   move txn-description to ut-description(uom-found)
                 end-if
                 move ut-factor(uom-found) to after-factor
                 move ut-description(uom-found) to after-description
               end-if
             when "DELETE"
               perform 1100-look-up-pair
               if entry-found = 'F' then
                 move "delete of a pair not on file" to reject-reason
               else
                 move 'T' to ut-deleted(uom-found)
               end-if
             when "LOAD  "
               perform 1400-load-standard-pairs
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

      *>  WANT-FROM/WANT-TO on file as written (ENTRY-FOUND, at
      *>  UOM-FOUND) or the other way round (REVERSE-FOUND).
       1100-look-up-pair.
         move 'F' to entry-found
         move 'F' to reverse-found
         move 0 to uom-found
         perform varying uom-idx from 1 by 1 until uom-idx > uom-count
           if ut-deleted(uom-idx) = 'F' then
             if ut-from(uom-idx) = want-from and
                 ut-to(uom-idx) = want-to then
               move 'T' to entry-found
               move uom-idx to uom-found
               move ut-factor(uom-idx) to before-factor
               move ut-description(uom-idx) to before-description
             end-if
             if ut-from(uom-idx) = want-to and
                 ut-to(uom-idx) = want-from then
               move 'T' to reverse-found
             end-if
           end-if
         end-perform.

       1150-check-entitlement.
         move spaces to ec-user
         move "UOMMAINT" to ec-function
         move "uom_maint" to ec-program
         move spaces to ec-name
         string want-from delimited by space
           '>' delimited by size
           want-to delimited by space
           into ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if.

      *>  both units always, and not the same one; a good factor for
      *>  ADD, and for CHANGE when one is given; a description for
      *>  ADD; something to change for CHANGE.
       1200-check-txn.
         if txn-from = spaces or txn-to = spaces then
           move "unit is blank" to reject-reason
           exit paragraph
         end-if
         if txn-from = txn-to then
           move "from and to are the same unit" to reject-reason
           exit paragraph
         end-if
         perform 9200-left-justify-factor
         if txn-action = "ADD   " or
             (txn-action = "CHANGE" and txn-factor <> spaces) then
           perform 9100-check-factor-text
           if factor-valid <> 'T' then
             move "factor is not a number above zero"
               to reject-reason
             exit paragraph
           end-if
         end-if
         if txn-action = "ADD   " and txn-description = spaces then
           move "description is blank" to reject-reason
           exit paragraph
         end-if
         if txn-action = "CHANGE" and txn-factor = spaces and
             txn-description = spaces then
           move "nothing to change" to reject-reason
         end-if.

       1300-add-pair.
         add 1 to uom-count giving uom-count
         move want-from to ut-from(uom-count)
         move want-to to ut-to(uom-count)
         move want-factor to ut-factor(uom-count)
         move want-description to ut-description(uom-count)
         move 'F' to ut-deleted(uom-count).

      *>  every standard pair not already on file either way round,
      *>  as far as the user is entitled and the table holds.
       1400-load-standard-pairs.
         move 0 to loaded
         move 0 to load-skipped
         perform varying std-idx from 1 by 1
             until std-idx > uom-standard-count
           move us-from(std-idx) to want-from
           move us-to(std-idx) to want-to
           perform 1100-look-up-pair
           move spaces to reject-reason
           if entry-found = 'F' and reverse-found = 'F' then
             perform 1150-check-entitlement
           else
             move "on file" to reject-reason
           end-if
           if reject-reason = spaces and uom-count < 200 then
             move us-factor(std-idx) to want-factor
             move us-description(std-idx) to want-description
             perform 1300-add-pair
             add 1 to loaded giving loaded
           else
             add 1 to load-skipped giving load-skipped
           end-if
         end-perform
         move spaces to reject-reason
         move spaces to before-factor
         move spaces to before-description.

       1500-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then
           string txn-action '|' txn-from '|' txn-to '|'
             "APPLIED" into detail_line
         else
           string txn-action '|' txn-from '|' txn-to '|'
             "REJECTED: " reject-reason into detail_line
         end-if
         write listing-record from detail_line

         move spaces to detail_line
         evaluate true
           when txn-action = "LOAD  " and reject-reason = spaces
             move loaded to loaded-disp
             move load-skipped to skipped-disp
             string "  LOADED: " loaded-disp " pairs, " skipped-disp
               " already on file or not entitled" into detail_line
           when txn-action = "LOAD  "
             continue
           when entry-found = 'T'
             string "  BEFORE: " before-factor " " before-description
               into detail_line
           when other
             string "  BEFORE: (not on file)" into detail_line
         end-evaluate
         if detail_line <> spaces then
           write listing-record from detail_line
         end-if

         move spaces to detail_line
         evaluate true
           when txn-action = "LOAD  "
             continue
           when reject-reason <> spaces
             string "  AFTER:  (unchanged)" into detail_line
           when txn-action = "DELETE"
             string "  AFTER:  (deleted)" into detail_line
           when other
             string "  AFTER:  " after-factor " " after-description
               into detail_line
         end-evaluate
         if detail_line <> spaces then
           write listing-record from detail_line
         end-if.

      *>  every pair on file after the run, in the order written.
       2000-list-pairs.
         move spaces to detail_line
         write listing-record from detail_line
         move spaces to heading_line
         string "UNIT PAIRS ON UOMCONV" into heading_line
         write listing-record from heading_line
         move spaces to heading_line
         string "FROM    " '|' "TO      " '|' "FACTOR              "
           '|' "DESCRIPTION" into heading_line
         write listing-record from heading_line
         move 0 to listed-pairs
         perform varying sort-i from 1 by 1 until sort-i > uom-count
           move order-idx(sort-i) to uom-idx
           if ut-deleted(uom-idx) = 'F' then
             add 1 to listed-pairs giving listed-pairs
             move spaces to detail_line
             string ut-from(uom-idx) '|' ut-to(uom-idx) '|'
               ut-factor(uom-idx) '|' ut-description(uom-idx)
               into detail_line
             write listing-record from detail_line
           end-if
         end-perform
         move listed-pairs to count-disp
         move spaces to total_line
         string "Pairs on file: " count-disp into total_line
         write listing-record from total_line.

      *>  the whole table goes back out sorted by from, to - the
      *>  sort is over an index table so the entries never move.
       3000-rewrite-uom-file.
         perform varying uom-idx from 1 by 1 until uom-idx > uom-count
           move uom-idx to order-idx(uom-idx)
         end-perform
         perform varying sort-i from 1 by 1
             until sort-i >= uom-count
           perform varying sort-j from sort-i by 1
               until sort-j > uom-count
             move spaces to sort-key-i
             string ut-from(order-idx(sort-i))
               ut-to(order-idx(sort-i)) into sort-key-i
             move spaces to sort-key-j
             string ut-from(order-idx(sort-j))
               ut-to(order-idx(sort-j)) into sort-key-j
             if sort-key-j < sort-key-i then
               move order-idx(sort-i) to swap-idx
               move order-idx(sort-j) to order-idx(sort-i)
               move swap-idx to order-idx(sort-j)
             end-if
           end-perform
         end-perform
         open output uom-file
         if uom-file-status <> '00' then
           display "Error: could not rewrite UOMCONV, file status "
             uom-file-status
           stop run
         end-if
         perform varying sort-i from 1 by 1 until sort-i > uom-count
           move order-idx(sort-i) to uom-idx
           if ut-deleted(uom-idx) = 'F' then
             move ut-from(uom-idx) to uc-from
             move ut-to(uom-idx) to uc-to
             move ut-factor(uom-idx) to uc-factor
             move ut-description(uom-idx) to uc-description
             write uc-record
           end-if
         end-perform
         close uom-file.

      *>  TXN-FACTOR as factor text resolve_uom.cbl can splice into
      *>  a formula - digits and at most one point, nine integer
      *>  digits at most, and not all zeros.
       9100-check-factor-text.
         move 'F' to factor-valid
         move 0 to pf-int-digits
         move 0 to pf-digits
         move 'F' to pf-nonzero
         move 'F' to pf-after-point
         perform varying pf-pos from 1 by 1 until pf-pos > 20
           evaluate true
             when txn-factor(pf-pos:1) = space
               if pf-pos < 20 then
                 if txn-factor(pf-pos + 1:20 - pf-pos) <> spaces
                     then
                   exit paragraph
                 end-if
               end-if
               exit perform
             when txn-factor(pf-pos:1) = '.'
               if pf-after-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to pf-after-point
             when txn-factor(pf-pos:1) is numeric
               add 1 to pf-digits giving pf-digits
               if pf-after-point = 'F' then
                 add 1 to pf-int-digits giving pf-int-digits
               end-if
               if txn-factor(pf-pos:1) <> '0' then
                 move 'T' to pf-nonzero
               end-if
             when other
               exit paragraph
           end-evaluate
         end-perform
         if pf-digits > 0 and pf-int-digits <= 9 and
             pf-nonzero = 'T' then
           move 'T' to factor-valid
         end-if.

       9200-left-justify-factor.
         if txn-factor = spaces then
           exit paragraph
         end-if
         perform until txn-factor(1:1) <> space
           move txn-factor(2:19) to txn-factor
         end-perform.

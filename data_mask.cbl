      *>masked test-data builder - turns copies of the production
      *>ACCTMAST, FORMULAIN, CHARGEFD, LASTRES and RESULTHIST into a
      *>test bed with no real account numbers in it, for trying a
      *>rate change or a new engine build somewhere less guarded than
      *>production.
      *>
      *>every account id - the first ten characters of a formula id
      *>(fin-formula-id, lr-formula-id, rh-formula-id), the ACCTMAST
      *>account id, cf-account - is replaced by a substitute key
      *>"TST" + seven digits. one account gets one key in every file,
      *>so the joins the batch makes on the account still line up in
      *>test; the rest of a formula id (the charge type) is kept.
      *>the cross-walk from real account to key goes to MASKKEYS and
      *>nowhere else - MASKRPT only counts - and is read back at the
      *>start of the next refresh, so an account keeps its key from
      *>one refresh to the next and new accounts take the next keys.
      *>MASKKEYS belongs in the secured production library, never
      *>beside the test files.
      *>
      *>with a SCALE-FACTOR the dollar fields are multiplied by it,
      *>each kept to the decimals it had: rh-amount and the OK
      *>result text on RESULTHIST, the OK result text on LASTRES,
      *>cf-declared on CHARGEFD, and whichever ACCTMAST columns the
      *>SCALE-FIELD cards name. formula text is not touched.
      *>
      *>the test bed can be a subset. GROUP cards keep only the
      *>listed group codes' records (FORMULAIN's fin-group-code,
      *>RESULTHIST's rh-group-code, CHARGEFD's charge type) and
      *>only the accounts that have any of them - ACCTMAST and
      *>LASTRES records, which carry no group, follow their account.
      *>SAMPLE-PERCENT keeps that share of the accounts, taken
      *>evenly through the key sequence so the same accounts come
      *>back each refresh. a continued FORMULAIN statement is kept or
      *>dropped whole, with its first piece.
      *>
      *>the masked FORMULAIN keeps the production HDR and gets a new
      *>TRL with the count and non-space hash of the details actually
      *>written, so it balances in batch_math_parse.cbl exactly as
      *>the original did. a production file that is missing is noted
      *>on MASKRPT and its masked copy is not written.
      *>
      *>outputs: MASKACCT, MASKFIN, MASKCHG (line sequential, the
      *>layouts of their sources), MASKLAST and MASKHIST (indexed, as
      *>LASTRES and RESULTHIST are).
      *>
      *>MASKCTL control records, keyword(20) value(20), optional:
      *>  SCALE-FACTOR    n.nnnn  multiplier for the dollar fields
      *>                          (default 1 - not scaled)
      *>  SCALE-FIELD     name    an ACCTMAST column to scale (up to
      *>                          20 cards)
      *>  GROUP           code    a group code to keep (up to 20
      *>                          cards; none keeps every group)
      *>  SAMPLE-PERCENT  nnn     share of the accounts to keep
      *>                          (default 100)
       identification division.
       program-id. data_mask.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "MASKCTL"
           organization line sequential
           file status is control-file-status.
         select keys-file assign to "MASKKEYS"
           organization line sequential
           file status is keys-file-status.
         select acct-file assign to "ACCTMAST"
           organization line sequential
           file status is acct-file-status.
         select formula-file assign to "FORMULAIN"
           organization line sequential
           file status is formula-file-status.
         select feed-file assign to "CHARGEFD"
           organization line sequential
           file status is feed-file-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode sequential
           record key is lr-formula-id
           file status is lastres-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode sequential
           record key is rh-key
           file status is history-file-status.
         select masked-acct assign to "MASKACCT"
           organization line sequential
           file status is masked-acct-status.
         select masked-formula assign to "MASKFIN"
           organization line sequential
           file status is masked-formula-status.
         select masked-feed assign to "MASKCHG"
           organization line sequential
           file status is masked-feed-status.
         select masked-lastres assign to "MASKLAST"
           organization indexed
           access mode random
           record key is ml-formula-id
           file status is masked-lastres-status.
         select masked-history assign to "MASKHIST"
           organization indexed
           access mode random
           record key is mh-key
           file status is masked-history-status.
         select report-file assign to "MASKRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd keys-file.
         01 keys-record.
           05 kr-account pic x(10).
           05 kr-masked pic x(10).
       fd acct-file.
         01 acct-record pic x(620).
       fd formula-file.
         copy "formulain.cpy".
       fd feed-file.
         01 feed-record.
           05 cf-charge-type pic x(8).
           05 cf-account pic x(10).
           05 cf-weight pic x(10).
           05 cf-miles pic x(10).
           05 cf-declared pic x(12).
       fd lastres-file.
         copy "lastres.cpy".
       fd history-file.
         copy "resulthist.cpy".
       fd masked-acct.
         01 masked-acct-record pic x(620).
       fd masked-formula.
         01 masked-formula-record pic x(2000).
       fd masked-feed.
         01 masked-feed-record pic x(50).
       fd masked-lastres.
         01 ml-record.
           05 ml-formula-id pic x(20).
           05 filler pic x(2057).
       fd masked-history.
         01 mh-record.
           05 mh-key pic x(28).
           05 filler pic x(99).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 keys-file-status pic x(2) value '00'.
         01 acct-file-status pic x(2) value '00'.
         01 formula-file-status pic x(2) value '00'.
         01 feed-file-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 masked-acct-status pic x(2) value '00'.
         01 masked-formula-status pic x(2) value '00'.
         01 masked-feed-status pic x(2) value '00'.
         01 masked-lastres-status pic x(2) value '00'.
         01 masked-history-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 scale-factor pic s9(13)v9(4) value 1.
         01 scaling pic x(1) value 'F'.
         01 sample-percent usage binary-long value 100.
         01 scale-names.
           05 scale-name-count usage binary-long value 0.
           05 scale-name pic x(20) occurs 20 times.
         01 group-names.
           05 group-name-count usage binary-long value 0.
           05 group-name pic x(8) occurs 20 times.
         01 name-idx usage binary-long value 0.
         01 want-group pic x(8) value spaces.
         01 group-wanted pic x(1) value 'F'.

      *>  every account met, in account order, with its key.
         01 acct-table.
           05 acct-count usage binary-long value 0.
           05 acct-entry occurs 20000 times.
             10 at-account pic x(10).
             10 at-seq usage binary-long.
             10 at-in-group pic x(1).
             10 at-kept pic x(1).
         01 acct-idx usage binary-long value 0.
         01 acct-found usage binary-long value 0.
         01 acct-lo usage binary-long value 0.
         01 acct-hi usage binary-long value 0.
         01 acct-mid usage binary-long value 0.
         01 want-account pic x(10) value spaces.
         01 accts-overflowed pic x(1) value 'F'.
         01 last-seq usage binary-long value 0.
         01 keys-read usage binary-long value 0.
         01 keys-assigned usage binary-long value 0.
         01 accts-kept usage binary-long value 0.
         01 sample-this usage binary-long value 0.
         01 sample-prior usage binary-long value 0.
         01 masked-key pic x(10) value spaces.
         01 key-digits pic 9(7) value 0.

      *>  the ACCTMAST columns to scale, by position.
         01 am-header.
           05 am-header-tag pic x(3).
           05 am-field-name occurs 20 times pic x(20).
         01 am-detail.
           05 am-account-id pic x(10).
           05 am-value occurs 20 times pic x(30).
         01 am-scale-flags.
           05 am-scaled occurs 20 times pic x(1).
         01 fld-idx usage binary-long value 0.

      *>  FORMULAIN statements and balancing.
         01 in-statement pic x(1) value 'F'.
         01 stmt-kept pic x(1) value 'F'.
         01 piece-continues pic x(1) value 'F'.
         01 piece-end usage binary-long value 0.
         01 trailer-seen pic x(1) value 'F'.
         01 bal-hash usage binary-long value 0.
         01 bal-scan usage binary-long value 0.
         01 out-trailer.
           05 ot-tag pic x(3).
           05 ot-count pic 9(9).
           05 ot-hash pic 9(12).

      *>  per-file counts, read / written / dropped.
         01 file-counts.
           05 fc-entry occurs 5 times.
             10 fc-name pic x(10).
             10 fc-read usage binary-long.
             10 fc-written usage binary-long.
             10 fc-dropped usage binary-long.
             10 fc-missing pic x(1).
         01 fc-idx usage binary-long value 0.
         01 values-scaled usage binary-long value 0.
         01 write-errors usage binary-long value 0.

      *>  decimal text into a number and back, keeping its decimals.
         01 res-text pic x(40) value spaces.
         01 res-num pic s9(13)v9(4) value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-pos usage binary-long value 0.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-started pic x(1) value 'F'.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.
         01 scaled-0 pic s9(13) value 0.
         01 scaled-1 pic s9(13)v9 value 0.
         01 scaled-2 pic s9(13)v99 value 0.
         01 scaled-3 pic s9(13)v999 value 0.
         01 scaled-4 pic s9(13)v9(4) value 0.
         01 amount-edit pic -(13)9.9999.
         01 edit-start usage binary-long value 0.
         01 edit-len usage binary-long value 0.

         01 count-disp pic zzzzzzzz9.
         01 count-disp-2 pic zzzzzzzz9.
         01 count-disp-3 pic zzzzzzzz9.
         01 factor-edit pic -(13)9.9999.
         01 detail_line pic x(132).

       procedure division.
       0000-mainline.
         perform 0100-read-control
         move "ACCTMAST  " to fc-name(1)
         move "FORMULAIN " to fc-name(2)
         move "CHARGEFD  " to fc-name(3)
         move "LASTRES   " to fc-name(4)
         move "RESULTHIST" to fc-name(5)
         perform varying fc-idx from 1 by 1 until fc-idx > 5
           move 0 to fc-read(fc-idx)
           move 0 to fc-written(fc-idx)
           move 0 to fc-dropped(fc-idx)
           move 'F' to fc-missing(fc-idx)
         end-perform

         perform 1000-load-keys
         perform 1100-register-acctmast
         perform 1200-register-formulain
         perform 1300-register-chargefd
         perform 1400-register-lastres
         perform 1500-register-resulthist
         if accts-overflowed = 'T' then
           display "Error: more than 20000 accounts - nothing masked"
           move 8 to return-code
           stop run
         end-if
         perform 1900-choose-accounts

         perform 3100-mask-acctmast
         perform 3200-mask-formulain
         perform 3300-mask-chargefd
         perform 3400-mask-lastres
         perform 3500-mask-resulthist

         perform 4000-write-keys
         perform 4100-write-report
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
               perform 0120-take-control-record
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

       0120-take-control-record.
         evaluate xc-keyword
           when "SCALE-FACTOR        "
             move xc-value to res-text
             perform 9000-parse-result-text
             if res-ok = 'T' and res-num > 0 then
               move res-num to scale-factor
             end-if
           when "SCALE-FIELD         "
             if xc-value <> spaces and scale-name-count < 20 then
               add 1 to scale-name-count giving scale-name-count
               move xc-value to scale-name(scale-name-count)
             end-if
           when "GROUP               "
             if xc-value <> spaces and group-name-count < 20 then
               add 1 to group-name-count giving group-name-count
               move xc-value to group-name(group-name-count)
             end-if
           when "SAMPLE-PERCENT      "
             perform 0110-parse-control-value
             if xc-value-x is numeric and xc-value-9 > 0 and
                 xc-value-9 <= 100 then
               move xc-value-9 to sample-percent
             end-if
         end-evaluate
         if scale-factor <> 1 then
           move 'T' to scaling
         else
           move 'F' to scaling
         end-if.

      *>  the keys earlier refreshes handed out.
       1000-load-keys.
         open input keys-file
         if keys-file-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read keys-file
             at end
               string 'T' into end_of_file
             not at end
               if kr-account <> spaces and kr-masked(1:3) = "TST"
                   and kr-masked(4:7) is numeric then
                 move kr-account to want-account
                 perform 2000-register-account
                 if acct-found > 0 then
                   move kr-masked(4:7) to key-digits
                   move key-digits to at-seq(acct-found)
                   if key-digits > last-seq then
                     move key-digits to last-seq
                   end-if
                   add 1 to keys-read giving keys-read
                 end-if
               end-if
           end-read
         end-perform
         close keys-file
         move 'F' to end_of_file.

       1100-register-acctmast.
         open input acct-file
         if acct-file-status <> '00' then
           move 'T' to fc-missing(1)
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read acct-file
             at end
               string 'T' into end_of_file
             not at end
               if acct-record(1:3) <> "HDR" and
                   acct-record(1:10) <> spaces then
                 move acct-record(1:10) to want-account
                 perform 2000-register-account
               end-if
           end-read
         end-perform
         close acct-file
         move 'F' to end_of_file.

       1200-register-formulain.
         open input formula-file
         if formula-file-status <> '00' then
           move 'T' to fc-missing(2)
           exit paragraph
         end-if
         move 'F' to in-statement
         perform until end_of_file = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               if fin-record(1:3) <> "HDR" and
                   fin-record(1:3) <> "TRL" then
                 perform 2200-note-piece
                 if in-statement <> 'T' then
                   move fin-formula-id(1:10) to want-account
                   move fin-group-code to want-group
                   perform 2100-register-grouped
                 end-if
                 move piece-continues to in-statement
               end-if
           end-read
         end-perform
         close formula-file
         move 'F' to end_of_file.

       1300-register-chargefd.
         open input feed-file
         if feed-file-status <> '00' then
           move 'T' to fc-missing(3)
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read feed-file
             at end
               string 'T' into end_of_file
             not at end
               move cf-account to want-account
               move cf-charge-type to want-group
               perform 2100-register-grouped
           end-read
         end-perform
         close feed-file
         move 'F' to end_of_file.

       1400-register-lastres.
         open input lastres-file
         if lastres-status <> '00' then
           move 'T' to fc-missing(4)
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read lastres-file
             at end
               string 'T' into end_of_file
             not at end
               if lr-formula-id(1:10) <> spaces then
                 move lr-formula-id(1:10) to want-account
                 perform 2000-register-account
               end-if
           end-read
         end-perform
         close lastres-file
         move 'F' to end_of_file.

       1500-register-resulthist.
         open input history-file
         if history-file-status <> '00' then
           move 'T' to fc-missing(5)
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read history-file
             at end
               string 'T' into end_of_file
             not at end
               move rh-formula-id(1:10) to want-account
               move rh-group-code to want-group
               perform 2100-register-grouped
           end-read
         end-perform
         close history-file
         move 'F' to end_of_file.

      *>  a key for every account that hasn't one, in the order the
      *>  files met them, then which accounts the test bed keeps.
       1900-choose-accounts.
         perform varying acct-idx from 1 by 1
             until acct-idx > acct-count
           if at-seq(acct-idx) = 0 then
             add 1 to last-seq giving last-seq
             move last-seq to at-seq(acct-idx)
             add 1 to keys-assigned giving keys-assigned
           end-if
           if group-name-count = 0 then
             move 'T' to at-in-group(acct-idx)
           end-if
           move 'F' to at-kept(acct-idx)
           if at-in-group(acct-idx) = 'T' then
      *>       the account is sampled when its key carries the
      *>       running share across a whole number.
             compute sample-this =
               at-seq(acct-idx) * sample-percent / 100
             compute sample-prior =
               (at-seq(acct-idx) - 1) * sample-percent / 100
             if sample-this > sample-prior then
               move 'T' to at-kept(acct-idx)
               add 1 to accts-kept giving accts-kept
             end-if
           end-if
         end-perform.

      *>  WANT-ACCOUNT's slot into ACCT-FOUND, added in account
      *>  order when it's new. zero for spaces, or when the table is
      *>  full.
       2000-register-account.
         move 0 to acct-found
         if want-account = spaces then
           exit paragraph
         end-if
         perform 2010-find-account
         if acct-found > 0 then
           exit paragraph
         end-if
         if acct-count >= 20000 then
           move 'T' to accts-overflowed
           exit paragraph
         end-if
         add 1 to acct-count giving acct-count
         move acct-count to acct-idx
         perform until acct-idx = 1
           if at-account(acct-idx - 1) < want-account then
             exit perform
           end-if
           move acct-entry(acct-idx - 1) to acct-entry(acct-idx)
           subtract 1 from acct-idx giving acct-idx
         end-perform
         move want-account to at-account(acct-idx)
         move 0 to at-seq(acct-idx)
         move 'F' to at-in-group(acct-idx)
         move 'F' to at-kept(acct-idx)
         move acct-idx to acct-found.

       2010-find-account.
         move 0 to acct-found
         move 1 to acct-lo
         move acct-count to acct-hi
         perform until acct-lo > acct-hi or acct-found > 0
           compute acct-mid = (acct-lo + acct-hi) / 2
           evaluate true
             when at-account(acct-mid) = want-account
               move acct-mid to acct-found
             when at-account(acct-mid) < want-account
               compute acct-lo = acct-mid + 1
             when other
               compute acct-hi = acct-mid - 1
           end-evaluate
         end-perform.

       2100-register-grouped.
         perform 2000-register-account
         if acct-found = 0 then
           exit paragraph
         end-if
         perform 2110-check-group
         if group-wanted = 'T' then
           move 'T' to at-in-group(acct-found)
         end-if.

       2110-check-group.
         move 'F' to group-wanted
         if group-name-count = 0 then
           move 'T' to group-wanted
           exit paragraph
         end-if
         perform varying name-idx from 1 by 1
             until name-idx > group-name-count
           if group-name(name-idx) = want-group then
             move 'T' to group-wanted
             exit perform
           end-if
         end-perform.

      *>  whether this FORMULAIN piece goes on past itself.
       2200-note-piece.
         move 1966 to piece-end
         perform until piece-end = 0
             or fin-formula-text(piece-end:1) <> space
           subtract 1 from piece-end giving piece-end
         end-perform
         move 'F' to piece-continues
         if piece-end > 0 then
           if fin-formula-text(piece-end:1) = '\' then
             move 'T' to piece-continues
           end-if
         end-if.

      *>  WANT-ACCOUNT's key into MASKED-KEY when the test bed keeps
      *>  the account (ACCT-FOUND nonzero); ACCT-FOUND zero when it
      *>  doesn't.
       2300-key-for-account.
         perform 2010-find-account
         if acct-found = 0 then
           exit paragraph
         end-if
         if at-kept(acct-found) <> 'T' then
           move 0 to acct-found
           exit paragraph
         end-if
         move at-seq(acct-found) to key-digits
         move spaces to masked-key
         string "TST" key-digits delimited by size into masked-key.

       3100-mask-acctmast.
         if fc-missing(1) = 'T' then
           exit paragraph
         end-if
         open input acct-file
         open output masked-acct
         if masked-acct-status <> '00' then
           display "Error: could not open MASKACCT, file status "
             masked-acct-status
           stop run
         end-if
         perform varying fld-idx from 1 by 1 until fld-idx > 20
           move 'F' to am-scaled(fld-idx)
         end-perform
         perform until end_of_file = 'T'
           read acct-file
             at end
               string 'T' into end_of_file
             not at end
               add 1 to fc-read(1) giving fc-read(1)
               perform 3110-mask-account-record
           end-read
         end-perform
         close acct-file
         close masked-acct
         move 'F' to end_of_file.

       3110-mask-account-record.
         if acct-record(1:3) = "HDR" then
           move acct-record to am-header
           perform varying fld-idx from 1 by 1 until fld-idx > 20
             move 'F' to am-scaled(fld-idx)
             if am-field-name(fld-idx) <> spaces then
               perform varying name-idx from 1 by 1
                   until name-idx > scale-name-count
                 if scale-name(name-idx) = am-field-name(fld-idx)
                     then
                   move 'T' to am-scaled(fld-idx)
                 end-if
               end-perform
             end-if
           end-perform
           write masked-acct-record from acct-record
           add 1 to fc-written(1) giving fc-written(1)
           exit paragraph
         end-if
         move acct-record to am-detail
         move am-account-id to want-account
         perform 2300-key-for-account
         if acct-found = 0 then
           add 1 to fc-dropped(1) giving fc-dropped(1)
           exit paragraph
         end-if
         move masked-key to am-account-id
         if scaling = 'T' then
           perform varying fld-idx from 1 by 1 until fld-idx > 20
             if am-scaled(fld-idx) = 'T' then
               move am-value(fld-idx) to res-text
               perform 9100-scale-text
               if res-ok = 'T' then
                 move res-text to am-value(fld-idx)
               end-if
             end-if
           end-perform
         end-if
         write masked-acct-record from am-detail
         add 1 to fc-written(1) giving fc-written(1).

       3200-mask-formulain.
         if fc-missing(2) = 'T' then
           exit paragraph
         end-if
         open input formula-file
         open output masked-formula
         if masked-formula-status <> '00' then
           display "Error: could not open MASKFIN, file status "
             masked-formula-status
           stop run
         end-if
         move 'F' to in-statement
         move 'F' to stmt-kept
         move 'F' to trailer-seen
         move 0 to bal-hash
         perform until end_of_file = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               perform 3210-mask-formula-record
           end-read
         end-perform
         if trailer-seen = 'T' then
           move spaces to masked-formula-record
           move "TRL" to ot-tag
           move fc-written(2) to ot-count
           move bal-hash to ot-hash
           move out-trailer to masked-formula-record(1:24)
           write masked-formula-record
         end-if
         close formula-file
         close masked-formula
         move 'F' to end_of_file.

      *>  the production HDR goes through as it is; the TRL is
      *>  rebuilt at the end from what was written.
       3210-mask-formula-record.
         if fin-record(1:3) = "HDR" then
           write masked-formula-record from fin-record
           exit paragraph
         end-if
         if fin-record(1:3) = "TRL" then
           move 'T' to trailer-seen
           exit paragraph
         end-if
         add 1 to fc-read(2) giving fc-read(2)
         perform 2200-note-piece
         if in-statement <> 'T' then
           move fin-formula-id(1:10) to want-account
           perform 2300-key-for-account
           move 'F' to stmt-kept
           if acct-found > 0 then
             move fin-group-code to want-group
             perform 2110-check-group
             if group-wanted = 'T' then
               move 'T' to stmt-kept
             end-if
           end-if
         end-if
         move piece-continues to in-statement
         if stmt-kept <> 'T' then
           add 1 to fc-dropped(2) giving fc-dropped(2)
           exit paragraph
         end-if
      *>  a continuation piece keeps whatever its id column held,
      *>  masked the same way when it repeats the account.
         if fin-formula-id(1:10) <> spaces then
           move fin-formula-id(1:10) to want-account
           perform 2300-key-for-account
           if acct-found > 0 then
             move masked-key to fin-formula-id(1:10)
           end-if
         end-if
         write masked-formula-record from fin-record
         add 1 to fc-written(2) giving fc-written(2)
         perform varying bal-scan from 1 by 1 until bal-scan > 2000
           if fin-record(bal-scan:1) <> space then
             add 1 to bal-hash giving bal-hash
           end-if
         end-perform.

       3300-mask-chargefd.
         if fc-missing(3) = 'T' then
           exit paragraph
         end-if
         open input feed-file
         open output masked-feed
         if masked-feed-status <> '00' then
           display "Error: could not open MASKCHG, file status "
             masked-feed-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read feed-file
             at end
               string 'T' into end_of_file
             not at end
               add 1 to fc-read(3) giving fc-read(3)
               perform 3310-mask-charge-record
           end-read
         end-perform
         close feed-file
         close masked-feed
         move 'F' to end_of_file.

       3310-mask-charge-record.
         move cf-account to want-account
         perform 2300-key-for-account
         if acct-found = 0 then
           add 1 to fc-dropped(3) giving fc-dropped(3)
           exit paragraph
         end-if
         move cf-charge-type to want-group
         perform 2110-check-group
         if group-wanted <> 'T' then
           add 1 to fc-dropped(3) giving fc-dropped(3)
           exit paragraph
         end-if
         move masked-key to cf-account
         if scaling = 'T' then
           move cf-declared to res-text
           perform 9100-scale-text
           if res-ok = 'T' and res-text(13:1) = space then
             move res-text(1:12) to cf-declared
           end-if
         end-if
         write masked-feed-record from feed-record
         add 1 to fc-written(3) giving fc-written(3).

       3400-mask-lastres.
         if fc-missing(4) = 'T' then
           exit paragraph
         end-if
         open input lastres-file
         open output masked-lastres
         if masked-lastres-status <> '00' then
           display "Error: could not open MASKLAST, file status "
             masked-lastres-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read lastres-file
             at end
               string 'T' into end_of_file
             not at end
               add 1 to fc-read(4) giving fc-read(4)
               perform 3410-mask-lastres-record
           end-read
         end-perform
         close lastres-file
         close masked-lastres
         move 'F' to end_of_file.

       3410-mask-lastres-record.
         move lr-formula-id(1:10) to want-account
         perform 2300-key-for-account
         if acct-found = 0 then
           add 1 to fc-dropped(4) giving fc-dropped(4)
           exit paragraph
         end-if
         move masked-key to lr-formula-id(1:10)
         if scaling = 'T' and lr-status = "OK  " then
           move lr-result to res-text
           perform 9100-scale-text
           if res-ok = 'T' then
             move res-text to lr-result
           end-if
         end-if
         write ml-record from lr-record
           invalid key
             add 1 to write-errors giving write-errors
           not invalid key
             add 1 to fc-written(4) giving fc-written(4)
         end-write.

       3500-mask-resulthist.
         if fc-missing(5) = 'T' then
           exit paragraph
         end-if
         open input history-file
         open output masked-history
         if masked-history-status <> '00' then
           display "Error: could not open MASKHIST, file status "
             masked-history-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read history-file
             at end
               string 'T' into end_of_file
             not at end
               add 1 to fc-read(5) giving fc-read(5)
               perform 3510-mask-history-record
           end-read
         end-perform
         close history-file
         close masked-history
         move 'F' to end_of_file.

       3510-mask-history-record.
         move rh-formula-id(1:10) to want-account
         perform 2300-key-for-account
         if acct-found = 0 then
           add 1 to fc-dropped(5) giving fc-dropped(5)
           exit paragraph
         end-if
         move rh-group-code to want-group
         perform 2110-check-group
         if group-wanted <> 'T' then
           add 1 to fc-dropped(5) giving fc-dropped(5)
           exit paragraph
         end-if
         move masked-key to rh-formula-id(1:10)
         if scaling = 'T' then
           if rh-amount-ok = 'T' then
             compute rh-amount rounded = rh-amount * scale-factor
               on size error
                 move 'F' to rh-amount-ok
             end-compute
           end-if
           if rh-status = "OK  " then
             move rh-result to res-text
             perform 9100-scale-text
             if res-ok = 'T' then
               move res-text to rh-result
             end-if
           end-if
         end-if
         write mh-record from rh-record
           invalid key
             add 1 to write-errors giving write-errors
           not invalid key
             add 1 to fc-written(5) giving fc-written(5)
         end-write.

      *>  the whole cross-walk, old keys and new, in account order.
       4000-write-keys.
         open output keys-file
         if keys-file-status <> '00' then
           display "Error: could not open MASKKEYS, file status "
             keys-file-status
           move 8 to return-code
           exit paragraph
         end-if
         perform varying acct-idx from 1 by 1
             until acct-idx > acct-count
           move at-account(acct-idx) to kr-account
           move at-seq(acct-idx) to key-digits
           move spaces to kr-masked
           string "TST" key-digits delimited by size into kr-masked
           write keys-record
         end-perform
         close keys-file.

      *>  counts only - no account, real or masked, is printed.
       4100-write-report.
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open MASKRPT, file status "
             report-file-status
           stop run
         end-if
         move spaces to detail_line
         string "MASKED TEST DATA" into detail_line
         write report-record from detail_line
         move scale-factor to factor-edit
         move spaces to detail_line
         if scaling = 'T' then
           string "  dollar fields scaled by " factor-edit
             into detail_line
         else
           string "  dollar fields not scaled" into detail_line
         end-if
         write report-record from detail_line
         move sample-percent to count-disp
         move group-name-count to count-disp-2
         move spaces to detail_line
         string "  sample percent " count-disp "   group codes kept "
           count-disp-2 into detail_line
         if group-name-count = 0 then
           move "   group codes kept: all" to detail_line(36:30)
         end-if
         write report-record from detail_line
         move spaces to detail_line
         write report-record from detail_line

         move spaces to detail_line
         string "FILE            RECORDS READ    WRITTEN    DROPPED"
           into detail_line
         write report-record from detail_line
         perform varying fc-idx from 1 by 1 until fc-idx > 5
           move spaces to detail_line
           if fc-missing(fc-idx) = 'T' then
             string fc-name(fc-idx) "      not on file - no masked"
               " copy" into detail_line
           else
             move fc-read(fc-idx) to count-disp
             move fc-written(fc-idx) to count-disp-2
             move fc-dropped(fc-idx) to count-disp-3
             string fc-name(fc-idx) "   " count-disp "  "
               count-disp-2 "  " count-disp-3 into detail_line
           end-if
           write report-record from detail_line
         end-perform
         move spaces to detail_line
         write report-record from detail_line

         move acct-count to count-disp
         move spaces to detail_line
         string "Accounts on the cross-walk:   " count-disp
           into detail_line
         write report-record from detail_line
         move keys-read to count-disp
         move spaces to detail_line
         string "  keys from earlier refreshes:" count-disp
           into detail_line
         write report-record from detail_line
         move keys-assigned to count-disp
         move spaces to detail_line
         string "  keys assigned this refresh: " count-disp
           into detail_line
         write report-record from detail_line
         move accts-kept to count-disp
         move spaces to detail_line
         string "Accounts in the test bed:     " count-disp
           into detail_line
         write report-record from detail_line
         if scaling = 'T' then
           move values-scaled to count-disp
           move spaces to detail_line
           string "Text values scaled:           " count-disp
             into detail_line
           write report-record from detail_line
         end-if
         if write-errors > 0 then
           move write-errors to count-disp
           move spaces to detail_line
           string "** duplicate keys not written: " count-disp
             " **" into detail_line
           write report-record from detail_line
           move 4 to return-code
         end-if
         move spaces to detail_line
         string "Cross-walk written to MASKKEYS - keep it in the"
           " secured library" into detail_line
         write report-record from detail_line
         close report-file.

      *>  RES-TEXT into a signed fixed-decimal - the same cleanup
      *>  every reader of formatted results does.
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
                   when 3 compute res-num =
                     res-num + res-digit-9 / 1000
                   when 4 compute res-num =
                     res-num + res-digit-9 / 10000
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

      *>  RES-TEXT's number times the scale factor, back into
      *>  RES-TEXT left-justified with as many decimals as it had
      *>  (four at most). RES-OK 'F' leaves the text alone - it
      *>  wasn't a number, or the product won't fit.
       9100-scale-text.
         perform 9000-parse-result-text
         if res-ok <> 'T' then
           exit paragraph
         end-if
         if res-dec-digits > 4 then
           move 4 to res-dec-digits
         end-if
         move 'F' to res-ok
         evaluate res-dec-digits
           when 0
             compute scaled-0 rounded = res-num * scale-factor
               on size error
                 exit paragraph
             end-compute
             move scaled-0 to amount-edit
           when 1
             compute scaled-1 rounded = res-num * scale-factor
               on size error
                 exit paragraph
             end-compute
             move scaled-1 to amount-edit
           when 2
             compute scaled-2 rounded = res-num * scale-factor
               on size error
                 exit paragraph
             end-compute
             move scaled-2 to amount-edit
           when 3
             compute scaled-3 rounded = res-num * scale-factor
               on size error
                 exit paragraph
             end-compute
             move scaled-3 to amount-edit
           when other
             compute scaled-4 rounded = res-num * scale-factor
               on size error
                 exit paragraph
             end-compute
             move scaled-4 to amount-edit
         end-evaluate
         move 1 to edit-start
         perform until amount-edit(edit-start:1) <> space
           add 1 to edit-start giving edit-start
         end-perform
      *>  the edited picture ends "nnnn.dddd" - 19 characters in
      *>  all; keep the point only when there are decimals.
         compute edit-len = 19 - edit-start + 1 - (4 - res-dec-digits)
         if res-dec-digits = 0 then
           subtract 1 from edit-len giving edit-len
         end-if
         move spaces to res-text
         move amount-edit(edit-start:edit-len) to res-text
         add 1 to values-scaled giving values-scaled
         move 'T' to res-ok.

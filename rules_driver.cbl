      *>condexpl.cpy) goes to the RULEEXPL detail file - each clause
      *>with the evaluated value of both sides and its own T/F - so
      *>"why was this account flagged" is answered by output instead
      *>of by a developer re-running the rule by hand. the night's
      *>RULEFLAG and RULEEXPL then go on to case_update.cbl, which
      *>keeps the running CASES file of flagged accounts.
      *>
      *>ACCTMAST layout: the first record is a header - "HDR" then up
      *>to 20 field names, 20 characters each - naming the columns the
      *>lands on the RULEASSESS file (account, rule name, amount)
      *>alongside the T on RULEFLAG, instead of needing a second
      *>hand-built pass through the formula batch.
      *>
      *>with JOIN-CHARGES on RULESCTL, each account is also joined
      *>to the night's rating results, loaded into reserved
      *>variables beside its ACCTMAST fields so rules can use them
      *>like any other field ("TODAY-CHARGES>3*AVG30-CHARGES",
      *>"BALANCE+TODAY-CHARGES>LIMIT"):
      *>  TODAY-CHARGES  the account's OK charges for the run date
      *>  TODAY-COUNT    how many OK charges that is
      *>  AVG30-CHARGES  its average nightly charge total over the 30
      *>                 days before the run date, off RESULTHIST -
      *>                 the nights it was charged at all
      *>  AVG30-DAYS     how many nights that average is over
      *>the account is the first ten characters of the formula ID,
      *>as everywhere else. tonight's charges come off FORMULAOUT
      *>(JOIN-CHARGES FORMULAOUT) or LASTRES (JOIN-CHARGES LASTRES,
      *>each formula's result when its run date is the run date) -
      *>either way the rules run has to follow the formula batch in
      *>the jobstream. a reserved name ACCTMAST also carries takes
      *>the joined value. RULEEXPL shows the joined values under each
      *>tripped account's header line.
      *>
      *>RULESCTL control records, keyword(20) value(20), optional:
      *>  JOIN-CHARGES  FORMULAOUT or LASTRES  (default no join)
      *>  RUN-DATE      yyyymmdd  the night joined (default today)
       identification division.
       program-id. rules_driver.
       environment division.
         select explain-file assign to "RULEEXPL"
           organization line sequential
           file status is explain-file-status.
         select control-file assign to "RULESCTL"
           organization line sequential
           file status is control-file-status.
         select results-in assign to "FORMULAOUT"
           organization line sequential
           file status is results-in-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode dynamic
           record key is lr-formula-id
           file status is lastres-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode dynamic
           record key is rh-key
           file status is history-file-status.

       data division.
       file section.
         01 assess-record pic x(80).
       fd explain-file.
         01 explain-record pic x(160).
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd results-in.
         01 results-record pic x(200).
       fd lastres-file.
         copy "lastres.cpy".
       fd history-file.
         copy "resulthist.cpy".

       working-storage section.
         01 acct-file-status pic x(2) value '00'.
         01 detail_line pic x(132).
         01 total_line pic x(132).

      *>  the charge join (see the JOIN-CHARGES note above).
         01 control-file-status pic x(2) value '00'.
         01 results-in-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 ctl_eof pic x(1) value 'F'.
         01 scan-eof pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.
         01 join-source pic x(10) value spaces.
         01 join-on pic x(1) value 'F'.
         01 lastres-on pic x(1) value 'F'.
         01 history-on pic x(1) value 'F'.
         01 join-date pic 9(8) value 0.
         01 join-day usage binary-long value 0.
         01 hist-day usage binary-long value 0.
         01 night-table.
           05 night-seen pic x(1) occurs 30 times.
         01 night-idx usage binary-long value 0.

      *>  FORMULAOUT's OK charges summed per account, kept in account
      *>  order so each ACCTMAST record finds its own by halving.
         01 charge-table.
           05 charge-count usage binary-long value 0.
           05 charge-entry occurs 10000 times.
             10 ch-account pic x(10).
             10 ch-total pic s9(13)v99.
             10 ch-lines usage binary-long.
         01 charge-idx usage binary-long value 0.
         01 charge-found usage binary-long value 0.
         01 charge-low usage binary-long value 0.
         01 charge-high usage binary-long value 0.
         01 charge-mid usage binary-long value 0.
         01 charge-overflowed pic x(1) value 'F'.
         01 want-account pic x(10) value spaces.

         01 today-charges pic s9(13)v99 value 0.
         01 today-count usage binary-long value 0.
         01 avg30-total pic s9(15)v99 value 0.
         01 avg30-days usage binary-long value 0.
         01 avg30-charges pic s9(13)v99 value 0.
         01 joined-name pic x(20) value spaces.
         01 joined-value pic x(30) value spaces.
         01 joined-found usage binary-long value 0.
         01 amount-edit pic -(13)9.99.
         01 count-edit pic z(8)9.
         01 edit-text pic x(30) value spaces.
         01 edit-work pic x(30) value spaces.
         01 edit-pos usage binary-long value 0.
         01 joined-text pic x(140) value spaces.

      *>  formatted result text back into a number - commas and any
      *>  currency symbol dropped, an accounting "(1,234.50)" read as
      *>  negative.
         01 res-text pic x(40) value spaces.
         01 res-num pic s9(13)v99 value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-pos usage binary-long value 0.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-started pic x(1) value 'F'.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.

      *>  day numbers for the 30-day window.
         01 dn-date pic 9(8) value 0.
         01 dn-days usage binary-long value 0.
         01 dn-y usage binary-long value 0.
         01 dn-m usage binary-long value 0.
         01 dn-d usage binary-long value 0.
         01 dn-t1 usage binary-long value 0.
         01 dn-t2 usage binary-long value 0.
         01 dn-t3 usage binary-long value 0.
         01 dn-t4 usage binary-long value 0.

      *>  run-status heartbeat (see batchstat.cpy), rewritten every
      *>  1000 accounts - a big ACCTMAST run has the same "is it
      *>  moving or wedged" problem the formula batch does, and the
         accept rules-start-time from time
         move "RULES" to mpo-job-name
         move 2 to mpo-decimal-places
         accept join-date from date yyyymmdd
         perform 0100-read-control
         if join-on = 'T' then
           perform 1100-open-join-files
         end-if
         open input rules-file
         if rules-file-status <> '00' then
           display "Error: could not open RULESFILE, file status "
         close flag-file
         close assess-file
         close explain-file
         if lastres-on = 'T' then
           close lastres-file
         end-if
         if history-on = 'T' then
           close history-file
         end-if
         move "DONE    " to heartbeat-state
         perform 5000-write-heartbeat

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
               evaluate xc-keyword
                 when "JOIN-CHARGES        "
                   move xc-value(1:10) to join-source
                   inspect join-source
                     converting "abcdefghijklmnopqrstuvwxyz" to
                                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   if join-source = "FORMULAOUT" or
                       join-source = "LASTRES   " then
                     move 'T' to join-on
                   else
                     display "Warning: JOIN-CHARGES " xc-value
                       " not FORMULAOUT or LASTRES - no join"
                   end-if
                 when "RUN-DATE            "
                   perform 0110-parse-control-value
                   if xc-value-x is numeric and xc-value-9 > 0 then
                     move xc-value-9 to join-date
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

       1000-load-one-rule.
         if rule-count < 100 then
           add 1 to rule-count giving rule-count
           move am-field-name(fld-idx) to mpv-name(fld-idx)
           move am-value(fld-idx) to mpv-value(fld-idx)
         end-perform
         if join-on = 'T' then
           perform 2100-join-charges
         end-if

         perform 3000-evaluate-one-rule
           varying rule-idx from 1 by 1 until rule-idx > rule-count
         end-if
         write flag-record.

      *>  the night's results the join reads. a join asked for and
      *>  not possible stops the run - rules written against the
      *>  joined values would otherwise all come back in error.
       1100-open-join-files.
         move join-date to dn-date
         perform 9100-compute-day-number
         move dn-days to join-day
         if join-source = "FORMULAOUT" then
           perform 1200-load-formulaout
         else
           open input lastres-file
           if lastres-status <> '00' then
             display "Error: could not open LASTRES, file status "
               lastres-status
             stop run
           end-if
           move 'T' to lastres-on
         end-if
         open input history-file
         if history-file-status = '00' then
           move 'T' to history-on
         else
           display "Warning: RESULTHIST unavailable, file status "
             history-file-status " - AVG30 values join as zero"
         end-if.

      *>  FORMULAOUT's detail lines only - the pipes sit at 82 and
      *>  123, the positions statement_print.cbl keys on.
       1200-load-formulaout.
         open input results-in
         if results-in-status <> '00' then
           display "Error: could not open FORMULAOUT, file status "
             results-in-status
           stop run
         end-if
         move 'F' to scan-eof
         perform until scan-eof = 'T'
           read results-in
             at end
               move 'T' to scan-eof
             not at end
               if results-record(82:1) = '|' and
                   results-record(123:1) = '|' and
                   results-record(1:10) <> "FORMULA ID" and
                   results-record(124:4) = "OK  " then
                 move results-record(83:40) to res-text
                 perform 9000-parse-result-text
                 if res-ok = 'T' then
                   move results-record(1:10) to want-account
                   perform 1210-add-charge
                 end-if
               end-if
           end-read
         end-perform
         close results-in
         if charge-overflowed = 'T' then
           display "Warning: FORMULAOUT charges more than 10000"
             " accounts - the rest join as zero"
         end-if.

      *>  RES-NUM onto WANT-ACCOUNT's entry, a new entry slotted in
      *>  where its account sorts.
       1210-add-charge.
         perform 1220-find-charge
         if charge-found = 0 then
           if charge-count >= 10000 then
             move 'T' to charge-overflowed
             exit paragraph
           end-if
           perform varying charge-idx from charge-count by -1
               until charge-idx < charge-low
             move charge-entry(charge-idx) to
               charge-entry(charge-idx + 1)
           end-perform
           add 1 to charge-count giving charge-count
           move charge-low to charge-found
           move want-account to ch-account(charge-found)
           move 0 to ch-total(charge-found)
           move 0 to ch-lines(charge-found)
         end-if
         add res-num to ch-total(charge-found)
           giving ch-total(charge-found)
         add 1 to ch-lines(charge-found) giving ch-lines(charge-found).

      *>  WANT-ACCOUNT by halving - CHARGE-FOUND its entry, or zero
      *>  with CHARGE-LOW where it would go.
       1220-find-charge.
         move 0 to charge-found
         move 1 to charge-low
         move charge-count to charge-high
         perform until charge-low > charge-high
           compute charge-mid = (charge-low + charge-high) / 2
           evaluate true
             when ch-account(charge-mid) = want-account
               move charge-mid to charge-found
               exit perform
             when ch-account(charge-mid) < want-account
               compute charge-low = charge-mid + 1
             when other
               compute charge-high = charge-mid - 1
           end-evaluate
         end-perform.

      *>  the account's joined values into MATH-PARSE-VARS beside
      *>  its ACCTMAST fields.
       2100-join-charges.
         move 0 to today-charges
         move 0 to today-count
         move am-account-id to want-account
         if join-source = "FORMULAOUT" then
           perform 1220-find-charge
           if charge-found > 0 then
             move ch-total(charge-found) to today-charges
             move ch-lines(charge-found) to today-count
           end-if
         else
           perform 2110-join-lastres
         end-if
         perform 2120-join-history

         move "TODAY-CHARGES" to joined-name
         move today-charges to amount-edit
         move amount-edit to edit-text
         perform 2160-left-justify
         perform 2150-set-joined-var
         move "TODAY-COUNT" to joined-name
         move today-count to count-edit
         move count-edit to edit-text
         perform 2160-left-justify
         perform 2150-set-joined-var
         move "AVG30-CHARGES" to joined-name
         move avg30-charges to amount-edit
         move amount-edit to edit-text
         perform 2160-left-justify
         perform 2150-set-joined-var
         move "AVG30-DAYS" to joined-name
         move avg30-days to count-edit
         move count-edit to edit-text
         perform 2160-left-justify
         perform 2150-set-joined-var.

      *>  LASTRES is keyed on formula ID, so the account's formulas
      *>  sit together from its ten characters on.
       2110-join-lastres.
         move spaces to lr-formula-id
         move want-account to lr-formula-id(1:10)
         move 'F' to scan-eof
         start lastres-file key is >= lr-formula-id
           invalid key
             move 'T' to scan-eof
         end-start
         perform until scan-eof = 'T'
           read lastres-file next
             at end
               move 'T' to scan-eof
             not at end
               if lr-formula-id(1:10) <> want-account then
                 move 'T' to scan-eof
               else
                 if lr-run-date = join-date and
                     lr-status = "OK  " then
                   move lr-result to res-text
                   perform 9000-parse-result-text
                   if res-ok = 'T' then
                     add res-num to today-charges
                       giving today-charges
                     add 1 to today-count giving today-count
                   end-if
                 end-if
               end-if
           end-read
         end-perform.

      *>  the account's OK amounts dated the 30 days before the run
      *>  date, averaged over the nights that carried any. RESULTHIST
      *>  is keyed formula then date, so an account's nights come a
      *>  formula at a time and are counted off a day table.
       2120-join-history.
         move 0 to avg30-total
         move 0 to avg30-days
         move 0 to avg30-charges
         if history-on <> 'T' then
           exit paragraph
         end-if
         perform varying night-idx from 1 by 1 until night-idx > 30
           move 'F' to night-seen(night-idx)
         end-perform
         move spaces to rh-formula-id
         move want-account to rh-formula-id(1:10)
         move 0 to rh-run-date
         move 'F' to scan-eof
         start history-file key is >= rh-key
           invalid key
             move 'T' to scan-eof
         end-start
         perform until scan-eof = 'T'
           read history-file next
             at end
               move 'T' to scan-eof
             not at end
               if rh-formula-id(1:10) <> want-account then
                 move 'T' to scan-eof
               else
                 if rh-status = "OK  " and rh-amount-ok = 'T' and
                     rh-run-date < join-date then
                   move rh-run-date to dn-date
                   perform 9100-compute-day-number
                   compute hist-day = join-day - dn-days
                   if hist-day >= 1 and hist-day <= 30 then
                     add rh-amount to avg30-total
                       giving avg30-total
                     if night-seen(hist-day) <> 'T' then
                       move 'T' to night-seen(hist-day)
                       add 1 to avg30-days giving avg30-days
                     end-if
                   end-if
                 end-if
               end-if
           end-read
         end-perform
         if avg30-days > 0 then
           compute avg30-charges rounded = avg30-total / avg30-days
         end-if.

      *>  JOINED-NAME's value replaces a same-named ACCTMAST field,
      *>  or goes on the end of the table.
       2150-set-joined-var.
         move 0 to joined-found
         perform varying fld-idx from 1 by 1 until fld-idx > mpv-count
           if mpv-name(fld-idx) = joined-name then
             move fld-idx to joined-found
             exit perform
           end-if
         end-perform
         if joined-found = 0 then
           if mpv-count >= 50 then
             exit paragraph
           end-if
           add 1 to mpv-count giving mpv-count
           move mpv-count to joined-found
           move joined-name to mpv-name(joined-found)
         end-if
         move edit-text to mpv-value(joined-found).

      *>  EDIT-TEXT's edited number moved to the left, the way a
      *>  value is typed into a formula.
       2160-left-justify.
         perform varying edit-pos from 1 by 1
             until edit-pos > 30 or edit-text(edit-pos:1) <> space
           continue
         end-perform
         if edit-pos > 1 and edit-pos <= 30 then
           move edit-text(edit-pos:) to edit-work
           move edit-work to edit-text
         end-if.

      *>  the tripped rule's action formula through math_parse, with
      *>  the account's fields already sitting in MATH-PARSE-VARS -
      *>  exactly the evaluation a hand-built FORMULAIN pass used to
         string am-account-id '|' rt-name(rule-idx) " TRIPPED"
           into explain-record
         write explain-record
         if join-on = 'T' then
           perform 3610-write-joined-values
         end-if
         perform varying cx-idx from 1 by 1 until cx-idx > cx-count
           move spaces to explain-record
           string "  " cx-clause(cx-idx) " | left "
           write explain-record
         end-perform.

      *>  the joined values the rule saw, listed the way the
      *>  account's fields show in the clauses - name and value.
       3610-write-joined-values.
         move spaces to joined-text
         move 1 to edit-pos
         perform varying fld-idx from 1 by 1
             until fld-idx > mpv-count
           if mpv-name(fld-idx) = "TODAY-CHARGES" or
               mpv-name(fld-idx) = "TODAY-COUNT" or
               mpv-name(fld-idx) = "AVG30-CHARGES" or
               mpv-name(fld-idx) = "AVG30-DAYS" then
             string mpv-name(fld-idx) delimited by space
               '=' delimited by size
               mpv-value(fld-idx) delimited by space
               "  " delimited by size
               into joined-text with pointer edit-pos
           end-if
         end-perform
         move spaces to explain-record
         string "  joined | " joined-text into explain-record
         write explain-record.

      *>  one record, rewritten whole - the monitor reads whatever
      *>  the last rewrite said.
       5000-write-heartbeat.
         string "RULE NAME" '|' "ACCOUNTS" '|' "TRIPPED" '|' "ERRORS"
           into heading_line
         write report-record from heading_line
         perform varying rule-idx from 1 by 1
             until rule-idx > rule-count
           move rt-evals(rule-idx) to count-disp
           move rt-tripped(rule-idx) to count-disp-2
           move rt-errors(rule-idx) to count-disp-3
         move spaces to total_line
         string "Assessments written: " count-disp into total_line
         write report-record from total_line.

      *>  RES-TEXT's formatted amount into RES-NUM, RES-OK 'T' when
      *>  it held one - the same reading statement_print.cbl makes.
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
      *>       a currency symbol ahead of the digits - skipped, the
      *>       same way the impact totaller skips one.
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

      *>  DN-DATE as a day number - days since a fixed origin, so two
      *>  dates subtract to the days between them.
       9100-compute-day-number.
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

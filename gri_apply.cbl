      *>the general rate increase - "all LANE- rates up 4.5%
      *>effective 1/1, rounded to the cent" - staged in one run
      *>instead of hundreds of hand-keyed MVARTXN and RBRKTXN
      *>transactions. GRICTL carries the rules, one record each:
      *>
      *>  kind(4) pattern(20) method(1) amount(10) places(1)
      *>  rounding(1) effective(8)
      *>
      *>  kind      VAR  - MATHVARS names (see mathvars.cpy)
      *>            BAND - RATEBRKS tables (see ratebrks.cpy); the
      *>                   uplift goes on every band's rate, the band
      *>                   limits carry over unchanged
      *>  pattern   a name, or a prefix ending in '*' (LANE-*) - the
      *>            same wildcard entitle.cpy patterns use
      *>  method    P - amount is a percentage (4.5 is 4.5%)
      *>            F - amount is a flat amount added to the value
      *>  amount    sign leading separate, four implied decimals
      *>  places    decimals the new value is rounded to (0-4)
      *>  rounding  R - half away from zero (the default), U - always
      *>            away from zero, D - truncated
      *>  effective the new version's effective date - after today
      *>
      *>plus one optional MODE record, pattern APPLY or PROOF. the
      *>default is PROOF: every old and new value is worked out,
      *>checked and listed on GRILIST, and nothing is written - so
      *>pricing reviews the whole increase before a second run with
      *>MODE APPLY stages it.
      *>
      *>each name (or table) gets its new version computed off the
      *>version in force the day before the new effective date, and
      *>goes through the checks mathvars_maint.cbl and
      *>rate_brks_maint.cbl make: the job's user must be entitled to
      *>the name (entitle_check.cbl, function VARMAINT or BANDMAINT),
      *>a variable's new value must survive math_parse's dry run and
      *>its VARCATALOG bounds (var_check.cbl - there is no override
      *>here; a GRI value outside them goes back to pricing), and a
      *>version already staged for that date is left alone. the new
      *>version is written open-ended, the one in force keeps its own
      *>expiry (the later effective date wins from the new date on),
      *>and every name staged drops on RERATEQ for rerate_resolve.cbl.
       identification division.
       program-id. gri_apply.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "GRICTL"
           organization line sequential
           file status is control-file-status.
         select rate-table assign to "MATHVARS"
           organization indexed
           access mode dynamic
           record key is mv-key
           file status is mv-file-status.
         select bands-file assign to "RATEBRKS"
           organization indexed
           access mode dynamic
           record key is rb-key
           file status is rb-file-status.
         select listing-file assign to "GRILIST"
           organization line sequential
           file status is listing-file-status.
         select rerate-queue assign to "RERATEQ"
           organization line sequential
           file status is rerate-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 gc-kind pic x(4).
           05 gc-pattern pic x(20).
           05 gc-method pic x(1).
           05 gc-amount pic s9(5)v9(4) sign leading separate.
           05 gc-places pic x(1).
           05 gc-rounding pic x(1).
           05 gc-effective-date pic x(8).
       fd rate-table.
         copy "mathvars.cpy".
       fd bands-file.
         copy "ratebrks.cpy".
       fd listing-file.
         01 listing-record pic x(132).
       fd rerate-queue.
         01 rerate-record pic x(20).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 mv-file-status pic x(2) value '00'.
         01 rb-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 rerate-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 scan-at-end pic x(1) value 'F'.
         01 today-date pic 9(8) value 0.
         01 apply-mode pic x(1) value 'F'.
         01 mv-open pic x(1) value 'F'.
         01 rb-open pic x(1) value 'F'.

         01 c_communication pic x(2000).
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         01 math-parse-error-code usage binary-long value 0.
         copy "entchk.cpy".
         copy "varcheck.cpy".

      *>  the rules, all read before any is applied so a MODE record
      *>  anywhere in GRICTL governs every rule.
         01 rule-table.
           05 rule-entry occurs 50 times.
             10 ru-kind pic x(4).
             10 ru-pattern pic x(20).
             10 ru-method pic x(1).
             10 ru-amount pic s9(5)v9(4).
             10 ru-places pic x(1).
             10 ru-places-9 redefines ru-places pic 9(1).
             10 ru-rounding pic x(1).
             10 ru-effective-date pic x(8).
             10 ru-effective-9 redefines ru-effective-date
                 pic 9(8).
         01 rule-count usage binary-long value 0.
         01 rule-idx usage binary-long value 0.
         01 rule-reason pic x(60) value spaces.

      *>  the pattern as a key range - the characters ahead of the
      *>  '*', or the whole name when there is no '*'.
         01 prefix-text pic x(20) value spaces.
         01 prefix-len usage binary-long value 0.
         01 pat-pos usage binary-long value 0.

      *>  the names (or tables) a rule matched, each with the
      *>  effective date of its version in force the day before the
      *>  new date (zero for none) and whether a version is already
      *>  staged on the new date.
         01 cand-table.
           05 cand-entry occurs 500 times.
             10 cand-name pic x(20).
             10 cand-effective pic 9(8).
             10 cand-value pic x(30).
             10 cand-staged pic x(1).
         01 cand-count usage binary-long value 0.
         01 cand-idx usage binary-long value 0.
         01 cand-overflow pic x(1) value 'F'.
         01 new-effective-days usage binary-long value 0.

      *>  the bands of one table's version in force.
         01 band-table.
           05 band-entry occurs 99 times.
             10 bt-seq pic 9(2).
             10 bt-limit pic 9(11)v9(2).
             10 bt-rate pic s9(7)v9(4).
         01 band-count usage binary-long value 0.
         01 band-idx usage binary-long value 0.
         01 table-staged pic x(1) value 'F'.

      *>  the arithmetic - the raw uplifted value carries extra
      *>  decimals so the rounding rule decides the last digit kept.
         01 old-amount pic s9(13)v9(4) value 0.
         01 new-amount pic s9(13)v9(4) value 0.
         01 raw-amount pic s9(13)v9(8) value 0.
         01 round-scaled pic s9(17)v9(8) value 0.
         01 round-int pic s9(17) value 0.
         01 round-frac pic s9(1)v9(8) value 0.
         01 place-factor pic 9(5) value 1.
         01 value-edit pic -(13)9.9(4).
         01 value-edit-x redefines value-edit pic x(19).
         01 new-value-text pic x(30) value spaces.
         01 edit-start usage binary-long value 0.
         01 edit-end usage binary-long value 0.

      *>  a MATHVARS value text read back as a number - sign, digits,
      *>  a point and at most four decimals, nothing else.
         01 parse-ok pic x(1) value 'F'.
         01 parse-neg pic x(1) value 'F'.
         01 parse-point pic x(1) value 'F'.
         01 parse-digits usage binary-long value 0.
         01 parse-decimals usage binary-long value 0.
         01 parse-pos usage binary-long value 0.
         01 parse-digit-x pic x(1) value space.
         01 parse-digit-9 redefines parse-digit-x pic 9.
         01 parse-scale pic 9v9(4) value 0.
         01 value-len usage binary-long value 0.
         01 check-text pic x(40) value spaces.

         01 reject-reason pic x(60) value spaces.
         01 any-band-written pic x(1) value 'F'.
         01 disposition pic x(72) value spaces.
         01 rule-disp pic z9.
         01 amount-edit pic -(5)9.9(4).
         01 limit-edit pic z(10)9.99.
         01 rate-edit pic -(6)9.9(4).
         01 rate-edit-2 pic -(6)9.9(4).

         01 dn-date pic 9(8) value 0.
         01 dn-days usage binary-long value 0.
         01 dn-y usage binary-long value 0.
         01 dn-m usage binary-long value 0.
         01 dn-d usage binary-long value 0.
         01 dn-t1 usage binary-long value 0.
         01 dn-t2 usage binary-long value 0.
         01 dn-t3 usage binary-long value 0.
         01 dn-t4 usage binary-long value 0.

         01 rules_read usage binary-long value 0.
         01 rules_rejected usage binary-long value 0.
         01 items_proposed usage binary-long value 0.
         01 items_applied usage binary-long value 0.
         01 items_rejected usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         move "GRIAPPLY" to mpo-job-name
         move 'Y' to mpo-dry-run
         perform 0100-read-rules

         if apply-mode = 'T' then
      *>    i-o stages the new versions in place; a file that isn't
      *>    there yet is created, as the maintenance programs do.
           open i-o rate-table
           if mv-file-status = '35' then
             open output rate-table
             close rate-table
             open i-o rate-table
           end-if
           if mv-file-status <> '00' then
             display "Error: could not open MATHVARS, file status "
               mv-file-status
             stop run
           end-if
           open i-o bands-file
           if rb-file-status = '35' then
             open output bands-file
             close bands-file
             open i-o bands-file
           end-if
           if rb-file-status <> '00' then
             display "Error: could not open RATEBRKS, file status "
               rb-file-status
             stop run
           end-if
           move 'T' to mv-open
           move 'T' to rb-open
         else
      *>    a proof run only reads - a missing file just means its
      *>    rules match nothing.
           open input rate-table
           if mv-file-status = '00' then
             move 'T' to mv-open
           end-if
           open input bands-file
           if rb-file-status = '00' then
             move 'T' to rb-open
           end-if
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open GRILIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         if apply-mode = 'T' then
           string "GENERAL RATE INCREASE - APPLIED " today-date
             into heading_line
         else
           string "GENERAL RATE INCREASE - PROOF LISTING "
             today-date ", NOTHING WRITTEN" into heading_line
         end-if
         write listing-record from heading_line
         move spaces to heading_line
         string "NAME                " '|' "IN FORCE" '|' "BAND" '|'
           "OLD VALUE" '|' "NEW VALUE" '|' "DISPOSITION"
           into heading_line
         write listing-record from heading_line

         perform varying rule-idx from 1 by 1
             until rule-idx > rule-count
           perform 2000-apply-one-rule
         end-perform

         move spaces to total_line
         write listing-record from total_line
         move rules_read to count-disp
         move spaces to total_line
         string "Rules read:            " count-disp into total_line
         write listing-record from total_line
         move rules_rejected to count-disp
         move spaces to total_line
         string "Rules rejected:        " count-disp into total_line
         write listing-record from total_line
         move items_proposed to count-disp
         move spaces to total_line
         string "Values proposed:       " count-disp into total_line
         write listing-record from total_line
         move items_applied to count-disp
         move spaces to total_line
         if apply-mode = 'T' then
           string "Values staged:         " count-disp
             into total_line
         else
           string "Values that would stage:" count-disp
             into total_line
         end-if
         write listing-record from total_line
         move items_rejected to count-disp
         move spaces to total_line
         string "Values rejected:       " count-disp into total_line
         write listing-record from total_line

         if mv-open = 'T' then
           close rate-table
         end-if
         if rb-open = 'T' then
           close bands-file
         end-if
         close listing-file
         call 'var_check_close'
         call 'entitle_check_close'
         stop run.

       0100-read-rules.
         open input control-file
         if control-file-status <> '00' then
           display "Error: could not open GRICTL, file status "
             control-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read control-file
             at end
               string 'T' into end_of_file
             not at end
               if gc-kind = "MODE" then
                 if gc-pattern(1:5) = "APPLY" then
                   move 'T' to apply-mode
                 end-if
               else
                 if rule-count < 50 then
                   add 1 to rule-count giving rule-count
                   move gc-kind to ru-kind(rule-count)
                   move gc-pattern to ru-pattern(rule-count)
                   move gc-method to ru-method(rule-count)
                   if gc-amount is numeric then
                     move gc-amount to ru-amount(rule-count)
                   else
                     move 0 to ru-amount(rule-count)
                     move space to ru-method(rule-count)
                   end-if
                   move gc-places to ru-places(rule-count)
                   move gc-rounding to ru-rounding(rule-count)
                   move gc-effective-date
                     to ru-effective-date(rule-count)
                 else
                   display "Warning: GRICTL has more than 50 rules"
                     " - the rest are ignored"
                 end-if
               end-if
           end-read
         end-perform
         close control-file
         move 'F' to end_of_file.

       2000-apply-one-rule.
         add 1 to rules_read giving rules_read
         perform 2010-check-rule
         move rule-idx to rule-disp
         move ru-amount(rule-idx) to amount-edit
         move spaces to detail_line
         write listing-record from detail_line
         move spaces to detail_line
         string "RULE " rule-disp ": " ru-kind(rule-idx) " "
           ru-pattern(rule-idx) " " ru-method(rule-idx) " "
           amount-edit " ROUND " ru-places(rule-idx) " "
           ru-rounding(rule-idx) " EFFECTIVE "
           ru-effective-date(rule-idx) into detail_line
         write listing-record from detail_line
         if rule-reason <> spaces then
           add 1 to rules_rejected giving rules_rejected
           move spaces to detail_line
           string "  RULE REJECTED: " rule-reason into detail_line
           write listing-record from detail_line
           exit paragraph
         end-if

         move ru-effective-9(rule-idx) to dn-date
         perform 9000-compute-day-number
         move dn-days to new-effective-days
         perform 2020-pattern-to-prefix

         move 0 to cand-count
         move 'F' to cand-overflow
         if ru-kind(rule-idx) = "VAR " then
           perform 2100-collect-names
         else
           perform 2300-collect-tables
         end-if
         if cand-count = 0 then
           move spaces to detail_line
           string "  (nothing on file matches the pattern)"
             into detail_line
           write listing-record from detail_line
           exit paragraph
         end-if
         perform varying cand-idx from 1 by 1
             until cand-idx > cand-count
           if ru-kind(rule-idx) = "VAR " then
             perform 2200-stage-name
           else
             perform 2400-stage-table
           end-if
         end-perform
         if cand-overflow = 'T' then
           move spaces to detail_line
           string "  WARNING: more than 500 matches - narrow the "
             "pattern and run the rest again" into detail_line
           write listing-record from detail_line
         end-if.

       2010-check-rule.
         move spaces to rule-reason
         if ru-rounding(rule-idx) = space then
           move 'R' to ru-rounding(rule-idx)
         end-if
         evaluate true
           when ru-kind(rule-idx) <> "VAR " and
               ru-kind(rule-idx) <> "BAND"
             move "kind is not VAR or BAND" to rule-reason
           when ru-pattern(rule-idx) = spaces
             move "pattern is blank" to rule-reason
           when ru-method(rule-idx) <> 'P' and
               ru-method(rule-idx) <> 'F'
             move "method is not P or F, or amount not numeric"
               to rule-reason
           when ru-places(rule-idx) is not numeric
             move "rounding places not 0-4" to rule-reason
           when ru-places-9(rule-idx) > 4
             move "rounding places not 0-4" to rule-reason
           when ru-rounding(rule-idx) <> 'R' and
               ru-rounding(rule-idx) <> 'U' and
               ru-rounding(rule-idx) <> 'D'
             move "rounding is not R, U or D" to rule-reason
           when ru-effective-date(rule-idx) is not numeric
             move "effective date not numeric" to rule-reason
           when ru-effective-9(rule-idx) <= today-date
             move "effective date is not in the future"
               to rule-reason
           when ru-kind(rule-idx) = "VAR " and mv-open <> 'T'
             move "no MATHVARS file" to rule-reason
           when ru-kind(rule-idx) = "BAND" and rb-open <> 'T'
             move "no RATEBRKS file" to rule-reason
         end-evaluate.

       2020-pattern-to-prefix.
         move spaces to prefix-text
         move 20 to prefix-len
         perform varying pat-pos from 1 by 1 until pat-pos > 20
           if ru-pattern(rule-idx)(pat-pos:1) = '*' then
             compute prefix-len = pat-pos - 1
             exit perform
           end-if
           move ru-pattern(rule-idx)(pat-pos:1)
             to prefix-text(pat-pos:1)
         end-perform.

      *>  every version of every matching name, in key order - the
      *>  versions of a name read out oldest first, so the last one
      *>  in force the day before the new date is the one kept.
       2100-collect-names.
         move 'F' to scan-at-end
         move prefix-text to mv-name
         move 0 to mv-effective-date
         start rate-table key is >= mv-key
           invalid key
             move 'T' to scan-at-end
         end-start
         perform until scan-at-end = 'T'
           read rate-table next
             at end
               move 'T' to scan-at-end
             not at end
               if prefix-len > 0 and
                   mv-name(1:prefix-len) <>
                   prefix-text(1:prefix-len) then
                 move 'T' to scan-at-end
               else
                 if prefix-len < 20 or mv-name = prefix-text then
                   perform 2110-note-version
                 end-if
               end-if
           end-read
         end-perform.

       2110-note-version.
         if cand-count = 0 or mv-name <> cand-name(cand-count) then
           if cand-count >= 500 then
             move 'T' to cand-overflow
             move 'T' to scan-at-end
             exit paragraph
           end-if
           add 1 to cand-count giving cand-count
           move mv-name to cand-name(cand-count)
           move 0 to cand-effective(cand-count)
           move spaces to cand-value(cand-count)
           move 'F' to cand-staged(cand-count)
         end-if
         if mv-effective-date = ru-effective-9(rule-idx) then
           move 'T' to cand-staged(cand-count)
           exit paragraph
         end-if
         if mv-effective-date > ru-effective-9(rule-idx) then
           exit paragraph
         end-if
         if mv-expiry-date <> 0 and mv-expiry-date <> 99999999 then
           move mv-expiry-date to dn-date
           perform 9000-compute-day-number
           if dn-days < new-effective-days - 1 then
             exit paragraph
           end-if
         end-if
         move mv-effective-date to cand-effective(cand-count)
         move mv-value to cand-value(cand-count).

       2200-stage-name.
         add 1 to items_proposed giving items_proposed
         move spaces to reject-reason
         move spaces to new-value-text
         evaluate true
           when cand-staged(cand-idx) = 'T'
             move "a version is already staged for the date"
               to reject-reason
           when cand-effective(cand-idx) = 0
             move "no version in force before the date"
               to reject-reason
         end-evaluate
         if reject-reason = spaces then
           perform 2500-parse-value
           if parse-ok <> 'T' then
             move "value in force is not a plain number"
               to reject-reason
           end-if
         end-if
         if reject-reason = spaces then
           perform 3000-compute-new
           perform 3200-format-value
           move spaces to ec-user
           move "VARMAINT" to ec-function
           move "gri_apply" to ec-program
           move cand-name(cand-idx) to ec-name
           call 'entitle_check' using by reference
             entitle-check-parms
           if ec-allowed <> 'T' then
             string "not entitled: " ec-reason delimited by size
               into reject-reason
           end-if
         end-if
         if reject-reason = spaces then
           perform 2210-check-value
         end-if
         if reject-reason = spaces and apply-mode = 'T' then
           move cand-name(cand-idx) to mv-name
           move ru-effective-9(rule-idx) to mv-effective-date
           move 0 to mv-expiry-date
           move new-value-text to mv-value
           write mv-record
             invalid key
               move "write failed - duplicate key" to reject-reason
           end-write
           if reject-reason = spaces then
             move cand-name(cand-idx) to rerate-record
             perform 2900-queue-rerate
           end-if
         end-if

         move spaces to disposition
         if reject-reason = spaces then
           add 1 to items_applied giving items_applied
           if apply-mode = 'T' then
             move "STAGED" to disposition
           else
             move "WOULD STAGE" to disposition
           end-if
         else
           add 1 to items_rejected giving items_rejected
           string "REJECTED: " reject-reason delimited by size
             into disposition
         end-if
         move spaces to detail_line
         string "  " cand-name(cand-idx) '|'
           cand-effective(cand-idx) '|' "    " '|'
           cand-value(cand-idx)(1:18) '|' new-value-text(1:18) '|'
           disposition into detail_line
         write listing-record from detail_line.

      *>  the checks mathvars_maint.cbl makes of a new value: the
      *>  math_parse dry run, then the catalog's bounds against the
      *>  value it follows.
       2210-check-value.
         move 30 to value-len
         perform until value-len = 0
             or new-value-text(value-len:1) <> space
           subtract 1 from value-len giving value-len
         end-perform
         move spaces to check-text
         string new-value-text(1:value-len) ';' into check-text
         move spaces to c_communication
         move check-text to c_communication
         move mpc-ok to math-parse-error-code
      *> every parameter position is named, the unused ones as
      *> explicit OMITTED - see mathvars_maint.cbl.
         call 'math_parse' using by reference c_communication
           omitted math-parse-options math-parse-error-code
           omitted omitted omitted omitted
         if math-parse-error-code <> mpc-ok then
           inspect c_communication converting x'00' to space
           string "value check failed: " c_communication(1:40)
             delimited by size into reject-reason
           exit paragraph
         end-if
         move cand-name(cand-idx) to vk-name
         move new-value-text to vk-value-text
         move cand-value(cand-idx) to vk-base-text
         call 'var_check' using by reference var-check-parms
         if vk-reason <> spaces then
           string "catalog: " vk-reason delimited by size
             into reject-reason
         end-if.

      *>  each matching table's version in force, found the way
      *>  2100 finds a name's - a version is its bands in sequence,
      *>  so only band 1 (the first read) decides.
       2300-collect-tables.
         move 'F' to scan-at-end
         move prefix-text to rb-table-name
         move 0 to rb-effective-date
         move 0 to rb-band-seq
         start bands-file key is >= rb-key
           invalid key
             move 'T' to scan-at-end
         end-start
         perform until scan-at-end = 'T'
           read bands-file next
             at end
               move 'T' to scan-at-end
             not at end
               if prefix-len > 0 and
                   rb-table-name(1:prefix-len) <>
                   prefix-text(1:prefix-len) then
                 move 'T' to scan-at-end
               else
                 if prefix-len < 20 or
                     rb-table-name = prefix-text then
                   perform 2310-note-table-version
                 end-if
               end-if
           end-read
         end-perform.

       2310-note-table-version.
         if cand-count = 0 or
             rb-table-name <> cand-name(cand-count) then
           if cand-count >= 500 then
             move 'T' to cand-overflow
             move 'T' to scan-at-end
             exit paragraph
           end-if
           add 1 to cand-count giving cand-count
           move rb-table-name to cand-name(cand-count)
           move 0 to cand-effective(cand-count)
           move spaces to cand-value(cand-count)
           move 'F' to cand-staged(cand-count)
         end-if
         if rb-effective-date = cand-effective(cand-count) then
           exit paragraph
         end-if
         if rb-effective-date = ru-effective-9(rule-idx) then
           move 'T' to cand-staged(cand-count)
           exit paragraph
         end-if
         if rb-effective-date > ru-effective-9(rule-idx) then
           exit paragraph
         end-if
         if rb-expiry-date <> 0 and rb-expiry-date <> 99999999 then
           move rb-expiry-date to dn-date
           perform 9000-compute-day-number
           if dn-days < new-effective-days - 1 then
             exit paragraph
           end-if
         end-if
         move rb-effective-date to cand-effective(cand-count).

      *>  the table's bands are read whole first, then the new
      *>  version written band by band - one entitlement check and
      *>  one RERATEQ record for the table.
       2400-stage-table.
         move spaces to reject-reason
         evaluate true
           when cand-staged(cand-idx) = 'T'
             move "a version is already staged for the date"
               to reject-reason
           when cand-effective(cand-idx) = 0
             move "no version in force before the date"
               to reject-reason
         end-evaluate
         if reject-reason <> spaces then
           add 1 to items_proposed giving items_proposed
           add 1 to items_rejected giving items_rejected
           move spaces to detail_line
           string "  " cand-name(cand-idx) '|'
             cand-effective(cand-idx) '|' "    " '|' '|' '|'
             "REJECTED: " reject-reason into detail_line
           write listing-record from detail_line
           exit paragraph
         end-if

         perform 2410-read-version-bands
         move spaces to ec-user
         move "BANDMAINT" to ec-function
         move "gri_apply" to ec-program
         move cand-name(cand-idx) to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         move 'F' to any-band-written
         perform varying band-idx from 1 by 1
             until band-idx > band-count
           perform 2420-stage-one-band
         end-perform
         if any-band-written = 'T' then
           move cand-name(cand-idx) to rerate-record
           perform 2900-queue-rerate
         end-if.

       2410-read-version-bands.
         move 0 to band-count
         move 'F' to scan-at-end
         move cand-name(cand-idx) to rb-table-name
         move cand-effective(cand-idx) to rb-effective-date
         move 0 to rb-band-seq
         start bands-file key is >= rb-key
           invalid key
             move 'T' to scan-at-end
         end-start
         perform until scan-at-end = 'T'
           read bands-file next
             at end
               move 'T' to scan-at-end
             not at end
               if rb-table-name <> cand-name(cand-idx) or
                   rb-effective-date <> cand-effective(cand-idx) or
                   band-count >= 99 then
                 move 'T' to scan-at-end
               else
                 add 1 to band-count giving band-count
                 move rb-band-seq to bt-seq(band-count)
                 move rb-band-limit to bt-limit(band-count)
                 move rb-band-rate to bt-rate(band-count)
               end-if
           end-read
         end-perform.

       2420-stage-one-band.
         add 1 to items_proposed giving items_proposed
         move spaces to reject-reason
         move bt-rate(band-idx) to old-amount
         perform 3000-compute-new
         if new-amount > 9999999.9999 or
             new-amount < -9999999.9999 then
           move "new rate too large for the band" to reject-reason
         end-if
         if reject-reason = spaces and ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if
         if reject-reason = spaces and apply-mode = 'T' then
           move cand-name(cand-idx) to rb-table-name
           move ru-effective-9(rule-idx) to rb-effective-date
           move bt-seq(band-idx) to rb-band-seq
           move 0 to rb-expiry-date
           move bt-limit(band-idx) to rb-band-limit
           move new-amount to rb-band-rate
           write rb-record
             invalid key
               move "write failed - duplicate key" to reject-reason
           end-write
           if reject-reason = spaces then
             move 'T' to any-band-written
           end-if
         end-if

         move spaces to disposition
         if reject-reason = spaces then
           add 1 to items_applied giving items_applied
           if apply-mode = 'T' then
             move "STAGED" to disposition
           else
             move "WOULD STAGE" to disposition
           end-if
         else
           add 1 to items_rejected giving items_rejected
           string "REJECTED: " reject-reason delimited by size
             into disposition
         end-if
         move bt-limit(band-idx) to limit-edit
         move bt-rate(band-idx) to rate-edit
         move new-amount to rate-edit-2
         move spaces to detail_line
         string "  " cand-name(cand-idx) '|'
           cand-effective(cand-idx) '|' "  " bt-seq(band-idx) '|'
           rate-edit '|' rate-edit-2 '|' disposition
           into detail_line
         write listing-record from detail_line.

       2500-parse-value.
         move 'F' to parse-ok
         move 'F' to parse-neg
         move 'F' to parse-point
         move 0 to parse-digits
         move 0 to parse-decimals
         move 0 to old-amount
         move 0.1 to parse-scale
         move 30 to value-len
         perform until value-len = 0
             or cand-value(cand-idx)(value-len:1) <> space
           subtract 1 from value-len giving value-len
         end-perform
         perform varying parse-pos from 1 by 1
             until parse-pos > value-len
           move cand-value(cand-idx)(parse-pos:1) to parse-digit-x
           evaluate true
             when parse-digit-x = space and parse-digits = 0
               and parse-point = 'F'
               continue
             when (parse-digit-x = '-' or parse-digit-x = '+')
               and parse-digits = 0 and parse-point = 'F'
               if parse-digit-x = '-' then
                 move 'T' to parse-neg
               end-if
             when parse-digit-x = '.' and parse-point = 'F'
               move 'T' to parse-point
             when parse-digit-x is numeric and parse-point = 'F'
               add 1 to parse-digits giving parse-digits
               if parse-digits > 13 then
                 exit paragraph
               end-if
               compute old-amount = old-amount * 10 + parse-digit-9
             when parse-digit-x is numeric
               add 1 to parse-decimals giving parse-decimals
               if parse-decimals > 4 then
                 exit paragraph
               end-if
               add 1 to parse-digits giving parse-digits
               compute old-amount =
                 old-amount + parse-digit-9 * parse-scale
               compute parse-scale = parse-scale / 10
             when other
               exit paragraph
           end-evaluate
         end-perform
         if parse-digits = 0 then
           exit paragraph
         end-if
         if parse-neg = 'T' then
           compute old-amount = 0 - old-amount
         end-if
         move 'T' to parse-ok.

       2900-queue-rerate.
         open extend rerate-queue
         if rerate-status = '35' then
           open output rerate-queue
         end-if
         if rerate-status <> '00' then
           exit paragraph
         end-if
         write rerate-record
         close rerate-queue.

      *>  OLD-AMOUNT uplifted by the rule into NEW-AMOUNT, rounded to
      *>  the rule's places the rule's way.
       3000-compute-new.
         if ru-method(rule-idx) = 'P' then
           compute raw-amount =
             old-amount + old-amount * ru-amount(rule-idx) / 100
         else
           compute raw-amount = old-amount + ru-amount(rule-idx)
         end-if
         evaluate ru-places-9(rule-idx)
           when 0
             move 1 to place-factor
           when 1
             move 10 to place-factor
           when 2
             move 100 to place-factor
           when 3
             move 1000 to place-factor
           when other
             move 10000 to place-factor
         end-evaluate
         compute round-scaled = raw-amount * place-factor
         move round-scaled to round-int
         compute round-frac = round-scaled - round-int
         evaluate ru-rounding(rule-idx)
           when 'R'
             if round-frac >= 0.5 then
               add 1 to round-int giving round-int
             end-if
             if round-frac <= -0.5 then
               subtract 1 from round-int giving round-int
             end-if
           when 'U'
             if round-frac > 0 then
               add 1 to round-int giving round-int
             end-if
             if round-frac < 0 then
               subtract 1 from round-int giving round-int
             end-if
         end-evaluate
         compute new-amount = round-int / place-factor.

      *>  NEW-AMOUNT as MATHVARS value text, left-justified, with
      *>  exactly the rule's decimal places ("5.46", "12").
       3200-format-value.
         move new-amount to value-edit
         move 1 to edit-start
         perform until edit-start > 14
             or value-edit-x(edit-start:1) <> space
           add 1 to edit-start giving edit-start
         end-perform
         if ru-places-9(rule-idx) = 0 then
           move 14 to edit-end
         else
           compute edit-end = 15 + ru-places-9(rule-idx)
         end-if
         move spaces to new-value-text
         move value-edit-x(edit-start:edit-end - edit-start + 1)
           to new-value-text.

      *>  turns a yyyymmdd date into a running day number so the day
      *>  before the new effective date can be taken across month and
      *>  year boundaries - the same shifted-calendar formula
      *>  dispute_aging.cbl uses.
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

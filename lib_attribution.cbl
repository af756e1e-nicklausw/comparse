      *>revenue attribution by formula library entry - the question
      *>pricing asks before retiring or changing an "@NAME": how many
      *>dollars actually flowed through it. lib_where_used.cbl says
      *>which FORMULAIN lines name an entry today; this says what
      *>the entry earned over a run of months.
      *>
      *>every RESULTHIST charge in the months asked for is traced
      *>back through its evaluation ID to the MATHAUDIT line of the
      *>evaluation that priced it, and the "@NAME"s in the formula
      *>text that line recorded are the top-level library entries
      *>it used. each is resolved to the FORMULALIB version in force
      *>on the charge's run date - the version expand_formula.cbl
      *>spliced in that night - and an OK charge's amount is
      *>credited to each entry it used, in full (a formula naming
      *>two entries counts whole under both), while a FAIL counts as
      *>a failure against them. names nested inside an entry's own
      *>text aren't credited - the charge belongs to the entry the
      *>formula asked for.
      *>
      *>LIBATTR ranks the entries by dollars with their evaluation
      *>and failure counts, breaks each down by version, group and
      *>month, and ends with the retirement candidates: every entry
      *>with a version in force during the months whose dollars
      *>came to zero. an entry that earned nothing at the top level
      *>but sits inside the text of one that did is shown as used
      *>inside, not as a candidate.
      *>
      *>the audit line keeps the first 200 characters of the formula
      *>as submitted, so a name past that point on a very long
      *>formula isn't seen; a charge whose evaluation has no audit
      *>line naming a library entry - plain formulas, the cached
      *>copies of one (they carry the eval ID of the evaluation that
      *>filled the cache, and so trace through it), or a line
      *>rotated off the log - is counted on the last page.
      *>
      *>LIBATTRCTL control records, keyword(20) value(20), all
      *>optional:
      *>  FROM-MONTH  yyyymm  first month (default last month)
      *>  TO-MONTH    yyyymm  last month (default FROM-MONTH)
      *>  AUDIT-FILE  name    the audit log (default MATHAUDIT)
       identification division.
       program-id. lib_attribution.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "LIBATTRCTL"
           organization line sequential
           file status is control-file-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode sequential
           record key is rh-key
           file status is history-file-status.
         select formula-library assign to "FORMULALIB"
           organization indexed
           access mode dynamic
           record key is lib-formula-key
           file status is lib-file-status.
         select audit-log assign using audit-file-name
           organization line sequential
           file status is audit-file-status.
         select report-file assign to "LIBATTR"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd history-file.
         copy "resulthist.cpy".
       fd formula-library.
         copy "formulalib.cpy".
       fd audit-log.
         01 audit-record pic x(400).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 lib-file-status pic x(2) value '00'.
         01 audit-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 lib-at-end pic x(1) value 'F'.
         01 lib-is-open pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 audit-file-name pic x(30) value "MATHAUDIT".

         01 today-date pic 9(8) value 0.
         01 from-month pic 9(6) value 0.
         01 from-month-x redefines from-month.
           05 from-year pic 9(4).
           05 from-mm pic 9(2).
         01 to-month pic 9(6) value 0.
         01 to-month-x redefines to-month.
           05 to-year pic 9(4).
           05 to-mm pic 9(2).
         01 from-date pic 9(8) value 0.
         01 to-date pic 9(8) value 0.
         01 run-month pic 9(6) value 0.

      *>  every evaluation the audit log shows naming a library
      *>  entry, in eval-id order for the binary search - eval-ids
      *>  open with the date and time, so the log is nearly in order
      *>  already and a line out of place slides back only a little
      *>  way. each points at its run of names in the name pool.
         01 eval-table.
           05 eval-count usage binary-long value 0.
           05 eval-entry occurs 20000 times.
             10 ev-eval-id pic x(20).
             10 ev-first usage binary-long.
             10 ev-names usage binary-long.
         01 eval-idx usage binary-long value 0.
         01 eval-found usage binary-long value 0.
         01 eval-lo usage binary-long value 0.
         01 eval-hi usage binary-long value 0.
         01 eval-mid usage binary-long value 0.
         01 evals-overflowed pic x(1) value 'F'.
         01 name-pool.
           05 pool-count usage binary-long value 0.
           05 pool-name pic x(20) occurs 60000 times.
         01 pool-idx usage binary-long value 0.
         01 line-eval-id pic x(20) value spaces.
         01 line-first usage binary-long value 0.
         01 line-names usage binary-long value 0.

      *>  "@NAME" scanning - letters, digits and hyphens, the
      *>  character set the library keys are stored in.
         01 scan-text pic x(2000) value spaces.
         01 scan-limit usage binary-long value 0.
         01 scan-pos usage binary-long value 0.
         01 name-pos usage binary-long value 0.
         01 name-len usage binary-long value 0.
         01 wanted-name pic x(20) value spaces.
         01 name-dup pic x(1) value 'F'.

      *>  versions already resolved, by name and run date.
         01 version-cache.
           05 vc-count usage binary-long value 0.
           05 vc-entry occurs 4000 times.
             10 vc-name pic x(20).
             10 vc-date pic 9(8).
             10 vc-effective pic 9(8).
         01 vc-idx usage binary-long value 0.
         01 vc-found usage binary-long value 0.
         01 as-of-date pic 9(8) value 0.
         01 version-effective pic 9(8) value 0.

      *>  per entry, and per entry-version-group-month.
         01 entry-table.
           05 entry-count usage binary-long value 0.
           05 entry-row occurs 1000 times.
             10 en-name pic x(20).
             10 en-dollars pic s9(15)v9(4).
             10 en-evals usage binary-long.
             10 en-fails usage binary-long.
             10 en-in-library pic x(1).
             10 en-latest pic 9(8).
             10 en-nested pic x(1).
             10 en-ranked pic x(1).
         01 entry-idx usage binary-long value 0.
         01 entry-found usage binary-long value 0.
         01 entries-overflowed pic x(1) value 'F'.
         01 detail-table.
           05 detail-count usage binary-long value 0.
           05 detail-row occurs 5000 times.
             10 dt-entry usage binary-long.
             10 dt-version pic 9(8).
             10 dt-group pic x(8).
             10 dt-month pic 9(6).
             10 dt-dollars pic s9(15)v9(4).
             10 dt-evals usage binary-long.
             10 dt-fails usage binary-long.
             10 dt-written pic x(1).
         01 detail-idx usage binary-long value 0.
         01 detail-found usage binary-long value 0.
         01 details-overflowed pic x(1) value 'F'.
         01 rank-table.
           05 rank-entry usage binary-long occurs 1000 times.
         01 rank-idx usage binary-long value 0.
         01 best-idx usage binary-long value 0.
         01 candidates usage binary-long value 0.

      *>  the used-inside marking repeats until a pass marks
      *>  nothing new - a chain of entries is marked one link a pass.
         01 marked-this-pass usage binary-long value 0.
         01 mark-passes usage binary-long value 0.
         01 parent-used pic x(1) value 'F'.

         01 results-read usage binary-long value 0.
         01 results-credited usage binary-long value 0.
         01 results-failed usage binary-long value 0.
         01 results-plain usage binary-long value 0.
         01 results-no-id usage binary-long value 0.
         01 audit-lines usage binary-long value 0.
         01 total-dollars pic s9(15)v9(4) value 0.
         01 credited-dollars pic s9(15)v9(4) value 0.

         01 count-disp pic zzzzzzzz9.
         01 count-disp-2 pic zzzzzzzz9.
         01 rank-disp pic zzz9.
         01 total-edit pic -(15)9.99.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         divide today-date by 100 giving from-month
      *>  last month by default - January's is the December before.
         if from-mm = 1 then
           subtract 1 from from-year giving from-year
           move 12 to from-mm
         else
           subtract 1 from from-mm giving from-mm
         end-if
         move 0 to to-month
         perform 0100-read-control
         if to-month = 0 then
           move from-month to to-month
         end-if
         if from-mm < 1 or from-mm > 12 or to-mm < 1 or to-mm > 12
             then
           display "Error: FROM-MONTH " from-month " or TO-MONTH "
             to-month " is not a month"
           move 8 to return-code
           stop run
         end-if
         if from-month > to-month then
           display "Error: FROM-MONTH " from-month
             " is after TO-MONTH " to-month
           move 8 to return-code
           stop run
         end-if
         compute from-date = from-month * 100 + 1
         compute to-date = to-month * 100 + 31

         perform 1000-read-audit-log
         open input formula-library
         if lib-file-status = '00' then
           move 'T' to lib-is-open
         end-if
         perform 2000-read-history
         perform 3000-mark-library
         if lib-is-open = 'T' then
           close formula-library
         end-if
         perform 4000-rank-entries

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open LIBATTR, file status "
             report-file-status
           stop run
         end-if
         perform 5000-write-ranking
         perform 5100-write-breakdown
         perform 5200-write-candidates
         perform 5300-write-totals
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
           when "FROM-MONTH          "
             perform 0110-parse-control-value
             if xc-value-x is numeric and xc-value-9 > 0 then
               move xc-value-9 to from-month
             end-if
           when "TO-MONTH            "
             perform 0110-parse-control-value
             if xc-value-x is numeric and xc-value-9 > 0 then
               move xc-value-9 to to-month
             end-if
           when "AUDIT-FILE          "
             if xc-value <> spaces then
               move xc-value to audit-file-name
             end-if
         end-evaluate.

      *>  the audit log's evaluations that name a library entry -
      *>  OK and FAIL alike, from the first month on. the line's
      *>  fixed layout, as math_parse.cbl strings it: date(10)
      *>  time(8) job(8) formula(200) comm(60) status(4) eval-id(20),
      *>  pipe-separated, then the "|S" sequence tail.
       1000-read-audit-log.
         open input audit-log
         if audit-file-status <> '00' then
           display "Error: could not open " audit-file-name
             ", file status " audit-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read audit-log
             at end
               string 'T' into end_of_file
             not at end
               if audit-record(1:5) <> "SEAL|" then
                 perform 1100-take-audit-line
               end-if
           end-read
         end-perform
         close audit-log
         move 'F' to end_of_file.

       1100-take-audit-line.
         if audit-record(1:8) is not numeric then
           exit paragraph
         end-if
         if audit-record(1:8) < from-date then
           exit paragraph
         end-if
         if audit-record(292:4) <> "OK  " and
             audit-record(292:4) <> "FAIL" then
           exit paragraph
         end-if
         move audit-record(297:20) to line-eval-id
         if line-eval-id(19:2) = "|S" then
           move spaces to line-eval-id(19:2)
         end-if
         if line-eval-id = spaces then
           exit paragraph
         end-if
         move spaces to scan-text
         move audit-record(30:200) to scan-text
         move 200 to scan-limit
         compute line-first = pool-count + 1
         move 0 to line-names
         perform 1200-scan-for-names
         if line-names = 0 then
           exit paragraph
         end-if
         if eval-count >= 20000 then
           move 'T' to evals-overflowed
           subtract line-names from pool-count giving pool-count
           exit paragraph
         end-if
         add 1 to audit-lines giving audit-lines
         perform 1300-insert-eval.

      *>  every distinct "@NAME" in SCAN-TEXT onto the end of the
      *>  pool, counted in LINE-NAMES.
       1200-scan-for-names.
         perform varying scan-pos from 1 by 1
             until scan-pos > scan-limit
           if scan-text(scan-pos:1) = '@' then
             move spaces to wanted-name
             move 0 to name-len
             add 1 to scan-pos giving name-pos
             perform varying name-pos from name-pos by 1
                 until name-pos > scan-limit
                 or (scan-text(name-pos:1) is not alphabetic-upper
                     and scan-text(name-pos:1) is not numeric
                     and scan-text(name-pos:1) <> '-')
               if name-len < 20 then
                 add 1 to name-len giving name-len
                 move scan-text(name-pos:1) to
                   wanted-name(name-len:1)
               end-if
             end-perform
             if name-len > 0 then
               perform 1210-add-line-name
             end-if
           end-if
         end-perform.

       1210-add-line-name.
         move 'F' to name-dup
         perform varying pool-idx from line-first by 1
             until pool-idx > pool-count
           if pool-name(pool-idx) = wanted-name then
             move 'T' to name-dup
             exit perform
           end-if
         end-perform
         if name-dup = 'T' or pool-count >= 60000 then
           exit paragraph
         end-if
         add 1 to pool-count giving pool-count
         move wanted-name to pool-name(pool-count)
         add 1 to line-names giving line-names.

      *>  the line's evaluation into the table in eval-id order - a
      *>  rerun's second audit line for the same id (the IF pre-pass
      *>  keeps one id for the whole evaluation) replaces the first.
       1300-insert-eval.
         add 1 to eval-count giving eval-count
         move eval-count to eval-idx
         perform until eval-idx = 1
           if ev-eval-id(eval-idx - 1) <= line-eval-id then
             exit perform
           end-if
           move eval-entry(eval-idx - 1) to eval-entry(eval-idx)
           subtract 1 from eval-idx giving eval-idx
         end-perform
         if eval-idx > 1 then
           if ev-eval-id(eval-idx - 1) = line-eval-id then
      *>     the same evaluation seen again - take the later line's
      *>     names and close the gap the shift opened.
             move line-first to ev-first(eval-idx - 1)
             move line-names to ev-names(eval-idx - 1)
             perform varying eval-idx from eval-idx by 1
                 until eval-idx >= eval-count
               move eval-entry(eval-idx + 1) to eval-entry(eval-idx)
             end-perform
             subtract 1 from eval-count giving eval-count
             exit paragraph
           end-if
         end-if
         move line-eval-id to ev-eval-id(eval-idx)
         move line-first to ev-first(eval-idx)
         move line-names to ev-names(eval-idx).

       2000-read-history.
         open input history-file
         if history-file-status <> '00' then
           display "Error: could not open RESULTHIST, file status "
             history-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read history-file
             at end
               string 'T' into end_of_file
             not at end
               if rh-run-date >= from-date and
                   rh-run-date <= to-date then
                 perform 2100-attribute-result
               end-if
           end-read
         end-perform
         close history-file
         move 'F' to end_of_file.

       2100-attribute-result.
         add 1 to results-read giving results-read
         if rh-status = "OK  " and rh-amount-ok = 'T' then
           add rh-amount to total-dollars giving total-dollars
         end-if
         if rh-eval-id = spaces or rh-eval-id(1:1) = low-value then
           add 1 to results-no-id giving results-no-id
           exit paragraph
         end-if
         perform 2110-find-eval
         if eval-found = 0 then
           add 1 to results-plain giving results-plain
           exit paragraph
         end-if
         if rh-status = "OK  " then
           add 1 to results-credited giving results-credited
           if rh-amount-ok = 'T' then
             add rh-amount to credited-dollars
               giving credited-dollars
           end-if
         else
           add 1 to results-failed giving results-failed
         end-if
         divide rh-run-date by 100 giving run-month
         move rh-run-date to as-of-date
         compute line-names = ev-first(eval-found)
           + ev-names(eval-found) - 1
         perform varying pool-idx from ev-first(eval-found) by 1
             until pool-idx > line-names
           move pool-name(pool-idx) to wanted-name
           perform 2200-resolve-version
           perform 2300-credit-entry
         end-perform.

       2110-find-eval.
         move 0 to eval-found
         move 1 to eval-lo
         move eval-count to eval-hi
         perform until eval-lo > eval-hi or eval-found > 0
           compute eval-mid = (eval-lo + eval-hi) / 2
           evaluate true
             when ev-eval-id(eval-mid) = rh-eval-id
               move eval-mid to eval-found
             when ev-eval-id(eval-mid) < rh-eval-id
               compute eval-lo = eval-mid + 1
             when other
               compute eval-hi = eval-mid - 1
           end-evaluate
         end-perform.

      *>  the version of WANTED-NAME in force on AS-OF-DATE - the
      *>  latest effective date at or before it whose expiry (zero
      *>  and 99999999 both open-ended) hasn't passed - into
      *>  VERSION-EFFECTIVE, zero when none was. remembered, since
      *>  a night's thousands of charges ask the same question.
       2200-resolve-version.
         move 0 to vc-found
         perform varying vc-idx from 1 by 1 until vc-idx > vc-count
           if vc-name(vc-idx) = wanted-name and
               vc-date(vc-idx) = as-of-date then
             move vc-idx to vc-found
             exit perform
           end-if
         end-perform
         if vc-found > 0 then
           move vc-effective(vc-found) to version-effective
           exit paragraph
         end-if
         move 0 to version-effective
         if lib-is-open = 'T' then
           move 'F' to lib-at-end
           move wanted-name to lib-formula-name
           move 0 to lib-effective-date
           start formula-library key is >= lib-formula-key
             invalid key
               move 'T' to lib-at-end
           end-start
           perform until lib-at-end = 'T'
             read formula-library next
               at end
                 move 'T' to lib-at-end
               not at end
                 if lib-formula-name <> wanted-name then
                   move 'T' to lib-at-end
                 else
                   if lib-effective-date <= as-of-date and
                       (lib-expiry-date = 0 or
                        lib-expiry-date = 99999999 or
                        as-of-date <= lib-expiry-date) then
                     move lib-effective-date to version-effective
                   end-if
                 end-if
             end-read
           end-perform
         end-if
         if vc-count < 4000 then
           add 1 to vc-count giving vc-count
           move wanted-name to vc-name(vc-count)
           move as-of-date to vc-date(vc-count)
           move version-effective to vc-effective(vc-count)
         end-if.

      *>  the charge against WANTED-NAME's entry and its version-
      *>  group-month row.
       2300-credit-entry.
         perform 2400-find-entry
         if entry-found = 0 then
           exit paragraph
         end-if
         move 0 to detail-found
         perform varying detail-idx from 1 by 1
             until detail-idx > detail-count
           if dt-entry(detail-idx) = entry-found and
               dt-version(detail-idx) = version-effective and
               dt-group(detail-idx) = rh-group-code and
               dt-month(detail-idx) = run-month then
             move detail-idx to detail-found
             exit perform
           end-if
         end-perform
         if detail-found = 0 then
           if detail-count < 5000 then
             add 1 to detail-count giving detail-count
             move detail-count to detail-found
             move entry-found to dt-entry(detail-found)
             move version-effective to dt-version(detail-found)
             move rh-group-code to dt-group(detail-found)
             move run-month to dt-month(detail-found)
             move 0 to dt-dollars(detail-found)
             move 0 to dt-evals(detail-found)
             move 0 to dt-fails(detail-found)
             move 'F' to dt-written(detail-found)
           else
             move 'T' to details-overflowed
           end-if
         end-if
         if rh-status = "OK  " then
           add 1 to en-evals(entry-found) giving en-evals(entry-found)
           if rh-amount-ok = 'T' then
             add rh-amount to en-dollars(entry-found)
               giving en-dollars(entry-found)
           end-if
           if detail-found > 0 then
             add 1 to dt-evals(detail-found)
               giving dt-evals(detail-found)
             if rh-amount-ok = 'T' then
               add rh-amount to dt-dollars(detail-found)
                 giving dt-dollars(detail-found)
             end-if
           end-if
         else
           add 1 to en-fails(entry-found) giving en-fails(entry-found)
           if detail-found > 0 then
             add 1 to dt-fails(detail-found)
               giving dt-fails(detail-found)
           end-if
         end-if.

      *>  WANTED-NAME's slot in the entry table, added when it isn't
      *>  there.
       2400-find-entry.
         move 0 to entry-found
         perform varying entry-idx from 1 by 1
             until entry-idx > entry-count
           if en-name(entry-idx) = wanted-name then
             move entry-idx to entry-found
             exit perform
           end-if
         end-perform
         if entry-found > 0 then
           exit paragraph
         end-if
         if entry-count >= 1000 then
           move 'T' to entries-overflowed
           exit paragraph
         end-if
         add 1 to entry-count giving entry-count
         move entry-count to entry-found
         move wanted-name to en-name(entry-found)
         move 0 to en-dollars(entry-found)
         move 0 to en-evals(entry-found)
         move 0 to en-fails(entry-found)
         move 'F' to en-in-library(entry-found)
         move 0 to en-latest(entry-found)
         move 'F' to en-nested(entry-found)
         move 'F' to en-ranked(entry-found).

      *>  every entry with a version in force during the months
      *>  joins the table (the ones that earned nothing are the
      *>  point), and the names inside the text of an entry that
      *>  earned something - or sits inside one that did - are
      *>  marked used inside.
       3000-mark-library.
         if lib-is-open <> 'T' then
           exit paragraph
         end-if
         move 1 to marked-this-pass
         move 0 to mark-passes
         perform until marked-this-pass = 0 or mark-passes >= 10
           add 1 to mark-passes giving mark-passes
           move 0 to marked-this-pass
           perform 3100-library-pass
         end-perform.

       3100-library-pass.
         move 'F' to lib-at-end
         move low-values to lib-formula-key
         start formula-library key is >= lib-formula-key
           invalid key
             move 'T' to lib-at-end
         end-start
         perform until lib-at-end = 'T'
           read formula-library next
             at end
               move 'T' to lib-at-end
             not at end
               if lib-effective-date <= to-date and
                   (lib-expiry-date = 0 or
                    lib-expiry-date = 99999999 or
                    lib-expiry-date >= from-date) then
                 perform 3110-take-library-version
               end-if
           end-read
         end-perform.

       3110-take-library-version.
         move lib-formula-name to wanted-name
         perform 2400-find-entry
         if entry-found = 0 then
           exit paragraph
         end-if
         move 'T' to en-in-library(entry-found)
         if lib-effective-date > en-latest(entry-found) then
           move lib-effective-date to en-latest(entry-found)
         end-if
         move 'F' to parent-used
         if en-dollars(entry-found) <> 0 or
             en-nested(entry-found) = 'T' then
           move 'T' to parent-used
         end-if
         if parent-used = 'F' then
           exit paragraph
         end-if
         move lib-formula-text to scan-text
         move 2000 to scan-limit
         compute line-first = pool-count + 1
         move 0 to line-names
         perform 1200-scan-for-names
         perform varying pool-idx from line-first by 1
             until pool-idx > pool-count
           move pool-name(pool-idx) to wanted-name
           perform 2400-find-entry
           if entry-found > 0 then
             if en-nested(entry-found) = 'F' then
               move 'T' to en-nested(entry-found)
               add 1 to marked-this-pass giving marked-this-pass
             end-if
           end-if
         end-perform
      *>  the pool only lent its tail for the scan.
         subtract line-names from pool-count giving pool-count.

      *>  dollars, highest first - an entry that earned nothing
      *>  ranks by its evaluations, then its failures.
       4000-rank-entries.
         perform varying rank-idx from 1 by 1
             until rank-idx > entry-count
           move 0 to best-idx
           perform varying entry-idx from 1 by 1
               until entry-idx > entry-count
             if en-ranked(entry-idx) = 'F' then
               if best-idx = 0 then
                 move entry-idx to best-idx
               else
                 if en-dollars(entry-idx) > en-dollars(best-idx) or
                     (en-dollars(entry-idx) = en-dollars(best-idx)
                      and en-evals(entry-idx) > en-evals(best-idx))
                     then
                   move entry-idx to best-idx
                 end-if
               end-if
             end-if
           end-perform
           move 'T' to en-ranked(best-idx)
           move best-idx to rank-entry(rank-idx)
         end-perform.

       5000-write-ranking.
         move spaces to heading_line
         string "REVENUE BY LIBRARY ENTRY  " from-month " TO "
           to-month "   (" audit-file-name(1:20) ")"
           into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "a charge using two entries counts in full under"
           " each" into heading_line
         write report-record from heading_line
         move spaces to heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "RANK" '|' "ENTRY               " '|'
           "           DOLLARS" '|' "    EVALS" '|' "    FAILS" '|'
           "NOTE" into heading_line
         write report-record from heading_line
         perform varying rank-idx from 1 by 1
             until rank-idx > entry-count
           move rank-entry(rank-idx) to entry-idx
           move rank-idx to rank-disp
           move en-dollars(entry-idx) to total-edit
           move en-evals(entry-idx) to count-disp
           move en-fails(entry-idx) to count-disp-2
           move spaces to detail_line
           string rank-disp '|' en-name(entry-idx) '|'
             total-edit '|' count-disp '|' count-disp-2 '|'
             into detail_line
           evaluate true
             when en-dollars(entry-idx) <> 0
               continue
             when en-nested(entry-idx) = 'T'
               move "used inside other entries" to
                 detail_line(66:40)
             when en-in-library(entry-idx) = 'T'
               move "RETIREMENT CANDIDATE" to detail_line(66:40)
             when other
               move "not in FORMULALIB" to detail_line(66:40)
           end-evaluate
           write report-record from detail_line
         end-perform.

      *>  each entry's dollars by version, group and month, in that
      *>  order.
       5100-write-breakdown.
         move spaces to heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "BY VERSION, GROUP AND MONTH" into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "ENTRY               " '|' "VERSION " '|' "GROUP   "
           '|' "MONTH " '|' "           DOLLARS" '|' "    EVALS" '|'
           "    FAILS" into heading_line
         write report-record from heading_line
         perform varying rank-idx from 1 by 1
             until rank-idx > entry-count
           move rank-entry(rank-idx) to entry-idx
           move 1 to best-idx
           perform until best-idx = 0
             perform 5110-next-detail
             if best-idx > 0 then
               move 'T' to dt-written(best-idx)
               move dt-dollars(best-idx) to total-edit
               move dt-evals(best-idx) to count-disp
               move dt-fails(best-idx) to count-disp-2
               move spaces to detail_line
               string en-name(entry-idx) '|' dt-version(best-idx)
                 '|' dt-group(best-idx) '|' dt-month(best-idx) '|'
                 total-edit '|' count-disp '|' count-disp-2
                 into detail_line
               write report-record from detail_line
             end-if
           end-perform
         end-perform
         if details-overflowed = 'T' then
           move spaces to detail_line
           string "** more than 5000 version/group/month rows - the"
             " breakdown is partial; the ranking is whole **"
             into detail_line
           write report-record from detail_line
         end-if.

      *>  ENTRY-IDX's lowest unwritten row into BEST-IDX, zero when
      *>  every one is out.
       5110-next-detail.
         move 0 to best-idx
         perform varying detail-idx from 1 by 1
             until detail-idx > detail-count
           if dt-entry(detail-idx) = entry-idx and
               dt-written(detail-idx) = 'F' then
             if best-idx = 0 then
               move detail-idx to best-idx
             else
               if dt-version(detail-idx) < dt-version(best-idx) or
                   (dt-version(detail-idx) = dt-version(best-idx)
                    and dt-group(detail-idx) < dt-group(best-idx))
                   or
                   (dt-version(detail-idx) = dt-version(best-idx)
                    and dt-group(detail-idx) = dt-group(best-idx)
                    and dt-month(detail-idx) < dt-month(best-idx))
                   then
                 move detail-idx to best-idx
               end-if
             end-if
           end-if
         end-perform.

       5200-write-candidates.
         move spaces to heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "RETIREMENT CANDIDATES - in force during the months,"
           " no dollars, not inside an entry that earned any"
           into heading_line
         write report-record from heading_line
         perform varying rank-idx from 1 by 1
             until rank-idx > entry-count
           move rank-entry(rank-idx) to entry-idx
           if en-dollars(entry-idx) = 0 and
               en-nested(entry-idx) = 'F' and
               en-in-library(entry-idx) = 'T' then
             add 1 to candidates giving candidates
             move en-evals(entry-idx) to count-disp
             move en-fails(entry-idx) to count-disp-2
             move spaces to detail_line
             string "  @" en-name(entry-idx) " latest version "
               en-latest(entry-idx) "  evals " count-disp
               "  fails " count-disp-2 into detail_line
             write report-record from detail_line
           end-if
         end-perform
         if candidates = 0 then
           move spaces to detail_line
           string "  none" into detail_line
           write report-record from detail_line
         end-if.

       5300-write-totals.
         move spaces to total_line
         write report-record from total_line
         move results-read to count-disp
         move spaces to total_line
         string "Charges in the months:               " count-disp
           into total_line
         write report-record from total_line
         move total-dollars to total-edit
         move spaces to total_line
         string "  their OK dollars:          " total-edit
           into total_line
         write report-record from total_line
         move results-credited to count-disp
         move spaces to total_line
         string "OK charges through an entry:         " count-disp
           into total_line
         write report-record from total_line
         move credited-dollars to total-edit
         move spaces to total_line
         string "  their dollars:             " total-edit
           into total_line
         write report-record from total_line
         move results-failed to count-disp
         move spaces to total_line
         string "FAIL charges through an entry:       " count-disp
           into total_line
         write report-record from total_line
         move results-plain to count-disp
         move spaces to total_line
         string "Charges with no entry on the log:    " count-disp
           into total_line
         write report-record from total_line
         move results-no-id to count-disp
         move spaces to total_line
         string "Charges with no evaluation ID:       " count-disp
           into total_line
         write report-record from total_line
         move audit-lines to count-disp
         move spaces to total_line
         string "Audit evaluations naming an entry:   " count-disp
           into total_line
         write report-record from total_line
         if evals-overflowed = 'T' then
           move spaces to total_line
           string "** more than 20000 audit evaluations name an entry"
             " - the later ones are not traced **" into total_line
           write report-record from total_line
         end-if
         if entries-overflowed = 'T' then
           move spaces to total_line
           string "** more than 1000 entries - the rest are not"
             " listed **" into total_line
           write report-record from total_line
         end-if.

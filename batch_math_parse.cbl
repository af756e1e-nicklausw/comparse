      *>this reads a day's worth of formulas and runs each one
      *>through math_parse, one call per line, writing a report of
      *>what came back.
      *>
      *>when a PRIORITY file ranks the group codes, or BATCHCTL
      *>names a CUTOFF-TIME, the night runs a group at a time - the
      *>ranked groups in PRIORITY order, then the rest in the order
      *>they first appear - one pass of the input per group, the
      *>trade formula_split.cbl makes. at the cutoff the group in
      *>hand finishes and every group not yet started goes to
      *>CARRYOVER, a balanced nightly file of its own (FORMULAIN's
      *>HDR, the deferred records, their own TRL), which the next
      *>night takes in ahead of its FORMULAIN. with neither, the
      *>input runs top to bottom in one pass as it always has.
       identification division.
       program-id. batch_math_parse.
       environment division.
      *>  each against its own FORMULAIN.Snn, FORMULAOUT.Snn and so
      *>  on, and formula_merge.cbl puts the outputs back together.
      *>  BATCHCTL and GLMAP stay shared - they're configuration,
      *>  not work product - and so does the CRMEMO credit-memo
      *>  queue, which only stream S01 posts.
         select formula-file assign using formula-file-name
           organization line sequential
           file status is formula-file-status.
         select grpstats-file assign using grpstats-name
           organization line sequential
           file status is grpstats-status.
         select prioradj-file assign to "PRIORADJ"
           organization line sequential
           file status is prioradj-status.
         select lastres-file assign using lastres-name
           organization indexed
           access mode random
         select lock-file assign to "LIBLOCK"
           organization line sequential
           file status is lock-file-status.
         select crmemo-file assign to "CRMEMO"
           organization line sequential
           file status is crmemo-status.
         select priority-file assign to "PRIORITY"
           organization line sequential
           file status is priority-status.
         select carry-out-file assign using carryover-name
           organization line sequential
           file status is carry-out-status.

       data division.
       file section.
         01 batch-ckpt-record pic x(2000).
       fd gl-work-file.
         01 gl-work-record pic x(80).
       fd glmap-file.
         copy "glmap.cpy".
       fd status-file.
         copy "batchstat.cpy".
       fd grpstats-file.
         copy "grpstats.cpy".
       fd lastres-file.
         copy "lastres.cpy".
       fd prioradj-file.
         copy "prioradj.cpy".
       fd command-file.
         01 command-record pic x(20).
      *>  the library-busy marker of the quiesce protocol between
           05 lk-date pic 9(8).
           05 lk-time pic 9(8).
           05 lk-job pic x(8).
      *>  the credit-memo queue dispute_maint.cbl appends to when a
      *>  dispute closes in the customer's favor - posted to the GL
      *>  extract at end of run, then emptied.
       fd crmemo-file.
         copy "crmemo.cpy".
      *>  the group processing order - one group code per record,
      *>  highest priority first.
       fd priority-file.
         01 priority-record.
           05 pr-group pic x(8).
           05 filler pic x(72).
       fd carry-out-file.
         01 carry-out-record pic x(2000).

       working-storage section.
      *>  the per-stream file names - the legacy shared names until
         01 grpstats-name pic x(30) value "GRPSTATS".
         01 lastres-name pic x(30) value "LASTRES".
         01 command-file-name pic x(30) value "BATCHCMD".
         01 carryover-name pic x(30) value "CARRYOVER".
      *>  FORMULA-FILE reads CARRYOVER too, ahead of the night's own
      *>  input - this keeps the input's name while it does.
         01 formulain-name pic x(30) value "FORMULAIN".
         01 stream-tag pic x(8) value spaces.
         01 tag-len usage binary-long value 0.
         01 formula-file-status pic x(2) value '00'.
         01 cnt-too-many-tokens usage binary-long value 0.
         01 cnt-date-error usage binary-long value 0.
         01 cnt-rate-table-error usage binary-long value 0.
         01 cnt-tax-jurisdiction usage binary-long value 0.
         01 cnt-finance-error usage binary-long value 0.
         01 cnt-uom-error usage binary-long value 0.
         01 error-type-count-disp pic zzzzzzzz9.

      *>  running total of every formula that evaluated cleanly -
           05 ck-fast-seq pic 9(9).
           05 ck-run-date pic 9(8).
           05 ck-impact-hex pic x(1400).
           05 ck-contract-disc pic 9(9).
           05 ck-contract-min pic 9(9).
           05 ck-contract-cap pic 9(9).
           05 ck-tax-error pic 9(9).
           05 ck-tax-lines pic 9(9).
           05 ck-tax-sign pic x(1).
           05 ck-tax-total pic 9(17).
           05 ck-finance-error pic 9(9).
           05 ck-uom-error pic 9(9).
         01 ck-group.
           05 ckg-type pic x(1).
           05 ckg-code pic x(8).
             10 gme-group pic x(8).
             10 gme-account pic x(20).
             10 gme-offset pic x(20).
             10 gme-tax-account pic x(20).
         01 glmap-idx usage binary-long value 0.
         01 glmap-found usage binary-long value 0.
         01 suspense-account pic x(20) value spaces.
         01 post-account pic x(20) value spaces.
         01 post-offset pic x(20) value spaces.
         01 post-to-suspense pic x(1) value 'F'.
      *>  the tax portion of the line being posted (MPP-TAX-AMOUNT
      *>  to the cent) and where it goes - see 1258-POST-DETAIL-PAIR.
         01 default-tax-account pic x(20) value spaces.
         01 post-tax-account pic x(20) value spaces.
         01 gl-line-tax pic s9(13)v99 value 0.
         01 gl-line-full pic s9(13)v99 value 0.
         01 tax-lines-posted usage binary-long value 0.
         01 tax-posted-total pic s9(15)v99 value 0.
         01 tax-unsplit usage binary-long value 0.
         01 tax-lines-disp pic zzzzzzzz9.
         01 tax-total-disp pic -(14)9.99.
         01 unmapped-table.
           05 unmapped-count usage binary-long value 0.
           05 unmapped-group occurs 50 times pic x(8).
         01 suspense_postings usage binary-long value 0.
         01 suspense-disp pic zzzzzzzz9.

      *>  period-to-date accumulators (see accums.cpy). a BATCHCTL
      *>  ACCUMULATE record names a result - "WEIGHT" - and every
      *>  statement of an OK formula that assigns it ("WEIGHT=...;")
      *>  adds the value it assigned to the account's accumulator of
      *>  that name for the run date's month, which MTD(WEIGHT) reads
      *>  back. math_parse hands the assigned names back through
      *>  MATH-PARSE-RESULTS (see mpresults.cpy), so a line that
      *>  assigns anything is given that parameter, and sits out the
      *>  result cache and the fast engine, whenever anything is
      *>  accumulated. the statement's FORMULAIN position and group
      *>  ride along, so a restart from BATCHCKPT re-running formulas
      *>  the crashed run already posted doesn't count them twice.
         01 accum-table.
           05 accum-count usage binary-long value 0.
           05 accum-name occurs 50 times pic x(20).
         01 accum-idx usage binary-long value 0.
         01 accum-wanted pic x(1) value 'F'.
         01 accum-assign-idx usage binary-long value 0.
         01 line-assigns pic x(1) value 'F'.
         01 assign-scan usage binary-long value 0.
         01 assign-len usage binary-long value 0.
         01 accum-text pic x(30) value spaces.
         01 accum-len usage binary-long value 0.
         01 accum-pos usage binary-long value 0.
         01 accum-point usage binary-long value 0.
         01 accum-int-len usage binary-long value 0.
         01 accum-i usage binary-long value 0.
         01 accum-neg pic x(1) value 'F'.
         01 accum-bad pic x(1) value 'F'.
         01 accum-int-disp pic 9(13) value 0.
         01 accum-dec-disp pic 9(4) value 0.
         01 accum-unguarded usage binary-long value 0.
         01 accum-unguarded-disp pic zzzzzzzz9.
         01 accum-posted usage binary-long value 0.
         01 accum-already usage binary-long value 0.
         01 accum-closed usage binary-long value 0.
         01 accum-errors usage binary-long value 0.
         01 accum-posted-disp pic zzzzzzzz9.
         01 accum-already-disp pic zzzzzzzz9.
         01 accum-closed-disp pic zzzzzzzz9.
         01 accum-errors-disp pic zzzzzzzz9.
         copy "accpost.cpy".
         copy "mpresults.cpy".

      *>  run-status heartbeat (see batchstat.cpy) - rewritten every
      *>  STATUS-INTERVAL formulas (a BATCHCTL control record,
      *>  default 1000; zero turns it off) so the monitor can tell a
         01 lastres-status pic x(2) value '00'.
         01 lastres-on pic x(1) value 'F'.

      *>  contract terms (see contract_terms.cbl) - what the account's
      *>  discount, minimum charge or cap did to this formula's
      *>  result, carried on the FORMULAOUT line, and how often each
      *>  kicked in over the night for the control report.
         01 contract-applied pic x(4) value spaces.
         01 contract-discounts usage binary-long value 0.
         01 contract-minimums usage binary-long value 0.
         01 contract-caps usage binary-long value 0.
         01 contract-disc-disp pic zzzzzzzz9.
         01 contract-min-disp pic zzzzzzzz9.
         01 contract-cap-disp pic zzzzzzzz9.

      *>  the amount the GL extract posted for this result, kept for
      *>  the history record when there's no packed twin, and the
      *>  record held across a rerun's read of the day it replaces.
         01 hist-gl-amount pic s9(13)v99 value 0.
         01 hist-gl-set pic x(1) value 'F'.
         01 hist-hold pic x(127) value spaces.
         01 hist-billed-date pic 9(8) value 0.

      *>  a run date in an accounting period finance has closed (see
      *>  periods.cpy) leaves the closed day's RESULTHIST and LASTRES
      *>  records as they closed; each result goes to PRIORADJ as a
      *>  prior-period adjustment dated today instead. a stream's
      *>  history is its own scratch file - formula_merge.cbl makes
      *>  the check when it folds the streams into RESULTHIST.
         copy "perchk.cpy".
         01 run-period-closed pic x(1) value 'F'.
         01 prioradj-status pic x(2) value '00'.
         01 prioradj-open pic x(1) value 'F'.
         01 adjust-date pic 9(8) value 0.
         01 adjustments-written usage binary-long value 0.
         01 adjustments-disp pic zzzzzzzz9.

      *>  credit memos posted off the CRMEMO queue this run.
         01 crmemo-status pic x(2) value '00'.
         01 crmemo-eof pic x(1) value 'F'.
         01 crmemo-posted usage binary-long value 0.
         01 crmemo-total pic s9(15)v99 comp-3 value 0.
         01 crmemo-posted-disp pic zzzzzzzz9.
         01 crmemo-total-disp pic -(14)9.9(2).

      *>  operator-initiated graceful stop - a BATCHCMD file whose
      *>  first record says STOP, polled every hundred statements
      *>  (an open per formula would cost a million opens a night),
           05 bt-tag pic x(3).
           05 bt-count pic 9(9).
           05 bt-hash pic 9(12).
      *>  the adapter's per-feed count section off the same TRL,
      *>  when there is one - its entries must sum to the trailer.
         copy "feedtrl.cpy".
         01 fts-idx usage binary-long value 0.
         01 fts-sum-details usage binary-long value 0.
         01 fts-sum-hash usage binary-long value 0.
         01 hdr-seen pic x(1) value 'F'.
         01 trl-seen pic x(1) value 'F'.
         01 hdr-date usage binary-long value 0.
         01 bal-failed pic x(1) value 'F'.
         01 bal-disp pic zzzzzzzzzzz9.
         01 bal-disp-2 pic zzzzzzzzzzz9.
         01 bal-control pic x(1) value 'F'.

      *>  group-priority processing and the cutoff (see the header
      *>  above). CUTOFF-TIME is hhmm on BATCHCTL, zero for none; a
      *>  cutoff earlier in the day than the run's start is taken as
      *>  after midnight.
         01 priority-status pic x(2) value '00'.
         01 carry-out-status pic x(2) value '00'.
         01 priority-eof pic x(1) value 'F'.
         01 priority-table.
           05 priority-count usage binary-long value 0.
           05 priority-group occurs 100 times pic x(8).
         01 priority-idx usage binary-long value 0.
         01 grouped-mode pic x(1) value 'F'.
         01 cutoff-time usage binary-long value 0.
         01 cutoff-now-time pic 9(8) value 0.
         01 cutoff-now usage binary-long value 0.
         01 cutoff-start usage binary-long value 0.
         01 cutoff-reached pic x(1) value 'F'.
         01 cutoff-disp pic 9(4) value 0.
      *>  the input's groups in processing order, each with the
      *>  detail records it carries.
         01 pass-table.
           05 pass-count usage binary-long value 0.
           05 pass-entry occurs 100 times.
             10 ps-group pic x(8).
             10 ps-records usage binary-long.
             10 ps-rank usage binary-long.
             10 ps-deferred pic x(1).
         01 pass-idx usage binary-long value 0.
         01 pass-found usage binary-long value 0.
         01 pass-look usage binary-long value 0.
         01 pass-swap pic x(17) value spaces.
         01 pass-group pic x(8) value spaces.
         01 pass-all pic x(1) value 'T'.
         01 pass-overflowed pic x(1) value 'F'.
         01 stmt-group pic x(8) value spaces.
         01 in-statement pic x(1) value 'F'.
         01 piece-continues pic x(1) value 'F'.
         01 piece-end usage binary-long value 0.
      *>  CARRYOVER taken in - its own control records and balance,
      *>  checked the same way FORMULAIN's are but never against the
      *>  run date: it carries the night it was deferred from.
         01 carry-in pic x(1) value 'F'.
         01 carry-in-scan pic x(1) value 'F'.
         01 carry-header.
           05 ch-tag pic x(3).
           05 ch-date pic 9(8).
           05 ch-source pic x(8).
         01 carry-trailer.
           05 ct-tag pic x(3).
           05 ct-count pic 9(9).
           05 ct-hash pic 9(12).
         01 carry-hdr-seen pic x(1) value 'F'.
         01 carry-trl-seen pic x(1) value 'F'.
         01 carry-details usage binary-long value 0.
         01 carry-hash usage binary-long value 0.
         01 carry-out-details usage binary-long value 0.
         01 carry-out-hash usage binary-long value 0.
         01 deferred-groups usage binary-long value 0.
         01 deferred-records usage binary-long value 0.
         01 deferred-name pic x(8) value spaces.
      *>  each statement's place in the input - CARRYOVER's numbered
      *>  first, FORMULAIN's after them - whatever order the groups
      *>  run in. it keys the accumulators' restart guard.
         01 carry-statements usage binary-long value 0.
         01 input-base usage binary-long value 0.
         01 input-position usage binary-long value 0.

      *>  continuation assembly. a detail record whose formula text
      *>  ends with '\\' continues onto the next record - the id,
         01 asm-decimals pic x(2) value spaces.
         01 asm-rounding pic x(1) value space.
         01 asm-currency pic x(3) value spaces.
         01 asm-position usage binary-long value 0.
         01 this-is-long pic x(1) value 'F'.
         01 continued-statements usage binary-long value 0.
         01 continued-disp pic zzzzzzzz9.
           05 cache-entry occurs 500 times.
             10 ce-len usage binary-long.
             10 ce-opts pic x(6).
             10 ce-account pic x(10).
             10 ce-text pic x(1966).
             10 ce-result pic x(100).
             10 ce-code usage binary-long.
             10 ce-eval-id pic x(20).
             10 ce-packed pic s9(13)v9(4) comp-3.
             10 ce-packed-ovf pic x(1).
             10 ce-group pic x(8).
             10 ce-tax pic s9(13)v9(4) comp-3.
         01 cache-idx usage binary-long value 0.
         01 cache-hit pic x(1) value 'F'.
         01 cache-hits usage binary-long value 0.
         01 cache-misses-disp pic zzzzzzzz9.
         01 fin-text-len usage binary-long value 0.
         01 line-opts-key pic x(6) value spaces.
      *>  a formula that carries a name can pick up the account's
      *>  CONTRACTS values, so its cached answer is only good for the
      *>  same account - the account rides in the key for those.
      *>  plain arithmetic answers the same for everyone and keeps
      *>  sharing its slot across accounts.
         01 line-account-key pic x(10) value spaces.
      *>  and the charge type, which decides whether TAX(...) taxes it.
         01 line-group-key pic x(8) value spaces.
         01 cache-scan usage binary-long value 0.
         01 line-has-mtd pic x(1) value 'F'.

      *>  per-group control-break tallies, one slot per distinct
      *>  FIN-GROUP-CODE seen (spaces count as a group of their own).
      *>  one open for the whole night instead of one per formula -
      *>  the matching close is at end of job below.
         move 'Y' to mpo-keep-library-open
         call 'mpfr_init2' using by reference impact-number
           by value 4984 returning nothing
         call 'mpfr_set_d' using impact-number by value 0 0
           returning nothing
         call 'mpfr_init2' using by reference formula-number
           by value 4984 returning nothing

         open input formula-file
         if formula-file-status <> '00' then
      *>  details post under the same date as the pre-crash ones.
         accept run-date from date yyyymmdd
         perform 0100-read-control
         perform 0400-load-priority
         perform 0150-load-glmap
         perform 0200-try-restart
         move run-date to mpo-as-of-date
           display "Warning: RESULTHIST unavailable, file status "
             history-file-status " - run continues without history"
         end-if
         if stream-tag = spaces then
           move run-date to pc-date
           call 'period_check' using by reference period-check-parms
           move pc-closed to run-period-closed
           accept adjust-date from date yyyymmdd
         end-if

         open i-o lastres-file
         if lastres-status = '35' then
           write report-record from heading_line
         end-if

      *>  last night's deferred statements run first, then the
      *>  night's own input.
         close formula-file
         perform 0420-run-carryover
      *>  a stop honored during the carryover leaves CARRYOVER open
      *>  for 0800-GRACEFUL-STOP to close - FORMULAIN isn't touched.
         if stop-requested = 'T' then
           perform 0800-graceful-stop
         end-if
         if grouped-mode = 'T' then
           perform 0430-run-by-group
         else
           move formulain-name to formula-file-name
           open input formula-file
           if formula-file-status <> '00' then
             display "Error: could not open FORMULAIN, file status "
               formula-file-status
             stop run
           end-if
           move carry-statements to input-base
           move input-base to input-position
           perform until end_of_file = 'T'
               or stop-requested = 'T'
             read formula-file
               at end
                 string 'T' into end_of_file
               not at end
                 perform 0500-take-one-record
             end-read
           end-perform
         end-if

         if stop-requested = 'T' then
           perform 0800-graceful-stop
           perform 0700-dispatch-assembled
         end-if

      *>  a group-at-a-time night balanced its input before running
      *>  any of it.
         if grouped-mode <> 'T' then
           perform 0900-check-balancing
         end-if
         if cutoff-reached = 'T' then
           perform 0440-write-carryover
         end-if

         perform 1500-write-group-subtotals


         perform 2000-write-failure-breakdown
         perform 2100-write-timing-report
         perform 0450-write-deferral-report

         call 'mpfr_sprintf' using impact_str z"%.2Rf" impact-number
           returning nothing
           into total_line
         write report-record from total_line

         perform 1290-post-credit-memos

         move spaces to gl-trailer
         move 'T' to glt-type
         move gl-details-written to glt-record-count
           cache-misses-disp " misses" into total_line
         write report-record from total_line

         if accum-count > 0 then
           move accum-posted to accum-posted-disp
           move accum-already to accum-already-disp
           move accum-closed to accum-closed-disp
           move accum-errors to accum-errors-disp
           move spaces to total_line
           string "Accumulators: " accum-posted-disp " posted, "
             accum-already-disp " already counted, "
             accum-closed-disp " closed period, "
             accum-errors-disp " not posted" into total_line
           write report-record from total_line
           if accum-unguarded > 0 then
             move accum-unguarded to accum-unguarded-disp
             move spaces to total_line
             string "  posted without restart guard: "
               accum-unguarded-disp into total_line
             write report-record from total_line
           end-if
         end-if

         move contract-discounts to contract-disc-disp
         move contract-minimums to contract-min-disp
         move contract-caps to contract-cap-disp
         move spaces to total_line
         string "Contract terms: " contract-disc-disp " discounted, "
           contract-min-disp " minimums, " contract-cap-disp " caps"
           into total_line
         write report-record from total_line

         move gl-details-written to gl-count-disp
         move gl-skipped to gl-skip-disp
         move gl-hash-total to gl-hash-disp
           gl-skip-disp " skipped, hash total " gl-hash-disp
           into total_line
         write report-record from total_line
         if tax-lines-posted > 0 or tax-unsplit > 0 then
           move tax-lines-posted to tax-lines-disp
           move tax-posted-total to tax-total-disp
           move spaces to total_line
           string "Tax split: " tax-lines-disp " postings, total "
             tax-total-disp into total_line
           write report-record from total_line
         end-if
         if tax-unsplit > 0 then
           move tax-unsplit to tax-lines-disp
           move spaces to total_line
           string "Tax left in revenue, no tax account: "
             tax-lines-disp into total_line
           write report-record from total_line
         end-if
         perform 1280-write-gl-exceptions

         if run-period-closed = 'T' then
           move adjustments-written to adjustments-disp
           move spaces to total_line
           string "Run date " run-date " is in a closed period - "
             adjustments-disp " prior-period adjustments to PRIORADJ"
             into total_line
           write report-record from total_line
         end-if

         if crmemo-posted > 0 then
           move crmemo-posted to crmemo-posted-disp
           move crmemo-total to crmemo-total-disp
           move spaces to total_line
           string "Credit memos: " crmemo-posted-disp
             " posted, total " crmemo-total-disp into total_line
           write report-record from total_line
      *>    posted and on the extract behind its trailer - the queue
      *>    has been served, same consume-and-empty RERATEQ gets.
           open output crmemo-file
           close crmemo-file
         end-if

         call 'mpfr_clear' using by reference impact-number
           returning nothing
         call 'mpfr_clear' using by reference formula-number
           returning nothing
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           call 'mpfr_clear' using by reference gt-impact-num(group-idx)
         if lastres-on = 'T' then
           close lastres-file
         end-if
         if prioradj-open = 'T' then
           close prioradj-file
         end-if
         call 'expand_formula_close'
         call 'substitute_vars_close'
         call 'contract_terms_close'
         call 'resolve_mtd_close'

      *>    the final heartbeat says DONE, so a monitor reading it
      *>    after the window knows the run ended rather than stalled.
           close batch-ckpt-file
           delete file batch-ckpt-file
         end-if
      *>    and the CARRYOVER it took in is done with - unless the
      *>    cutoff just wrote tonight's deferrals over it.
         if carry-in = 'T' and cutoff-reached <> 'T' then
           move carryover-name to formula-file-name
           delete file formula-file
         end-if
         stop run.

      *>  a stream-mode run - BATCHSTREAM set to the tag
         move spaces to formula-file-name
         string "FORMULAIN." stream-tag(1:tag-len)
           into formula-file-name
         move formula-file-name to formulain-name
         move spaces to report-file-name
         string "FORMULAOUT." stream-tag(1:tag-len)
           into report-file-name
         move spaces to lastres-name
         string "LASTRES." stream-tag(1:tag-len)
           into lastres-name
         move spaces to carryover-name
         string "CARRYOVER." stream-tag(1:tag-len)
           into carryover-name
         move spaces to command-file-name
         string "BATCHCMD." stream-tag(1:tag-len)
           into command-file-name
      *>  from the displayed text first and only reaches for this
      *>  when the text won't parse.
         move 0 to mpp-result
         move 0 to mpp-tax-amount
         move 'N' to mpp-overflow
         move spaces to contract-applied
         perform 1040-find-group-slot
         if cur-group > 0 then
           add 1 to gt-read(cur-group) giving gt-read(cur-group)
         end-if
         perform 1050-set-line-options
         perform 1065-note-assignment
         accept time-before from time
         perform 1060-cache-lookup
         if cache-hit = 'T' then
           move ce-eval-id(cache-idx) to math-parse-eval-id
           move ce-packed(cache-idx) to mpp-result
           move ce-packed-ovf(cache-idx) to mpp-overflow
           move ce-tax(cache-idx) to mpp-tax-amount
         else
           add 1 to cache-misses giving cache-misses
           perform 1045-route-engine
             move spaces to c_communication
             move mpc-ok to math-parse-error-code
             move spaces to math-parse-eval-id
             move 0 to mpr-assigned-count
             if this-is-long = 'T' then
      *>         an assembled statement longer than the record's text
      *>         column rides the LONG_MATH_STRING parameter.
               move long-formula-text(1:2000) to c_communication
               if line-assigns = 'T' then
                 call 'math_parse' using by reference c_communication
                   long-formula-text math-parse-options
                   math-parse-error-code omitted math-parse-results
                   math-parse-eval-id math-parse-packed
               else
                 call 'math_parse' using by reference c_communication
                   long-formula-text math-parse-options
                   math-parse-error-code omitted omitted
                   math-parse-eval-id math-parse-packed
               end-if
             else
               move fin-formula-text to c_communication
               if line-assigns = 'T' then
                 call 'math_parse' using by reference c_communication
                   omitted math-parse-options math-parse-error-code
                   omitted math-parse-results math-parse-eval-id
                   math-parse-packed
               else
                 call 'math_parse' using by reference c_communication
                   omitted math-parse-options math-parse-error-code
                   omitted omitted math-parse-eval-id
                   math-parse-packed
               end-if
             end-if

      *>     blank out the null terminator and whatever's past it so
      *>   lookup back into FORMULAIN.
           string fin-formula-id '|' fin-formula-text(1:60) '|'
             c_communication(1:40) '|' "FAIL" '|' math-parse-eval-id
             '|' fin-group-code '|' elapsed-disp '|' contract-applied
             into report-record
           move "FAIL" to rh-status
         else
           if cur-group > 0 then
             add 1 to gt-ok(cur-group) giving gt-ok(cur-group)
           end-if
      *>   the contract's terms bound the result before anything else
      *>   sees it - the impact total, the GL posting, the report and
      *>   the history all carry the amount the customer is billed.
      *>   the flag rides the end of the line, past every position
      *>   the downstream readers key on.
           perform 1220-apply-contract-terms
           perform 1200-add-to-impact
      *>   the tax portion TAX(...) put in the result splits out to
      *>   the tax account - see 1259-POST-TAX-PORTION.
           move 0 to gl-line-tax
           if mpp-overflow = space then
             compute gl-line-tax rounded = mpp-tax-amount
           end-if
           perform 1250-write-gl-detail
           string fin-formula-id '|' fin-formula-text(1:60) '|'
             c_communication(1:40) '|' "OK  " '|' math-parse-eval-id
             '|' fin-group-code '|' elapsed-disp '|' contract-applied
             into report-record
           move "OK  " to rh-status
         end-if
         write report-record
         perform 1300-write-history
         perform 1310-write-last-result
         perform 1320-post-accumulator.

      *>  rewrites the crashed run's extract as its header plus the
      *>  first GL-DETAILS-WRITTEN 'D' records - the set the restored
      *>  even skipped details still count toward the balancing
      *>  totals, since the trailer describes the whole file.
       0500-take-one-record.
         perform 0510-balance-record
         if bal-control = 'T' then
           exit paragraph
         end-if
         if asm-active = 'F' then
           add 1 to input-position giving input-position
         end-if
         perform 0600-accumulate-record
         if asm-complete = 'T' then
           perform 0700-dispatch-assembled
         end-if.

      *>  FORMULAIN's control records, and every detail record's
      *>  share of the count and hash they balance against.
      *>  BAL-CONTROL comes back 'T' for a HDR or TRL.
       0510-balance-record.
         move 'F' to bal-control
         if fin-record(1:3) = "HDR" then
           move 'T' to bal-control
           move fin-record(1:19) to bal-header
           move 'T' to hdr-seen
           move spaces to feed-trailer-section
           move bh-date to hdr-date
           if hdr-date <> run-date then
             display "Error: FORMULAIN header date " bh-date
           exit paragraph
         end-if
         if fin-record(1:3) = "TRL" then
           move 'T' to bal-control
           move fin-record(1:24) to bal-trailer
           move fin-record(25:587) to feed-trailer-section
           move 'T' to trl-seen
           move bt-count to trl-count
           move bt-hash to trl-hash
           if fin-record(bal-scan:1) <> space then
             add 1 to bal-hash giving bal-hash
           end-if
         end-perform.

      *>  PRIORITY ranks the group codes - any entry at all, or a
      *>  CUTOFF-TIME, puts the night into group-at-a-time mode.
       0400-load-priority.
         if cutoff-time > 0 then
           move 'T' to grouped-mode
         end-if
         open input priority-file
         if priority-status <> '00' then
           exit paragraph
         end-if
         perform until priority-eof = 'T'
           read priority-file
             at end
               move 'T' to priority-eof
             not at end
               if pr-group <> spaces and priority-count < 100 then
                 add 1 to priority-count giving priority-count
                 move pr-group to priority-group(priority-count)
                 move 'T' to grouped-mode
               end-if
           end-read
         end-perform
         close priority-file.

      *>  the statements an earlier night deferred, run ahead of
      *>  tonight's own - balanced first, like FORMULAIN, and in
      *>  priority order when there is one. the cutoff doesn't cut
      *>  into them: they've waited a night already.
       0420-run-carryover.
         move carryover-name to formula-file-name
         open input formula-file
         if formula-file-status <> '00' then
           move formulain-name to formula-file-name
           exit paragraph
         end-if
         move 'T' to carry-in
         move 'T' to carry-in-scan
         perform 0460-prescan-input
         move 'F' to carry-in-scan
         close formula-file
         move 'F' to end_of_file

         move spaces to total_line
         move carry-details to bal-disp
         string "Carried in: " bal-disp " records from CARRYOVER,"
           " deferred " ch-date into total_line
         write report-record from total_line
         if carry-hdr-seen <> 'T' or carry-trl-seen <> 'T' or
             carry-details <> ct-count or carry-hash <> ct-hash then
           move spaces to total_line
           string "** CARRYOVER OUT OF BALANCE - RUN ABORTED **"
             into total_line
           write report-record from total_line
           display "Error: CARRYOVER failed header/trailer balancing"
             " - see FORMULAOUT"
           close report-file
           move 16 to return-code
           stop run
         end-if

         move 0 to input-base
         if grouped-mode = 'T' then
           move 'F' to pass-all
           perform varying pass-idx from 1 by 1
               until pass-idx > pass-count or stop-requested = 'T'
             move ps-group(pass-idx) to pass-group
             perform 0470-run-one-pass
           end-perform
         else
           move 'T' to pass-all
           perform 0470-run-one-pass
         end-if
         move formulain-name to formula-file-name.

      *>  FORMULAIN a group at a time, balanced before any of it
      *>  runs. the cutoff is looked at between groups - never
      *>  while a restart is still skipping the statements the
      *>  crashed run finished, whose group has to be run out.
       0430-run-by-group.
         move formulain-name to formula-file-name
         open input formula-file
         if formula-file-status <> '00' then
           display "Error: could not open FORMULAIN, file status "
             formula-file-status
           stop run
         end-if
         move 'F' to carry-in-scan
         perform 0460-prescan-input
         close formula-file
         move 'F' to end_of_file
         perform 0900-check-balancing

         move carry-statements to input-base
         move 'F' to pass-all
         perform varying pass-idx from 1 by 1
             until pass-idx > pass-count or stop-requested = 'T'
           if cutoff-reached <> 'T' and skip-remaining = 0 then
             perform 0435-check-cutoff
           end-if
           if cutoff-reached = 'T' then
             move 'T' to ps-deferred(pass-idx)
             add 1 to deferred-groups giving deferred-groups
             add ps-records(pass-idx) to deferred-records
               giving deferred-records
           else
             move ps-group(pass-idx) to pass-group
             perform 0470-run-one-pass
           end-if
         end-perform.

       0435-check-cutoff.
         if cutoff-time = 0 then
           exit paragraph
         end-if
         accept cutoff-now-time from time
         divide cutoff-now-time by 10000 giving cutoff-now
         divide batch-start-time by 10000 giving cutoff-start
         if cutoff-time >= cutoff-start then
           if cutoff-now >= cutoff-time or cutoff-now < cutoff-start
               then
             move 'T' to cutoff-reached
           end-if
         else
           if cutoff-now >= cutoff-time and cutoff-now < cutoff-start
               then
             move 'T' to cutoff-reached
           end-if
         end-if.

      *>  every group not started by the cutoff, record for record,
      *>  behind FORMULAIN's own HDR and closed with a TRL of its
      *>  own count and hash - a nightly file the next run balances
      *>  like any other.
       0440-write-carryover.
         open output carry-out-file
         if carry-out-status <> '00' then
           display "Error: could not open CARRYOVER, file status "
             carry-out-status " - deferred groups not carried"
           move 16 to return-code
           exit paragraph
         end-if
         move spaces to carry-out-record
         move bal-header to carry-out-record(1:19)
         write carry-out-record
         move 0 to carry-out-details
         move 0 to carry-out-hash

         move formulain-name to formula-file-name
         open input formula-file
         move 'F' to end_of_file
         move 'F' to in-statement
         perform until end_of_file = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               perform 0445-carry-one-record
           end-read
         end-perform
         close formula-file

         move spaces to carry-trailer
         move "TRL" to ct-tag
         move carry-out-details to ct-count
         move carry-out-hash to ct-hash
         move spaces to carry-out-record
         move carry-trailer to carry-out-record(1:24)
         write carry-out-record
         close carry-out-file.

       0445-carry-one-record.
         if fin-record(1:3) = "HDR" or fin-record(1:3) = "TRL" then
           exit paragraph
         end-if
         perform 0480-note-piece
         move piece-continues to in-statement
         perform 0485-find-pass
         if pass-found = 0 then
           exit paragraph
         end-if
         if ps-deferred(pass-found) <> 'T' then
           exit paragraph
         end-if
         move fin-record to carry-out-record
         write carry-out-record
         add 1 to carry-out-details giving carry-out-details
         perform varying bal-scan from 1 by 1 until bal-scan > 2000
           if fin-record(bal-scan:1) <> space then
             add 1 to carry-out-hash giving carry-out-hash
           end-if
         end-perform.

      *>  the control report's account of the cutoff - which groups
      *>  went to CARRYOVER and how many records each.
       0450-write-deferral-report.
         if cutoff-time = 0 then
           exit paragraph
         end-if
         move cutoff-time to cutoff-disp
         move spaces to total_line
         if cutoff-reached <> 'T' then
           string "Cutoff " cutoff-disp ": not reached - nothing"
             " deferred" into total_line
           write report-record from total_line
           exit paragraph
         end-if
         move deferred-groups to formulas_read_disp
         string "Cutoff " cutoff-disp ": reached - "
           formulas_read_disp " groups deferred to CARRYOVER"
           into total_line
         write report-record from total_line
         perform varying pass-idx from 1 by 1
             until pass-idx > pass-count
           if ps-deferred(pass-idx) = 'T' then
             move ps-group(pass-idx) to deferred-name
             if deferred-name = spaces then
               move "(none)" to deferred-name
             end-if
             move ps-records(pass-idx) to formulas_read_disp
             move spaces to total_line
             string "  deferred " deferred-name ": "
               formulas_read_disp " records" into total_line
             write report-record from total_line
           end-if
         end-perform
         move carry-out-details to formulas_read_disp
         move spaces to total_line
         string "  carried over: " formulas_read_disp
           " records" into total_line
         write report-record from total_line.

      *>  one read of the open input ahead of running it: its
      *>  balance (FORMULAIN's through 0510-BALANCE-RECORD, with the
      *>  header date check; CARRYOVER's on its own counters) and
      *>  its groups in processing order - ranked groups by their
      *>  PRIORITY position, the rest behind them as they first
      *>  appear.
       0460-prescan-input.
         move 0 to pass-count
         move 'F' to pass-overflowed
         move 'F' to in-statement
         move 'F' to end_of_file
         perform until end_of_file = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               if carry-in-scan = 'T' then
                 perform 0465-balance-carry-record
               else
                 perform 0510-balance-record
               end-if
               if bal-control <> 'T' then
                 if carry-in-scan = 'T' and in-statement <> 'T' then
                   add 1 to carry-statements giving carry-statements
                 end-if
                 perform 0480-note-piece
                 perform 0490-note-group
               end-if
           end-read
         end-perform
         perform varying pass-idx from 1 by 1
             until pass-idx >= pass-count
           perform varying pass-found from pass-idx by 1
               until pass-found > pass-count
             if ps-rank(pass-found) < ps-rank(pass-idx) then
               move pass-entry(pass-idx) to pass-swap
               move pass-entry(pass-found) to pass-entry(pass-idx)
               move pass-swap to pass-entry(pass-found)
             end-if
           end-perform
         end-perform.

       0465-balance-carry-record.
         move 'F' to bal-control
         if fin-record(1:3) = "HDR" then
           move 'T' to bal-control
           move fin-record(1:19) to carry-header
           move 'T' to carry-hdr-seen
           exit paragraph
         end-if
         if fin-record(1:3) = "TRL" then
           move 'T' to bal-control
           move fin-record(1:24) to carry-trailer
           move 'T' to carry-trl-seen
           exit paragraph
         end-if
         add 1 to carry-details giving carry-details
         perform varying bal-scan from 1 by 1 until bal-scan > 2000
           if fin-record(bal-scan:1) <> space then
             add 1 to carry-hash giving carry-hash
           end-if
         end-perform.

      *>  one pass of the open-able input, running the statements of
      *>  PASS-GROUP (every statement when PASS-ALL is 'T').
       0470-run-one-pass.
         open input formula-file
         if formula-file-status <> '00' then
           display "Error: could not open " formula-file-name
             ", file status " formula-file-status
           stop run
         end-if
         move 'F' to end_of_file
         move 'F' to in-statement
         move input-base to input-position
         perform until end_of_file = 'T'
             or stop-requested = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               perform 0475-pass-one-record
           end-read
         end-perform
         if stop-requested = 'T' then
           exit paragraph
         end-if
         if asm-active = 'T' then
           perform 0700-dispatch-assembled
         end-if
         close formula-file
         move 'F' to end_of_file.

       0475-pass-one-record.
         if fin-record(1:3) = "HDR" or fin-record(1:3) = "TRL" then
           exit paragraph
         end-if
         if in-statement <> 'T' then
           add 1 to input-position giving input-position
         end-if
         perform 0480-note-piece
         perform 0485-find-pass
         if pass-all = 'T' or ps-group(pass-found) = pass-group then
           perform 0600-accumulate-record
           if asm-complete = 'T' then
             perform 0700-dispatch-assembled
           end-if
         end-if
         move piece-continues to in-statement.

      *>  whose statement this record belongs to - its own group
      *>  when it starts one, the first piece's when it continues
      *>  one - and whether the statement goes on past it.
       0480-note-piece.
         if in-statement <> 'T' then
           move fin-group-code to stmt-group
         end-if
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

      *>  the statement's group in the pass table - a group the
      *>  table had no room for runs and defers with the last one.
       0485-find-pass.
         move 0 to pass-found
         perform varying pass-look from 1 by 1
             until pass-look > pass-count
           if ps-group(pass-look) = stmt-group then
             move pass-look to pass-found
             exit perform
           end-if
         end-perform
         if pass-found = 0 then
           move pass-count to pass-found
         end-if.

       0490-note-group.
         move 0 to pass-found
         perform varying pass-idx from 1 by 1
             until pass-idx > pass-count
           if ps-group(pass-idx) = stmt-group then
             move pass-idx to pass-found
             exit perform
           end-if
         end-perform
         if pass-found = 0 then
           if pass-count >= 100 then
      *>       past the table the overflow rides with the last
      *>       group - it still runs, only its position blurs.
             move 'T' to pass-overflowed
             move pass-count to pass-found
           else
             add 1 to pass-count giving pass-count
             move pass-count to pass-found
             move stmt-group to ps-group(pass-found)
             move 0 to ps-records(pass-found)
             move 'F' to ps-deferred(pass-found)
             compute ps-rank(pass-found) = 1000 + pass-count
             perform varying priority-idx from 1 by 1
                 until priority-idx > priority-count
               if priority-group(priority-idx) = stmt-group then
                 move priority-idx to ps-rank(pass-found)
                 exit perform
               end-if
             end-perform
           end-if
         end-if
         move 'T' to in-statement
         if piece-continues <> 'T' then
           move 'F' to in-statement
         end-if
         add 1 to ps-records(pass-found) giving ps-records(pass-found).

      *>  folds this physical record into the statement being
      *>  assembled. the first piece of a statement contributes the
      *>  id, group and option columns; every piece contributes its
           move fin-decimal-places to asm-decimals
           move fin-rounding-mode to asm-rounding
           move fin-currency-code to asm-currency
           move input-position to asm-position
         end-if
         add 1 to asm-pieces giving asm-pieces

                 into total_line
               write report-record from total_line
             end-if
             if fts-tag = "FEEDS" then
               perform 0910-check-feed-section
             end-if
         end-evaluate
         if bal-failed = 'T' then
           display "Error: FORMULAIN failed header/trailer balancing"
           stop run
         end-if.

      *>  a merged night's per-feed counts, printed under the file's
      *>  own balancing and held to it - each feed's share must add
      *>  up to what the trailer says the whole file holds.
       0910-check-feed-section.
         move 0 to fts-sum-details
         move 0 to fts-sum-hash
         if fts-count is not numeric or fts-count < 1
             or fts-count > 20 then
           move 'T' to bal-failed
           move spaces to total_line
           string "** TRAILER PER-FEED SECTION IS UNREADABLE - RUN"
             " ABORTED **" into total_line
           write report-record from total_line
           exit paragraph
         end-if
         perform varying fts-idx from 1 by 1
             until fts-idx > fts-count
           if fts-details(fts-idx) is not numeric or
               fts-hash(fts-idx) is not numeric then
             move 'T' to bal-failed
             move spaces to total_line
             string "** TRAILER PER-FEED SECTION IS UNREADABLE - RUN"
               " ABORTED **" into total_line
             write report-record from total_line
             exit paragraph
           end-if
           move fts-details(fts-idx) to bal-disp
           move fts-hash(fts-idx) to bal-disp-2
           move spaces to total_line
           string "  feed " fts-feed-id(fts-idx) ": " bal-disp
             " details, hash " bal-disp-2 into total_line
           write report-record from total_line
           add fts-details(fts-idx) to fts-sum-details
             giving fts-sum-details
           add fts-hash(fts-idx) to fts-sum-hash
             giving fts-sum-hash
         end-perform
         if fts-sum-details <> trl-count or fts-sum-hash <> trl-hash
             then
           move 'T' to bal-failed
           move spaces to total_line
           string "** PER-FEED COUNTS DO NOT ADD UP TO THE TRAILER"
             " - RUN ABORTED **" into total_line
           write report-record from total_line
         end-if.

       0100-read-control.
         open input control-file
         if control-file-status <> '00' then
                   move bc-value-9 to run-date
                 end-if
               end-if
      *>         hhmm - the cutoff the night finishes its group by.
               if bc-keyword = "CUTOFF-TIME         " then
                 perform 0110-parse-control-value
                 if bc-value-x is numeric and bc-value-9 < 2400 then
                   move bc-value-9 to cutoff-time
                   divide cutoff-time by 100 giving cutoff-now
                     remainder cutoff-start
                   if cutoff-start > 59 then
                     move 0 to cutoff-time
                   end-if
                 end-if
               end-if
      *>         one result name per record - the name a statement
      *>         assigns, and the accumulator its values post under.
               if bc-keyword = "ACCUMULATE          " then
                 if bc-value <> spaces and accum-count < 50 then
                   add 1 to accum-count giving accum-count
                   move bc-value to accum-name(accum-count)
                   inspect accum-name(accum-count)
                     converting "abcdefghijklmnopqrstuvwxyz" to
                                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 end-if
               end-if
           end-read
         end-perform
         close control-file.

       0210-load-ckpt-record.
         if batch-ckpt-record(1:1) = 'C' then
           move batch-ckpt-record(1:1778) to ck-counters
           move ck-read to formulas_read
           move ck-read to skip-remaining
           move ck-ok to formulas_ok
           move ck-engine-fast to engine-fast
           move ck-engine-full to engine-full
           move ck-fast-seq to fast-eval-seq
      *>    a checkpoint cut before the contract counts rode along
      *>    carries spaces there - those restart from zero.
           if ck-contract-disc is numeric then
             move ck-contract-disc to contract-discounts
             move ck-contract-min to contract-minimums
             move ck-contract-cap to contract-caps
           end-if
      *>    and likewise the tax counts.
           if ck-tax-error is numeric then
             move ck-tax-error to cnt-tax-jurisdiction
             move ck-tax-lines to tax-lines-posted
             compute tax-posted-total = ck-tax-total / 100
             if ck-tax-sign = '-' then
               compute tax-posted-total = 0 - tax-posted-total
             end-if
           end-if
      *>    and the finance function count.
           if ck-finance-error is numeric then
             move ck-finance-error to cnt-finance-error
           end-if
      *>    and the unit conversion count.
           if ck-uom-error is numeric then
             move ck-uom-error to cnt-uom-error
           end-if
           if ck-run-date > 0 then
             move ck-run-date to run-date
           end-if
      *>  'F' ids can't collide with pre-crash ones cut in the same
      *>  clock second.
         move fast-eval-seq to ck-fast-seq
         move contract-discounts to ck-contract-disc
         move contract-minimums to ck-contract-min
         move contract-caps to ck-contract-cap
         move cnt-tax-jurisdiction to ck-tax-error
         move cnt-finance-error to ck-finance-error
         move cnt-uom-error to ck-uom-error
         move tax-lines-posted to ck-tax-lines
         if tax-posted-total < 0 then
           move '-' to ck-tax-sign
           compute ck-tax-total = 0 - tax-posted-total * 100
         else
           move '+' to ck-tax-sign
           compute ck-tax-total = tax-posted-total * 100
         end-if
         move run-date to ck-run-date
         move spaces to ck-hex-buf
         call 'mpfr_sprintf' using ck-hex-buf z"%Ra" impact-number
         inspect ck-hex-buf converting x'00' to space
         move ck-hex-buf to ck-impact-hex
         move spaces to batch-ckpt-record
         move ck-counters to batch-ckpt-record(1:1778)
         write batch-ckpt-record

         perform varying ck-idx from 1 by 1 until ck-idx > group-count
         if lastres-on = 'T' then
           close lastres-file
         end-if
         if prioradj-open = 'T' then
           close prioradj-file
         end-if
         call 'expand_formula_close'
         call 'substitute_vars_close'
         call 'contract_terms_close'
         call 'resolve_mtd_close'
         if status-interval > 0 then
           move "STOPPED " to heartbeat-state
           perform 1960-write-heartbeat
             move 0 to gt-ok(cur-group)
             move 0 to gt-fail(cur-group)
             move 0 to gt-elapsed(cur-group)
             call 'mpfr_init2' using by reference
               gt-impact-num(cur-group)
               by value 4984 returning nothing
             call 'mpfr_set_d' using gt-impact-num(cur-group)
               by value 0 0 returning nothing
      *>  currency).
       1045-route-engine.
         move 'F' to route-fast
         if this-is-long = 'T' or line-assigns = 'T' then
           exit paragraph
         end-if
         if fin-decimal-places <> spaces or
      *>  scanning 500 full-width text fields.
       1060-cache-lookup.
         move 'F' to cache-hit
         if this-is-long = 'T' or line-assigns = 'T' then
           exit paragraph
         end-if
         move 1966 to fin-text-len
         move spaces to line-opts-key
         string fin-decimal-places fin-rounding-mode fin-currency-code
           into line-opts-key
         move spaces to line-account-key
         move spaces to line-group-key
      *>  an MTD(...) answer moves with every posting the run makes,
      *>  so it's never cached (and never served from the cache).
         move 'F' to line-has-mtd
         perform varying cache-scan from 1 by 1
             until cache-scan + 3 > fin-text-len
           if fin-formula-text(cache-scan:4) = "MTD(" then
             move 'T' to line-has-mtd
             exit paragraph
           end-if
         end-perform
         perform varying cache-scan from 1 by 1
             until cache-scan > fin-text-len
           if fin-formula-text(cache-scan:1) is alphabetic-upper and
               fin-formula-text(cache-scan:1) <> space then
             move fin-formula-id(1:10) to line-account-key
             move fin-group-code to line-group-key
             exit perform
           end-if
         end-perform
         perform varying cache-idx from 1 by 1
             until cache-idx > cache-count
           if ce-len(cache-idx) = fin-text-len and
               ce-opts(cache-idx) = line-opts-key and
               ce-account(cache-idx) = line-account-key and
               ce-group(cache-idx) = line-group-key and
               ce-text(cache-idx) = fin-formula-text then
             move 'T' to cache-hit
             exit perform
           end-if
         end-perform.

      *>  whether the statement could assign a name worth posting to
      *>  an accumulator - any '=' in it while ACCUMULATE names
      *>  something. such a line goes to math_parse every time, with
      *>  MATH-PARSE-RESULTS so its names come back: a cached or
      *>  fast-engine answer carries none, and the fast engine only
      *>  ever reads the first statement.
       1065-note-assignment.
         move 'F' to line-assigns
         if accum-count = 0 then
           exit paragraph
         end-if
         if this-is-long = 'T' then
           move asm-len to assign-len
         else
           move 1966 to assign-len
         end-if
         perform varying assign-scan from 1 by 1
             until assign-scan > assign-len
           if this-is-long = 'T' then
             if long-formula-text(assign-scan:1) = '=' then
               move 'T' to line-assigns
               exit perform
             end-if
           else
             if fin-formula-text(assign-scan:1) = '=' then
               move 'T' to line-assigns
               exit perform
             end-if
           end-if
         end-perform.

      *>  parks a fresh evaluation's answer for the copies behind it.
      *>  a result too wide for the slot just doesn't get cached -
      *>  its copies re-evaluate, which is only the old behavior.
       1070-cache-store.
         if this-is-long = 'T' or line-assigns = 'T' then
           exit paragraph
         end-if
         if cache-count >= 500 or line-has-mtd = 'T' then
           exit paragraph
         end-if
         if c_communication(101:100) <> spaces then
         add 1 to cache-count giving cache-count
         move fin-text-len to ce-len(cache-count)
         move line-opts-key to ce-opts(cache-count)
         move line-account-key to ce-account(cache-count)
         move fin-formula-text to ce-text(cache-count)
         move c_communication(1:100) to ce-result(cache-count)
         move math-parse-error-code to ce-code(cache-count)
         move math-parse-eval-id to ce-eval-id(cache-count)
         move mpp-result to ce-packed(cache-count)
         move mpp-overflow to ce-packed-ovf(cache-count)
         move line-group-key to ce-group(cache-count)
         move mpp-tax-amount to ce-tax(cache-count).

      *>  per-line overrides of the run's option defaults - the same
      *>  knobs mpopts.cpy defines, set from this record's override
         end-if
         if fin-currency-code <> spaces then
           move fin-currency-code to mpo-currency-code
         end-if
      *>  the account portion of the formula id - its contract values
      *>  win over the list rates for its own formulas.
         move fin-formula-id(1:10) to mpo-contract-account
      *>  and the group code is the charge type TAX(...) looks up.
         move fin-group-code to mpo-charge-type.

      *>  the account's contract terms for this charge type (the
      *>  group code), applied to the finished result - see
      *>  contract_terms.cbl. CONTRACTS stays open for the night
      *>  alongside the rate table.
       1220-apply-contract-terms.
         call 'contract_terms' using by reference
           mpo-contract-account, fin-group-code, mpo-as-of-date,
           c_communication, math-parse-options, math-parse-packed,
           contract-applied, mpo-keep-library-open
         evaluate contract-applied
           when "DISC"
             add 1 to contract-discounts giving contract-discounts
           when "MIN "
             add 1 to contract-minimums giving contract-minimums
           when "CAP "
             add 1 to contract-caps giving contract-caps
         end-evaluate.

      *>  MATH-PARSE-ERROR-CODE tells us exactly which MPC-* failure
      *>  this was without re-matching C-COMMUNICATION's text a second
           when mpc-operator-at-start
             add 1 to cnt-operator-at-start giving cnt-operator-at-start
           when mpc-multiple-operators
             add 1 to cnt-multiple-operators
               giving cnt-multiple-operators
           when mpc-divide-by-zero
             add 1 to cnt-divide-by-zero giving cnt-divide-by-zero
           when mpc-result-too-long
           when mpc-no-rate-table
             add 1 to cnt-rate-table-error
               giving cnt-rate-table-error
           when mpc-no-tax-jurisdiction
             add 1 to cnt-tax-jurisdiction
               giving cnt-tax-jurisdiction
           when mpc-pmt-arguments
           when mpc-fv-arguments
           when mpc-npv-arguments
             add 1 to cnt-finance-error giving cnt-finance-error
           when mpc-no-uom-pair
             add 1 to cnt-uom-error giving cnt-uom-error
         end-evaluate.

      *>  one GLEXTRACT posting per successful formula: the account
      *>  the text parser can't read, which used to be skipped
      *>  outright.
       1250-write-gl-detail.
         move 'F' to hist-gl-set
         compute gl-len = clean_out - 1
         if gl-len < 1 then
           perform 1255-try-packed-fallback
           move 'D' to gld-dc
         end-if

         move gld-amount to hist-gl-amount
         move 'T' to hist-gl-set
         perform 1258-post-detail-pair.

      *>  the fallback for a displayed result the text parser can't
         else
           move 'D' to gld-dc
         end-if
         move gld-amount to hist-gl-amount
         move 'T' to hist-gl-set
         perform 1258-post-detail-pair.

      *>  with a GLMAP on file the account key is the group's mapped
      *>  already filled GLD-AMOUNT and GLD-DC, whichever way it got
      *>  the number.
       1258-post-detail-pair.
         move gld-amount to gl-line-full
         if glmap-on = 'T' then
           perform 1260-map-group-account
           move post-account to gld-account-key
           if gl-line-tax <> 0 then
             perform 1259-post-tax-portion
           end-if
         end-if
         write gl-detail
         add 1 to gl-details-written giving gl-details-written
         add gld-amount to gl-hash-total giving gl-hash-total
         if glmap-on = 'T' then
           move post-offset to gld-account-key
           compute gld-amount = 0 - gl-line-full
           if gld-dc = 'C' then
             move 'D' to gld-dc
           else
           add gld-amount to gl-hash-total giving gl-hash-total
         end-if.

      *>  the tax a formula's TAX(...) carried posts to the group's
      *>  tax payable account on a line of its own, and the mapped
      *>  account takes only the rest - the offset still takes the
      *>  whole amount, so the three lines balance. no tax account
      *>  anywhere leaves the tax in the mapped account's posting,
      *>  counted for the control report.
       1259-post-tax-portion.
         if post-tax-account = spaces then
           add 1 to tax-unsplit giving tax-unsplit
           exit paragraph
         end-if
         move post-tax-account to gld-account-key
         move gl-line-tax to gld-amount
         if gld-amount < 0 then
           move 'C' to gld-dc
         else
           move 'D' to gld-dc
         end-if
         write gl-detail
         add 1 to gl-details-written giving gl-details-written
         add gld-amount to gl-hash-total giving gl-hash-total
         add 1 to tax-lines-posted giving tax-lines-posted
         add gld-amount to tax-posted-total giving tax-posted-total
         move post-account to gld-account-key
         compute gld-amount = gl-line-full - gl-line-tax
         if gld-amount < 0 then
           move 'C' to gld-dc
         else
           move 'D' to gld-dc
         end-if.

      *>  the day's GLMAP, loaded whole. the mapping only switches on
      *>  when the "*DEFAULT" suspense record is present - a mapping
      *>  with nowhere to put an unmapped group would have to hold up
               if gm-group = "*DEFAULT" then
                 move gm-account to suspense-account
                 move gm-offset to suspense-offset
                 move gm-tax-account to default-tax-account
                 move 'T' to have-suspense
               else
                 if glmap-count < 100 then
                   move gm-group to gme-group(glmap-count)
                   move gm-account to gme-account(glmap-count)
                   move gm-offset to gme-offset(glmap-count)
                   move gm-tax-account to gme-tax-account(glmap-count)
                 end-if
               end-if
           end-read
           end-if
         end-perform
         move 'F' to post-to-suspense
         move default-tax-account to post-tax-account
         if glmap-found > 0 then
           move gme-account(glmap-found) to post-account
           move gme-offset(glmap-found) to post-offset
           if gme-tax-account(glmap-found) <> spaces then
             move gme-tax-account(glmap-found) to post-tax-account
           end-if
         else
           move suspense-account to post-account
           move suspense-offset to post-offset
         string "  suspense postings: " suspense-disp into total_line
         write report-record from total_line.

      *>  the credit memos dispute_maint.cbl queued since the last
      *>  run, each posted as the reversing pair of the charge it
      *>  refunds: the group's mapped account credited and its offset
      *>  debited, under the disputed formula id when there's no
      *>  GLMAP. only the single-stream night or stream S01 posts
      *>  them, so a split night can't post the queue once per
      *>  stream. a restart re-posts the lot - the extract was
      *>  trimmed back to the checkpoint and the queue isn't emptied
      *>  until the trailer is out.
       1290-post-credit-memos.
         if stream-tag <> spaces and stream-tag <> "S01" then
           exit paragraph
         end-if
         open input crmemo-file
         if crmemo-status <> '00' then
           exit paragraph
         end-if
         move 'F' to crmemo-eof
         perform until crmemo-eof = 'T'
           read crmemo-file
             at end
               move 'T' to crmemo-eof
             not at end
               if cm-amount is numeric and cm-amount > 0 then
                 move cm-group-code to fin-group-code
                 move spaces to gl-detail
                 move 'D' to gld-type
                 move cm-formula-id to gld-account-key
                 move run-date to gld-posting-date
                 compute gld-amount = 0 - cm-amount
                 move 'C' to gld-dc
                 move 0 to gl-line-tax
                 perform 1258-post-detail-pair
                 add 1 to crmemo-posted giving crmemo-posted
                 add cm-amount to crmemo-total giving crmemo-total
               end-if
           end-read
         end-perform
         close crmemo-file.

      *>  one RESULTHIST record per formula per run date - a rerun of
      *>  the same business day replaces that day's record instead of
      *>  doubling the history. RH-STATUS was set alongside the
         move fin-formula-id to rh-formula-id
         move run-date to rh-run-date
         move c_communication(1:40) to rh-result
         move fin-group-code to rh-group-code
         move 0 to rh-amount
         move 'F' to rh-amount-ok
         move 0 to rh-billed-date
         move math-parse-eval-id to rh-eval-id
         if rh-status = "OK  " then
           if mpp-overflow = space then
             move mpp-result to rh-amount
             move 'T' to rh-amount-ok
           else
             if hist-gl-set = 'T' then
               move hist-gl-amount to rh-amount
               move 'T' to rh-amount-ok
             end-if
           end-if
         end-if
         if run-period-closed = 'T' then
           perform 1307-write-prior-adjustment
           exit paragraph
         end-if
         write rh-record
           invalid key
             perform 1305-rewrite-history
         end-write.

      *>  a rerun of the day replaces the result but not the billing
      *>  side's stamp - a charge already invoiced stays invoiced.
       1305-rewrite-history.
         move rh-record to hist-hold
         read history-file key is rh-key
           invalid key
             continue
           not invalid key
             if rh-billed-date is numeric then
               move rh-billed-date to hist-billed-date
             end-if
         end-read
         move hist-hold to rh-record
         move hist-billed-date to rh-billed-date
         move 0 to hist-billed-date
         rewrite rh-record.

      *>  the answer for a closed day, against the one the period
      *>  closed with - RESULTHIST itself is only read.
       1307-write-prior-adjustment.
         move rh-record to hist-hold
         move spaces to pa-record
         move spaces to pa-orig-status
         move 0 to pa-orig-amount
         move 'F' to pa-orig-amount-ok
         read history-file key is rh-key
           invalid key
             continue
           not invalid key
             move rh-status to pa-orig-status
             if rh-amount-ok = 'T' then
               move rh-amount to pa-orig-amount
               move 'T' to pa-orig-amount-ok
             end-if
         end-read
         move hist-hold to rh-record
         move rh-formula-id to pa-formula-id
         move adjust-date to pa-adjust-date
         move rh-run-date to pa-original-date
         move rh-group-code to pa-group-code
         move rh-status to pa-status
         move rh-result to pa-result
         move 0 to pa-amount
         move 'F' to pa-amount-ok
         if rh-amount-ok = 'T' then
           move rh-amount to pa-amount
           move 'T' to pa-amount-ok
         end-if
         compute pa-delta = pa-amount - pa-orig-amount
         move "batch_math_parse" to pa-source
         move rh-eval-id to pa-eval-id
         if prioradj-open <> 'T' then
           open extend prioradj-file
           if prioradj-status = '35' then
             open output prioradj-file
           end-if
           if prioradj-status <> '00' then
             display "Error: could not open PRIORADJ, file status "
               prioradj-status
             stop run
           end-if
           move 'T' to prioradj-open
         end-if
         write pa-record
         add 1 to adjustments-written giving adjustments-written.

      *>  the tester's one-screen dispute answer: this formula id's
      *>  newest run, result, eval id and the text that produced it,
      *>  rewritten every run so LASTRES always says "last night".
       1310-write-last-result.
         if lastres-on <> 'T' or run-period-closed = 'T' then
           exit paragraph
         end-if
         move fin-formula-id to lr-formula-id
         move c_communication(1:40) to lr-result
         move math-parse-eval-id to lr-eval-id
         move fin-formula-text to lr-formula-text
         move fin-currency-code to lr-currency-code
         move 0 to lr-tax-amount
         if rh-status = "OK  " then
           move gl-line-tax to lr-tax-amount
         end-if
         write lr-record
           invalid key
             rewrite lr-record
         end-write.

      *>  after an OK formula, every name its statements assigned
      *>  that ACCUMULATE lists posts its value into the account's
      *>  accumulator of that name - "WEIGHT=...;" adds tonight's
      *>  WEIGHT to the account's WEIGHT for the month. the guard
      *>  key is the statement's group and FORMULAIN position, not
      *>  its place in tonight's processing order.
       1320-post-accumulator.
         if accum-count = 0 or rh-status <> "OK  " then
           exit paragraph
         end-if
         if line-assigns <> 'T' or mpr-assigned-count = 0 then
           exit paragraph
         end-if
         if fin-formula-id(1:10) = spaces then
           exit paragraph
         end-if
         perform varying accum-assign-idx from 1 by 1
             until accum-assign-idx > mpr-assigned-count
                or accum-assign-idx > 50
           move 'F' to accum-wanted
           perform varying accum-idx from 1 by 1
               until accum-idx > accum-count
             if accum-name(accum-idx) =
                 mpr-assigned-name(accum-assign-idx) then
               move 'T' to accum-wanted
               exit perform
             end-if
           end-perform
           if accum-wanted = 'T' then
             perform 1325-post-one-name
           end-if
         end-perform.

      *>  one assigned name's value - plain digits, a leading '-'
      *>  and a point, as math_parse stores it - read as a number
      *>  the way 1250-WRITE-GL-DETAIL reads a result, to four
      *>  decimals, and posted. a value past thirteen integer digits
      *>  or that won't read is counted as not posted.
       1325-post-one-name.
         move mpr-assigned-value(accum-assign-idx) to accum-text
         move 30 to accum-len
         perform until accum-len = 0
             or accum-text(accum-len:1) <> space
           subtract 1 from accum-len giving accum-len
         end-perform
         if accum-len = 0 then
           add 1 to accum-errors giving accum-errors
           exit paragraph
         end-if
         move 'F' to accum-neg
         move 1 to accum-pos
         if accum-text(1:1) = '-' then
           move 'T' to accum-neg
           move 2 to accum-pos
         end-if
         move 0 to accum-point
         perform varying accum-i from accum-pos by 1
             until accum-i > accum-len
           if accum-text(accum-i:1) = '.' then
             move accum-i to accum-point
             exit perform
           end-if
         end-perform
         if accum-point = 0 then
           compute accum-int-len = accum-len - accum-pos + 1
         else
           compute accum-int-len = accum-point - accum-pos
         end-if
         move 'F' to accum-bad
         if accum-int-len > 13 then
           move 'T' to accum-bad
         end-if
         perform varying accum-i from accum-pos by 1
             until accum-i > accum-len
           if accum-i <> accum-point and
               accum-text(accum-i:1) is not numeric then
             move 'T' to accum-bad
           end-if
         end-perform
         if accum-bad = 'T' then
           add 1 to accum-errors giving accum-errors
           exit paragraph
         end-if

         move zeroes to accum-int-disp
         if accum-int-len > 0 then
           move accum-text(accum-pos:accum-int-len) to
             accum-int-disp(14 - accum-int-len:accum-int-len)
         end-if
         move zeroes to accum-dec-disp
         if accum-point > 0 then
           perform varying accum-i from 1 by 1
               until accum-i > 4 or accum-point + accum-i > accum-len
             move accum-text(accum-point + accum-i:1) to
               accum-dec-disp(accum-i:1)
           end-perform
         end-if

         move fin-formula-id(1:10) to ap-account
         move mpr-assigned-name(accum-assign-idx) to ap-name
         move run-date to ap-run-date
         move fin-group-code to ap-group
         move asm-position to ap-position
         compute ap-amount = accum-int-disp + accum-dec-disp / 10000
         if accum-neg = 'T' then
           compute ap-amount = 0 - ap-amount
         end-if
         call 'accum_post' using by reference accum-post-parms
         evaluate ap-outcome
           when 'P'
             add 1 to accum-posted giving accum-posted
           when 'U'
             add 1 to accum-posted giving accum-posted
             add 1 to accum-unguarded giving accum-unguarded
           when 'D'
             add 1 to accum-already giving accum-already
           when 'C'
             add 1 to accum-closed giving accum-closed
           when other
             add 1 to accum-errors giving accum-errors
         end-evaluate.

      *>  math_parse's answer has thousands separators in it - strip
      *>  them the same way reconcile_math.cbl does before handing the
      *>  text to mpfr_set_str, then fold it into the running total.
         string clean_dst(1:clean_out - 1) x'00' into cleaned_result
         call 'mpfr_set_str' using formula-number cleaned_result
           by value 10 0 returning nothing
         call 'mpfr_add' using impact-number impact-number
           formula-number
           by value 0 returning nothing
         if cur-group > 0 then
           call 'mpfr_add' using gt-impact-num(cur-group)
         if cnt-sqrt-negative > 0 then
           move cnt-sqrt-negative to error-type-count-disp
           move spaces to total_line
           string "  Square root of negative number: "
             error-type-count-disp
             into total_line
           write report-record from total_line
         end-if
         if cnt-nesting-too-deep > 0 then
           move cnt-nesting-too-deep to error-type-count-disp
           move spaces to total_line
           string "  Parenthesis nesting too deep: "
             error-type-count-disp
             into total_line
           write report-record from total_line
         end-if
           string "  Rate table errors: " error-type-count-disp
             into total_line
           write report-record from total_line
         end-if
         if cnt-tax-jurisdiction > 0 then
           move cnt-tax-jurisdiction to error-type-count-disp
           move spaces to total_line
           string "  Tax jurisdiction errors: " error-type-count-disp
             into total_line
           write report-record from total_line
         end-if
         if cnt-finance-error > 0 then
           move cnt-finance-error to error-type-count-disp
           move spaces to total_line
           string "  Finance function errors: " error-type-count-disp
             into total_line
           write report-record from total_line
         end-if
         if cnt-uom-error > 0 then
           move cnt-uom-error to error-type-count-disp
           move spaces to total_line
           string "  Unit conversion errors: " error-type-count-disp
             into total_line
           write report-record from total_line
         end-if.

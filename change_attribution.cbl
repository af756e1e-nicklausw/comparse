      *>change attribution - why a formula's result moved between two
      *>runs. compare_results.cbl says a result changed and
      *>trend_report.cbl says when; this says which input moved it:
      *>a MATHVARS (or contract) value, a FORMULALIB version, a
      *>RATEBRKS band table or an FX rate.
      *>
      *>every formula on RESULTHIST whose OK amount moved by more
      *>than the tolerance between its two runs is priced again from
      *>its LASTRES text - first with every input as it stood on the
      *>old run, then with the old inputs and one input at a time
      *>swapped for its new-run value. an input's effect is how far
      *>that one swap moves the answer; the interaction remainder is
      *>whatever of the actual move the single swaps don't add up to
      *>(two inputs compounding, or anything not swapped - a tax
      *>rate, a contract term, a change to the formula text itself).
      *>the inputs are:
      *>  RATE  each name MATHXREF recorded for either run's
      *>        evaluation, at the value it was given that night
      *>  LIB   each "@NAME" the formula names, at the version in
      *>        force on each run date (an entry nested inside it
      *>        moves with it)
      *>  TIER  each TIER() band table, at its version on each date
      *>  FX    each CONV() currency pair, at its rate on each date
      *>only inputs whose value differs between the runs are swapped.
      *>CHGATTR prints each formula's move, the old-input and
      *>all-new-input re-pricings (so a formula the engine can't
      *>reproduce shows it), each input's effect and the remainder,
      *>and ends with the moves and effects totalled by group.
      *>
      *>CHGATTRCTL control records, keyword(20) value(20), all
      *>optional:
      *>  NEW-DATE   yyyymmdd  the later run (default each formula's
      *>                       latest)
      *>  OLD-DATE   yyyymmdd  the earlier run (default the run
      *>                       before the later one)
      *>  TOLERANCE  n.nn      how far a result has to move to be
      *>                       explained (default 0.01)
      *>  XREF-FILE  name      the cross-reference (default MATHXREF)
       identification division.
       program-id. change_attribution.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "CHGATTRCTL"
           organization line sequential
           file status is control-file-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode sequential
           record key is rh-key
           file status is history-file-status.
         select lastres-file assign to "LASTRES"
           organization indexed
           access mode random
           record key is lr-formula-id
           file status is lastres-status.
         select formula-library assign to "FORMULALIB"
           organization indexed
           access mode dynamic
           record key is lib-formula-key
           file status is lib-file-status.
         select bands-file assign to "RATEBRKS"
           organization indexed
           access mode dynamic
           record key is rb-key
           file status is rb-file-status.
         select rates-file assign to "FXRATES"
           organization line sequential
           file status is rates-file-status.
         select xref-log assign using xref-file-name
           organization line sequential
           file status is xref-file-status.
         select report-file assign to "CHGATTR"
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
       fd lastres-file.
         copy "lastres.cpy".
       fd formula-library.
         copy "formulalib.cpy".
       fd bands-file.
         copy "ratebrks.cpy".
       fd rates-file.
         01 rates-record.
           05 fx-date pic 9(8).
           05 fx-from pic x(3).
           05 fx-to pic x(3).
           05 fx-rate pic x(20).
       fd xref-log.
         01 xref-record pic x(100).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 lib-file-status pic x(2) value '00'.
         01 rb-file-status pic x(2) value '00'.
         01 rates-file-status pic x(2) value '00'.
         01 xref-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 lib-at-end pic x(1) value 'F'.
         01 lib-is-open pic x(1) value 'F'.
         01 bands-at-end pic x(1) value 'F'.
         01 bands-is-open pic x(1) value 'F'.
         01 lastres-is-open pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 xref-file-name pic x(30) value "MATHXREF".
         01 new-date pic 9(8) value 0.
         01 old-date pic 9(8) value 0.
         01 tolerance pic s9(13)v9(4) value 0.01.

      *>  the two runs of the formula being read - held as RESULTHIST
      *>  hands its records over, all of a formula's dates together.
         01 cur-formula pic x(20) value spaces.
         01 held-old.
           05 ho-set pic x(1) value 'F'.
           05 ho-date pic 9(8).
           05 ho-status pic x(4).
           05 ho-amount pic s9(13)v9(4).
           05 ho-amount-ok pic x(1).
           05 ho-eval-id pic x(20).
           05 ho-group pic x(8).
         01 held-new.
           05 hn-set pic x(1) value 'F'.
           05 hn-date pic 9(8).
           05 hn-status pic x(4).
           05 hn-amount pic s9(13)v9(4).
           05 hn-amount-ok pic x(1).
           05 hn-eval-id pic x(20).
           05 hn-group pic x(8).

      *>  the formulas that moved.
         01 cand-table.
           05 cand-count usage binary-long value 0.
           05 cand-entry occurs 500 times.
             10 cd-formula-id pic x(20).
             10 cd-group pic x(8).
             10 cd-old-date pic 9(8).
             10 cd-new-date pic 9(8).
             10 cd-old-amount pic s9(13)v9(4).
             10 cd-new-amount pic s9(13)v9(4).
             10 cd-old-eval pic x(20).
             10 cd-new-eval pic x(20).
         01 cand-idx usage binary-long value 0.
         01 cands-overflowed pic x(1) value 'F'.
         01 pairs-compared usage binary-long value 0.
         01 pairs-not-ok usage binary-long value 0.

      *>  both runs' eval-ids, sorted for the MATHXREF pass.
         01 eval-index.
           05 ei-count usage binary-long value 0.
           05 ei-entry occurs 1000 times.
             10 ei-eval-id pic x(20).
             10 ei-cand usage binary-long.
             10 ei-side pic x(1).
         01 ei-idx usage binary-long value 0.
         01 ei-found usage binary-long value 0.
         01 ei-lo usage binary-long value 0.
         01 ei-hi usage binary-long value 0.
         01 ei-mid usage binary-long value 0.
         01 ei-hold pic x(25) value spaces.
         01 find-eval-id pic x(20) value spaces.

      *>  the values MATHXREF shows each run's evaluation was given.
         01 xref-table.
           05 xref-count usage binary-long value 0.
           05 xref-entry occurs 10000 times.
             10 xt-cand usage binary-long.
             10 xt-side pic x(1).
             10 xt-name pic x(20).
             10 xt-value pic x(30).
             10 xt-from pic x(1).
         01 xref-idx usage binary-long value 0.
         01 xrefs-overflowed pic x(1) value 'F'.

      *>  FXRATES, as resolve_conv.cbl reads it.
         01 fx-table.
           05 fx-count usage binary-long value 0.
           05 fx-entry occurs 2000 times.
             10 ft-date pic 9(8).
             10 ft-from pic x(3).
             10 ft-to pic x(3).
             10 ft-rate pic x(20).
         01 fx-idx usage binary-long value 0.
         01 fx-best usage binary-long value 0.
         01 fx-best-date pic 9(8) value 0.
         01 fx-op pic x(1) value '*'.

      *>  one formula's inputs - old and new value or version, and
      *>  whether this pricing takes the new one.
         01 inp-table.
           05 inp-count usage binary-long value 0.
           05 inp-entry occurs 40 times.
             10 inp-kind pic x(4).
             10 inp-name pic x(20).
             10 inp-old pic x(30).
             10 inp-new pic x(30).
             10 inp-changed pic x(1).
             10 inp-flip pic x(1).
             10 inp-effect pic s9(13)v9(4).
             10 inp-effect-ok pic x(1).
         01 inp-idx usage binary-long value 0.
         01 inp-found usage binary-long value 0.
         01 inps-overflowed pic x(1) value 'F'.
         01 want-kind pic x(4) value spaces.
         01 want-name pic x(20) value spaces.
         01 desc-text pic x(30) value spaces.
         01 desc-date pic 9(8) value 0.
         01 flip-all pic x(1) value 'F'.
         01 run-as-of usage binary-long value 0.
         01 item-as-of usage binary-long value 0.

      *>  one pricing of the formula.
         01 formula-text pic x(2000) value spaces.
         01 work-text pic x(100000) value spaces.
         01 work-len usage binary-long value 0.
         01 mini-text pic x(100000) value spaces.
         01 mini-len usage binary-long value 0.
         01 out-text pic x(100000) value spaces.
         01 out-len usage binary-long value 0.
         01 item-start usage binary-long value 0.
         01 item-end usage binary-long value 0.
         01 scan-pos usage binary-long value 0.
         01 scan-from usage binary-long value 0.
         01 name-pos usage binary-long value 0.
         01 name-len usage binary-long value 0.
         01 arg-pos usage binary-long value 0.
         01 arg-depth usage binary-long value 0.
         01 comma-1 usage binary-long value 0.
         01 comma-2 usage binary-long value 0.
         01 code-len usage binary-long value 0.
         01 from-code pic x(3) value spaces.
         01 to-code pic x(3) value spaces.
         01 boundary-ok pic x(1) value 'F'.
         01 item-passes usage binary-long value 0.
         01 resolve-ok pic x(1) value 'T'.
         01 keep-open pic x(1) value 'Y'.
         01 no-eval-id pic x(20) value spaces.
         01 xref-off pic x(1) value 'N'.
         01 run-suffix pic x(8) value "CHGATTR".
         01 run-account pic x(10) value spaces.
         01 run-ok pic x(1) value 'F'.
         01 run-result pic s9(13)v9(4) value 0.
         01 run-error pic x(60) value spaces.

         01 c_communication pic x(2000).
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         copy "mpvars.cpy".
         copy "mppacked.cpy".
         01 math-parse-error-code usage binary-long value 0.
         01 contract-applied pic x(4) value spaces.

         01 base-result pic s9(13)v9(4) value 0.
         01 base-ok pic x(1) value 'F'.
         01 base-error pic x(60) value spaces.
         01 allnew-result pic s9(13)v9(4) value 0.
         01 allnew-ok pic x(1) value 'F'.
         01 move-amount pic s9(13)v9(4) value 0.
         01 rest-amount pic s9(13)v9(4) value 0.
         01 check-diff pic s9(13)v9(4) value 0.

      *>  moves and effects by group.
         01 group-table.
           05 group-count usage binary-long value 0.
           05 group-entry occurs 100 times.
             10 gt-code pic x(8).
             10 gt-formulas usage binary-long.
             10 gt-move pic s9(15)v9(4).
             10 gt-rate pic s9(15)v9(4).
             10 gt-lib pic s9(15)v9(4).
             10 gt-tier pic s9(15)v9(4).
             10 gt-fx pic s9(15)v9(4).
             10 gt-rest pic s9(15)v9(4).
         01 group-idx usage binary-long value 0.
         01 cur-group usage binary-long value 0.
         01 group-name pic x(8) value spaces.
         01 formulas-explained usage binary-long value 0.
         01 formulas-unpriced usage binary-long value 0.

      *>  decimal text into a number, for the control card.
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

         01 count-disp pic zzzzzzzz9.
         01 amount-edit pic -(13)9.9999.
         01 amount-edit-2 pic -(13)9.9999.
         01 amount-edit-3 pic -(13)9.9999.
         01 total-edit pic -(15)9.99.
         01 total-edit-2 pic -(15)9.99.
         01 total-edit-3 pic -(15)9.99.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         perform 0100-read-control
         if old-date > 0 and new-date > 0 and old-date >= new-date
             then
           display "Error: OLD-DATE " old-date
             " is not before NEW-DATE " new-date
           move 8 to return-code
           stop run
         end-if

         perform 1000-select-formulas
         perform 1100-index-evals
         perform 1200-read-xref
         perform 1300-load-fx-rates

         open input lastres-file
         if lastres-status = '00' then
           move 'T' to lastres-is-open
         end-if
         open input formula-library
         if lib-file-status = '00' then
           move 'T' to lib-is-open
         end-if
         open input bands-file
         if rb-file-status = '00' then
           move 'T' to bands-is-open
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open CHGATTR, file status "
             report-file-status
           stop run
         end-if

         move "CHGATTR" to mpo-job-name
         move "CHGATTR" to mpo-work-file-suffix
         move 'Y' to mpo-keep-library-open
         move tolerance to amount-edit
         move spaces to heading_line
         string "CHANGE ATTRIBUTION - results that moved more than "
           amount-edit into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "each input's effect is the old-input pricing with that"
           " one input at its new value" into heading_line
         write report-record from heading_line

         perform 2000-attribute-formula
           varying cand-idx from 1 by 1 until cand-idx > cand-count
         perform 4000-write-totals

         close report-file
         if lastres-is-open = 'T' then
           close lastres-file
         end-if
         if lib-is-open = 'T' then
           close formula-library
         end-if
         if bands-is-open = 'T' then
           close bands-file
         end-if
         call 'expand_formula_close'
         call 'substitute_vars_close'
         call 'contract_terms_close'
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
           when "NEW-DATE            "
             perform 0110-parse-control-value
             if xc-value-x is numeric and xc-value-9 > 0 then
               move xc-value-9 to new-date
             end-if
           when "OLD-DATE            "
             perform 0110-parse-control-value
             if xc-value-x is numeric and xc-value-9 > 0 then
               move xc-value-9 to old-date
             end-if
           when "TOLERANCE           "
             move xc-value to res-text
             perform 9000-parse-result-text
             if res-ok = 'T' and res-num >= 0 then
               move res-num to tolerance
             end-if
           when "XREF-FILE           "
             if xc-value <> spaces then
               move xc-value to xref-file-name
             end-if
         end-evaluate.

      *>  each formula's two runs, as RESULTHIST hands over a
      *>  formula's dates in order: the NEW-DATE run (or the latest)
      *>  and the OLD-DATE run (or the one before it).
       1000-select-formulas.
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
               if rh-formula-id <> cur-formula then
                 perform 1020-compare-pair
                 move rh-formula-id to cur-formula
                 move 'F' to ho-set
                 move 'F' to hn-set
               end-if
               perform 1010-take-history
           end-read
         end-perform
         perform 1020-compare-pair
         close history-file
         move 'F' to end_of_file.

       1010-take-history.
         evaluate true
           when new-date > 0
             if rh-run-date = new-date then
               perform 1015-hold-new
             else
               if rh-run-date < new-date and
                   (old-date = 0 or rh-run-date = old-date) then
                 perform 1016-hold-old
               end-if
             end-if
           when old-date > 0
             if rh-run-date = old-date then
               perform 1016-hold-old
             else
               if rh-run-date > old-date then
                 perform 1015-hold-new
               end-if
             end-if
           when other
             if hn-set = 'T' then
               move held-new to held-old
             end-if
             perform 1015-hold-new
         end-evaluate.

       1015-hold-new.
         move 'T' to hn-set
         move rh-run-date to hn-date
         move rh-status to hn-status
         move rh-amount to hn-amount
         move rh-amount-ok to hn-amount-ok
         move rh-eval-id to hn-eval-id
         move rh-group-code to hn-group.

       1016-hold-old.
         move 'T' to ho-set
         move rh-run-date to ho-date
         move rh-status to ho-status
         move rh-amount to ho-amount
         move rh-amount-ok to ho-amount-ok
         move rh-eval-id to ho-eval-id
         move rh-group-code to ho-group.

       1020-compare-pair.
         if ho-set <> 'T' or hn-set <> 'T' then
           exit paragraph
         end-if
         add 1 to pairs-compared giving pairs-compared
         if ho-status <> "OK  " or hn-status <> "OK  " or
             ho-amount-ok <> 'T' or hn-amount-ok <> 'T' then
           add 1 to pairs-not-ok giving pairs-not-ok
           exit paragraph
         end-if
         compute check-diff = hn-amount - ho-amount
         if check-diff <= tolerance and 0 - check-diff <= tolerance
             then
           exit paragraph
         end-if
         if cand-count >= 500 then
           move 'T' to cands-overflowed
           exit paragraph
         end-if
         add 1 to cand-count giving cand-count
         move cur-formula to cd-formula-id(cand-count)
         move hn-group to cd-group(cand-count)
         move ho-date to cd-old-date(cand-count)
         move hn-date to cd-new-date(cand-count)
         move ho-amount to cd-old-amount(cand-count)
         move hn-amount to cd-new-amount(cand-count)
         move ho-eval-id to cd-old-eval(cand-count)
         move hn-eval-id to cd-new-eval(cand-count).

      *>  both runs' eval-ids in order, for the binary search the
      *>  MATHXREF pass makes on every line.
       1100-index-evals.
         perform varying cand-idx from 1 by 1
             until cand-idx > cand-count
           move cd-old-eval(cand-idx) to find-eval-id
           move 'O' to ei-hold(25:1)
           perform 1110-insert-eval
           move cd-new-eval(cand-idx) to find-eval-id
           move 'N' to ei-hold(25:1)
           perform 1110-insert-eval
         end-perform.

       1110-insert-eval.
         if find-eval-id = spaces or find-eval-id(1:1) = low-value
             then
           exit paragraph
         end-if
         add 1 to ei-count giving ei-count
         move ei-count to ei-idx
         perform until ei-idx = 1
           if ei-eval-id(ei-idx - 1) <= find-eval-id then
             exit perform
           end-if
           move ei-entry(ei-idx - 1) to ei-entry(ei-idx)
           subtract 1 from ei-idx giving ei-idx
         end-perform
         move find-eval-id to ei-eval-id(ei-idx)
         move cand-idx to ei-cand(ei-idx)
         move ei-hold(25:1) to ei-side(ei-idx).

      *>  MATHXREF line layout, as substitute_vars.cbl strings it:
      *>  eval-id(20) name(20) value(30) position(5) source(1),
      *>  pipe-separated. a name substituted at several positions
      *>  is kept once.
       1200-read-xref.
         if ei-count = 0 then
           exit paragraph
         end-if
         open input xref-log
         if xref-file-status <> '00' then
           display "Warning: could not open " xref-file-name
             ", file status " xref-file-status
             " - rate values are not attributed"
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read xref-log
             at end
               string 'T' into end_of_file
             not at end
               move xref-record(1:20) to find-eval-id
               perform 1210-find-eval
               if ei-found > 0 then
                 perform 1220-keep-xref
               end-if
           end-read
         end-perform
         close xref-log
         move 'F' to end_of_file.

       1210-find-eval.
         move 0 to ei-found
         move 1 to ei-lo
         move ei-count to ei-hi
         perform until ei-lo > ei-hi or ei-found > 0
           compute ei-mid = (ei-lo + ei-hi) / 2
           evaluate true
             when ei-eval-id(ei-mid) = find-eval-id
               move ei-mid to ei-found
             when ei-eval-id(ei-mid) < find-eval-id
               compute ei-lo = ei-mid + 1
             when other
               compute ei-hi = ei-mid - 1
           end-evaluate
         end-perform.

       1220-keep-xref.
         perform varying xref-idx from 1 by 1
             until xref-idx > xref-count
           if xt-cand(xref-idx) = ei-cand(ei-found) and
               xt-side(xref-idx) = ei-side(ei-found) and
               xt-name(xref-idx) = xref-record(22:20) then
             exit paragraph
           end-if
         end-perform
         if xref-count >= 10000 then
           move 'T' to xrefs-overflowed
           exit paragraph
         end-if
         add 1 to xref-count giving xref-count
         move ei-cand(ei-found) to xt-cand(xref-count)
         move ei-side(ei-found) to xt-side(xref-count)
         move xref-record(22:20) to xt-name(xref-count)
         move xref-record(43:30) to xt-value(xref-count)
         move xref-record(80:1) to xt-from(xref-count).

       1300-load-fx-rates.
         open input rates-file
         if rates-file-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read rates-file
             at end
               string 'T' into end_of_file
             not at end
               if fx-count < 2000 then
                 add 1 to fx-count giving fx-count
                 move fx-date to ft-date(fx-count)
                 move fx-from to ft-from(fx-count)
                 move fx-to to ft-to(fx-count)
                 move fx-rate to ft-rate(fx-count)
               end-if
           end-read
         end-perform
         close rates-file
         move 'F' to end_of_file.

      *>  one formula: its inputs, the old-input and all-new
      *>  pricings, then one pricing per changed input.
       2000-attribute-formula.
         move cd-formula-id(cand-idx) to lr-formula-id
         move spaces to formula-text
         if lastres-is-open = 'T' then
           read lastres-file
             invalid key
               move spaces to formula-text
             not invalid key
               move lr-formula-text to formula-text
           end-read
         end-if
         move cd-formula-id(cand-idx)(1:10) to run-account
         compute move-amount =
           cd-new-amount(cand-idx) - cd-old-amount(cand-idx)
         if formula-text = spaces then
           add 1 to formulas-unpriced giving formulas-unpriced
           perform 3900-write-formula-heading
           move spaces to detail_line
           string "  not priced - LASTRES has no formula text for it"
             into detail_line
           write report-record from detail_line
           exit paragraph
         end-if

         move 0 to inp-count
         move 'F' to inps-overflowed
         perform 2100-load-rate-inputs

         move 'F' to flip-all
         perform 3000-price-formula
         move run-result to base-result
         move run-ok to base-ok
         move run-error to base-error
         move 'T' to flip-all
         perform 3000-price-formula
         move run-result to allnew-result
         move run-ok to allnew-ok
         move 'F' to flip-all

         perform varying inp-idx from 1 by 1 until inp-idx > inp-count
           move 0 to inp-effect(inp-idx)
           move 'F' to inp-effect-ok(inp-idx)
         end-perform
         if base-ok = 'T' then
           perform 2200-price-one-swap
             varying inp-idx from 1 by 1 until inp-idx > inp-count
         end-if

         if base-ok = 'T' then
           add 1 to formulas-explained giving formulas-explained
         else
           add 1 to formulas-unpriced giving formulas-unpriced
         end-if
         perform 3900-write-formula-heading
         perform 3910-write-formula-detail.

      *>  the names MATHXREF recorded for either run, each at the
      *>  value that run gave it - a name only one run used keeps
      *>  that value on both sides.
       2100-load-rate-inputs.
         perform varying xref-idx from 1 by 1
             until xref-idx > xref-count
           if xt-cand(xref-idx) = cand-idx then
             move "RATE" to want-kind
             move xt-name(xref-idx) to want-name
             perform 3400-find-input
             if inp-found > 0 then
               if xt-side(xref-idx) = 'O' then
                 move xt-value(xref-idx) to inp-old(inp-found)
               else
                 move xt-value(xref-idx) to inp-new(inp-found)
               end-if
             end-if
           end-if
         end-perform
         perform varying inp-idx from 1 by 1 until inp-idx > inp-count
           if inp-old(inp-idx) = spaces then
             move inp-new(inp-idx) to inp-old(inp-idx)
           end-if
           if inp-new(inp-idx) = spaces then
             move inp-old(inp-idx) to inp-new(inp-idx)
           end-if
           if inp-old(inp-idx) <> inp-new(inp-idx) then
             move 'T' to inp-changed(inp-idx)
           else
             move 'F' to inp-changed(inp-idx)
           end-if
         end-perform.

       2200-price-one-swap.
         if inp-changed(inp-idx) <> 'T' then
           exit paragraph
         end-if
         move 'T' to inp-flip(inp-idx)
         perform 3000-price-formula
         move 'F' to inp-flip(inp-idx)
         if run-ok = 'T' then
           compute inp-effect(inp-idx) = run-result - base-result
           move 'T' to inp-effect-ok(inp-idx)
         end-if.

      *>  the formula priced the way the night prices it, except that
      *>  each input is pinned to its old or new value: the rate
      *>  values go in as the caller's table, and the library, FX and
      *>  band-table pre-passes run here one item at a time, each at
      *>  its own date, before math_parse sees what's left (at the
      *>  old run's date - the new one's when every input is new).
       3000-price-formula.
         move 'F' to run-ok
         move 0 to run-result
         move spaces to run-error
         move cd-old-date(cand-idx) to run-as-of
         if flip-all = 'T' then
           move cd-new-date(cand-idx) to run-as-of
         end-if
         move spaces to work-text
         move formula-text to work-text
         move 2000 to work-len
         perform until work-len = 0
             or work-text(work-len:1) <> space
           subtract 1 from work-len giving work-len
         end-perform
         if work-text(work-len:1) <> ';' then
           add 1 to work-len giving work-len
           move ';' to work-text(work-len:1)
         end-if

         move 0 to mpv-count
         perform varying inp-idx from 1 by 1 until inp-idx > inp-count
           if inp-kind(inp-idx) = "RATE" and mpv-count < 50 then
             add 1 to mpv-count giving mpv-count
             move inp-name(inp-idx) to mpv-name(mpv-count)
             if flip-all = 'T' or inp-flip(inp-idx) = 'T' then
               move inp-new(inp-idx) to mpv-value(mpv-count)
             else
               move inp-old(inp-idx) to mpv-value(mpv-count)
             end-if
           end-if
         end-perform
         call 'substitute_vars' using by reference work-text,
           work-len, math-parse-vars, no-eval-id, run-suffix,
           xref-off, keep-open, run-as-of, run-account
         perform 3050-find-semicolon

         move 'T' to resolve-ok
         perform 3100-library-pass
         if resolve-ok = 'T' then
           perform 3200-conv-pass
         end-if
         if resolve-ok = 'T' then
           perform 3300-tier-pass
         end-if
         if resolve-ok <> 'T' then
           inspect c_communication converting x'00' to space
           move c_communication(1:60) to run-error
           exit paragraph
         end-if

         move run-as-of to mpo-as-of-date
         move run-account to mpo-contract-account
         move cd-group(cand-idx) to mpo-charge-type
         move spaces to c_communication
         move work-text(1:work-len) to c_communication
         move mpc-ok to math-parse-error-code
         call 'math_parse' using by reference c_communication
           omitted math-parse-options math-parse-error-code
           math-parse-vars omitted omitted math-parse-packed
         inspect c_communication converting x'00' to space
         if math-parse-error-code <> mpc-ok then
           move c_communication(1:60) to run-error
           exit paragraph
         end-if
         call 'contract_terms' using by reference
           mpo-contract-account, mpo-charge-type, mpo-as-of-date,
           c_communication, math-parse-options, math-parse-packed,
           contract-applied, mpo-keep-library-open
         if mpp-overflow <> space then
           move "result too wide to attribute" to run-error
           exit paragraph
         end-if
         move mpp-result to run-result
         move 'T' to run-ok.

       3050-find-semicolon.
         perform varying scan-pos from 1 by 1 until scan-pos > 99999
           if work-text(scan-pos:1) = ';' then
             exit perform
           end-if
         end-perform
         move scan-pos to work-len.

      *>  the rightmost "@NAME" (with its argument list, when one
      *>  follows) expanded on its own at its input's date, until
      *>  none is left - rightmost first, so a name inside another's
      *>  arguments is already gone when the outer one expands.
       3100-library-pass.
         move 0 to item-passes
         perform until resolve-ok <> 'T'
           move 0 to item-start
           perform varying scan-pos from 1 by 1
               until scan-pos >= work-len
             if work-text(scan-pos:1) = '@' then
               move scan-pos to item-start
             end-if
           end-perform
           if item-start = 0 then
             exit perform
           end-if
           add 1 to item-passes giving item-passes
           if item-passes > 200 then
             string z"Error: circular formula reference."
               into c_communication
             move 'F' to resolve-ok
             exit perform
           end-if
           perform 3110-expand-one-name
         end-perform.

       3110-expand-one-name.
         move spaces to want-name
         move 0 to name-len
         compute name-pos = item-start + 1
         perform varying name-pos from name-pos by 1
             until name-pos >= work-len
             or (work-text(name-pos:1) is not alphabetic-upper
                 and work-text(name-pos:1) is not numeric
                 and work-text(name-pos:1) <> '-')
             or work-text(name-pos:1) = space
           if name-len < 20 then
             add 1 to name-len giving name-len
             move work-text(name-pos:1) to want-name(name-len:1)
           end-if
         end-perform
         compute item-end = name-pos - 1
         if work-text(name-pos:1) = '(' then
           move 1 to arg-depth
           compute scan-from = name-pos + 1
           perform varying arg-pos from scan-from by 1
               until arg-pos >= work-len or arg-depth = 0
             evaluate work-text(arg-pos:1)
               when '('
                 add 1 to arg-depth giving arg-depth
               when ')'
                 subtract 1 from arg-depth giving arg-depth
                 if arg-depth = 0 then
                   move arg-pos to item-end
                 end-if
             end-evaluate
           end-perform
         end-if
         move "LIB " to want-kind
         perform 3400-find-input
         perform 3450-item-date
         move spaces to mini-text
         compute mini-len = item-end - item-start + 1
         move work-text(item-start:mini-len) to mini-text
         add 1 to mini-len giving mini-len
         move ';' to mini-text(mini-len:1)
         move 'T' to resolve-ok
         move spaces to c_communication
         call 'expand_formula' using by reference mini-text,
           mini-len, resolve-ok, c_communication, item-as-of,
           keep-open
         if resolve-ok = 'T' then
           perform 3500-splice-item
         end-if.

       3200-conv-pass.
         move 0 to item-passes
         perform until resolve-ok <> 'T'
           move "CONV(" to mini-text(1:5)
           perform 3210-find-rightmost
           if item-start = 0 then
             exit perform
           end-if
           add 1 to item-passes giving item-passes
           if item-passes > 200 then
             exit perform
           end-if
           perform 3220-find-close
           if comma-2 = 0 or item-end = 0 then
             string z"Error: CONV needs amount, from, to."
               into c_communication
             move 'F' to resolve-ok
             exit perform
           end-if
           move spaces to from-code
           move 0 to code-len
           compute scan-from = comma-1 + 1
           perform varying scan-pos from scan-from by 1
               until scan-pos >= comma-2
             if work-text(scan-pos:1) <> space and code-len < 3 then
               add 1 to code-len giving code-len
               move work-text(scan-pos:1) to from-code(code-len:1)
             end-if
           end-perform
           move spaces to to-code
           move 0 to code-len
           compute scan-from = comma-2 + 1
           perform varying scan-pos from scan-from by 1
               until scan-pos >= item-end
             if work-text(scan-pos:1) <> space and code-len < 3 then
               add 1 to code-len giving code-len
               move work-text(scan-pos:1) to to-code(code-len:1)
             end-if
           end-perform
           move "FX  " to want-kind
           move spaces to want-name
           string from-code '>' to-code delimited by size
             into want-name
           perform 3400-find-input
           perform 3450-item-date
           perform 3230-copy-item
           move 'T' to resolve-ok
           move spaces to c_communication
           call 'resolve_conv' using by reference mini-text,
             mini-len, resolve-ok, c_communication, item-as-of
           if resolve-ok = 'T' then
             perform 3500-splice-item
           end-if
         end-perform.

      *>  the rightmost word-boundary occurrence of the five
      *>  characters in MINI-TEXT(1:5) into ITEM-START, zero when
      *>  there is none - the boundary test resolve_conv.cbl and
      *>  resolve_tier.cbl make.
       3210-find-rightmost.
         move 0 to item-start
         perform varying scan-pos from 1 by 1
             until scan-pos + 4 > work-len
           if work-text(scan-pos:5) = mini-text(1:5) then
             move 'T' to boundary-ok
             if scan-pos > 1 then
               if work-text(scan-pos - 1:1) is alphabetic-upper and
                   work-text(scan-pos - 1:1) <> space then
                 move 'F' to boundary-ok
               end-if
               if work-text(scan-pos - 1:1) is numeric or
                   work-text(scan-pos - 1:1) = '-' then
                 move 'F' to boundary-ok
               end-if
             end-if
             if boundary-ok = 'T' then
               move scan-pos to item-start
             end-if
           end-if
         end-perform.

      *>  the item's closing parenthesis into ITEM-END and its
      *>  first two top-level commas into COMMA-1 and COMMA-2.
       3220-find-close.
         move 0 to comma-1
         move 0 to comma-2
         move 0 to item-end
         move 1 to arg-depth
         compute scan-from = item-start + 5
         perform varying arg-pos from scan-from by 1
             until arg-pos >= work-len or arg-depth = 0
           evaluate work-text(arg-pos:1)
             when '('
               add 1 to arg-depth giving arg-depth
             when ')'
               subtract 1 from arg-depth giving arg-depth
               if arg-depth = 0 then
                 move arg-pos to item-end
               end-if
             when ','
               if arg-depth = 1 then
                 if comma-1 = 0 then
                   move arg-pos to comma-1
                 else
                   if comma-2 = 0 then
                     move arg-pos to comma-2
                   end-if
                 end-if
               end-if
           end-evaluate
         end-perform.

       3230-copy-item.
         move spaces to mini-text
         compute mini-len = item-end - item-start + 1
         move work-text(item-start:mini-len) to mini-text
         add 1 to mini-len giving mini-len
         move ';' to mini-text(mini-len:1).

       3300-tier-pass.
         move 0 to item-passes
         perform until resolve-ok <> 'T'
           move "TIER(" to mini-text(1:5)
           perform 3210-find-rightmost
           if item-start = 0 then
             exit perform
           end-if
           add 1 to item-passes giving item-passes
           if item-passes > 200 then
             exit perform
           end-if
           perform 3220-find-close
           if comma-1 = 0 or item-end = 0 then
             string z"Error: TIER needs amount, table name."
               into c_communication
             move 'F' to resolve-ok
             exit perform
           end-if
           move spaces to want-name
           move 0 to code-len
           compute scan-from = comma-1 + 1
           perform varying scan-pos from scan-from by 1
               until scan-pos >= item-end
             if work-text(scan-pos:1) <> space and code-len < 20 then
               add 1 to code-len giving code-len
               move work-text(scan-pos:1) to want-name(code-len:1)
             end-if
           end-perform
           move "TIER" to want-kind
           perform 3400-find-input
           perform 3450-item-date
           perform 3230-copy-item
           move 'T' to resolve-ok
           move spaces to c_communication
           call 'resolve_tier' using by reference mini-text,
             mini-len, resolve-ok, c_communication, item-as-of,
             run-suffix, keep-open
           if resolve-ok = 'T' then
             perform 3500-splice-item
           end-if
         end-perform.

      *>  WANT-KIND/WANT-NAME's slot in the input table into
      *>  INP-FOUND, added - with its old and new value described -
      *>  the first time a pricing meets it. zero when the table is
      *>  full.
       3400-find-input.
         move 0 to inp-found
         perform varying inp-idx from 1 by 1 until inp-idx > inp-count
           if inp-kind(inp-idx) = want-kind and
               inp-name(inp-idx) = want-name then
             move inp-idx to inp-found
             exit paragraph
           end-if
         end-perform
         if inp-count >= 40 then
           move 'T' to inps-overflowed
           exit paragraph
         end-if
         add 1 to inp-count giving inp-count
         move inp-count to inp-found
         move want-kind to inp-kind(inp-found)
         move want-name to inp-name(inp-found)
         move spaces to inp-old(inp-found)
         move spaces to inp-new(inp-found)
         move 'F' to inp-flip(inp-found)
         move 'F' to inp-changed(inp-found)
         move 0 to inp-effect(inp-found)
         move 'F' to inp-effect-ok(inp-found)
         if want-kind = "RATE" then
           exit paragraph
         end-if
         move cd-old-date(cand-idx) to desc-date
         perform 3410-describe-item
         move desc-text to inp-old(inp-found)
         move cd-new-date(cand-idx) to desc-date
         perform 3410-describe-item
         move desc-text to inp-new(inp-found)
         if inp-old(inp-found) <> inp-new(inp-found) then
           move 'T' to inp-changed(inp-found)
         end-if.

      *>  what WANT-NAME resolves to on DESC-DATE, into DESC-TEXT:
      *>  a library or band-table version's effective date, an FX
      *>  pair's rate (and the date it was quoted).
       3410-describe-item.
         move "none in force" to desc-text
         evaluate want-kind
           when "LIB "
             if lib-is-open <> 'T' then
               exit paragraph
             end-if
             move 'F' to lib-at-end
             move want-name to lib-formula-name
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
                   if lib-formula-name <> want-name then
                     move 'T' to lib-at-end
                   else
                     if lib-effective-date <= desc-date and
                         (lib-expiry-date = 0 or
                          lib-expiry-date = 99999999 or
                          desc-date <= lib-expiry-date) then
                       move spaces to desc-text
                       string "version " lib-effective-date
                         into desc-text
                     end-if
                   end-if
               end-read
             end-perform
           when "TIER"
             if bands-is-open <> 'T' then
               exit paragraph
             end-if
             move 'F' to bands-at-end
             move want-name to rb-table-name
             move 0 to rb-effective-date
             move 0 to rb-band-seq
             move 0 to fx-best-date
             start bands-file key is >= rb-key
               invalid key
                 move 'T' to bands-at-end
             end-start
             perform until bands-at-end = 'T'
               read bands-file next
                 at end
                   move 'T' to bands-at-end
                 not at end
                   if rb-table-name <> want-name then
                     move 'T' to bands-at-end
                   else
                     if rb-effective-date <= desc-date and
                         (rb-expiry-date = 0 or
                          rb-expiry-date = 99999999 or
                          desc-date <= rb-expiry-date) and
                         rb-effective-date > fx-best-date then
                       move rb-effective-date to fx-best-date
                     end-if
                   end-if
               end-read
             end-perform
             if fx-best-date > 0 then
               move spaces to desc-text
               string "version " fx-best-date into desc-text
             end-if
           when "FX  "
             move want-name(1:3) to from-code
             move want-name(5:3) to to-code
             perform 3420-find-fx-rate
             if fx-best > 0 then
               move spaces to desc-text
               string fx-op ft-rate(fx-best) delimited by space
                 " (" fx-best-date ")" delimited by size
                 into desc-text
             end-if
         end-evaluate.

      *>  newest rate at or before DESC-DATE: the direct pair
      *>  multiplies; failing that, the reverse pair divides - the
      *>  choice resolve_conv.cbl makes.
       3420-find-fx-rate.
         move 0 to fx-best
         move 0 to fx-best-date
         move '*' to fx-op
         perform varying fx-idx from 1 by 1 until fx-idx > fx-count
           if ft-from(fx-idx) = from-code and
               ft-to(fx-idx) = to-code and
               ft-date(fx-idx) <= desc-date and
               ft-date(fx-idx) > fx-best-date then
             move fx-idx to fx-best
             move ft-date(fx-idx) to fx-best-date
           end-if
         end-perform
         if fx-best > 0 then
           exit paragraph
         end-if
         move '/' to fx-op
         perform varying fx-idx from 1 by 1 until fx-idx > fx-count
           if ft-from(fx-idx) = to-code and
               ft-to(fx-idx) = from-code and
               ft-date(fx-idx) <= desc-date and
               ft-date(fx-idx) > fx-best-date then
             move fx-idx to fx-best
             move ft-date(fx-idx) to fx-best-date
           end-if
         end-perform.

      *>  the date INP-FOUND's item resolves at in this pricing.
       3450-item-date.
         move cd-old-date(cand-idx) to item-as-of
         if flip-all = 'T' then
           move cd-new-date(cand-idx) to item-as-of
         end-if
         if inp-found > 0 then
           if inp-flip(inp-found) = 'T' then
             move cd-new-date(cand-idx) to item-as-of
           end-if
         end-if.

      *>  the resolved item (MINI-TEXT up to its ';') standing where
      *>  ITEM-START through ITEM-END stood.
       3500-splice-item.
         perform varying mini-len from 1 by 1 until mini-len > 99999
           if mini-text(mini-len:1) = ';' then
             exit perform
           end-if
         end-perform
         subtract 1 from mini-len giving mini-len
         if item-start - 1 + mini-len + work-len - item-end > 99990
             then
           string z"Error: formula too long once expanded."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if
         move spaces to out-text
         move 0 to out-len
         if item-start > 1 then
           move work-text(1:item-start - 1) to
             out-text(1:item-start - 1)
           compute out-len = item-start - 1
         end-if
         if mini-len > 0 then
           move mini-text(1:mini-len) to out-text(out-len + 1:mini-len)
           add mini-len to out-len giving out-len
         end-if
         move work-text(item-end + 1:work-len - item-end) to
           out-text(out-len + 1:work-len - item-end)
         compute work-len = out-len + work-len - item-end
         move out-text to work-text.

       3900-write-formula-heading.
         move spaces to detail_line
         write report-record from detail_line
         move cd-old-amount(cand-idx) to amount-edit
         move cd-new-amount(cand-idx) to amount-edit-2
         move move-amount to amount-edit-3
         move spaces to detail_line
         string cd-formula-id(cand-idx) " GROUP "
           cd-group(cand-idx) "  " cd-old-date(cand-idx) " -> "
           cd-new-date(cand-idx) into detail_line
         write report-record from detail_line
         move spaces to detail_line
         string "  result " amount-edit " -> " amount-edit-2
           "  moved " amount-edit-3 into detail_line
         write report-record from detail_line.

       3910-write-formula-detail.
         if base-ok <> 'T' then
           move spaces to detail_line
           string "  not priced at the old inputs: " base-error
             into detail_line
           write report-record from detail_line
           exit paragraph
         end-if
         move base-result to amount-edit
         move spaces to detail_line
         string "  priced at the old inputs:  " amount-edit
           into detail_line
         compute check-diff = base-result - cd-old-amount(cand-idx)
         if check-diff > tolerance or 0 - check-diff > tolerance
             then
           move "(not the old run's result)" to detail_line(50:30)
         end-if
         write report-record from detail_line
         move spaces to detail_line
         if allnew-ok = 'T' then
           move allnew-result to amount-edit
           string "  priced at the new inputs:  " amount-edit
             into detail_line
           compute check-diff =
             allnew-result - cd-new-amount(cand-idx)
           if check-diff > tolerance or 0 - check-diff > tolerance
               then
             move "(not the new run's result)" to detail_line(50:30)
           end-if
         else
           string "  not priced at the new inputs" into detail_line
         end-if
         write report-record from detail_line

         perform 4100-find-group-slot
         add 1 to gt-formulas(cur-group) giving gt-formulas(cur-group)
         add move-amount to gt-move(cur-group)
           giving gt-move(cur-group)
         move move-amount to rest-amount
         perform varying inp-idx from 1 by 1 until inp-idx > inp-count
           if inp-changed(inp-idx) = 'T' then
             move spaces to detail_line
             if inp-effect-ok(inp-idx) = 'T' then
               move inp-effect(inp-idx) to amount-edit
               subtract inp-effect(inp-idx) from rest-amount
                 giving rest-amount
               evaluate inp-kind(inp-idx)
                 when "RATE"
                   add inp-effect(inp-idx) to gt-rate(cur-group)
                     giving gt-rate(cur-group)
                 when "LIB "
                   add inp-effect(inp-idx) to gt-lib(cur-group)
                     giving gt-lib(cur-group)
                 when "TIER"
                   add inp-effect(inp-idx) to gt-tier(cur-group)
                     giving gt-tier(cur-group)
                 when other
                   add inp-effect(inp-idx) to gt-fx(cur-group)
                     giving gt-fx(cur-group)
               end-evaluate
               string "  " inp-kind(inp-idx) ' ' inp-name(inp-idx)
                 ' ' amount-edit "  " inp-old(inp-idx)(1:20) " -> "
                 inp-new(inp-idx)(1:20) into detail_line
             else
               string "  " inp-kind(inp-idx) ' ' inp-name(inp-idx)
                 "  not priced with this one swapped  "
                 inp-old(inp-idx)(1:20) " -> "
                 inp-new(inp-idx)(1:20) into detail_line
             end-if
             write report-record from detail_line
           end-if
         end-perform
         add rest-amount to gt-rest(cur-group)
           giving gt-rest(cur-group)
         move rest-amount to amount-edit
         move spaces to detail_line
         string "  INTERACTION / OTHER     " amount-edit
           into detail_line
         write report-record from detail_line
         if inps-overflowed = 'T' then
           move spaces to detail_line
           string "  more than 40 inputs - the rest fall in the"
             " remainder" into detail_line
           write report-record from detail_line
         end-if.

       4100-find-group-slot.
         move 0 to cur-group
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           if gt-code(group-idx) = cd-group(cand-idx) then
             move group-idx to cur-group
             exit perform
           end-if
         end-perform
         if cur-group = 0 then
           if group-count < 100 then
             add 1 to group-count giving group-count
             move group-count to cur-group
             move cd-group(cand-idx) to gt-code(cur-group)
             move 0 to gt-formulas(cur-group)
             move 0 to gt-move(cur-group)
             move 0 to gt-rate(cur-group)
             move 0 to gt-lib(cur-group)
             move 0 to gt-tier(cur-group)
             move 0 to gt-fx(cur-group)
             move 0 to gt-rest(cur-group)
           else
      *>     a 101st group folds into the last slot rather than
      *>     vanish from the totals.
             move 100 to cur-group
           end-if
         end-if.

       4000-write-totals.
         move spaces to total_line
         write report-record from total_line
         move spaces to total_line
         string "MOVES BY GROUP (moved / rates / library / bands /"
           " fx / interaction-other)" into total_line
         write report-record from total_line
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           move gt-code(group-idx) to group-name
           if group-name = spaces then
             move "(none)" to group-name
           end-if
           move gt-formulas(group-idx) to count-disp
           move gt-move(group-idx) to total-edit
           move gt-rate(group-idx) to total-edit-2
           move gt-lib(group-idx) to total-edit-3
           move spaces to total_line
           string "  " group-name ' ' count-disp " formulas moved "
             total-edit into total_line
           write report-record from total_line
           move spaces to total_line
           string "    rates " total-edit-2 "  library "
             total-edit-3 into total_line
           write report-record from total_line
           move gt-tier(group-idx) to total-edit
           move gt-fx(group-idx) to total-edit-2
           move gt-rest(group-idx) to total-edit-3
           move spaces to total_line
           string "    bands " total-edit "  fx      " total-edit-2
             "  interaction/other " total-edit-3 into total_line
           write report-record from total_line
         end-perform
         move spaces to total_line
         write report-record from total_line
         move pairs-compared to count-disp
         move spaces to total_line
         string "Formulas with both runs on file: " count-disp
           into total_line
         write report-record from total_line
         move pairs-not-ok to count-disp
         move spaces to total_line
         string "  not OK with an amount on both: " count-disp
           into total_line
         write report-record from total_line
         move formulas-explained to count-disp
         move spaces to total_line
         string "Moves attributed:                " count-disp
           into total_line
         write report-record from total_line
         move formulas-unpriced to count-disp
         move spaces to total_line
         string "Moves that could not be priced:  " count-disp
           into total_line
         write report-record from total_line
         if cands-overflowed = 'T' then
           move spaces to total_line
           string "** more than 500 results moved - the first 500 are"
             " attributed **" into total_line
           write report-record from total_line
         end-if
         if xrefs-overflowed = 'T' then
           move spaces to total_line
           string "** MATHXREF past 10000 names for these runs - later"
             " names fall in the remainder **" into total_line
           write report-record from total_line
         end-if.

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

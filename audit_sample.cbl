      *>draws the external auditors' sample of charges from
      *>RESULTHIST (see resulthist.cpy) for a range of run dates and
      *>prints a workpaper for each item drawn - everything needed to
      *>prove the charge, gathered under its evaluation ID instead of
      *>someone re-tracing three logs by hand: the formula text (from
      *>LASTRES when it still holds that evaluation, otherwise the
      *>audit line's copy), every variable value consumed per
      *>MATHXREF, the FORMULALIB versions its "@NAME" references
      *>expanded to as of the run date, the MATHTRACE steps, the
      *>result, and the MATHAUDIT line with its sequence number and
      *>the seal that covers it.
      *>
      *>the population is the OK results in the date range. two ways
      *>to draw from it:
      *>  RANDOM    SIZE records, every one equally likely, drawn
      *>            without replacement
      *>  MUS       monetary-unit sampling - SIZE points a fixed
      *>            interval apart through the running dollar total
      *>            (absolute amounts), from a random start; a charge
      *>            is drawn when a point falls in its dollars, so the
      *>            big ones are the likely ones and any charge bigger
      *>            than the interval is certain. a charge hit by more
      *>            than one point is one workpaper, its hits counted.
      *>both draw from a minimal-standard generator (multiplier
      *>16807, modulus 2147483647) under the SEED given, which the
      *>cover page prints with every other parameter: the same seed
      *>over the same history draws the same sample again.
      *>
      *>AUDSAMPCTL control records, keyword(20) value(20), all
      *>optional:
      *>  FROM-DATE   yyyymmdd  first run date (default 1 Jan of last
      *>                        year)
      *>  TO-DATE     yyyymmdd  last run date (default 31 Dec of last
      *>                        year)
      *>  METHOD      RANDOM or MUS (default RANDOM)
      *>  SIZE        n         items to draw, at most 200 (default 25)
      *>  SEED        n         generator seed (default the time of
      *>                        day - printed, so it can be reused)
      *>  AUDIT-FILE  name      the audit log (default MATHAUDIT)
      *>  TRACE-FILE  name      the trace log (default MATHTRACE)
      *>  XREF-FILE   name      the cross-reference (default MATHXREF)
      *>the three log names let a stream's suffixed logs or an
      *>archived generation be read in place of the live ones.
      *>AUDSAMP is the report.
       identification division.
       program-id. audit_sample.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "AUDSAMPCTL"
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
         select audit-log assign using audit-file-name
           organization line sequential
           file status is audit-file-status.
         select trace-log assign using trace-file-name
           organization line sequential
           file status is trace-file-status.
         select xref-log assign using xref-file-name
           organization line sequential
           file status is xref-file-status.
         select report-file assign to "AUDSAMP"
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
       fd audit-log.
         01 audit-record pic x(400).
       fd trace-log.
         01 trace-record pic x(900).
       fd xref-log.
         01 xref-record pic x(100).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 lastres-status pic x(2) value '00'.
         01 lib-file-status pic x(2) value '00'.
         01 audit-file-status pic x(2) value '00'.
         01 trace-file-status pic x(2) value '00'.
         01 xref-file-status pic x(2) value '00'.
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
         01 trace-file-name pic x(30) value "MATHTRACE".
         01 xref-file-name pic x(30) value "MATHXREF".

      *>  the selection parameters - everything the cover page has to
      *>  print for the draw to be repeated.
         01 today-date pic 9(8) value 0.
         01 today-year pic 9(4) value 0.
         01 now-time pic 9(8) value 0.
         01 from-date pic 9(8) value 0.
         01 to-date pic 9(8) value 0.
         01 sample-method pic x(6) value "RANDOM".
         01 sample-size usage binary-long value 25.
         01 seed-given pic 9(10) value 0.
         01 seed-source pic x(11) value "SEED card".

      *>  the generator: next = seed * 16807 mod 2147483647.
         01 rng-seed pic 9(10) value 0.
         01 rng-work pic 9(18) value 0.
         01 rng-quot pic 9(18) value 0.

      *>  the population, counted on the first pass.
         01 pop-count usage binary-long value 0.
         01 pop-total pic s9(15)v9(4) value 0.
         01 pop-weight pic s9(15)v9(4) value 0.
         01 pop-running pic s9(15)v9(4) value 0.
         01 pop-ordinal usage binary-long value 0.
         01 mus-interval pic s9(15)v9(4) value 0.
         01 mus-start pic s9(15)v9(4) value 0.
         01 mus-point pic s9(15)v9(4) value 0.
         01 mus-points-used usage binary-long value 0.

      *>  RANDOM's draw - ordinals into the population, kept sorted
      *>  so the second pass picks them up in one read.
         01 draw-table.
           05 draw-count usage binary-long value 0.
           05 draw-ordinal usage binary-long occurs 200 times.
         01 draw-idx usage binary-long value 0.
         01 draw-next usage binary-long value 1.
         01 draw-pick usage binary-long value 0.
         01 draw-dup pic x(1) value 'F'.
         01 sort-i usage binary-long value 0.
         01 sort-j usage binary-long value 0.
         01 sort-hold usage binary-long value 0.

      *>  the items drawn, with what each workpaper gathers about
      *>  them from LASTRES and the audit log.
         01 sample-table.
           05 sample-count usage binary-long value 0.
           05 sample-entry occurs 200 times.
             10 sm-formula-id pic x(20).
             10 sm-run-date pic 9(8).
             10 sm-status pic x(4).
             10 sm-result pic x(40).
             10 sm-group-code pic x(8).
             10 sm-amount pic s9(13)v9(4).
             10 sm-eval-id pic x(20).
             10 sm-hits usage binary-long.
             10 sm-text pic x(1966).
             10 sm-text-source pic x(9).
             10 sm-audit-found pic x(1).
             10 sm-audit-date pic x(10).
             10 sm-audit-time pic x(8).
             10 sm-audit-job pic x(8).
             10 sm-audit-comm pic x(60).
             10 sm-audit-status pic x(4).
             10 sm-audit-seq pic 9(9).
             10 sm-sealed pic x(1).
             10 sm-seal-date pic x(8).
             10 sm-seal-time pic x(8).
             10 sm-seal-first pic x(9).
             10 sm-seal-last pic x(9).
         01 sample-idx usage binary-long value 0.
         01 sample-found usage binary-long value 0.
         01 find-eval-id pic x(20) value spaces.

      *>  trace steps and substitutions per sampled evaluation, in
      *>  the order the logs hold them.
         01 trace-table.
           05 trace-count usage binary-long value 0.
           05 trace-entry occurs 3000 times.
             10 tt-sample usage binary-long.
             10 tt-time pic x(8).
             10 tt-label pic x(20).
             10 tt-text pic x(838).
         01 trace-idx usage binary-long value 0.
         01 trace-overflowed pic x(1) value 'F'.
         01 xref-table.
           05 xref-count usage binary-long value 0.
           05 xref-entry occurs 3000 times.
             10 xt-sample usage binary-long.
             10 xt-name pic x(20).
             10 xt-value pic x(30).
             10 xt-position pic x(5).
             10 xt-source pic x(1).
         01 xref-idx usage binary-long value 0.
         01 xref-overflowed pic x(1) value 'F'.

      *>  the library names one workpaper's formula reaches, nested
      *>  ones included, and the version each resolved to.
         01 libuse-table.
           05 libuse-count usage binary-long value 0.
           05 libuse-entry occurs 40 times.
             10 lu-name pic x(20).
             10 lu-found pic x(1).
             10 lu-effective pic 9(8).
             10 lu-expiry pic 9(8).
         01 libuse-idx usage binary-long value 0.
         01 libuse-look usage binary-long value 0.
         01 libuse-dup pic x(1) value 'F'.
         01 libuse-overflowed pic x(1) value 'F'.
         01 wanted-name pic x(20) value spaces.
         01 as-of-date pic 9(8) value 0.
         01 version-text pic x(2000) value spaces.
         01 scan-text pic x(2000) value spaces.
         01 scan-pos usage binary-long value 0.
         01 name-pos usage binary-long value 0.
         01 name-len usage binary-long value 0.

      *>  the audit line's fixed layout, as math_parse.cbl strings it
      *>  and audit_writer.cbl numbers it: date(10) time(8) job(8)
      *>  formula(200) comm(60) status(4) eval-id(20), pipe-separated,
      *>  then "|S" and the nine-digit sequence. a seal line is
      *>  SEAL|date|time|first-seq|last-seq|line-count|check.
         01 line-buf pic x(400) value spaces.
         01 line-len usage binary-long value 0.
         01 tail-pos usage binary-long value 0.
         01 tail-digits pic x(9) value spaces.
         01 tail-digits-9 redefines tail-digits pic 9(9).
         01 tail-ok pic x(1) value 'F'.
         01 seal-first-x pic x(9) value spaces.
         01 seal-first-9 redefines seal-first-x pic 9(9).
         01 seal-last-x pic x(9) value spaces.
         01 seal-last-9 redefines seal-last-x pic 9(9).

      *>  long text goes onto the report 100 characters a line.
         01 chunk-text pic x(2000) value spaces.
         01 chunk-len usage binary-long value 0.
         01 chunk-pos usage binary-long value 0.
         01 chunk-width usage binary-long value 0.
         01 chunk-prefix pic x(4) value spaces.

         01 count-disp pic zzzzzzzz9.
         01 count-disp-2 pic zzzzzzzz9.
         01 hits-disp pic zzz9.
         01 item-disp pic zzz9.
         01 amount-edit pic -(13)9.9999.
         01 total-edit pic -(15)9.9999.
         01 seed-disp pic z(9)9.
         01 seq-disp pic z(8)9.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         accept now-time from time
         divide today-date by 10000 giving today-year
         subtract 1 from today-year giving today-year
         compute from-date = today-year * 10000 + 101
         compute to-date = today-year * 10000 + 1231
         perform 0100-read-control
         if sample-size < 1 or sample-size > 200 then
           display "Error: SIZE must be 1 to 200"
           stop run
         end-if
         if from-date > to-date then
           display "Error: FROM-DATE " from-date " is after TO-DATE "
             to-date
           stop run
         end-if
         if seed-given = 0 then
           move now-time to seed-given
           move "time of day" to seed-source
         end-if
         divide seed-given by 2147483647 giving rng-quot
           remainder rng-seed
         if rng-seed = 0 then
           move 1 to rng-seed
         end-if

         open input history-file
         if history-file-status <> '00' then
           display "Error: could not open RESULTHIST, file status "
             history-file-status
           stop run
         end-if
         perform 1000-count-population
         close history-file
         if sample-method = "MUS   " then
           perform 2100-set-mus-points
         else
           perform 2000-draw-random
         end-if
         open input history-file
         perform 3000-collect-sample
         close history-file

         perform 4000-read-lastres
         perform 4100-read-audit-log
         perform 4200-read-trace-log
         perform 4300-read-xref-log
         open input formula-library
         if lib-file-status = '00' then
           move 'T' to lib-is-open
         end-if

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open AUDSAMP, file status "
             report-file-status
           stop run
         end-if
         perform 5000-write-cover-page
         perform varying sample-idx from 1 by 1
             until sample-idx > sample-count
           perform 6000-write-workpaper
         end-perform
         if lib-is-open = 'T' then
           close formula-library
         end-if
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
           when "FROM-DATE           "
             perform 0110-parse-control-value
             if xc-value-x is numeric and xc-value-9 > 0 then
               move xc-value-9 to from-date
             end-if
           when "TO-DATE             "
             perform 0110-parse-control-value
             if xc-value-x is numeric and xc-value-9 > 0 then
               move xc-value-9 to to-date
             end-if
           when "METHOD              "
             if xc-value(1:3) = "MUS" then
               move "MUS   " to sample-method
             else
               move "RANDOM" to sample-method
             end-if
           when "SIZE                "
             perform 0110-parse-control-value
             if xc-value-x is numeric then
               move xc-value-9 to sample-size
             end-if
           when "SEED                "
             perform 0110-parse-control-value
             if xc-value-x is numeric and xc-value-9 > 0 then
               move xc-value-9 to seed-given
             end-if
           when "AUDIT-FILE          "
             if xc-value <> spaces then
               move xc-value to audit-file-name
             end-if
           when "TRACE-FILE          "
             if xc-value <> spaces then
               move xc-value to trace-file-name
             end-if
           when "XREF-FILE           "
             if xc-value <> spaces then
               move xc-value to xref-file-name
             end-if
         end-evaluate.

      *>  the population: OK results in the date range. MUS counts
      *>  only the ones with an amount, and totals their dollars.
       1000-count-population.
         perform until end_of_file = 'T'
           read history-file next record
             at end
               string 'T' into end_of_file
             not at end
               perform 1100-test-population
               if pop-weight >= 0 then
                 add 1 to pop-count giving pop-count
                 add pop-weight to pop-total giving pop-total
               end-if
           end-read
         end-perform
         move 'F' to end_of_file.

      *>  POP-WEIGHT comes back negative for a record outside the
      *>  population, otherwise the dollars it carries (MUS) or
      *>  zero (RANDOM).
       1100-test-population.
         move -1 to pop-weight
         if rh-run-date < from-date or rh-run-date > to-date then
           exit paragraph
         end-if
         if rh-status <> "OK  " then
           exit paragraph
         end-if
         if sample-method = "MUS   " then
           if rh-amount-ok <> 'T' or rh-amount is not numeric then
             exit paragraph
           end-if
           if rh-amount = 0 then
             exit paragraph
           end-if
           if rh-amount < 0 then
             compute pop-weight = 0 - rh-amount
           else
             move rh-amount to pop-weight
           end-if
         else
           move 0 to pop-weight
         end-if.

       1200-next-random.
         compute rng-work = rng-seed * 16807
         divide rng-work by 2147483647 giving rng-quot
           remainder rng-seed.

      *>  SIZE distinct ordinals, or the whole population when it is
      *>  no bigger than the sample.
       2000-draw-random.
         if pop-count = 0 then
           exit paragraph
         end-if
         if sample-size >= pop-count then
           perform varying draw-idx from 1 by 1
               until draw-idx > pop-count
             move draw-idx to draw-ordinal(draw-idx)
           end-perform
           move pop-count to draw-count
           exit paragraph
         end-if
         perform until draw-count >= sample-size
           perform 1200-next-random
           divide rng-seed by pop-count giving rng-quot
             remainder draw-pick
           add 1 to draw-pick giving draw-pick
           move 'F' to draw-dup
           perform varying draw-idx from 1 by 1
               until draw-idx > draw-count
             if draw-ordinal(draw-idx) = draw-pick then
               move 'T' to draw-dup
               exit perform
             end-if
           end-perform
           if draw-dup <> 'T' then
             add 1 to draw-count giving draw-count
             move draw-pick to draw-ordinal(draw-count)
           end-if
         end-perform
         perform varying sort-i from 1 by 1 until sort-i >= draw-count
           perform varying sort-j from sort-i by 1
               until sort-j > draw-count
             if draw-ordinal(sort-j) < draw-ordinal(sort-i) then
               move draw-ordinal(sort-i) to sort-hold
               move draw-ordinal(sort-j) to draw-ordinal(sort-i)
               move sort-hold to draw-ordinal(sort-j)
             end-if
           end-perform
         end-perform.

      *>  the interval and the random start within it; the points
      *>  themselves are walked on the second pass.
       2100-set-mus-points.
         if pop-count = 0 or pop-total = 0 then
           exit paragraph
         end-if
         compute mus-interval = pop-total / sample-size
         perform 1200-next-random
         compute mus-start = mus-interval * rng-seed / 2147483647
         move mus-start to mus-point.

      *>  the second pass over the same history, in the same key
      *>  order, picking up what the draw chose.
       3000-collect-sample.
         move 0 to pop-ordinal
         move 0 to pop-running
         move 1 to draw-next
         perform until end_of_file = 'T'
           read history-file next record
             at end
               string 'T' into end_of_file
             not at end
               perform 1100-test-population
               if pop-weight >= 0 then
                 add 1 to pop-ordinal giving pop-ordinal
                 if sample-method = "MUS   " then
                   perform 3200-mus-test
                 else
                   perform 3100-random-test
                 end-if
               end-if
           end-read
         end-perform
         move 'F' to end_of_file.

       3100-random-test.
         if draw-next > draw-count then
           exit paragraph
         end-if
         if draw-ordinal(draw-next) = pop-ordinal then
           perform 3300-keep-record
           add 1 to draw-next giving draw-next
         end-if.

      *>  this record's dollars run from POP-RUNNING (exclusive) to
      *>  POP-RUNNING plus its weight; every point inside is a hit.
       3200-mus-test.
         add pop-weight to pop-running giving pop-running
         move 0 to sample-found
         perform until mus-points-used >= sample-size
             or mus-point >= pop-running
           if sample-found = 0 then
             perform 3300-keep-record
             move sample-count to sample-found
           end-if
           add 1 to sm-hits(sample-found) giving sm-hits(sample-found)
           add 1 to mus-points-used giving mus-points-used
           add mus-interval to mus-point giving mus-point
         end-perform.

       3300-keep-record.
         add 1 to sample-count giving sample-count
         move rh-formula-id to sm-formula-id(sample-count)
         move rh-run-date to sm-run-date(sample-count)
         move rh-status to sm-status(sample-count)
         move rh-result to sm-result(sample-count)
         move rh-group-code to sm-group-code(sample-count)
         move 0 to sm-amount(sample-count)
         if rh-amount-ok = 'T' and rh-amount is numeric then
           move rh-amount to sm-amount(sample-count)
         end-if
         move spaces to sm-eval-id(sample-count)
         if rh-eval-id <> spaces and rh-eval-id(1:1) <> low-value
             then
           move rh-eval-id to sm-eval-id(sample-count)
         end-if
         move 0 to sm-hits(sample-count)
         if sample-method <> "MUS   " then
           move 1 to sm-hits(sample-count)
         end-if
         move spaces to sm-text(sample-count)
         move "NONE" to sm-text-source(sample-count)
         move 'F' to sm-audit-found(sample-count)
         move spaces to sm-audit-date(sample-count)
         move spaces to sm-audit-time(sample-count)
         move spaces to sm-audit-job(sample-count)
         move spaces to sm-audit-comm(sample-count)
         move spaces to sm-audit-status(sample-count)
         move 0 to sm-audit-seq(sample-count)
         move 'F' to sm-sealed(sample-count)
         move spaces to sm-seal-date(sample-count)
         move spaces to sm-seal-time(sample-count)
         move spaces to sm-seal-first(sample-count)
         move spaces to sm-seal-last(sample-count).

      *>  LASTRES holds one evaluation per formula - the newest. it
      *>  is this one's when the eval IDs agree, or, on a history
      *>  record from before the eval ID was kept, when the run date
      *>  does; then its full formula text is the workpaper's.
       4000-read-lastres.
         open input lastres-file
         if lastres-status <> '00' then
           exit paragraph
         end-if
         perform varying sample-idx from 1 by 1
             until sample-idx > sample-count
           move sm-formula-id(sample-idx) to lr-formula-id
           read lastres-file key is lr-formula-id
             invalid key
               continue
             not invalid key
               perform 4010-match-lastres
           end-read
         end-perform
         close lastres-file.

       4010-match-lastres.
         if sm-eval-id(sample-idx) = spaces then
           if lr-run-date = sm-run-date(sample-idx) then
             move lr-eval-id to sm-eval-id(sample-idx)
           end-if
         end-if
         if sm-eval-id(sample-idx) <> spaces and
             lr-eval-id = sm-eval-id(sample-idx) then
           move lr-formula-text to sm-text(sample-idx)
           move "LASTRES" to sm-text-source(sample-idx)
         end-if.

      *>  one pass of the audit log: each sampled evaluation's line
      *>  and sequence number, and - since a seal follows the lines
      *>  it covers - the seal whose range takes that sequence in.
       4100-read-audit-log.
         open input audit-log
         if audit-file-status <> '00' then
           display "Warning: could not open " audit-file-name
             ", file status " audit-file-status
             " - workpapers carry no audit line"
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read audit-log
             at end
               string 'T' into end_of_file
             not at end
               if audit-record(1:5) = "SEAL|" then
                 perform 4120-take-seal-line
               else
                 perform 4110-take-audit-line
               end-if
           end-read
         end-perform
         close audit-log
         move 'F' to end_of_file.

       4110-take-audit-line.
         move audit-record(297:20) to find-eval-id
         if find-eval-id(19:2) = "|S" then
           move spaces to find-eval-id(19:2)
         end-if
         perform 4900-find-sample
         if sample-found = 0 then
           exit paragraph
         end-if
         move 'T' to sm-audit-found(sample-found)
         move audit-record(1:10) to sm-audit-date(sample-found)
         move audit-record(12:8) to sm-audit-time(sample-found)
         move audit-record(21:8) to sm-audit-job(sample-found)
         move audit-record(231:60) to sm-audit-comm(sample-found)
         move audit-record(292:4) to sm-audit-status(sample-found)
         if sm-text-source(sample-found) <> "LASTRES" then
           move audit-record(30:200) to sm-text(sample-found)
           move "MATHAUDIT" to sm-text-source(sample-found)
         end-if
         move audit-record to line-buf
         perform 4150-read-trailing-seq
         if tail-ok = 'T' then
           move tail-digits-9 to sm-audit-seq(sample-found)
         end-if.

       4120-take-seal-line.
         move audit-record(24:9) to seal-first-x
         move audit-record(34:9) to seal-last-x
         if seal-first-x is not numeric or
             seal-last-x is not numeric then
           exit paragraph
         end-if
         perform varying sample-idx from 1 by 1
             until sample-idx > sample-count
           if sm-sealed(sample-idx) <> 'T' and
               sm-audit-seq(sample-idx) > 0 and
               sm-audit-seq(sample-idx) >= seal-first-9 and
               sm-audit-seq(sample-idx) <= seal-last-9 then
             move 'T' to sm-sealed(sample-idx)
             move audit-record(6:8) to sm-seal-date(sample-idx)
             move audit-record(15:8) to sm-seal-time(sample-idx)
             move seal-first-x to sm-seal-first(sample-idx)
             move seal-last-x to sm-seal-last(sample-idx)
           end-if
         end-perform.

      *>  the "|S" plus nine digits a sequenced line ends on - LINE-
      *>  BUF holds the line being inspected.
       4150-read-trailing-seq.
         move 'F' to tail-ok
         move 400 to line-len
         perform until line-len = 0
             or line-buf(line-len:1) <> space
           subtract 1 from line-len giving line-len
         end-perform
         if line-len < 11 then
           exit paragraph
         end-if
         compute tail-pos = line-len - 10
         if line-buf(tail-pos:2) <> "|S" then
           exit paragraph
         end-if
         move line-buf(tail-pos + 2:9) to tail-digits
         if tail-digits is not numeric then
           exit paragraph
         end-if
         move 'T' to tail-ok.

      *>  MATHTRACE line layout, as write_trace.cbl strings it:
      *>  date(10) time(8) eval-id(20) label(20) rendered tokens,
      *>  pipe-separated.
       4200-read-trace-log.
         open input trace-log
         if trace-file-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read trace-log
             at end
               string 'T' into end_of_file
             not at end
               move trace-record(21:20) to find-eval-id
               perform 4900-find-sample
               if sample-found > 0 then
                 if trace-count < 3000 then
                   add 1 to trace-count giving trace-count
                   move sample-found to tt-sample(trace-count)
                   move trace-record(12:8) to tt-time(trace-count)
                   move trace-record(42:20) to tt-label(trace-count)
                   move trace-record(63:838) to tt-text(trace-count)
                 else
                   move 'T' to trace-overflowed
                 end-if
               end-if
           end-read
         end-perform
         close trace-log
         move 'F' to end_of_file.

      *>  MATHXREF line layout, as substitute_vars.cbl strings it:
      *>  eval-id(20) name(20) value(30) position(5) source(1),
      *>  pipe-separated.
       4300-read-xref-log.
         open input xref-log
         if xref-file-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read xref-log
             at end
               string 'T' into end_of_file
             not at end
               move xref-record(1:20) to find-eval-id
               perform 4900-find-sample
               if sample-found > 0 then
                 if xref-count < 3000 then
                   add 1 to xref-count giving xref-count
                   move sample-found to xt-sample(xref-count)
                   move xref-record(22:20) to xt-name(xref-count)
                   move xref-record(43:30) to xt-value(xref-count)
                   move xref-record(74:5) to xt-position(xref-count)
                   move xref-record(80:1) to xt-source(xref-count)
                 else
                   move 'T' to xref-overflowed
                 end-if
               end-if
           end-read
         end-perform
         close xref-log
         move 'F' to end_of_file.

       4900-find-sample.
         move 0 to sample-found
         if find-eval-id = spaces then
           exit paragraph
         end-if
         perform varying sample-idx from 1 by 1
             until sample-idx > sample-count
           if sm-eval-id(sample-idx) = find-eval-id then
             move sample-idx to sample-found
             exit perform
           end-if
         end-perform.

       5000-write-cover-page.
         move spaces to heading_line
         string "AUDIT SAMPLE OF CHARGES - RESULTHIST RUN DATES "
           from-date " TO " to-date into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "PREPARED " today-date " " now-time(1:6)
           into heading_line
         write report-record from heading_line
         move spaces to detail_line
         write report-record from detail_line

         move spaces to detail_line
         if sample-method = "MUS   " then
           string "Selection method:      MUS (monetary-unit,"
             " weighted by absolute amount)" into detail_line
         else
           string "Selection method:      RANDOM (equal chance,"
             " without replacement)" into detail_line
         end-if
         write report-record from detail_line
         move seed-given to seed-disp
         move spaces to detail_line
         string "Seed:                  " seed-disp " (" seed-source
           ")" into detail_line
         write report-record from detail_line
         move spaces to detail_line
         string "Generator:             next = seed x 16807 mod"
           " 2147483647" into detail_line
         write report-record from detail_line
         move sample-size to count-disp
         move spaces to detail_line
         string "Sample size requested: " count-disp into detail_line
         write report-record from detail_line
         move sample-count to count-disp
         move spaces to detail_line
         string "Items drawn:           " count-disp into detail_line
         write report-record from detail_line
         move pop-count to count-disp
         move spaces to detail_line
         string "Population:            " count-disp
           " OK results in the date range" into detail_line
         write report-record from detail_line
         if sample-method = "MUS   " then
           move pop-total to total-edit
           move spaces to detail_line
           string "Population dollars:  " total-edit into detail_line
           write report-record from detail_line
           move mus-interval to total-edit
           move spaces to detail_line
           string "Sampling interval:   " total-edit into detail_line
           write report-record from detail_line
           move mus-start to total-edit
           move spaces to detail_line
           string "Random start:        " total-edit into detail_line
           write report-record from detail_line
         end-if
         move spaces to detail_line
         string "Logs read:             " audit-file-name(1:20) " "
           trace-file-name(1:20) " " xref-file-name(1:20)
           into detail_line
         write report-record from detail_line

         move spaces to detail_line
         write report-record from detail_line
         move spaces to heading_line
         string "ITEM" '|' "FORMULA ID          " '|' "RUN DATE" '|'
           "            AMOUNT" '|' "EVAL ID             " '|'
           "HITS" into heading_line
         write report-record from heading_line
         perform varying sample-idx from 1 by 1
             until sample-idx > sample-count
           move sample-idx to item-disp
           move sm-hits(sample-idx) to hits-disp
           move sm-amount(sample-idx) to amount-edit
           move spaces to detail_line
           string item-disp '|' sm-formula-id(sample-idx) '|'
             sm-run-date(sample-idx) '|' amount-edit '|'
             sm-eval-id(sample-idx) '|' hits-disp into detail_line
           write report-record from detail_line
         end-perform
         if trace-overflowed = 'T' or xref-overflowed = 'T' then
           move spaces to detail_line
           string "** more than 3000 trace or cross-reference lines"
             " for the sample - the workpapers are partial **"
             into detail_line
           write report-record from detail_line
         end-if.

       6000-write-workpaper.
         move spaces to detail_line
         write report-record from detail_line
         move sample-idx to count-disp
         move sample-count to count-disp-2
         move spaces to heading_line
         string "==== WORKPAPER " count-disp " OF " count-disp-2
           " ====" into heading_line
         write report-record from heading_line
         move spaces to detail_line
         string "EVAL ID:    " sm-eval-id(sample-idx) into detail_line
         if sm-eval-id(sample-idx) = spaces then
           move spaces to detail_line
           string "EVAL ID:    none recorded - the run predates the"
             " history's eval ID" into detail_line
         end-if
         write report-record from detail_line
         move spaces to detail_line
         string "FORMULA ID: " sm-formula-id(sample-idx)
           "  RUN DATE: " sm-run-date(sample-idx)
           "  GROUP: " sm-group-code(sample-idx) into detail_line
         write report-record from detail_line
         move sm-amount(sample-idx) to amount-edit
         move spaces to detail_line
         string "RESULT:     " sm-result(sample-idx) "  AMOUNT: "
           amount-edit "  STATUS: " sm-status(sample-idx)
           into detail_line
         write report-record from detail_line

         move spaces to detail_line
         string "FORMULA TEXT (from " sm-text-source(sample-idx) ")"
           into detail_line
         write report-record from detail_line
         move sm-text(sample-idx) to chunk-text
         move "  " to chunk-prefix
         perform 8000-write-chunks
         if chunk-len = 0 then
           move spaces to detail_line
           string "  not on file - neither LASTRES nor the audit log"
             " holds this evaluation" into detail_line
           write report-record from detail_line
         end-if

         perform 6100-write-variables
         perform 6200-write-library
         perform 6300-write-trace
         perform 6400-write-audit.

       6100-write-variables.
         move spaces to detail_line
         string "VARIABLES CONSUMED (MATHXREF - NAME / VALUE / POS /"
           " SOURCE T=table C=contract F=file)" into detail_line
         write report-record from detail_line
         move 0 to sample-found
         perform varying xref-idx from 1 by 1
             until xref-idx > xref-count
           if xt-sample(xref-idx) = sample-idx then
             add 1 to sample-found giving sample-found
             move spaces to detail_line
             string "  " xt-name(xref-idx) '|' xt-value(xref-idx) '|'
               xt-position(xref-idx) '|' xt-source(xref-idx)
               into detail_line
             write report-record from detail_line
           end-if
         end-perform
         if sample-found = 0 then
           move spaces to detail_line
           string "  none recorded" into detail_line
           write report-record from detail_line
         end-if.

      *>  every "@NAME" the text reaches, nested ones included, each
      *>  resolved the way expand_formula.cbl does as of the run date
      *>  - the run date is the as-of date the nightly batch passes.
       6200-write-library.
         move spaces to detail_line
         string "LIBRARY VERSIONS EXPANDED (FORMULALIB AS OF "
           sm-run-date(sample-idx) ")" into detail_line
         write report-record from detail_line
         move 0 to libuse-count
         move 'F' to libuse-overflowed
         move sm-run-date(sample-idx) to as-of-date
         move sm-text(sample-idx) to scan-text
         perform 7100-scan-for-names
         perform varying libuse-idx from 1 by 1
             until libuse-idx > libuse-count
           move lu-name(libuse-idx) to wanted-name
           perform 7000-resolve-version
           if lu-found(libuse-idx) = 'T' then
             move version-text to scan-text
             perform 7100-scan-for-names
           end-if
         end-perform
         perform varying libuse-idx from 1 by 1
             until libuse-idx > libuse-count
           move spaces to detail_line
           if lu-found(libuse-idx) = 'T' then
             string "  @" lu-name(libuse-idx) " effective "
               lu-effective(libuse-idx) " expiry "
               lu-expiry(libuse-idx) into detail_line
           else
             string "  @" lu-name(libuse-idx)
               " NO VERSION IN FORCE ON THE RUN DATE"
               into detail_line
           end-if
           write report-record from detail_line
         end-perform
         if libuse-count = 0 then
           move spaces to detail_line
           string "  none referenced" into detail_line
           write report-record from detail_line
         end-if
         if libuse-overflowed = 'T' then
           move spaces to detail_line
           string "  more than 40 names - list is partial"
             into detail_line
           write report-record from detail_line
         end-if.

       6300-write-trace.
         move spaces to detail_line
         string "TRACE STEPS (MATHTRACE)" into detail_line
         write report-record from detail_line
         move 0 to sample-found
         perform varying trace-idx from 1 by 1
             until trace-idx > trace-count
           if tt-sample(trace-idx) = sample-idx then
             add 1 to sample-found giving sample-found
             move spaces to detail_line
             string "  " tt-time(trace-idx) ' ' tt-label(trace-idx)
               into detail_line
             write report-record from detail_line
             move tt-text(trace-idx) to chunk-text
             move "    " to chunk-prefix
             perform 8000-write-chunks
           end-if
         end-perform
         if sample-found = 0 then
           move spaces to detail_line
           string "  none - trace was off for this evaluation"
             into detail_line
           write report-record from detail_line
         end-if.

       6400-write-audit.
         move spaces to detail_line
         string "AUDIT LINE (" audit-file-name(1:20) ")"
           into detail_line
         write report-record from detail_line
         if sm-audit-found(sample-idx) <> 'T' then
           move spaces to detail_line
           string "  not found" into detail_line
           write report-record from detail_line
           exit paragraph
         end-if
         move spaces to detail_line
         string "  " sm-audit-date(sample-idx) ' '
           sm-audit-time(sample-idx) " job "
           sm-audit-job(sample-idx) " status "
           sm-audit-status(sample-idx) into detail_line
         write report-record from detail_line
         move spaces to detail_line
         string "  " sm-audit-comm(sample-idx) into detail_line
         write report-record from detail_line
         move spaces to detail_line
         if sm-audit-seq(sample-idx) = 0 then
           string "  AUDIT SEAL: line carries no sequence number"
             into detail_line
         else
           move sm-audit-seq(sample-idx) to seq-disp
           if sm-sealed(sample-idx) = 'T' then
             string "  AUDIT SEAL: sequence " seq-disp
               " sealed " sm-seal-date(sample-idx) ' '
               sm-seal-time(sample-idx) " in seal "
               sm-seal-first(sample-idx) '-'
               sm-seal-last(sample-idx) into detail_line
           else
             string "  AUDIT SEAL: sequence " seq-disp
               " NOT YET SEALED" into detail_line
           end-if
         end-if
         write report-record from detail_line.

      *>  the version of WANTED-NAME in force on AS-OF-DATE - the
      *>  latest effective date at or before it whose expiry (zero
      *>  and 99999999 both open-ended) hasn't passed - into
      *>  LIBUSE-IDX's entry, its text into VERSION-TEXT.
       7000-resolve-version.
         move 'F' to lu-found(libuse-idx)
         move 0 to lu-effective(libuse-idx)
         move 0 to lu-expiry(libuse-idx)
         move spaces to version-text
         if lib-is-open <> 'T' then
           exit paragraph
         end-if
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
                      as-of-date <= lib-expiry-date) then
                   move 'T' to lu-found(libuse-idx)
                   move lib-effective-date to lu-effective(libuse-idx)
                   move lib-expiry-date to lu-expiry(libuse-idx)
                   move lib-formula-text to version-text
                 end-if
               end-if
           end-read
         end-perform.

      *>  every "@NAME" in SCAN-TEXT not already listed joins the
      *>  list - letters, digits and hyphens, the character set the
      *>  library keys are stored in.
       7100-scan-for-names.
         perform varying scan-pos from 1 by 1 until scan-pos > 1999
           if scan-text(scan-pos:1) = '@' then
             move spaces to wanted-name
             move 0 to name-len
             add 1 to scan-pos giving name-pos
             perform varying name-pos from name-pos by 1
                 until name-pos > 2000
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
               perform 7110-add-name
             end-if
           end-if
         end-perform.

       7110-add-name.
         move 'F' to libuse-dup
         perform varying libuse-look from 1 by 1
             until libuse-look > libuse-count
           if lu-name(libuse-look) = wanted-name then
             move 'T' to libuse-dup
             exit perform
           end-if
         end-perform
         if libuse-dup = 'T' then
           exit paragraph
         end-if
         if libuse-count >= 40 then
           move 'T' to libuse-overflowed
           exit paragraph
         end-if
         add 1 to libuse-count giving libuse-count
         move wanted-name to lu-name(libuse-count)
         move 'F' to lu-found(libuse-count).

      *>  CHUNK-TEXT onto the report, trailing spaces dropped, 100
      *>  characters a line behind CHUNK-PREFIX. CHUNK-LEN comes back
      *>  zero when there was nothing to write.
       8000-write-chunks.
         move 2000 to chunk-len
         perform until chunk-len = 0
             or (chunk-text(chunk-len:1) <> space and
                 chunk-text(chunk-len:1) <> low-value)
           subtract 1 from chunk-len giving chunk-len
         end-perform
         perform varying chunk-pos from 1 by 100
             until chunk-pos > chunk-len
           compute chunk-width = chunk-len - chunk-pos + 1
           if chunk-width > 100 then
             move 100 to chunk-width
           end-if
           move spaces to detail_line
           move chunk-prefix to detail_line(1:4)
           move chunk-text(chunk-pos:chunk-width) to
             detail_line(5:chunk-width)
           write report-record from detail_line
         end-perform.

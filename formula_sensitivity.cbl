      *>sensitivity table for a formula ahead of a rate review -
      *>how the answer moves as one rate-table name runs through a
      *>range of values (FUEL-INDEX from 3.00 to 6.00 by 0.25), or as
      *>two move together, instead of the desk typing every
      *>combination into formula_tester.cbl. every combination goes
      *>through math_parse exactly as the night would price it, and
      *>SENSRPT prints the grid: one way, a row per value with its
      *>answer; two way, the first name down the side and the second
      *>across the top.
      *>
      *>the grid marks its break points - where the formula's shape
      *>changes between neighbouring combinations, because a TIER()
      *>amount crossed into another RATEBRKS band or an IF()
      *>condition flipped branch. each TIER amount and IF condition
      *>in the formula (library bodies included) is evaluated on its
      *>own at every combination to see which band or branch it
      *>lands in; a row (one way) or cell (two way) where any of
      *>them differs from the one before is starred, and the list
      *>under the grid says what changed. a combination that errors
      *>prints ERR and is listed with its error text. SENSCSV carries
      *>the same grid comma-delimited, plain numbers, for a
      *>spreadsheet.
      *>
      *>an "@NAME" formula is expanded out of FORMULALIB (as of the
      *>AS-OF date) before the run starts, so a name inside the
      *>library body varies like one written in the formula.
      *>
      *>SENSIN cards, type(8) then the card's fields:
      *>  FORMULA  text(192)   the formula or "@NAME" - several
      *>                       FORMULA cards run together in order
      *>  VARY     name(20) start(15) end(15) step(15)
      *>                       the first VARY runs down the side, a
      *>                       second across the top
      *>  FIXED    name(20) value(30)   a value held for the run -
      *>                       any name not given falls back to the
      *>                       contract and MATHVARS as on the night
      *>  AS-OF    yyyymmdd    the date rates and library versions
      *>                       resolve against (default today)
      *>  DECIMALS n           decimal places (default 2)
      *>the side runs to 200 values and the top to 12.
       identification division.
       program-id. formula_sensitivity.
       environment division.
       input-output section.
       file-control.
         select input-file assign to "SENSIN"
           organization line sequential
           file status is input-file-status.
         select bands-file assign to "RATEBRKS"
           organization indexed
           access mode dynamic
           record key is rb-key
           file status is rb-file-status.
         select report-file assign to "SENSRPT"
           organization line sequential
           file status is report-file-status.
         select csv-file assign to "SENSCSV"
           organization line sequential
           file status is csv-file-status.

       data division.
       file section.
       fd input-file.
         01 input-record.
           05 sn-type pic x(8).
           05 sn-text pic x(192).
           05 sn-vary redefines sn-text.
             10 sn-vary-name pic x(20).
             10 sn-start pic x(15).
             10 sn-end pic x(15).
             10 sn-step pic x(15).
             10 filler pic x(127).
           05 sn-fixed redefines sn-text.
             10 sn-fixed-name pic x(20).
             10 sn-fixed-value pic x(30).
             10 filler pic x(142).
       fd bands-file.
         copy "ratebrks.cpy".
       fd report-file.
         01 report-record pic x(200).
       fd csv-file.
         01 csv-record pic x(400).

       working-storage section.
         01 input-file-status pic x(2) value '00'.
         01 rb-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 csv-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 bands-at-end pic x(1) value 'F'.

         01 run-date pic 9(8) value 0.
         01 as-of-date usage binary-long value 0.
         01 as-of-disp pic 9(8) value 0.
         01 decimals usage binary-long value 2.
         01 bad-input pic x(60) value spaces.

      *>  the formula as given, then as run - library expanded.
         01 given-text pic x(2000) value spaces.
         01 given-len usage binary-long value 0.
         01 expand-text pic x(100000) value spaces.
         01 expand-len usage binary-long value 0.
         01 expand-ok pic x(1) value 'F'.
         01 run-text pic x(2000) value spaces.
         01 run-len usage binary-long value 0.
         01 piece-len usage binary-long value 0.
         01 keep-open pic x(1) value 'Y'.

      *>  the names that vary - side first, top second - each with
      *>  its values.
         01 vary-table.
           05 vary-count usage binary-long value 0.
           05 vary-entry occurs 2 times.
             10 vy-name pic x(20).
             10 vy-start pic s9(11)v9(4).
             10 vy-end pic s9(11)v9(4).
             10 vy-step pic s9(11)v9(4).
             10 vy-points usage binary-long.
         01 side-idx usage binary-long value 0.
         01 top-idx usage binary-long value 0.
         01 top-points usage binary-long value 1.
         01 point-value pic s9(11)v9(4) value 0.
         01 side-value-text pic x(20) value spaces.
         01 top-value-text pic x(20) value spaces.
         01 side-values.
           05 sv-text pic x(20) occurs 200 times.
         01 top-values.
           05 tv-text pic x(20) occurs 12 times.

         01 fixed-table.
           05 fixed-count usage binary-long value 0.
           05 fixed-entry occurs 40 times.
             10 fx-name pic x(20).
             10 fx-value pic x(30).
         01 fixed-idx usage binary-long value 0.

         01 c_communication pic x(2000).
         copy "mpvars.cpy".
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         copy "mppacked.cpy".
         01 math-parse-error-code usage binary-long value 0.
         01 var-idx usage binary-long value 0.
         01 var-found usage binary-long value 0.
         01 set-name pic x(20) value spaces.
         01 set-value pic x(30) value spaces.

      *>  the band and branch decisions the formula makes - each
      *>  TIER's amount and table, each IF's condition - with the
      *>  table's bands as of the run.
         01 decision-table.
           05 decision-count usage binary-long value 0.
           05 decision-entry occurs 10 times.
             10 dc-kind pic x(1).
             10 dc-expr pic x(400).
             10 dc-table pic x(20).
             10 dc-band-count usage binary-long.
             10 dc-band-limit pic 9(11)v9(2) occurs 50 times.
         01 dc-idx usage binary-long value 0.
         01 band-idx usage binary-long value 0.
         01 best-effective pic 9(8) value 0.
         01 decisions-overflowed pic x(1) value 'F'.
         01 scan-pos usage binary-long value 0.
         01 word-len usage binary-long value 0.
         01 prev-char pic x(1) value space.
         01 arg-pos usage binary-long value 0.
         01 arg-depth usage binary-long value 0.
         01 arg-start usage binary-long value 0.
         01 comma-1 usage binary-long value 0.
         01 comma-2 usage binary-long value 0.
         01 close-pos usage binary-long value 0.
         01 arg-len usage binary-long value 0.
         01 dec-comm pic x(2000) value spaces.
         01 dec-err usage binary-long value 0.
         01 cond-passed pic x(1) value 'F'.
         01 band-num pic s9(13)v9(4) value 0.
         01 band-disp pic 99.
         01 sig-text pic x(20) value spaces.

      *>  the grid - every combination's answer, whether it erred,
      *>  and its decisions (two characters each: the TIER band, or
      *>  the IF branch T or F; ?? when that piece wouldn't evaluate).
         01 grid-table.
           05 grid-row occurs 200 times.
             10 grid-cell occurs 12 times.
               15 gc-result pic x(20).
               15 gc-error pic x(1).
               15 gc-sig pic x(20).
         01 error-count usage binary-long value 0.
         01 error-table.
           05 error-entry occurs 50 times.
             10 er-side pic x(20).
             10 er-top pic x(20).
             10 er-text pic x(80).
         01 break-count usage binary-long value 0.
         01 star pic x(1) value space.

      *>  decimal text into a number - up to four places.
         01 num-text pic x(30) value spaces.
         01 num-value pic s9(13)v9(4) value 0.
         01 num-ok pic x(1) value 'F'.
         01 num-pos usage binary-long value 0.
         01 num-neg pic x(1) value 'F'.
         01 num-after-point pic x(1) value 'F'.
         01 num-int-digits usage binary-long value 0.
         01 num-dec-digits usage binary-long value 0.
         01 num-started pic x(1) value 'F'.
         01 num-digit-x pic x(1) value space.
         01 num-digit-9 redefines num-digit-x pic 9.
      *>  a number back into text - trailing zeros and any bare
      *>  point dropped, left-justified.
         01 value-edit pic -(11)9.9(4).
         01 value-text pic x(20) value spaces.
         01 vt-pos usage binary-long value 0.
         01 vt-len usage binary-long value 0.

         01 csv-pos usage binary-long value 0.
         01 csv-cell pic x(20) value spaces.
         01 cell-pos usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 out-pos usage binary-long value 0.
         01 heading_line pic x(200).
         01 detail_line pic x(200).
         01 total_line pic x(200).

       procedure division.
       0000-mainline.
         accept run-date from date yyyymmdd
         move run-date to as-of-date
         perform 0100-read-input
         perform 0200-check-input
         if bad-input <> spaces then
           display "Error: SENSIN - " bad-input
           move 8 to return-code
           stop run
         end-if

         move "SENSTVTY" to mpo-job-name
         move decimals to mpo-decimal-places
         move as-of-date to mpo-as-of-date
         move 'Y' to mpo-keep-library-open
         move as-of-date to as-of-disp
         perform 0300-expand-formula
         if bad-input <> spaces then
           display "Error: SENSIN - " bad-input
           move 8 to return-code
           stop run
         end-if
         perform 0400-find-decisions
         perform 0450-load-bands
           varying dc-idx from 1 by 1 until dc-idx > decision-count

         perform varying side-idx from 1 by 1
             until side-idx > vy-points(1)
           perform varying top-idx from 1 by 1
               until top-idx > top-points
             perform 1000-evaluate-point
           end-perform
         end-perform
         call 'expand_formula_close'
         call 'substitute_vars_close'

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open SENSRPT, file status "
             report-file-status
           stop run
         end-if
         open output csv-file
         if csv-file-status <> '00' then
           display "Error: could not open SENSCSV, file status "
             csv-file-status
           stop run
         end-if
         perform 2000-write-heading
         if vary-count = 1 then
           perform 2100-write-one-way
         else
           perform 2200-write-two-way
         end-if
         perform 2400-write-errors
         close report-file
         close csv-file
         move break-count to count-disp
         display "formula_sensitivity: grid written, " count-disp
           " break points"
         stop run.

       0100-read-input.
         open input input-file
         if input-file-status <> '00' then
           display "Error: could not open SENSIN, file status "
             input-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read input-file
             at end
               string 'T' into end_of_file
             not at end
               perform 0110-take-card
           end-read
         end-perform
         close input-file.

       0110-take-card.
         evaluate sn-type
           when "FORMULA "
             move 192 to piece-len
             perform until piece-len = 0
                 or sn-text(piece-len:1) <> space
               subtract 1 from piece-len giving piece-len
             end-perform
             if piece-len > 0 then
               if given-len + piece-len > 1990 then
                 move "formula longer than 1990 characters"
                   to bad-input
               else
                 move sn-text(1:piece-len) to
                   given-text(given-len + 1:piece-len)
                 add piece-len to given-len giving given-len
               end-if
             end-if
           when "VARY    "
             if vary-count >= 2 then
               move "more than two VARY cards" to bad-input
               exit paragraph
             end-if
             add 1 to vary-count giving vary-count
             move sn-vary-name to vy-name(vary-count)
             move sn-start to num-text
             perform 9000-parse-number
             if num-ok <> 'T' then
               move "VARY start is not a number" to bad-input
             end-if
             move num-value to vy-start(vary-count)
             move sn-end to num-text
             perform 9000-parse-number
             if num-ok <> 'T' then
               move "VARY end is not a number" to bad-input
             end-if
             move num-value to vy-end(vary-count)
             move sn-step to num-text
             perform 9000-parse-number
             if num-ok <> 'T' then
               move "VARY step is not a number" to bad-input
             end-if
             move num-value to vy-step(vary-count)
           when "FIXED   "
             if fixed-count < 40 then
               add 1 to fixed-count giving fixed-count
               move sn-fixed-name to fx-name(fixed-count)
               move sn-fixed-value to fx-value(fixed-count)
             else
               move "more than 40 FIXED cards" to bad-input
             end-if
           when "AS-OF   "
             move sn-text(1:20) to num-text
             perform 9000-parse-number
             if num-ok = 'T' and num-value > 19000000 then
               move num-value to as-of-date
             else
               move "AS-OF is not a date" to bad-input
             end-if
           when "DECIMALS"
             move sn-text(1:20) to num-text
             perform 9000-parse-number
             if num-ok = 'T' and num-value >= 0 and
                 num-value <= 8 then
               move num-value to decimals
             else
               move "DECIMALS is not 0 through 8" to bad-input
             end-if
           when other
             if input-record <> spaces then
               move "unrecognized card type" to bad-input
             end-if
         end-evaluate.

      *>  a formula, one or two names with a range that steps, and
      *>  a grid that fits.
       0200-check-input.
         if bad-input <> spaces then
           exit paragraph
         end-if
         if given-len = 0 then
           move "no FORMULA card" to bad-input
           exit paragraph
         end-if
         if vary-count = 0 then
           move "no VARY card" to bad-input
           exit paragraph
         end-if
         perform varying var-idx from 1 by 1 until var-idx > vary-count
           if vy-name(var-idx) = spaces then
             move "VARY name is blank" to bad-input
             exit paragraph
           end-if
           if vy-step(var-idx) <= 0 then
             move "VARY step must be above zero" to bad-input
             exit paragraph
           end-if
           if vy-end(var-idx) < vy-start(var-idx) then
             move "VARY end is below its start" to bad-input
             exit paragraph
           end-if
           compute vy-points(var-idx) =
             (vy-end(var-idx) - vy-start(var-idx)) / vy-step(var-idx)
             + 1
         end-perform
         if vy-points(1) > 200 then
           move "the side runs past 200 values" to bad-input
           exit paragraph
         end-if
         if vary-count = 2 then
           if vy-points(2) > 12 then
             move "the top runs past 12 values" to bad-input
             exit paragraph
           end-if
           move vy-points(2) to top-points
         end-if

      *>  the axis labels, once.
         perform varying side-idx from 1 by 1
             until side-idx > vy-points(1)
           compute point-value =
             vy-start(1) + (side-idx - 1) * vy-step(1)
           perform 9100-format-value
           move value-text to sv-text(side-idx)
         end-perform
         perform varying top-idx from 1 by 1 until top-idx > top-points
           if vary-count = 2 then
             compute point-value =
               vy-start(2) + (top-idx - 1) * vy-step(2)
             perform 9100-format-value
             move value-text to tv-text(top-idx)
           else
             move spaces to tv-text(top-idx)
           end-if
         end-perform.

      *>  "@NAME" bodies opened up once, so their names vary with the
      *>  rest, and the statement terminator the engine wants.
       0300-expand-formula.
         move spaces to expand-text
         move given-text(1:given-len) to expand-text
         move given-len to expand-len
         move 'T' to expand-ok
         move spaces to c_communication
         call 'expand_formula' using by reference expand-text,
           expand-len, expand-ok, c_communication, as-of-date,
           keep-open
         if expand-ok <> 'T' then
           inspect c_communication converting x'00' to space
           move c_communication(1:60) to bad-input
           exit paragraph
         end-if
         move 100000 to run-len
         perform until run-len = 0
             or expand-text(run-len:1) <> space
           subtract 1 from run-len giving run-len
         end-perform
         if run-len > 1990 then
           move "formula past 1990 characters once expanded"
             to bad-input
           exit paragraph
         end-if
         move spaces to run-text
         move expand-text(1:run-len) to run-text
         if run-text(run-len:1) <> ';' then
           add 1 to run-len giving run-len
           move ';' to run-text(run-len:1)
         end-if.

      *>  every "TIER(" and "IF(" standing as a word - its amount or
      *>  condition is the text up to its first comma at its own
      *>  depth.
       0400-find-decisions.
         move space to prev-char
         perform varying scan-pos from 1 by 1
             until scan-pos > run-len
           if prev-char is not alphabetic-upper and
               prev-char is not numeric and prev-char <> '-' then
             evaluate true
               when run-text(scan-pos:5) = "TIER("
                 move 4 to word-len
                 perform 0410-take-decision
               when run-text(scan-pos:3) = "IF("
                 move 2 to word-len
                 perform 0410-take-decision
             end-evaluate
           end-if
           move run-text(scan-pos:1) to prev-char
           if prev-char = space then
             move '(' to prev-char
           end-if
         end-perform.

       0410-take-decision.
         compute arg-start = scan-pos + word-len + 1
         move 0 to comma-1
         move 0 to comma-2
         move 0 to close-pos
         move 1 to arg-depth
         perform varying arg-pos from arg-start by 1
             until arg-pos > run-len or arg-depth = 0
           evaluate run-text(arg-pos:1)
             when '('
               add 1 to arg-depth giving arg-depth
             when ')'
               subtract 1 from arg-depth giving arg-depth
               if arg-depth = 0 then
                 move arg-pos to close-pos
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
         end-perform
         if comma-1 = 0 or close-pos = 0 then
           exit paragraph
         end-if
         if decision-count >= 10 then
           move 'T' to decisions-overflowed
           exit paragraph
         end-if
         compute arg-len = comma-1 - arg-start
         if arg-len < 1 or arg-len > 399 then
           exit paragraph
         end-if
         add 1 to decision-count giving decision-count
         move spaces to dc-expr(decision-count)
         move spaces to dc-table(decision-count)
         move 0 to dc-band-count(decision-count)
         move run-text(arg-start:arg-len) to dc-expr(decision-count)
         if word-len = 4 then
           move 'T' to dc-kind(decision-count)
      *>    the table name, blanks squeezed out.
           move 0 to vt-len
           perform varying arg-pos from comma-1 by 1
               until arg-pos >= close-pos
             if run-text(arg-pos:1) <> space and
                 run-text(arg-pos:1) <> ',' and vt-len < 20 then
               add 1 to vt-len giving vt-len
               move run-text(arg-pos:1) to
                 dc-table(decision-count)(vt-len:1)
             end-if
           end-perform
         else
           move 'I' to dc-kind(decision-count)
         end-if.

      *>  a TIER table's band limits in the version in force as of
      *>  the run - the version resolve_tier.cbl will price with.
       0450-load-bands.
         if dc-kind(dc-idx) <> 'T' then
           exit paragraph
         end-if
         open input bands-file
         if rb-file-status <> '00' then
           exit paragraph
         end-if
         move 0 to best-effective
         move 'F' to bands-at-end
         move dc-table(dc-idx) to rb-table-name
         move 0 to rb-effective-date
         move 0 to rb-band-seq
         start bands-file key is >= rb-key
           invalid key
             move 'T' to bands-at-end
         end-start
         perform until bands-at-end = 'T'
           read bands-file next
             at end
               move 'T' to bands-at-end
             not at end
               if rb-table-name <> dc-table(dc-idx) then
                 move 'T' to bands-at-end
               else
                 if rb-effective-date <= as-of-date and
                     (rb-expiry-date = 0 or
                      rb-expiry-date = 99999999 or
                      as-of-date <= rb-expiry-date) and
                     rb-effective-date > best-effective then
                   move rb-effective-date to best-effective
                 end-if
               end-if
           end-read
         end-perform
         if best-effective > 0 then
           move 'F' to bands-at-end
           move dc-table(dc-idx) to rb-table-name
           move best-effective to rb-effective-date
           move 0 to rb-band-seq
           start bands-file key is >= rb-key
             invalid key
               move 'T' to bands-at-end
           end-start
           perform until bands-at-end = 'T'
             read bands-file next
               at end
                 move 'T' to bands-at-end
               not at end
                 if rb-table-name <> dc-table(dc-idx) or
                     rb-effective-date <> best-effective then
                   move 'T' to bands-at-end
                 else
                   if dc-band-count(dc-idx) < 50 then
                     add 1 to dc-band-count(dc-idx)
                       giving dc-band-count(dc-idx)
                     move rb-band-limit to
                       dc-band-limit(dc-idx, dc-band-count(dc-idx))
                   end-if
                 end-if
             end-read
           end-perform
         end-if
         close bands-file.

      *>  one combination: the fixed values, the side (and top)
      *>  value, the formula, then each decision on its own.
       1000-evaluate-point.
         move 0 to mpv-count
         perform varying fixed-idx from 1 by 1
             until fixed-idx > fixed-count
           move fx-name(fixed-idx) to set-name
           move fx-value(fixed-idx) to set-value
           perform 1100-set-var
         end-perform
         move vy-name(1) to set-name
         move sv-text(side-idx) to set-value
         perform 1100-set-var
         if vary-count = 2 then
           move vy-name(2) to set-name
           move tv-text(top-idx) to set-value
           perform 1100-set-var
         end-if

         move spaces to c_communication
         move run-text(1:run-len) to c_communication
         move mpc-ok to math-parse-error-code
         call 'math_parse' using by reference c_communication
           omitted math-parse-options math-parse-error-code
           math-parse-vars omitted omitted math-parse-packed
         inspect c_communication converting x'00' to space
         if math-parse-error-code = mpc-ok then
           move c_communication(1:20) to
             gc-result(side-idx, top-idx)
           move 'F' to gc-error(side-idx, top-idx)
         else
           move "ERR" to gc-result(side-idx, top-idx)
           move 'T' to gc-error(side-idx, top-idx)
           if error-count < 50 then
             add 1 to error-count giving error-count
             move sv-text(side-idx) to er-side(error-count)
             move tv-text(top-idx) to er-top(error-count)
             move c_communication(1:80) to er-text(error-count)
           end-if
         end-if

         move spaces to sig-text
         perform 1200-evaluate-decision
           varying dc-idx from 1 by 1 until dc-idx > decision-count
         move sig-text to gc-sig(side-idx, top-idx).

      *>  SET-NAME's value into MATH-PARSE-VARS, replacing a FIXED
      *>  value of the same name - the varying name wins.
       1100-set-var.
         move 0 to var-found
         perform varying var-idx from 1 by 1 until var-idx > mpv-count
           if mpv-name(var-idx) = set-name then
             move var-idx to var-found
             exit perform
           end-if
         end-perform
         if var-found = 0 then
           if mpv-count >= 50 then
             exit paragraph
           end-if
           add 1 to mpv-count giving mpv-count
           move mpv-count to var-found
           move set-name to mpv-name(var-found)
         end-if
         move set-value to mpv-value(var-found).

      *>  a TIER amount to its band - the first whose limit it
      *>  doesn't pass, the open top band (limit zero) otherwise,
      *>  band 0 when it is nothing at all - or an IF condition to
      *>  its branch.
       1200-evaluate-decision.
         compute out-pos = dc-idx * 2 - 1
         move spaces to dec-comm
         if dc-kind(dc-idx) = 'I' then
           move dc-expr(dc-idx) to dec-comm
           move 'F' to cond-passed
           call 'evaluate_condition' using by reference dec-comm
             math-parse-vars cond-passed omitted as-of-date
             keep-open omitted
           if dec-comm(1:6) = "Error:" then
             move "??" to sig-text(out-pos:2)
           else
             move cond-passed to sig-text(out-pos:1)
           end-if
           exit paragraph
         end-if
         string dc-expr(dc-idx) delimited by "  " ';'
           delimited by size into dec-comm
         move mpc-ok to dec-err
         call 'math_parse' using by reference dec-comm
           omitted math-parse-options dec-err
           math-parse-vars omitted omitted math-parse-packed
         if dec-err <> mpc-ok or mpp-overflow <> space then
           move "??" to sig-text(out-pos:2)
           exit paragraph
         end-if
         move mpp-result to band-num
         move 0 to band-disp
         if band-num > 0 then
           perform varying band-idx from 1 by 1
               until band-idx > dc-band-count(dc-idx)
             move band-idx to band-disp
             if dc-band-limit(dc-idx, band-idx) = 0 or
                 band-num <= dc-band-limit(dc-idx, band-idx) then
               exit perform
             end-if
           end-perform
         end-if
         move band-disp to sig-text(out-pos:2).

       2000-write-heading.
         move spaces to heading_line
         string "SENSITIVITY TABLE   AS OF " as-of-disp "   RUN "
           run-date into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "FORMULA: " given-text(1:180) into heading_line
         write report-record from heading_line
         if run-text(1:run-len) <> given-text(1:given-len) then
           move spaces to heading_line
           string "EXPANDS: " run-text(1:180) into heading_line
           write report-record from heading_line
         end-if
         perform varying var-idx from 1 by 1 until var-idx > vary-count
           move vy-start(var-idx) to point-value
           perform 9100-format-value
           move spaces to heading_line
           move 1 to out-pos
           if var-idx = 1 then
             string "DOWN:   " into heading_line with pointer out-pos
           else
             string "ACROSS: " into heading_line with pointer out-pos
           end-if
           string vy-name(var-idx) " FROM " value-text
             delimited by size into heading_line with pointer out-pos
           move vy-end(var-idx) to point-value
           perform 9100-format-value
           string " TO " value-text delimited by size
             into heading_line with pointer out-pos
           move vy-step(var-idx) to point-value
           perform 9100-format-value
           string " BY " value-text delimited by size
             into heading_line with pointer out-pos
           write report-record from heading_line
         end-perform
         perform varying fixed-idx from 1 by 1
             until fixed-idx > fixed-count
           move spaces to heading_line
           string "FIXED:  " fx-name(fixed-idx) " = "
             fx-value(fixed-idx) into heading_line
           write report-record from heading_line
         end-perform
         perform varying dc-idx from 1 by 1
             until dc-idx > decision-count
           move dc-idx to band-disp
           move spaces to heading_line
           if dc-kind(dc-idx) = 'T' then
             move dc-band-count(dc-idx) to count-disp
             string "BREAK " band-disp ": TIER band of table "
               dc-table(dc-idx) " (" count-disp " bands) on "
               dc-expr(dc-idx)(1:60) into heading_line
           else
             string "BREAK " band-disp ": IF branch on "
               dc-expr(dc-idx)(1:80) into heading_line
           end-if
           write report-record from heading_line
         end-perform
         if decisions-overflowed = 'T' then
           move spaces to heading_line
           string "more than 10 TIER/IF decisions - the first 10 are"
             " watched" into heading_line
           write report-record from heading_line
         end-if
         move spaces to heading_line
         write report-record from heading_line.

      *>  a row per value: the answer, starred where a decision
      *>  changed from the row above, with what changed.
       2100-write-one-way.
         move spaces to heading_line
         string vy-name(1) " |RESULT              |BREAKS"
           into heading_line
         write report-record from heading_line
         move spaces to csv-record
         move 1 to csv-pos
         string vy-name(1) delimited by space ",RESULT,ERROR,BREAK"
           delimited by size into csv-record with pointer csv-pos
         write csv-record
         move 1 to top-idx
         perform varying side-idx from 1 by 1
             until side-idx > vy-points(1)
           move space to star
           move spaces to total_line
           if side-idx > 1 then
             if gc-sig(side-idx, 1) <> gc-sig(side-idx - 1, 1) then
               move '*' to star
               add 1 to break-count giving break-count
               perform 2300-describe-change
             end-if
           end-if
           move spaces to detail_line
           string sv-text(side-idx) star '|'
             gc-result(side-idx, 1) '|' total_line(1:150)
             into detail_line
           write report-record from detail_line
           perform 2500-write-csv-row
         end-perform.

      *>  the side down, the top across; a cell whose decisions
      *>  differ from the cell to its left or above is starred, and
      *>  the breaks are listed under the grid.
       2200-write-two-way.
         move spaces to heading_line
         move 1 to out-pos
         string vy-name(1)(1:12) "\" vy-name(2)(1:8)
           delimited by size into heading_line with pointer out-pos
         move 22 to out-pos
         perform varying top-idx from 1 by 1 until top-idx > top-points
           string '|' tv-text(top-idx)(1:14) delimited by size
             into heading_line with pointer out-pos
         end-perform
         write report-record from heading_line
         move spaces to csv-record
         move 1 to csv-pos
         string vy-name(1) delimited by space '\' delimited by size
           vy-name(2) delimited by space
           into csv-record with pointer csv-pos
         perform varying top-idx from 1 by 1 until top-idx > top-points
           move tv-text(top-idx) to csv-cell
           string ',' csv-cell delimited by space
             into csv-record with pointer csv-pos
         end-perform
         write csv-record

         perform varying side-idx from 1 by 1
             until side-idx > vy-points(1)
           move spaces to detail_line
           move sv-text(side-idx) to detail_line(1:20)
           move 22 to out-pos
           perform varying top-idx from 1 by 1
               until top-idx > top-points
             move space to star
             if top-idx > 1 then
               if gc-sig(side-idx, top-idx) <>
                   gc-sig(side-idx, top-idx - 1) then
                 move '*' to star
               end-if
             end-if
             if side-idx > 1 then
               if gc-sig(side-idx, top-idx) <>
                   gc-sig(side-idx - 1, top-idx) then
                 move '*' to star
               end-if
             end-if
             string '|' gc-result(side-idx, top-idx)(1:13) star
               delimited by size into detail_line with pointer out-pos
           end-perform
           write report-record from detail_line
           perform 2500-write-csv-row
         end-perform

         move spaces to heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "BREAK POINTS" into heading_line
         write report-record from heading_line
         perform varying side-idx from 1 by 1
             until side-idx > vy-points(1)
           perform varying top-idx from 1 by 1
               until top-idx > top-points
             if top-idx > 1 then
               if gc-sig(side-idx, top-idx) <>
                   gc-sig(side-idx, top-idx - 1) then
                 add 1 to break-count giving break-count
                 perform 2310-describe-across
               end-if
             end-if
             if side-idx > 1 then
               if gc-sig(side-idx, top-idx) <>
                   gc-sig(side-idx - 1, top-idx) then
                 add 1 to break-count giving break-count
                 perform 2320-describe-down
               end-if
             end-if
           end-perform
         end-perform
         if break-count = 0 then
           move spaces to detail_line
           string "  none - every combination takes the same bands"
             " and branches" into detail_line
           write report-record from detail_line
         end-if.

      *>  which decisions differ between the row and the one above,
      *>  into TOTAL-LINE.
       2300-describe-change.
         move 1 to out-pos
         perform varying dc-idx from 1 by 1
             until dc-idx > decision-count
           compute cell-pos = dc-idx * 2 - 1
           if gc-sig(side-idx, top-idx)(cell-pos:2) <>
               gc-sig(side-idx - 1, top-idx)(cell-pos:2) then
             move dc-idx to band-disp
             if dc-kind(dc-idx) = 'T' then
               string "TIER " dc-table(dc-idx) delimited by space
                 " band " gc-sig(side-idx - 1, top-idx)(cell-pos:2)
                 "->" gc-sig(side-idx, top-idx)(cell-pos:2) "  "
                 delimited by size into total_line
                 with pointer out-pos
             else
               string "IF #" band-disp " "
                 gc-sig(side-idx - 1, top-idx)(cell-pos:1) "->"
                 gc-sig(side-idx, top-idx)(cell-pos:1) "  "
                 delimited by size into total_line
                 with pointer out-pos
             end-if
           end-if
         end-perform.

       2310-describe-across.
         move spaces to total_line
         move 1 to out-pos
         perform varying dc-idx from 1 by 1
             until dc-idx > decision-count
           compute cell-pos = dc-idx * 2 - 1
           if gc-sig(side-idx, top-idx)(cell-pos:2) <>
               gc-sig(side-idx, top-idx - 1)(cell-pos:2) then
             move dc-idx to band-disp
             if dc-kind(dc-idx) = 'T' then
               string "TIER " dc-table(dc-idx) delimited by space
                 " band " gc-sig(side-idx, top-idx - 1)(cell-pos:2)
                 "->" gc-sig(side-idx, top-idx)(cell-pos:2) "  "
                 delimited by size into total_line
                 with pointer out-pos
             else
               string "IF #" band-disp " "
                 gc-sig(side-idx, top-idx - 1)(cell-pos:1) "->"
                 gc-sig(side-idx, top-idx)(cell-pos:1) "  "
                 delimited by size into total_line
                 with pointer out-pos
             end-if
           end-if
         end-perform
         move spaces to detail_line
         string "  " vy-name(1) delimited by space "="
           sv-text(side-idx) delimited by space "  "
           vy-name(2) delimited by space " "
           tv-text(top-idx - 1) delimited by space "->"
           tv-text(top-idx) delimited by space ":  "
           total_line(1:120) delimited by size into detail_line
         write report-record from detail_line.

       2320-describe-down.
         move spaces to total_line
         perform 2300-describe-change
         move spaces to detail_line
         string "  " vy-name(2) delimited by space "="
           tv-text(top-idx) delimited by space "  "
           vy-name(1) delimited by space " "
           sv-text(side-idx - 1) delimited by space "->"
           sv-text(side-idx) delimited by space ":  "
           total_line(1:120) delimited by size into detail_line
         write report-record from detail_line.

       2400-write-errors.
         if error-count = 0 then
           exit paragraph
         end-if
         move spaces to heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "COMBINATIONS IN ERROR" into heading_line
         write report-record from heading_line
         perform varying var-idx from 1 by 1
             until var-idx > error-count
           move spaces to detail_line
           string "  " er-side(var-idx) " " er-top(var-idx) " "
             er-text(var-idx) into detail_line
           write report-record from detail_line
         end-perform.

      *>  the row on SENSCSV - the side value, then each answer with
      *>  its grouping commas out; one way adds the error flag and
      *>  whether the row is a break.
       2500-write-csv-row.
         move spaces to csv-record
         move 1 to csv-pos
         string sv-text(side-idx) delimited by space
           into csv-record with pointer csv-pos
         perform varying top-idx from 1 by 1 until top-idx > top-points
           move spaces to csv-cell
           move 0 to vt-len
           perform varying cell-pos from 1 by 1 until cell-pos > 20
             if gc-result(side-idx, top-idx)(cell-pos:1) <> ',' and
                 gc-result(side-idx, top-idx)(cell-pos:1) <> space
                 then
               add 1 to vt-len giving vt-len
               move gc-result(side-idx, top-idx)(cell-pos:1) to
                 csv-cell(vt-len:1)
             end-if
           end-perform
           string ',' csv-cell delimited by space
             into csv-record with pointer csv-pos
         end-perform
         if vary-count = 1 then
           move 1 to top-idx
           string ',' gc-error(side-idx, 1) ',' star
             delimited by size into csv-record with pointer csv-pos
         end-if
         write csv-record.

      *>  NUM-TEXT into NUM-VALUE, NUM-OK 'T' when it held a plain
      *>  decimal number - sign, digits, one point, four places.
       9000-parse-number.
         move 0 to num-value
         move 'F' to num-ok
         move 'F' to num-neg
         move 'F' to num-after-point
         move 'F' to num-started
         move 0 to num-int-digits
         move 0 to num-dec-digits
         perform varying num-pos from 1 by 1 until num-pos > 30
           evaluate true
             when num-text(num-pos:1) = space
               if num-started = 'T' then
                 exit perform
               end-if
             when num-text(num-pos:1) = '-'
               if num-started = 'T' or num-neg = 'T' then
                 exit paragraph
               end-if
               move 'T' to num-neg
             when num-text(num-pos:1) = '.'
               if num-after-point = 'T' then
                 exit paragraph
               end-if
               move 'T' to num-after-point
               move 'T' to num-started
             when num-text(num-pos:1) is numeric
               move 'T' to num-started
               move num-text(num-pos:1) to num-digit-x
               if num-after-point = 'T' then
                 add 1 to num-dec-digits giving num-dec-digits
                 evaluate num-dec-digits
                   when 1 compute num-value =
                     num-value + num-digit-9 / 10
                   when 2 compute num-value =
                     num-value + num-digit-9 / 100
                   when 3 compute num-value =
                     num-value + num-digit-9 / 1000
                   when 4 compute num-value =
                     num-value + num-digit-9 / 10000
                   when other
                     exit paragraph
                 end-evaluate
               else
                 add 1 to num-int-digits giving num-int-digits
                 if num-int-digits > 11 then
                   exit paragraph
                 end-if
                 compute num-value = num-value * 10 + num-digit-9
               end-if
             when other
               exit paragraph
           end-evaluate
         end-perform
         if num-int-digits = 0 and num-dec-digits = 0 then
           exit paragraph
         end-if
         if num-neg = 'T' then
           compute num-value = 0 - num-value
         end-if
         move 'T' to num-ok.

      *>  POINT-VALUE as the shortest text that says it - "3.25",
      *>  "4", "-0.125" - into VALUE-TEXT.
       9100-format-value.
         move point-value to value-edit
         move spaces to value-text
         move 0 to vt-len
         perform varying vt-pos from 1 by 1 until vt-pos > 17
           if value-edit(vt-pos:1) <> space then
             add 1 to vt-len giving vt-len
             move value-edit(vt-pos:1) to value-text(vt-len:1)
           end-if
         end-perform
         perform until vt-len = 0
             or value-text(vt-len:1) <> '0'
           move space to value-text(vt-len:1)
           subtract 1 from vt-len giving vt-len
         end-perform
         if vt-len > 0 and value-text(vt-len:1) = '.' then
           move space to value-text(vt-len:1)
           subtract 1 from vt-len giving vt-len
         end-if
         if vt-len = 0 then
           move "0" to value-text
         end-if.

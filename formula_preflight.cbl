      *>pre-flight dependency check of tonight's FORMULAIN, run ahead
      *>of batch_math_parse.cbl. formula_edit.cbl catches syntax and
      *>formula_lint.cbl risky constructs; this catches the formula
      *>that parses cleanly and still can't be priced because a file
      *>it leans on has nothing for the run date. every external
      *>reference in every statement is resolved as of the run date
      *>exactly the way the engine would resolve it - nothing is
      *>evaluated - and each reference that wouldn't resolve is
      *>reported with the formula IDs that depend on it:
      *>
      *>  VARIABLE  a bare name with no MATHVARS version in force and
      *>            no CONTRACTS value for the formula's account (the
      *>            first ten characters of the formula ID, as the
      *>            batch passes it)
      *>  LIBRARY   an "@NAME" with no FORMULALIB version in force -
      *>            the library bodies are followed too, so a nested
      *>            reference that breaks is charged to every formula
      *>            that reaches it
      *>  TIER      a TIER(amount, TABLE) table with no RATEBRKS
      *>            version in force
      *>  CURRENCY  a CONV(amount, FROM, TO) pair FXRATES has no rate
      *>            for, either direction, on or before the run date
      *>  TAX       a TAX(amount, JURISDICTION) with no TAXRATES tax
      *>            in force
      *>  CALENDAR  a BUSDAYS third argument naming a calendar that
      *>            isn't on HOLCAL
      *>
      *>a name assigned earlier in the same statement ("NAME=...;")
      *>is the statement's own and needs no file. PREFLIGHT lists the
      *>unresolved references, then the counts by reference type and
      *>by group. the step ends with return code 8 when anything is
      *>unresolved, so job_sequencer.cbl stops the chain before the
      *>night starts instead of in the middle of it.
      *>
      *>PFCTL control record, keyword(20) value(20), optional:
      *>  RUN-DATE  yyyymmdd  the date to resolve as of (default the
      *>                      FORMULAIN header's date, then today)
       identification division.
       program-id. formula_preflight.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "PFCTL"
           organization line sequential
           file status is control-file-status.
         select formula-file assign to "FORMULAIN"
           organization line sequential
           file status is formula-file-status.
         select rate-table assign to "MATHVARS"
           organization indexed
           access mode dynamic
           record key is mv-key
           file status is mv-file-status.
         select contract-file assign to "CONTRACTS"
           organization indexed
           access mode dynamic
           record key is ct-key
           file status is ct-file-status.
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
         select tax-file assign to "TAXRATES"
           organization indexed
           access mode dynamic
           record key is tr-key
           file status is tr-file-status.
         select holidays-file assign to "HOLCAL"
           organization indexed
           access mode dynamic
           record key is hc-key
           file status is holidays-status.
         select rates-file assign to "FXRATES"
           organization line sequential
           file status is rates-file-status.
         select report-file assign to "PREFLIGHT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd formula-file.
         copy "formulain.cpy".
       fd rate-table.
         copy "mathvars.cpy".
       fd contract-file.
         copy "contracts.cpy".
       fd formula-library.
         copy "formulalib.cpy".
       fd bands-file.
         copy "ratebrks.cpy".
       fd tax-file.
         copy "taxrates.cpy".
       fd holidays-file.
         copy "holcal.cpy".
       fd rates-file.
         01 rates-record.
           05 fx-date pic 9(8).
           05 fx-from pic x(3).
           05 fx-to pic x(3).
           05 fx-rate pic x(20).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 formula-file-status pic x(2) value '00'.
         01 mv-file-status pic x(2) value '00'.
         01 ct-file-status pic x(2) value '00'.
         01 lib-file-status pic x(2) value '00'.
         01 rb-file-status pic x(2) value '00'.
         01 tr-file-status pic x(2) value '00'.
         01 holidays-status pic x(2) value '00'.
         01 rates-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

         01 mv-open pic x(1) value 'F'.
         01 ct-open pic x(1) value 'F'.
         01 lib-open pic x(1) value 'F'.
         01 rb-open pic x(1) value 'F'.
         01 tr-open pic x(1) value 'F'.
         01 hc-open pic x(1) value 'F'.
         01 file-at-end pic x(1) value 'F'.

         01 run-date pic 9(8) value 0.
         01 run-date-source pic x(16) value spaces.
         01 card-run-date pic 9(8) value 0.
         01 header-date pic 9(8) value 0.

      *>  FXRATES boiled down to the newest rate on or before the run
      *>  date for every pair it carries - all a CONV needs to know.
         01 pair-table.
           05 pair-count usage binary-long value 0.
           05 pair-entry occurs 1000 times.
             10 pt-from pic x(3).
             10 pt-to pic x(3).
         01 pair-idx usage binary-long value 0.
         01 pair-found pic x(1) value 'F'.

      *>  every distinct reference met, with whether it resolved. a
      *>  VARIABLE's entry says whether MATHVARS covers it; a name
      *>  MATHVARS doesn't can still resolve formula by formula from
      *>  the account's contract.
         01 ref-table.
           05 ref-count usage binary-long value 0.
           05 ref-entry occurs 2000 times.
             10 rf-type pic x(8).
             10 rf-name pic x(20).
             10 rf-resolved pic x(1).
             10 rf-unresolved-uses usage binary-long.
         01 ref-idx usage binary-long value 0.
         01 ref-found usage binary-long value 0.
         01 ref-overflowed pic x(1) value 'F'.
         01 want-type pic x(8) value spaces.
         01 want-name pic x(20) value spaces.
         01 want-resolved pic x(1) value 'F'.

      *>  which formulas depend on each unresolved reference.
         01 dep-table.
           05 dep-count usage binary-long value 0.
           05 dep-entry occurs 10000 times.
             10 dp-ref usage binary-long.
             10 dp-formula-id pic x(20).
         01 dep-idx usage binary-long value 0.
         01 dep-overflowed pic x(1) value 'F'.

      *>  the reference types in report order, with their tallies.
         01 type-names-list.
           05 filler pic x(8) value "VARIABLE".
           05 filler pic x(8) value "LIBRARY ".
           05 filler pic x(8) value "TIER    ".
           05 filler pic x(8) value "CURRENCY".
           05 filler pic x(8) value "TAX     ".
           05 filler pic x(8) value "CALENDAR".
         01 type-names redefines type-names-list.
           05 type-name pic x(8) occurs 6 times.
         01 type-table.
           05 type-entry occurs 6 times.
             10 ty-checked usage binary-long.
             10 ty-unresolved usage binary-long.
             10 ty-distinct usage binary-long.
         01 type-idx usage binary-long value 0.
         01 this-type usage binary-long value 0.

      *>  per group: statements, statements with anything
      *>  unresolved, and the unresolved references by type.
         01 group-table.
           05 group-count usage binary-long value 0.
           05 group-entry occurs 100 times.
             10 gr-code pic x(8).
             10 gr-statements usage binary-long.
             10 gr-failing usage binary-long.
             10 gr-by-type usage binary-long occurs 6 times.
         01 group-idx usage binary-long value 0.
         01 group-found usage binary-long value 0.
         01 group-overflowed pic x(1) value 'F'.

      *>  the statement being assembled - continuation pieces join
      *>  on their trailing '\' exactly as the batch joins them.
         01 stmt-text pic x(100000) value spaces.
         01 stmt-len usage binary-long value 0.
         01 stmt-active pic x(1) value 'F'.
         01 stmt-complete pic x(1) value 'F'.
         01 stmt-id pic x(20) value spaces.
         01 stmt-group pic x(8) value spaces.
         01 stmt-account pic x(10) value spaces.
         01 stmt-unresolved usage binary-long value 0.
         01 piece-len usage binary-long value 0.

      *>  references this statement has met already - each counts
      *>  once per statement however often it is written.
         01 seen-table.
           05 seen-count usage binary-long value 0.
           05 seen-ref usage binary-long occurs 200 times.
         01 seen-idx usage binary-long value 0.
         01 seen-dup pic x(1) value 'F'.
      *>  names the statement assigns to itself.
         01 assign-table.
           05 assign-count usage binary-long value 0.
           05 assign-name pic x(20) occurs 50 times.
         01 assign-idx usage binary-long value 0.
         01 is-assigned pic x(1) value 'F'.
      *>  library bodies still to follow for this statement.
         01 body-table.
           05 body-count usage binary-long value 0.
           05 body-name pic x(20) occurs 50 times.
         01 body-idx usage binary-long value 0.
         01 body-text pic x(2000) value spaces.

      *>  the scanner. SCAN-BUF holds the text being scanned - the
      *>  statement, or one library body (SCAN-BODY 'T': no bare
      *>  names there, the engine never substitutes into them).
      *>  name arguments are blanked out of SCAN-BUF once taken, so
      *>  the scan carrying on into the arguments sees only the
      *>  expressions.
         01 scan-buf pic x(100000) value spaces.
         01 scan-len usage binary-long value 0.
         01 scan-body pic x(1) value 'F'.
         01 scan-pos usage binary-long value 0.
         01 name-pos usage binary-long value 0.
         01 name-start usage binary-long value 0.
         01 name-len usage binary-long value 0.
         01 this-name pic x(20) value spaces.
         01 prev-char pic x(1) value space.
         01 look-pos usage binary-long value 0.
         01 at-stmt-start pic x(1) value 'F'.
         01 arg-depth usage binary-long value 0.
         01 arg-pos usage binary-long value 0.
         01 open-pos usage binary-long value 0.
         01 comma-1 usage binary-long value 0.
         01 comma-2 usage binary-long value 0.
         01 close-pos usage binary-long value 0.
         01 arg-from usage binary-long value 0.
         01 arg-to usage binary-long value 0.
         01 arg-name pic x(20) value spaces.
         01 arg-len usage binary-long value 0.
         01 from-code pic x(3) value spaces.
         01 to-code pic x(3) value spaces.

         01 statements-read usage binary-long value 0.
         01 statements-failing usage binary-long value 0.
         01 unresolved-total usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 count-disp-2 pic zzzzzzzz9.
         01 count-disp-3 pic zzzzzzzz9.
         01 cell-disp pic zzzzzzz9.
         01 id-col usage binary-long value 0.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         perform 0100-read-control
         open input formula-file
         if formula-file-status <> '00' then
           display "Error: could not open FORMULAIN, file status "
             formula-file-status
           stop run
         end-if
      *>  the header's date is the run date the batch will check it
      *>  against - a RUN-DATE card overrides it.
         read formula-file
           at end
             string 'T' into end_of_file
         end-read
         if end_of_file <> 'T' and fin-record(1:3) = "HDR" and
             fin-record(4:8) is numeric then
           move fin-record(4:8) to header-date
         end-if
         close formula-file
         move 'F' to end_of_file
         evaluate true
           when card-run-date > 0
             move card-run-date to run-date
             move "PFCTL RUN-DATE" to run-date-source
           when header-date > 0
             move header-date to run-date
             move "FORMULAIN header" to run-date-source
           when other
             accept run-date from date yyyymmdd
             move "today" to run-date-source
         end-evaluate

         perform 0200-open-references
         perform 0300-load-fx-pairs

         open input formula-file
         perform until end_of_file = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-take-one-record
           end-read
         end-perform
         if stmt-active = 'T' then
           perform 2000-check-statement
         end-if
         close formula-file
         perform 0250-close-references

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open PREFLIGHT, file status "
             report-file-status
           stop run
         end-if
         perform 5000-write-unresolved
         perform 5100-write-type-counts
         perform 5200-write-group-counts
         close report-file

         move unresolved-total to count-disp
         if unresolved-total > 0 then
           display "formula_preflight: " count-disp
             " unresolved references - see PREFLIGHT"
           move 8 to return-code
         end-if
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
               if xc-keyword = "RUN-DATE            " then
                 perform 0110-parse-control-value
                 if xc-value-x is numeric and xc-value-9 > 0 then
                   move xc-value-9 to card-run-date
                 end-if
               end-if
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

      *>  a reference file that won't open resolves nothing - every
      *>  reference to it reports, which is what the night would do.
       0200-open-references.
         open input rate-table
         if mv-file-status = '00' then
           move 'T' to mv-open
         end-if
         open input contract-file
         if ct-file-status = '00' then
           move 'T' to ct-open
         end-if
         open input formula-library
         if lib-file-status = '00' then
           move 'T' to lib-open
         end-if
         open input bands-file
         if rb-file-status = '00' then
           move 'T' to rb-open
         end-if
         open input tax-file
         if tr-file-status = '00' then
           move 'T' to tr-open
         end-if
         open input holidays-file
         if holidays-status = '00' then
           move 'T' to hc-open
         end-if.

       0250-close-references.
         if mv-open = 'T' then
           close rate-table
         end-if
         if ct-open = 'T' then
           close contract-file
         end-if
         if lib-open = 'T' then
           close formula-library
         end-if
         if rb-open = 'T' then
           close bands-file
         end-if
         if tr-open = 'T' then
           close tax-file
         end-if
         if hc-open = 'T' then
           close holidays-file
         end-if.

       0300-load-fx-pairs.
         open input rates-file
         if rates-file-status <> '00' then
           exit paragraph
         end-if
         move 'F' to file-at-end
         perform until file-at-end = 'T'
           read rates-file
             at end
               move 'T' to file-at-end
             not at end
               if fx-date is numeric and fx-date <= run-date then
                 move fx-from to from-code
                 move fx-to to to-code
                 perform 0310-find-pair
                 if pair-found <> 'T' and pair-count < 1000 then
                   add 1 to pair-count giving pair-count
                   move fx-from to pt-from(pair-count)
                   move fx-to to pt-to(pair-count)
                 end-if
               end-if
           end-read
         end-perform
         close rates-file.

      *>  FROM-CODE to TO-CODE on file in that direction.
       0310-find-pair.
         move 'F' to pair-found
         perform varying pair-idx from 1 by 1
             until pair-idx > pair-count
           if pt-from(pair-idx) = from-code and
               pt-to(pair-idx) = to-code then
             move 'T' to pair-found
             exit perform
           end-if
         end-perform.

      *>  HDR and TRL carry no formulas; everything else assembles
      *>  into the statement the batch would run.
       1000-take-one-record.
         if fin-record(1:3) = "HDR" or fin-record(1:3) = "TRL" then
           exit paragraph
         end-if
         if stmt-active <> 'T' then
           move 'T' to stmt-active
           move 0 to stmt-len
           move spaces to stmt-text
           move fin-formula-id to stmt-id
           move fin-group-code to stmt-group
           move fin-formula-id(1:10) to stmt-account
         end-if
         move 1966 to piece-len
         perform until piece-len = 0
             or fin-formula-text(piece-len:1) <> space
           subtract 1 from piece-len giving piece-len
         end-perform
         move 'T' to stmt-complete
         if piece-len > 0 and fin-formula-text(piece-len:1) = '\' then
           subtract 1 from piece-len giving piece-len
           move 'F' to stmt-complete
         end-if
         if piece-len > 0 then
           if stmt-len + piece-len > 99000 then
             move 'T' to stmt-complete
           else
             move fin-formula-text(1:piece-len) to
               stmt-text(stmt-len + 1:piece-len)
             add piece-len to stmt-len giving stmt-len
           end-if
         end-if
         if stmt-complete = 'T' then
           perform 2000-check-statement
         end-if.

       2000-check-statement.
         move 'F' to stmt-active
         add 1 to statements-read giving statements-read
         move 0 to stmt-unresolved
         move 0 to seen-count
         move 0 to assign-count
         move 0 to body-count
         perform 2900-find-group
         if group-found > 0 then
           add 1 to gr-statements(group-found)
             giving gr-statements(group-found)
         end-if

         move stmt-text to scan-buf
         move stmt-len to scan-len
         move 'F' to scan-body
         perform 3000-scan-text
      *>  then every library body the statement reaches, nested ones
      *>  in their turn - the queue grows as the bodies are read.
         perform varying body-idx from 1 by 1
             until body-idx > body-count
           move body-name(body-idx) to want-name
           perform 4100-resolve-library
           move spaces to scan-buf
           move body-text to scan-buf(1:2000)
           move 2000 to scan-len
           perform until scan-len = 0
               or scan-buf(scan-len:1) <> space
             subtract 1 from scan-len giving scan-len
           end-perform
           move 'T' to scan-body
           perform 3000-scan-text
         end-perform

         if stmt-unresolved > 0 then
           add 1 to statements-failing giving statements-failing
           if group-found > 0 then
             add 1 to gr-failing(group-found)
               giving gr-failing(group-found)
           end-if
         end-if.

       2900-find-group.
         move 0 to group-found
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           if gr-code(group-idx) = stmt-group then
             move group-idx to group-found
             exit perform
           end-if
         end-perform
         if group-found = 0 then
           if group-count < 100 then
             add 1 to group-count giving group-count
             move group-count to group-found
             move stmt-group to gr-code(group-found)
             move 0 to gr-statements(group-found)
             move 0 to gr-failing(group-found)
             perform varying type-idx from 1 by 1 until type-idx > 6
               move 0 to gr-by-type(group-found, type-idx)
             end-perform
           else
             move 'T' to group-overflowed
           end-if
         end-if.

      *>  one pass over SCAN-BUF: "@NAME", the functions that take a
      *>  name argument, and (outside a library body) bare names.
       3000-scan-text.
         move 'T' to at-stmt-start
         move space to prev-char
         move 1 to scan-pos
         perform until scan-pos > scan-len
           evaluate true
             when scan-buf(scan-pos:1) = '@'
               perform 3100-take-library-name
             when scan-buf(scan-pos:1) is alphabetic-upper and
                 scan-buf(scan-pos:1) <> space
               perform 3200-take-name
             when other
               if scan-buf(scan-pos:1) = ';' then
                 move 'T' to at-stmt-start
               else
                 if scan-buf(scan-pos:1) <> space then
                   move 'F' to at-stmt-start
                 end-if
               end-if
               move scan-buf(scan-pos:1) to prev-char
               add 1 to scan-pos giving scan-pos
           end-evaluate
         end-perform.

      *>  the name under SCAN-POS - letters, digits and hyphens, the
      *>  set every keyed name here is stored in - into THIS-NAME,
      *>  SCAN-POS left just past it.
       3050-collect-name.
         move spaces to this-name
         move 0 to name-len
         move scan-pos to name-start
         perform varying name-pos from scan-pos by 1
             until name-pos > scan-len
             or scan-buf(name-pos:1) = space
             or (scan-buf(name-pos:1) is not alphabetic-upper and
                 scan-buf(name-pos:1) is not numeric and
                 scan-buf(name-pos:1) <> '-')
           if name-len < 20 then
             add 1 to name-len giving name-len
             move scan-buf(name-pos:1) to this-name(name-len:1)
           end-if
         end-perform
         move name-pos to scan-pos.

       3100-take-library-name.
         add 1 to scan-pos giving scan-pos
         perform 3050-collect-name
         move 'F' to at-stmt-start
         move 'X' to prev-char
         if name-len = 0 then
           exit paragraph
         end-if
         move "LIBRARY " to want-type
         move this-name to want-name
         perform 3900-note-reference.

       3200-take-name.
      *>   a letter straight after a digit or a point is a number's
      *>   exponent marker, not a name.
         if prev-char is numeric or prev-char = '.' then
           move 'X' to prev-char
           add 1 to scan-pos giving scan-pos
           exit paragraph
         end-if
         perform 3050-collect-name
         move 'X' to prev-char
         if scan-pos <= scan-len and scan-buf(scan-pos:1) = '(' then
           evaluate this-name
             when "CONV"
               perform 3310-take-conv
               exit paragraph
             when "TIER"
               move "TIER    " to want-type
               perform 3320-take-second-arg
               exit paragraph
             when "TAX"
               move "TAX     " to want-type
               perform 3320-take-second-arg
               exit paragraph
             when "BUSDAYS"
               perform 3330-take-calendar
               exit paragraph
             when "MTD"
               perform 3340-take-mtd
               exit paragraph
             when "UOM"
               perform 3350-take-uom
               exit paragraph
             when "DAYS"
             when "PMT"
             when "FV"
             when "NPV"
             when "IF"
             when "SQRT"
             when "ABS"
             when "MIN"
             when "MAX"
             when "ROUND"
             when "BETWEEN"
               move 'F' to at-stmt-start
               exit paragraph
           end-evaluate
         end-if
         if scan-body = 'T' then
           move 'F' to at-stmt-start
           exit paragraph
         end-if
      *>   "NAME=" opening a statement assigns NAME - from there on in
      *>   the statement it is the statement's own value.
         if at-stmt-start = 'T' then
           move scan-pos to look-pos
           perform until look-pos > scan-len
               or scan-buf(look-pos:1) <> space
             add 1 to look-pos giving look-pos
           end-perform
           if look-pos <= scan-len and scan-buf(look-pos:1) = '='
               then
             if assign-count < 50 then
               add 1 to assign-count giving assign-count
               move this-name to assign-name(assign-count)
             end-if
             move 'F' to at-stmt-start
             exit paragraph
           end-if
         end-if
         move 'F' to at-stmt-start
         move 'F' to is-assigned
         perform varying assign-idx from 1 by 1
             until assign-idx > assign-count
           if assign-name(assign-idx) = this-name then
             move 'T' to is-assigned
             exit perform
           end-if
         end-perform
         if is-assigned = 'T' then
           exit paragraph
         end-if
         move "VARIABLE" to want-type
         move this-name to want-name
         perform 3900-note-reference.

      *>  COMMA-1, COMMA-2 and CLOSE-POS of the argument list opening
      *>  at SCAN-POS, commas counted at its own depth only.
       3300-find-args.
         move scan-pos to open-pos
         move 0 to comma-1
         move 0 to comma-2
         move 0 to close-pos
         move 1 to arg-depth
         compute arg-pos = open-pos + 1
         perform until arg-pos > scan-len or arg-depth = 0
           evaluate scan-buf(arg-pos:1)
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
           add 1 to arg-pos giving arg-pos
         end-perform.

      *>  the non-blank characters from ARG-FROM to ARG-TO into
      *>  ARG-NAME, and the slot blanked behind them.
       3305-take-arg.
         move spaces to arg-name
         move 0 to arg-len
         perform varying arg-pos from arg-from by 1
             until arg-pos > arg-to
           if scan-buf(arg-pos:1) <> space and arg-len < 20 then
             add 1 to arg-len giving arg-len
             move scan-buf(arg-pos:1) to arg-name(arg-len:1)
           end-if
           move space to scan-buf(arg-pos:1)
         end-perform.

       3310-take-conv.
         perform 3300-find-args
         move 'F' to at-stmt-start
         if close-pos = 0 or comma-1 = 0 or comma-2 = 0 then
           exit paragraph
         end-if
         compute arg-from = comma-1 + 1
         compute arg-to = comma-2 - 1
         perform 3305-take-arg
         move arg-name(1:3) to from-code
         compute arg-from = comma-2 + 1
         compute arg-to = close-pos - 1
         perform 3305-take-arg
         move arg-name(1:3) to to-code
         if from-code = spaces or to-code = spaces then
           exit paragraph
         end-if
         move "CURRENCY" to want-type
         move spaces to want-name
         string from-code '>' to-code delimited by size
           into want-name
         perform 3900-note-reference.

      *>  TIER's table or TAX's jurisdiction - whatever stands after
      *>  the first comma.
       3320-take-second-arg.
         perform 3300-find-args
         move 'F' to at-stmt-start
         if close-pos = 0 or comma-1 = 0 then
           exit paragraph
         end-if
         compute arg-from = comma-1 + 1
         compute arg-to = close-pos - 1
         if comma-2 > 0 then
           compute arg-to = comma-2 - 1
         end-if
         perform 3305-take-arg
         if arg-name = spaces then
           exit paragraph
         end-if
         move arg-name to want-name
         perform 3900-note-reference.

       3330-take-calendar.
         perform 3300-find-args
         move 'F' to at-stmt-start
         if close-pos = 0 or comma-2 = 0 then
           exit paragraph
         end-if
         compute arg-from = comma-2 + 1
         compute arg-to = close-pos - 1
         perform 3305-take-arg
         if arg-name = spaces then
           exit paragraph
         end-if
         move "CALENDAR" to want-type
         move arg-name(1:8) to want-name
         perform 3900-note-reference.

      *>  an accumulator name is the batch's own running total, not
      *>  a reference file's - it only has to stay out of the bare
      *>  names.
       3340-take-mtd.
         perform 3300-find-args
         move 'F' to at-stmt-start
         if close-pos = 0 then
           exit paragraph
         end-if
         compute arg-from = open-pos + 1
         compute arg-to = close-pos - 1
         perform 3305-take-arg.

      *>  UOM's unit codes are UOMCONV's, not names - blanked so the
      *>  scan goes on through the amount alone.
       3350-take-uom.
         perform 3300-find-args
         move 'F' to at-stmt-start
         if close-pos = 0 or comma-1 = 0 then
           exit paragraph
         end-if
         compute arg-from = comma-1 + 1
         compute arg-to = close-pos - 1
         perform 3305-take-arg.

      *>  WANT-TYPE/WANT-NAME met in this statement: found or added
      *>  in the reference table (resolved on first sight), counted
      *>  once per statement, charged to the statement when it
      *>  doesn't resolve for it.
       3900-note-reference.
         move 0 to ref-found
         perform varying ref-idx from 1 by 1 until ref-idx > ref-count
           if rf-type(ref-idx) = want-type and
               rf-name(ref-idx) = want-name then
             move ref-idx to ref-found
             exit perform
           end-if
         end-perform
         if ref-found = 0 then
           if ref-count >= 2000 then
             move 'T' to ref-overflowed
             exit paragraph
           end-if
           perform 4000-resolve-reference
           add 1 to ref-count giving ref-count
           move ref-count to ref-found
           move want-type to rf-type(ref-found)
           move want-name to rf-name(ref-found)
           move want-resolved to rf-resolved(ref-found)
           move 0 to rf-unresolved-uses(ref-found)
         end-if

         move 'F' to seen-dup
         perform varying seen-idx from 1 by 1
             until seen-idx > seen-count
           if seen-ref(seen-idx) = ref-found then
             move 'T' to seen-dup
             exit perform
           end-if
         end-perform
         if seen-dup = 'T' then
           exit paragraph
         end-if
         if seen-count < 200 then
           add 1 to seen-count giving seen-count
           move ref-found to seen-ref(seen-count)
         end-if

         perform varying type-idx from 1 by 1 until type-idx > 6
           if type-name(type-idx) = want-type then
             move type-idx to this-type
           end-if
         end-perform
         add 1 to ty-checked(this-type) giving ty-checked(this-type)

         move rf-resolved(ref-found) to want-resolved
      *>  a name MATHVARS lacks may still be a negotiated rate on
      *>  this account's contract.
         if want-resolved <> 'T' and want-type = "VARIABLE" then
           perform 4050-resolve-contract
         end-if
         if want-resolved = 'T' then
           if want-type = "LIBRARY " and body-count < 50 then
             add 1 to body-count giving body-count
             move want-name to body-name(body-count)
           end-if
           exit paragraph
         end-if

         add 1 to stmt-unresolved giving stmt-unresolved
         add 1 to unresolved-total giving unresolved-total
         add 1 to ty-unresolved(this-type)
           giving ty-unresolved(this-type)
         if rf-unresolved-uses(ref-found) = 0 then
           add 1 to ty-distinct(this-type)
             giving ty-distinct(this-type)
         end-if
         add 1 to rf-unresolved-uses(ref-found)
           giving rf-unresolved-uses(ref-found)
         if group-found > 0 then
           add 1 to gr-by-type(group-found, this-type)
             giving gr-by-type(group-found, this-type)
         end-if
         if dep-count < 10000 then
           add 1 to dep-count giving dep-count
           move ref-found to dp-ref(dep-count)
           move stmt-id to dp-formula-id(dep-count)
         else
           move 'T' to dep-overflowed
         end-if.

      *>  each file resolved the way its resolver does as of the run
      *>  date - the latest effective date at or before it whose
      *>  expiry (zero, and for the band tables 99999999 too, open-
      *>  ended) hasn't passed.
       4000-resolve-reference.
         move 'F' to want-resolved
         evaluate want-type
           when "VARIABLE"
             perform 4010-resolve-variable
           when "LIBRARY "
             perform 4100-resolve-library
           when "TIER    "
             perform 4200-resolve-tier
           when "CURRENCY"
             move want-name(1:3) to from-code
             move want-name(5:3) to to-code
             perform 0310-find-pair
             if pair-found <> 'T' then
               move want-name(5:3) to from-code
               move want-name(1:3) to to-code
               perform 0310-find-pair
             end-if
             move pair-found to want-resolved
           when "TAX     "
             perform 4300-resolve-tax
           when "CALENDAR"
             perform 4400-resolve-calendar
         end-evaluate.

       4010-resolve-variable.
         if mv-open <> 'T' then
           exit paragraph
         end-if
         move 'F' to file-at-end
         move want-name to mv-name
         move 0 to mv-effective-date
         start rate-table key is >= mv-key
           invalid key
             move 'T' to file-at-end
         end-start
         perform until file-at-end = 'T'
           read rate-table next
             at end
               move 'T' to file-at-end
             not at end
               if mv-name <> want-name then
                 move 'T' to file-at-end
               else
                 if mv-effective-date <= run-date and
                     (mv-expiry-date = 0 or
                      run-date <= mv-expiry-date) then
                   move 'T' to want-resolved
                 end-if
               end-if
           end-read
         end-perform.

       4050-resolve-contract.
         if ct-open <> 'T' or stmt-account = spaces then
           exit paragraph
         end-if
         move 'F' to file-at-end
         move stmt-account to ct-account
         move 'V' to ct-entry-type
         move want-name to ct-name
         move 0 to ct-effective-date
         start contract-file key is >= ct-key
           invalid key
             move 'T' to file-at-end
         end-start
         perform until file-at-end = 'T'
           read contract-file next
             at end
               move 'T' to file-at-end
             not at end
               if ct-account <> stmt-account or
                   ct-entry-type <> 'V' or
                   ct-name <> want-name then
                 move 'T' to file-at-end
               else
                 if ct-effective-date <= run-date and
                     (ct-expiry-date = 0 or
                      run-date <= ct-expiry-date) then
                   move 'T' to want-resolved
                 end-if
               end-if
           end-read
         end-perform.

      *>  also leaves the version's text in BODY-TEXT for the nested
      *>  scan.
       4100-resolve-library.
         move spaces to body-text
         if lib-open <> 'T' then
           exit paragraph
         end-if
         move 'F' to file-at-end
         move want-name to lib-formula-name
         move 0 to lib-effective-date
         start formula-library key is >= lib-formula-key
           invalid key
             move 'T' to file-at-end
         end-start
         perform until file-at-end = 'T'
           read formula-library next
             at end
               move 'T' to file-at-end
             not at end
               if lib-formula-name <> want-name then
                 move 'T' to file-at-end
               else
                 if lib-effective-date <= run-date and
                     (lib-expiry-date = 0 or
                      run-date <= lib-expiry-date) then
                   move 'T' to want-resolved
                   move lib-formula-text to body-text
                 end-if
               end-if
           end-read
         end-perform.

       4200-resolve-tier.
         if rb-open <> 'T' then
           exit paragraph
         end-if
         move 'F' to file-at-end
         move want-name to rb-table-name
         move 0 to rb-effective-date
         move 0 to rb-band-seq
         start bands-file key is >= rb-key
           invalid key
             move 'T' to file-at-end
         end-start
         perform until file-at-end = 'T'
           read bands-file next
             at end
               move 'T' to file-at-end
             not at end
               if rb-table-name <> want-name then
                 move 'T' to file-at-end
               else
                 if rb-effective-date <= run-date and
                     (rb-expiry-date = 0 or
                      rb-expiry-date = 99999999 or
                      run-date <= rb-expiry-date) then
                   move 'T' to want-resolved
                   move 'T' to file-at-end
                 end-if
               end-if
           end-read
         end-perform.

       4300-resolve-tax.
         if tr-open <> 'T' then
           exit paragraph
         end-if
         move 'F' to file-at-end
         move want-name to tr-jurisdiction
         move low-values to tr-tax-type
         move 0 to tr-effective-date
         start tax-file key is >= tr-key
           invalid key
             move 'T' to file-at-end
         end-start
         perform until file-at-end = 'T'
           read tax-file next
             at end
               move 'T' to file-at-end
             not at end
               if tr-jurisdiction <> want-name(1:12) then
                 move 'T' to file-at-end
               else
                 if tr-effective-date <= run-date and
                     (tr-expiry-date = 0 or
                      tr-expiry-date = 99999999 or
                      run-date <= tr-expiry-date) then
                   move 'T' to want-resolved
                   move 'T' to file-at-end
                 end-if
               end-if
           end-read
         end-perform.

      *>  a calendar is on HOLCAL when it has any date there at all -
      *>  the test resolve_dates.cbl makes.
       4400-resolve-calendar.
         if hc-open <> 'T' then
           exit paragraph
         end-if
         move want-name(1:8) to hc-calendar
         move 0 to hc-date
         start holidays-file key is >= hc-key
           invalid key
             exit paragraph
         end-start
         read holidays-file next
           at end
             exit paragraph
         end-read
         if hc-calendar = want-name(1:8) then
           move 'T' to want-resolved
         end-if.

       5000-write-unresolved.
         move spaces to heading_line
         string "PRE-FLIGHT DEPENDENCY CHECK - FORMULAIN AS OF "
           run-date " (" run-date-source ")" into heading_line
         write report-record from heading_line
         move spaces to detail_line
         write report-record from detail_line
         move spaces to heading_line
         string "UNRESOLVED REFERENCES" into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "TYPE    " '|' "REFERENCE           " '|'
           " FORMULAS" '|' "WHY" into heading_line
         write report-record from heading_line
         perform varying type-idx from 1 by 1 until type-idx > 6
           perform varying ref-idx from 1 by 1
               until ref-idx > ref-count
             if rf-type(ref-idx) = type-name(type-idx) and
                 rf-unresolved-uses(ref-idx) > 0 then
               perform 5010-write-one-reference
             end-if
           end-perform
         end-perform
         if unresolved-total = 0 then
           move spaces to detail_line
           string "  none - every reference resolves as of "
             run-date into detail_line
           write report-record from detail_line
         end-if
         if ref-overflowed = 'T' or dep-overflowed = 'T' then
           move spaces to detail_line
           string "** more references than the tables hold - the"
             " listing is partial **" into detail_line
           write report-record from detail_line
         end-if.

       5010-write-one-reference.
         move rf-unresolved-uses(ref-idx) to count-disp
         move spaces to detail_line
         evaluate rf-type(ref-idx)
           when "VARIABLE"
             string rf-type(ref-idx) '|' rf-name(ref-idx) '|'
               count-disp '|' "no MATHVARS version in force, no"
               " contract value" into detail_line
           when "LIBRARY "
             string rf-type(ref-idx) '|' '@' rf-name(ref-idx) '|'
               count-disp '|' "no FORMULALIB version in force"
               into detail_line
           when "TIER    "
             string rf-type(ref-idx) '|' rf-name(ref-idx) '|'
               count-disp '|' "no RATEBRKS table version in force"
               into detail_line
           when "CURRENCY"
             string rf-type(ref-idx) '|' rf-name(ref-idx) '|'
               count-disp '|' "no FXRATES rate either way on or"
               " before the run date" into detail_line
           when "TAX     "
             string rf-type(ref-idx) '|' rf-name(ref-idx) '|'
               count-disp '|' "no TAXRATES tax in force"
               into detail_line
           when other
             string rf-type(ref-idx) '|' rf-name(ref-idx) '|'
               count-disp '|' "calendar not on HOLCAL"
               into detail_line
         end-evaluate
         write report-record from detail_line
      *>  the formulas behind it, five to a line.
         move spaces to detail_line
         move 0 to id-col
         perform varying dep-idx from 1 by 1 until dep-idx > dep-count
           if dp-ref(dep-idx) = ref-idx then
             if id-col = 5 then
               write report-record from detail_line
               move spaces to detail_line
               move 0 to id-col
             end-if
             move dp-formula-id(dep-idx) to
               detail_line(id-col * 21 + 5:20)
             add 1 to id-col giving id-col
           end-if
         end-perform
         if id-col > 0 then
           write report-record from detail_line
         end-if.

       5100-write-type-counts.
         move spaces to detail_line
         write report-record from detail_line
         move spaces to heading_line
         string "BY REFERENCE TYPE" into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "TYPE    " '|' "  CHECKED" '|' "UNRESOLVD" '|'
           " DISTINCT" into heading_line
         write report-record from heading_line
         perform varying type-idx from 1 by 1 until type-idx > 6
           move ty-checked(type-idx) to count-disp
           move ty-unresolved(type-idx) to count-disp-2
           move ty-distinct(type-idx) to count-disp-3
           move spaces to detail_line
           string type-name(type-idx) '|' count-disp '|'
             count-disp-2 '|' count-disp-3 into detail_line
           write report-record from detail_line
         end-perform.

       5200-write-group-counts.
         move spaces to detail_line
         write report-record from detail_line
         move spaces to heading_line
         string "BY GROUP - UNRESOLVED REFERENCES BY TYPE"
           into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "GROUP   " '|' "STATEMNTS" '|' "  FAILING" '|'
           "VARIABLE" '|' " LIBRARY" '|' "    TIER" '|' "CURRENCY"
           '|' "     TAX" '|' "CALENDAR" into heading_line
         write report-record from heading_line
         perform varying group-idx from 1 by 1
             until group-idx > group-count
           move gr-statements(group-idx) to count-disp
           move gr-failing(group-idx) to count-disp-2
           move spaces to detail_line
           string gr-code(group-idx) '|' count-disp '|' count-disp-2
             '|' into detail_line
           perform varying type-idx from 1 by 1 until type-idx > 6
             move gr-by-type(group-idx, type-idx) to cell-disp
             move cell-disp to detail_line(type-idx * 9 + 21:8)
             if type-idx < 6 then
               move '|' to detail_line(type-idx * 9 + 29:1)
             end-if
           end-perform
           write report-record from detail_line
         end-perform
         if group-overflowed = 'T' then
           move spaces to detail_line
           string "more than 100 groups - the rest are counted in the"
             " totals only" into detail_line
           write report-record from detail_line
         end-if

         move spaces to total_line
         write report-record from total_line
         move statements-read to count-disp
         move spaces to total_line
         string "Statements checked:          " count-disp
           into total_line
         write report-record from total_line
         move statements-failing to count-disp
         move spaces to total_line
         string "Statements with unresolved:  " count-disp
           into total_line
         write report-record from total_line
         move unresolved-total to count-disp
         move spaces to total_line
         string "Unresolved references:       " count-disp
           into total_line
         write report-record from total_line.

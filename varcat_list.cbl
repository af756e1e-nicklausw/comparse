      *>catalog listing - every VARCATALOG name (see varcatalog.cpy)
      *>beside the MATHVARS value in force for it, so anyone outside
      *>pricing can see what FUEL-INDEX is, what it's measured in,
      *>who owns it and what it says today. the two files are read
      *>side by side in name order, and the listing flags the gaps
      *>either way:
      *>
      *>  NOT CATALOGED - a name on MATHVARS with no catalog entry.
      *>  NO VALUE      - a catalog entry with no MATHVARS version.
      *>  NOT IN FORCE  - versions on file, none in force today
      *>                  (all staged ahead, or all expired).
      *>  OUT OF BOUNDS - the value in force is outside the catalog's
      *>                  minimum and maximum (var_check.cbl's range
      *>                  check) - it went in on an override, or
      *>                  before the bounds were set.
      *>
      *>the value in force is today's, or the as-of date's on an
      *>optional VCLSTCTL control record - as-of(8).
       identification division.
       program-id. varcat_list.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "VCLSTCTL"
           organization line sequential
           file status is control-file-status.
         select catalog-file assign to "VARCATALOG"
           organization indexed
           access mode sequential
           record key is vc-name
           file status is vc-file-status.
         select rate-table assign to "MATHVARS"
           organization indexed
           access mode sequential
           record key is mv-key
           file status is mv-file-status.
         select report-file assign to "VCATRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 lc-as-of-date pic 9(8).
       fd catalog-file.
         copy "varcatalog.cpy".
       fd rate-table.
         copy "mathvars.cpy".
       fd report-file.
         01 report-record pic x(200).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 vc-file-status pic x(2) value '00'.
         01 mv-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 catalog-on pic x(1) value 'F'.
         01 vars-on pic x(1) value 'F'.
         01 as-of-date pic 9(8) value 0.

      *>  the merge keys - high-values once a file runs out - and
      *>  the current MATHVARS name's version in force.
         01 cat-name pic x(20) value spaces.
         01 look-name pic x(20) value spaces.
         01 var-name pic x(20) value spaces.
         01 var-value pic x(30) value spaces.
         01 var-effective pic 9(8) value 0.
         01 var-has-current pic x(1) value 'F'.
         01 var-versions usage binary-long value 0.
         copy "varcheck.cpy".

         01 names-cataloged usage binary-long value 0.
         01 names-on-file usage binary-long value 0.
         01 names-uncataloged usage binary-long value 0.
         01 names-no-value usage binary-long value 0.
         01 names-not-in-force usage binary-long value 0.
         01 names-out-of-bounds usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.

         01 flag-text pic x(14) value spaces.
         01 min-edit pic -(9)9.9(6).
         01 max-edit pic -(9)9.9(6).
         01 pct-edit pic zz9.99.

         01 heading_line pic x(200).
         01 detail_line pic x(200).
         01 total_line pic x(200).

       procedure division.
       0000-mainline.
         accept as-of-date from date yyyymmdd
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if lc-as-of-date is numeric and lc-as-of-date > 0 then
                 move lc-as-of-date to as-of-date
               end-if
           end-read
           close control-file
         end-if

      *>  either file may not exist yet - the listing then shows the
      *>  other side, all of it flagged.
         open input catalog-file
         if vc-file-status = '00' then
           move 'T' to catalog-on
         end-if
         open input rate-table
         if mv-file-status = '00' then
           move 'T' to vars-on
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open VCATRPT, file status "
             report-file-status
           stop run
         end-if

         move spaces to heading_line
         string "RATE VARIABLE CATALOG AS OF " as-of-date
           into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "NAME                " '|' "DESCRIPTION" '|' "UNIT"
           '|' "OWNER" '|' "VALUE IN FORCE" '|' "EFFECTIVE" '|'
           "MINIMUM" '|' "MAXIMUM" '|' "MAX CHG %" '|' "FLAG"
           into heading_line
         write report-record from heading_line

         perform 2200-next-catalog
         perform 2110-read-var
         perform 2100-next-var-group
         perform until cat-name = high-values and
             var-name = high-values
           evaluate true
             when cat-name < var-name
               perform 3000-write-catalog-only
               perform 2200-next-catalog
             when var-name < cat-name
               perform 3100-write-var-only
               perform 2100-next-var-group
             when other
               perform 3200-write-matched
               perform 2200-next-catalog
               perform 2100-next-var-group
           end-evaluate
         end-perform

         move names-cataloged to count-disp
         move spaces to total_line
         string "Names cataloged:         " count-disp into total_line
         write report-record from total_line
         move names-on-file to count-disp
         move spaces to total_line
         string "Names on MATHVARS:       " count-disp into total_line
         write report-record from total_line
         move names-uncataloged to count-disp
         move spaces to total_line
         string "Not cataloged:           " count-disp into total_line
         write report-record from total_line
         move names-no-value to count-disp
         move spaces to total_line
         string "Cataloged, no value:     " count-disp into total_line
         write report-record from total_line
         move names-not-in-force to count-disp
         move spaces to total_line
         string "No version in force:     " count-disp into total_line
         write report-record from total_line
         move names-out-of-bounds to count-disp
         move spaces to total_line
         string "Value out of bounds:     " count-disp into total_line
         write report-record from total_line

         if catalog-on = 'T' then
           close catalog-file
         end-if
         if vars-on = 'T' then
           close rate-table
         end-if
         close report-file
         call 'var_check_close'
         stop run.

      *>  gathers one name's versions off MATHVARS - the one in force
      *>  at the as-of date is the latest effective at or before it
      *>  whose expiry (zero and 99999999 open-ended) hasn't passed.
       2100-next-var-group.
         move look-name to var-name
         move spaces to var-value
         move 0 to var-effective
         move 'F' to var-has-current
         move 0 to var-versions
         if var-name = high-values then
           exit paragraph
         end-if
         perform until look-name <> var-name
           add 1 to var-versions giving var-versions
           if mv-effective-date <= as-of-date and
               (mv-expiry-date = 0 or mv-expiry-date = 99999999 or
                as-of-date <= mv-expiry-date) and
               mv-effective-date >= var-effective then
             move mv-value to var-value
             move mv-effective-date to var-effective
             move 'T' to var-has-current
           end-if
           perform 2110-read-var
         end-perform.

       2110-read-var.
         if vars-on = 'F' then
           move high-values to look-name
           exit paragraph
         end-if
         read rate-table next
           at end
             move high-values to look-name
           not at end
             move mv-name to look-name
         end-read.

       2200-next-catalog.
         if catalog-on = 'F' then
           move high-values to cat-name
           exit paragraph
         end-if
         read catalog-file next
           at end
             move high-values to cat-name
           not at end
             move vc-name to cat-name
         end-read.

       3000-write-catalog-only.
         add 1 to names-cataloged giving names-cataloged
         add 1 to names-no-value giving names-no-value
         move "NO VALUE" to flag-text
         move spaces to var-value
         move 0 to var-effective
         perform 3300-format-catalog-line
         write report-record from detail_line.

       3100-write-var-only.
         add 1 to names-on-file giving names-on-file
         add 1 to names-uncataloged giving names-uncataloged
         move spaces to detail_line
         if var-has-current = 'T' then
           string var-name '|' " " '|' " " '|' " " '|' var-value '|'
             var-effective '|' " " '|' " " '|' " " '|'
             "NOT CATALOGED" into detail_line
         else
           string var-name '|' " " '|' " " '|' " " '|' " " '|'
             " " '|' " " '|' " " '|' " " '|' "NOT CATALOGED"
             into detail_line
         end-if
         write report-record from detail_line.

       3200-write-matched.
         add 1 to names-cataloged giving names-cataloged
         add 1 to names-on-file giving names-on-file
         move spaces to flag-text
         if var-has-current = 'F' then
           add 1 to names-not-in-force giving names-not-in-force
           move "NOT IN FORCE" to flag-text
         else
           move var-name to vk-name
           move var-value to vk-value-text
           move spaces to vk-base-text
           call 'var_check' using by reference var-check-parms
           if vk-reason <> spaces then
             add 1 to names-out-of-bounds
               giving names-out-of-bounds
             move "OUT OF BOUNDS" to flag-text
           end-if
         end-if
         perform 3300-format-catalog-line
         write report-record from detail_line.

       3300-format-catalog-line.
         move vc-min-value to min-edit
         move vc-max-value to max-edit
         move vc-max-change-pct to pct-edit
         move spaces to detail_line
         if var-effective > 0 then
           string vc-name '|' vc-description '|' vc-unit '|'
             vc-owner '|' var-value '|' var-effective '|' min-edit
             '|' max-edit '|' pct-edit '|' flag-text
             into detail_line
         else
           string vc-name '|' vc-description '|' vc-unit '|'
             vc-owner '|' var-value '|' "        " '|' min-edit
             '|' max-edit '|' pct-edit '|' flag-text
             into detail_line
         end-if.

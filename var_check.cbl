      *>checks a proposed MATHVARS value against the name's
      *>VARCATALOG entry (see varcatalog.cpy) - inside the minimum
      *>and maximum, and no further from the value it replaces than
      *>the maximum change percent allows - so a fat-fingered 52.5
      *>for 5.25 is stopped before it reaches the night. called by
      *>mathvars_maint.cbl for every ADD and CHANGE and by
      *>whatif_rates.cbl for every MATHSHDW record, so the live table
      *>and the what-if run can never disagree about what's sane.
      *>parameters are in varcheck.cpy.
      *>
      *>VARCATALOG is opened on the first call and held open; the
      *>caller's CALL "var_check_close" at end of job closes it. a
      *>shop with no VARCATALOG has no bounds - every value passes,
      *>uncataloged.
       identification division.
       program-id. var_check.
       environment division.
       input-output section.
       file-control.
         select catalog-file assign to "VARCATALOG"
           organization indexed
           access mode random
           record key is vc-name
           file status is vc-file-status.

       data division.
       file section.
       fd catalog-file.
         copy "varcatalog.cpy".

       working-storage section.
         01 vc-file-status pic x(2) value '00'.
         01 catalog-open pic x(1) value 'F'.
         01 catalog-missing pic x(1) value 'F'.

         01 new-value pic s9(13)v9(6) value 0.
         01 base-value pic s9(13)v9(6) value 0.
         01 change-pct pic s9(13)v9(6) value 0.
         01 pct-edit pic z(11)9.99.
         01 limit-edit pic -(9)9.9(6).

      *>  value-text-to-number scratch - digits, a leading sign, a
      *>  decimal point, grouping commas skipped; six decimals kept.
         01 num-text pic x(30) value spaces.
         01 num-value pic s9(13)v9(6) value 0.
         01 num-ok pic x(1) value 'F'.
         01 num-neg pic x(1) value 'F'.
         01 num-after-point pic x(1) value 'F'.
         01 num-started pic x(1) value 'F'.
         01 num-int-digits usage binary-long value 0.
         01 num-dec-digits usage binary-long value 0.
         01 num-pos usage binary-long value 0.
         01 num-digit-x pic x(1) value space.
         01 num-digit-9 redefines num-digit-x pic 9.
         01 num-scale pic 9v9(6) value 0.

       linkage section.
         copy "varcheck.cpy".

       procedure division using by reference var-check-parms.
         move spaces to vk-reason
         move 'F' to vk-cataloged
         if catalog-open <> 'T' then
           if catalog-missing = 'T' then
             exit program
           end-if
           open input catalog-file
           if vc-file-status <> '00' then
             move 'T' to catalog-missing
             exit program
           end-if
           move 'T' to catalog-open
         end-if

         move vk-name to vc-name
         read catalog-file key is vc-name
           invalid key
             exit program
         end-read
         move 'T' to vk-cataloged

         move vk-value-text to num-text
         perform text-to-number
         if num-ok = 'F' then
           move "value does not read as a number" to vk-reason
           exit program
         end-if
         move num-value to new-value

         perform check-range
         if vk-reason = spaces then
           perform check-change
         end-if
         exit program.

      *>  end-of-job close for the held catalog.
       close-held-catalog.
       entry "var_check_close".
         if catalog-open = 'T' then
           close catalog-file
           move 'F' to catalog-open
         end-if
         move 'F' to catalog-missing
         exit program.

       check-range.
         if vc-min-value = 0 and vc-max-value = 0 then
           exit paragraph
         end-if
         if new-value < vc-min-value then
           move vc-min-value to limit-edit
           string "below catalog minimum " limit-edit
             delimited by size into vk-reason
           exit paragraph
         end-if
         if new-value > vc-max-value then
           move vc-max-value to limit-edit
           string "above catalog maximum " limit-edit
             delimited by size into vk-reason
         end-if.

      *>  the move from the replaced value, as a percent of it. a
      *>  zero (or unreadable) base has no percent to speak of.
       check-change.
         if vc-max-change-pct = 0 or vk-base-text = spaces then
           exit paragraph
         end-if
         move vk-base-text to num-text
         perform text-to-number
         if num-ok = 'F' or num-value = 0 then
           exit paragraph
         end-if
         move num-value to base-value
         compute change-pct rounded =
           (new-value - base-value) * 100 / base-value
         if change-pct < 0 then
           compute change-pct = 0 - change-pct
         end-if
         if change-pct > vc-max-change-pct then
           move change-pct to pct-edit
           string "changes " pct-edit "% - catalog allows "
             vc-max-change-pct(1:3) "." vc-max-change-pct(4:2) "%"
             delimited by size into vk-reason
         end-if.

       text-to-number.
         move 0 to num-value
         move 'F' to num-ok
         move 'F' to num-neg
         move 'F' to num-after-point
         move 'F' to num-started
         move 0 to num-int-digits
         move 0 to num-dec-digits
         move 0.1 to num-scale
         perform varying num-pos from 1 by 1 until num-pos > 30
           evaluate true
             when num-text(num-pos:1) = space
               if num-started = 'T' then
                 exit perform
               end-if
             when num-text(num-pos:1) = ','
               continue
             when num-text(num-pos:1) = '-' or
                 num-text(num-pos:1) = '+'
               if num-started = 'T' then
                 exit paragraph
               end-if
               if num-text(num-pos:1) = '-' then
                 move 'T' to num-neg
               end-if
               move 'T' to num-started
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
                 if num-dec-digits <= 6 then
                   compute num-value =
                     num-value + num-digit-9 * num-scale
                   compute num-scale = num-scale / 10
                 end-if
               else
                 add 1 to num-int-digits giving num-int-digits
                 if num-int-digits > 13 then
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

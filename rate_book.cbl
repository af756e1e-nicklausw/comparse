      *>prints the published rate book - every rate the engine would
      *>use on a chosen day, from the four files it reads them from,
      *>so "what is the rate for X on date Y" is a page lookup instead
      *>of four separate queries:
      *>
      *>  1. library formulas - each FORMULALIB entry's formula text
      *>     (see formulalib.cpy), the way expand_formula.cbl expands
      *>     an "@NAME" that day.
      *>  2. rate variables - each MATHVARS value (see mathvars.cpy),
      *>     the way substitute_vars.cbl substitutes a bare name.
      *>  3. banded rate tables - each RATEBRKS table (see
      *>     ratebrks.cpy) as a band / limit / rate grid, the way
      *>     resolve_tier.cbl walks TIER(amount, TABLE).
      *>  4. FX rates - each FXRATES pair's rate, the way
      *>     resolve_conv.cbl picks one for CONV(amount, FROM, TO).
      *>
      *>the version in force is picked exactly as the engine picks
      *>it: the latest effective date at or before the as-of date
      *>whose expiry (zero or 99999999 meaning open-ended) hasn't
      *>passed. an FX rate carries no expiry of its own - it holds
      *>until the pair's next dated rate, so its expiry prints as the
      *>day before that one. every item shows its effective and
      *>expiry dates, and a table of contents in front lists the
      *>items by section with the line of the book each starts on.
      *>
      *>driven by an optional RBKCTL control card: as-of(8)
      *>prefix(20). a zero or missing date means today; a prefix
      *>limits the book to names starting with it (an FX pair's name
      *>is FROM/TO, so "EUR" picks the euro pairs). the book goes to
      *>RATEBOOK, built behind the contents in the RATEBKWK work file.
       identification division.
       program-id. rate_book.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "RBKCTL"
           organization line sequential
           file status is control-file-status.
         select formula-library assign to "FORMULALIB"
           organization indexed
           access mode sequential
           record key is lib-formula-key
           file status is lib-file-status.
         select vars-file assign to "MATHVARS"
           organization indexed
           access mode sequential
           record key is mv-key
           file status is mv-file-status.
         select bands-file assign to "RATEBRKS"
           organization indexed
           access mode sequential
           record key is rb-key
           file status is rb-file-status.
         select rates-file assign to "FXRATES"
           organization line sequential
           file status is rates-file-status.
         select work-file assign to "RATEBKWK"
           organization line sequential
           file status is work-file-status.
         select book-file assign to "RATEBOOK"
           organization line sequential
           file status is book-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 rc-as-of-date pic 9(8).
           05 rc-prefix pic x(20).
       fd formula-library.
         copy "formulalib.cpy".
       fd vars-file.
         copy "mathvars.cpy".
       fd bands-file.
         copy "ratebrks.cpy".
       fd rates-file.
         01 rates-record.
           05 fx-date pic 9(8).
           05 fx-from pic x(3).
           05 fx-to pic x(3).
           05 fx-rate pic x(20).
       fd work-file.
         01 work-record pic x(132).
       fd book-file.
         01 book-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 lib-file-status pic x(2) value '00'.
         01 mv-file-status pic x(2) value '00'.
         01 rb-file-status pic x(2) value '00'.
         01 rates-file-status pic x(2) value '00'.
         01 work-file-status pic x(2) value '00'.
         01 book-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

         01 as-of-date pic 9(8) value 0.
         01 name-prefix pic x(20) value spaces.
         01 prefix-len usage binary-long value 0.
         01 item-name pic x(20) value spaces.
         01 item-wanted pic x(1) value 'F'.

      *>  the version in force for the name being walked, kept as
      *>  the walk passes it.
         01 current-name pic x(20) value spaces.
         01 have-version pic x(1) value 'F'.
         01 best-effective pic 9(8) value 0.
         01 best-expiry pic 9(8) value 0.
         01 best-value pic x(30) value spaces.
         01 best-text pic x(2000) value spaces.
         01 text-len usage binary-long value 0.
         01 text-pos usage binary-long value 0.
         01 chunk-len usage binary-long value 0.

      *>  the bands of the version in force, and of the version the
      *>  walk is reading now.
         01 version-effective pic 9(8) value 0.
         01 version-expiry pic 9(8) value 0.
         01 version-bands.
           05 vb-count usage binary-long value 0.
           05 vb-entry occurs 50 times.
             10 vb-limit pic 9(11)v9(2).
             10 vb-rate pic s9(7)v9(4).
         01 best-bands.
           05 bb-count usage binary-long value 0.
           05 bb-entry occurs 50 times.
             10 bb-limit pic 9(11)v9(2).
             10 bb-rate pic s9(7)v9(4).
         01 band-idx usage binary-long value 0.
         01 prev-limit pic 9(11)v9(2) value 0.

      *>  one row per FX pair: the rate in force and the date of the
      *>  pair's next rate after the as-of date, if one is staged.
         01 pair-table.
           05 pair-count usage binary-long value 0.
           05 pair-entry occurs 200 times.
             10 pr-from pic x(3).
             10 pr-to pic x(3).
             10 pr-date pic 9(8).
             10 pr-rate pic x(20).
             10 pr-next-date pic 9(8).
         01 pair-idx usage binary-long value 0.
         01 pair-found usage binary-long value 0.
         01 pairs-overflowed pic x(1) value 'F'.

      *>  the contents, collected as the body is written. TC-LINE is
      *>  the body line the item starts on.
         01 toc-table.
           05 toc-count usage binary-long value 0.
           05 toc-entry occurs 3000 times.
             10 tc-section pic 9(1).
             10 tc-name pic x(20).
             10 tc-effective pic 9(8).
             10 tc-expiry pic x(8).
             10 tc-line usage binary-long.
         01 toc-idx usage binary-long value 0.
         01 toc-overflowed pic x(1) value 'F'.
         01 section-counts.
           05 section-count usage binary-long occurs 4 times.
         01 section-names.
           05 filler pic x(24) value "LIBRARY FORMULAS".
           05 filler pic x(24) value "RATE VARIABLES".
           05 filler pic x(24) value "BANDED RATE TABLES".
           05 filler pic x(24) value "FX RATES".
         01 section-name-table redefines section-names.
           05 section-name pic x(24) occurs 4 times.
         01 section-idx usage binary-long value 0.
         01 section-disp pic 9.
         01 body-lines usage binary-long value 0.
         01 toc-lines usage binary-long value 0.
         01 book-line usage binary-long value 0.

         01 expiry-text pic x(8) value spaces.
         01 line-disp pic zzzz9.
         01 count-disp pic zzzz9.
         01 band-disp pic z9.
         01 over-edit pic z(10)9.99.
         01 limit-edit pic z(10)9.99.
         01 rate-edit pic -(6)9.9(4).

      *>  the day before a yyyymmdd date, for an FX rate's expiry.
         01 prev-date pic 9(8) value 0.
         01 prev-parts redefines prev-date.
           05 prev-y pic 9(4).
           05 prev-m pic 9(2).
           05 prev-d pic 9(2).
         01 leap-r4 usage binary-long value 0.
         01 leap-r100 usage binary-long value 0.
         01 leap-r400 usage binary-long value 0.
         01 leap-q usage binary-long value 0.

         01 heading_line pic x(132).
         01 detail_line pic x(132).

       procedure division.
       0000-mainline.
         initialize section-counts
         accept as-of-date from date yyyymmdd
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if rc-as-of-date is numeric and rc-as-of-date > 0 then
                 move rc-as-of-date to as-of-date
               end-if
               move rc-prefix to name-prefix
           end-read
           close control-file
         end-if
         move 20 to prefix-len
         perform until prefix-len = 0
             or name-prefix(prefix-len:1) <> space
           subtract 1 from prefix-len giving prefix-len
         end-perform

         open output work-file
         if work-file-status <> '00' then
           display "Error: could not open RATEBKWK, file status "
             work-file-status
           stop run
         end-if
         perform 1000-library-section
         perform 2000-variables-section
         perform 3000-band-tables-section
         perform 4000-fx-rates-section
         close work-file

         perform 5000-print-book
         stop run.

       1000-library-section.
         move 1 to section-idx
         perform 8000-write-section-heading
         open input formula-library
         if lib-file-status <> '00' then
           move "  (FORMULALIB not available)" to detail_line
           perform 8100-write-body-line
           exit paragraph
         end-if
         move spaces to current-name
         move 'F' to have-version
         perform until end_of_file = 'T'
           read formula-library next
             at end
               string 'T' into end_of_file
             not at end
               if lib-formula-name <> current-name then
                 perform 1100-print-library-entry
                 move lib-formula-name to current-name
                 move 'F' to have-version
               end-if
               if lib-effective-date <= as-of-date and
                   (lib-expiry-date = 0 or
                    as-of-date <= lib-expiry-date) then
                 move 'T' to have-version
                 move lib-effective-date to best-effective
                 move lib-expiry-date to best-expiry
                 move lib-formula-text to best-text
               end-if
           end-read
         end-perform
         perform 1100-print-library-entry
         close formula-library
         move 'F' to end_of_file.

      *>  the formula text wrapped at a hundred characters a line.
       1100-print-library-entry.
         if have-version <> 'T' then
           exit paragraph
         end-if
         move current-name to item-name
         perform 8300-check-prefix
         if item-wanted <> 'T' then
           exit paragraph
         end-if
         perform 8400-set-expiry-text
         perform 8200-add-toc-entry
         move spaces to detail_line
         string "  " current-name "  EFFECTIVE " best-effective
           "  EXPIRES " expiry-text into detail_line
         perform 8100-write-body-line
         move 2000 to text-len
         perform until text-len = 0
             or best-text(text-len:1) <> space
           subtract 1 from text-len giving text-len
         end-perform
         move 1 to text-pos
         perform until text-pos > text-len
           compute chunk-len = text-len - text-pos + 1
           if chunk-len > 100 then
             move 100 to chunk-len
           end-if
           move spaces to detail_line
           string "      " best-text(text-pos:chunk-len)
             delimited by size into detail_line
           perform 8100-write-body-line
           add chunk-len to text-pos giving text-pos
         end-perform.

       2000-variables-section.
         move 2 to section-idx
         perform 8000-write-section-heading
         open input vars-file
         if mv-file-status <> '00' then
           move "  (MATHVARS not available)" to detail_line
           perform 8100-write-body-line
           exit paragraph
         end-if
         move spaces to current-name
         move 'F' to have-version
         perform until end_of_file = 'T'
           read vars-file next
             at end
               string 'T' into end_of_file
             not at end
               if mv-name <> current-name then
                 perform 2100-print-variable
                 move mv-name to current-name
                 move 'F' to have-version
               end-if
               if mv-effective-date <= as-of-date and
                   (mv-expiry-date = 0 or
                    as-of-date <= mv-expiry-date) then
                 move 'T' to have-version
                 move mv-effective-date to best-effective
                 move mv-expiry-date to best-expiry
                 move mv-value to best-value
               end-if
           end-read
         end-perform
         perform 2100-print-variable
         close vars-file
         move 'F' to end_of_file.

       2100-print-variable.
         if have-version <> 'T' then
           exit paragraph
         end-if
         move current-name to item-name
         perform 8300-check-prefix
         if item-wanted <> 'T' then
           exit paragraph
         end-if
         perform 8400-set-expiry-text
         perform 8200-add-toc-entry
         move spaces to detail_line
         string "  " current-name "  " best-value "  EFFECTIVE "
           best-effective "  EXPIRES " expiry-text into detail_line
         perform 8100-write-body-line.

      *>  key order hands a table's versions over one after another,
      *>  each version's bands in sequence - a version's bands are
      *>  gathered as they pass and kept if the version is in force
      *>  and later than the best one so far.
       3000-band-tables-section.
         move 3 to section-idx
         perform 8000-write-section-heading
         open input bands-file
         if rb-file-status <> '00' then
           move "  (RATEBRKS not available)" to detail_line
           perform 8100-write-body-line
           exit paragraph
         end-if
         move spaces to current-name
         move 'F' to have-version
         move 0 to version-effective
         move 0 to vb-count
         perform until end_of_file = 'T'
           read bands-file next
             at end
               string 'T' into end_of_file
             not at end
               if rb-table-name <> current-name or
                   rb-effective-date <> version-effective then
                 perform 3100-end-of-version
                 if rb-table-name <> current-name then
                   perform 3200-print-band-table
                   move rb-table-name to current-name
                   move 'F' to have-version
                 end-if
                 move rb-effective-date to version-effective
                 move rb-expiry-date to version-expiry
                 move 0 to vb-count
               end-if
               if vb-count < 50 then
                 add 1 to vb-count giving vb-count
                 move rb-band-limit to vb-limit(vb-count)
                 move rb-band-rate to vb-rate(vb-count)
               end-if
           end-read
         end-perform
         perform 3100-end-of-version
         perform 3200-print-band-table
         close bands-file
         move 'F' to end_of_file.

       3100-end-of-version.
         if vb-count = 0 then
           exit paragraph
         end-if
         if version-effective <= as-of-date and
             (version-expiry = 0 or
              version-expiry = 99999999 or
              as-of-date <= version-expiry) then
           move 'T' to have-version
           move version-effective to best-effective
           move version-expiry to best-expiry
           move version-bands to best-bands
         end-if.

      *>  each band charges the units between the band below's limit
      *>  and its own; the open-ended top band (limit zero) takes
      *>  whatever is left.
       3200-print-band-table.
         if have-version <> 'T' then
           exit paragraph
         end-if
         move current-name to item-name
         perform 8300-check-prefix
         if item-wanted <> 'T' then
           exit paragraph
         end-if
         perform 8400-set-expiry-text
         perform 8200-add-toc-entry
         move spaces to detail_line
         string "  " current-name "  EFFECTIVE " best-effective
           "  EXPIRES " expiry-text into detail_line
         perform 8100-write-body-line
         move spaces to detail_line
         string "      BAND |         OVER |        UP TO |"
           "        RATE" into detail_line
         perform 8100-write-body-line
         move 0 to prev-limit
         perform varying band-idx from 1 by 1
             until band-idx > bb-count
           move band-idx to band-disp
           move prev-limit to over-edit
           move bb-limit(band-idx) to limit-edit
           move bb-rate(band-idx) to rate-edit
           move spaces to detail_line
           if bb-limit(band-idx) = 0 then
             string "        " band-disp " |" over-edit " |"
               "     AND OVER |" rate-edit into detail_line
           else
             string "        " band-disp " |" over-edit " |"
               limit-edit " |" rate-edit into detail_line
             move bb-limit(band-idx) to prev-limit
           end-if
           perform 8100-write-body-line
         end-perform.

      *>  FXRATES is small and line sequential - the newest rate at
      *>  or before the as-of date per pair, and the earliest one
      *>  after it, in one pass.
       4000-fx-rates-section.
         move 4 to section-idx
         perform 8000-write-section-heading
         open input rates-file
         if rates-file-status <> '00' then
           move "  (FXRATES not available)" to detail_line
           perform 8100-write-body-line
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read rates-file
             at end
               string 'T' into end_of_file
             not at end
               perform 4100-take-one-rate
           end-read
         end-perform
         close rates-file
         move 'F' to end_of_file

         perform varying pair-idx from 1 by 1
             until pair-idx > pair-count
           if pr-date(pair-idx) > 0 then
             perform 4200-print-fx-rate
           end-if
         end-perform
         if pairs-overflowed = 'T' then
           move "  (more than 200 currency pairs - the rest omitted)"
             to detail_line
           perform 8100-write-body-line
         end-if.

       4100-take-one-rate.
         move 0 to pair-found
         perform varying pair-idx from 1 by 1
             until pair-idx > pair-count
           if pr-from(pair-idx) = fx-from and
               pr-to(pair-idx) = fx-to then
             move pair-idx to pair-found
             exit perform
           end-if
         end-perform
         if pair-found = 0 then
           if pair-count >= 200 then
             move 'T' to pairs-overflowed
             exit paragraph
           end-if
           add 1 to pair-count giving pair-count
           move pair-count to pair-found
           move fx-from to pr-from(pair-found)
           move fx-to to pr-to(pair-found)
           move 0 to pr-date(pair-found)
           move spaces to pr-rate(pair-found)
           move 0 to pr-next-date(pair-found)
         end-if
         if fx-date <= as-of-date then
           if fx-date >= pr-date(pair-found) then
             move fx-date to pr-date(pair-found)
             move fx-rate to pr-rate(pair-found)
           end-if
         else
           if pr-next-date(pair-found) = 0 or
               fx-date < pr-next-date(pair-found) then
             move fx-date to pr-next-date(pair-found)
           end-if
         end-if.

       4200-print-fx-rate.
         move spaces to item-name
         string pr-from(pair-idx) '/' pr-to(pair-idx)
           delimited by size into item-name
         perform 8300-check-prefix
         if item-wanted <> 'T' then
           exit paragraph
         end-if
         move pr-date(pair-idx) to best-effective
         if pr-next-date(pair-idx) = 0 then
           move 0 to best-expiry
         else
           move pr-next-date(pair-idx) to prev-date
           perform 9000-day-before
           move prev-date to best-expiry
         end-if
         perform 8400-set-expiry-text
         perform 8200-add-toc-entry
         move spaces to detail_line
         string "  " item-name "  " pr-rate(pair-idx) "  EFFECTIVE "
           best-effective "  EXPIRES " expiry-text into detail_line
         perform 8100-write-body-line.

      *>  the heading and contents first, every contents line
      *>  pointing past them into the body, then the body copied in
      *>  behind.
       5000-print-book.
         open output book-file
         if book-file-status <> '00' then
           display "Error: could not open RATEBOOK, file status "
             book-file-status
           stop run
         end-if
         compute toc-lines = 3 + 4 + toc-count + 1
         if toc-overflowed = 'T' then
           add 1 to toc-lines giving toc-lines
         end-if

         move spaces to heading_line
         if prefix-len = 0 then
           string "RATE BOOK AS OF " as-of-date "   ALL NAMES"
             into heading_line
         else
           string "RATE BOOK AS OF " as-of-date "   NAMES STARTING "
             name-prefix(1:prefix-len) into heading_line
         end-if
         write book-record from heading_line
         move spaces to book-record
         write book-record
         move "CONTENTS" to book-record
         write book-record

         perform varying section-idx from 1 by 1
             until section-idx > 4
           move section-count(section-idx) to count-disp
           move section-idx to section-disp
           move spaces to detail_line
           string section-disp ". " section-name(section-idx)
             count-disp " ITEMS" into detail_line
           write book-record from detail_line
           perform varying toc-idx from 1 by 1
               until toc-idx > toc-count
             if tc-section(toc-idx) = section-idx then
               compute book-line = tc-line(toc-idx) + toc-lines
               move book-line to line-disp
               move spaces to detail_line
               string "     " tc-name(toc-idx) "  EFFECTIVE "
                 tc-effective(toc-idx) "  EXPIRES " tc-expiry(toc-idx)
                 "  LINE " line-disp into detail_line
               write book-record from detail_line
             end-if
           end-perform
         end-perform
         if toc-overflowed = 'T' then
           move "  (more than 3000 items - contents incomplete)"
             to book-record
           write book-record
         end-if
         move spaces to book-record
         write book-record

         open input work-file
         if work-file-status <> '00' then
           display "Error: could not reopen RATEBKWK, file status "
             work-file-status
           stop run
         end-if
         perform until end_of_file = 'T'
           read work-file
             at end
               string 'T' into end_of_file
             not at end
               write book-record from work-record
           end-read
         end-perform
         close work-file
         close book-file
         move 'F' to end_of_file.

       8000-write-section-heading.
         if section-idx > 1 then
           move spaces to detail_line
           perform 8100-write-body-line
         end-if
         move section-idx to section-disp
         move spaces to detail_line
         string "SECTION " section-disp " - " section-name(section-idx)
           into detail_line
         perform 8100-write-body-line.

       8100-write-body-line.
         write work-record from detail_line
         add 1 to body-lines giving body-lines.

       8200-add-toc-entry.
         add 1 to section-count(section-idx)
           giving section-count(section-idx)
         if toc-count >= 3000 then
           move 'T' to toc-overflowed
           exit paragraph
         end-if
         add 1 to toc-count giving toc-count
         move section-idx to tc-section(toc-count)
         move item-name to tc-name(toc-count)
         move best-effective to tc-effective(toc-count)
         move expiry-text to tc-expiry(toc-count)
         compute tc-line(toc-count) = body-lines + 1.

       8300-check-prefix.
         move 'T' to item-wanted
         if prefix-len > 0 then
           if item-name(1:prefix-len) <> name-prefix(1:prefix-len)
               then
             move 'F' to item-wanted
           end-if
         end-if.

       8400-set-expiry-text.
         if best-expiry = 0 or best-expiry = 99999999 then
           move "OPEN" to expiry-text
         else
           move best-expiry to expiry-text
         end-if.

      *>  steps PREV-DATE back one day, into the last day of the
      *>  month before when it's the first.
       9000-day-before.
         if prev-d > 1 then
           subtract 1 from prev-d giving prev-d
           exit paragraph
         end-if
         if prev-m = 1 then
           move 12 to prev-m
           subtract 1 from prev-y giving prev-y
         else
           subtract 1 from prev-m giving prev-m
         end-if
         evaluate prev-m
           when 4
           when 6
           when 9
           when 11
             move 30 to prev-d
           when 2
             divide prev-y by 4 giving leap-q remainder leap-r4
             divide prev-y by 100 giving leap-q remainder leap-r100
             divide prev-y by 400 giving leap-q remainder leap-r400
             if leap-r4 = 0 and
                 (leap-r100 <> 0 or leap-r400 = 0) then
               move 29 to prev-d
             else
               move 28 to prev-d
             end-if
           when other
             move 31 to prev-d
         end-evaluate.

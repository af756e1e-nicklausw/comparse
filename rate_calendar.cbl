      *>the coming-changes calendar - everything staged ahead in the
      *>effective-dated rate files that is about to take over, so a
      *>result moving overnight is expected instead of discovered.
      *>for every date in the window it lists each item whose version
      *>in force changes that day, old beside new:
      *>
      *>  LIBRARY    - a FORMULALIB entry (see formulalib.cpy), the
      *>               two formula texts side by side.
      *>  VARIABLE   - a MATHVARS name (see mathvars.cpy), the two
      *>               values.
      *>  BAND TABLE - a RATEBRKS table (see ratebrks.cpy), the two
      *>               versions' bands side by side.
      *>  FX RATE    - an FXRATES pair, the rate it moves from and to
      *>               (a dated rate repeating the one before it is no
      *>               change and is left off).
      *>
      *>a change is a new version starting, or the one in force
      *>expiring into whatever covers the next day - or into nothing,
      *>which is flagged, since the night will fail on it. the version
      *>in force is picked the way the engine picks it: the latest
      *>effective date at or before the day whose expiry (zero or
      *>99999999 open-ended) hasn't passed. each changed item carries
      *>the count of FORMULAIN formulas that reference it - "@NAME"
      *>for a library entry, found the way lib_where_used.cbl finds
      *>it, and the bare name for a variable or band table (the
      *>table name TIER is given); an FX pair counts the formulas
      *>naming both its currencies.
      *>
      *>the window is the 30 days starting today, or an optional
      *>RCALCTL control record's - start(8) days(3). the report goes
      *>to RCALRPT.
       identification division.
       program-id. rate_calendar.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "RCALCTL"
           organization line sequential
           file status is control-file-status.
         select formula-library assign to "FORMULALIB"
           organization indexed
           access mode dynamic
           record key is lib-formula-key
           file status is lib-file-status.
         select vars-file assign to "MATHVARS"
           organization indexed
           access mode sequential
           record key is mv-key
           file status is mv-file-status.
         select bands-file assign to "RATEBRKS"
           organization indexed
           access mode dynamic
           record key is rb-key
           file status is rb-file-status.
         select rates-file assign to "FXRATES"
           organization line sequential
           file status is rates-file-status.
         select formula-file assign to "FORMULAIN"
           organization line sequential
           file status is formula-file-status.
         select report-file assign to "RCALRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 rc-start-date pic 9(8).
           05 rc-days pic 9(3).
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
       fd formula-file.
         copy "formulain.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 lib-file-status pic x(2) value '00'.
         01 mv-file-status pic x(2) value '00'.
         01 rb-file-status pic x(2) value '00'.
         01 rates-file-status pic x(2) value '00'.
         01 formula-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 library-on pic x(1) value 'F'.
         01 bands-on pic x(1) value 'F'.

      *>  the window, as dates and as day numbers.
         01 window-days usage binary-long value 30.
         01 window-start pic 9(8) value 0.
         01 window-end pic 9(8) value 0.
         01 window-start-dn usage binary-long value 0.
         01 window-end-dn usage binary-long value 0.
         01 open-dn usage binary-long value 999999999.
         01 step-idx usage binary-long value 0.

      *>  one name's versions, gathered as key order hands them over
      *>  - effective and expiry as day numbers, the expiry of an
      *>  open-ended version as OPEN-DN.
         01 current-type pic 9(1) value 0.
         01 current-name pic x(20) value spaces.
         01 version-table.
           05 ver-count usage binary-long value 0.
           05 ver-entry occurs 100 times.
             10 vr-effective pic 9(8).
             10 vr-expiry pic 9(8).
             10 vr-eff-dn usage binary-long.
             10 vr-exp-dn usage binary-long.
             10 vr-value pic x(30).
         01 ver-idx usage binary-long value 0.
         01 versions-overflowed pic x(1) value 'F'.
         01 cand-dn usage binary-long value 0.
         01 cand-date pic 9(8) value 0.
         01 probe-dn usage binary-long value 0.
         01 probe-idx usage binary-long value 0.
         01 probe-found usage binary-long value 0.
         01 probe-best-dn usage binary-long value 0.
         01 old-ver usage binary-long value 0.
         01 new-ver usage binary-long value 0.

      *>  FXRATES is line sequential and small - held whole, the way
      *>  fxrates_load.cbl holds it.
         01 fx-table.
           05 fx-count usage binary-long value 0.
           05 fx-entry occurs 1000 times.
             10 ft-date pic 9(8).
             10 ft-from pic x(3).
             10 ft-to pic x(3).
             10 ft-rate pic x(20).
             10 ft-dn usage binary-long.
         01 fx-idx usage binary-long value 0.
         01 fx-prior usage binary-long value 0.
         01 fx-scan usage binary-long value 0.
         01 fx-overflowed pic x(1) value 'F'.

      *>  one entry per change found. EV-TYPE is 1 library, 2
      *>  variable, 3 band table, 4 FX pair; the effective dates
      *>  name the old and new versions (zero - nothing in force),
      *>  the values carry a variable's or an FX pair's two values.
         01 event-table.
           05 ev-count usage binary-long value 0.
           05 ev-entry occurs 2000 times.
             10 ev-sort-key.
               15 ev-date pic 9(8).
               15 ev-type pic 9(1).
               15 ev-name pic x(20).
             10 ev-old-effective pic 9(8).
             10 ev-new-effective pic 9(8).
             10 ev-old-value pic x(30).
             10 ev-new-value pic x(30).
             10 ev-item usage binary-long.
         01 ev-idx usage binary-long value 0.
         01 name-first-event usage binary-long value 0.
         01 events-overflowed pic x(1) value 'F'.
         01 new-date pic 9(8) value 0.
         01 add-effective pic 9(8) value 0.
         01 add-expiry pic 9(8) value 0.
         01 add-value pic x(30) value spaces.
         01 new-old-effective pic 9(8) value 0.
         01 new-new-effective pic 9(8) value 0.
         01 new-old-value pic x(30) value spaces.
         01 new-new-value pic x(30) value spaces.

      *>  the distinct changed items, with their FORMULAIN counts.
         01 item-table.
           05 item-count usage binary-long value 0.
           05 item-entry occurs 500 times.
             10 it-type pic 9(1).
             10 it-name pic x(20).
             10 it-refs usage binary-long.
             10 it-hit pic x(1).
         01 item-idx usage binary-long value 0.
         01 item-found usage binary-long value 0.
         01 items-overflowed pic x(1) value 'F'.

      *>  the names one formula mentions - "@NAME" references and
      *>  bare names, same letters, digits and hyphens
      *>  expand_formula.cbl splices on.
         01 scan-text pic x(1966) value spaces.
         01 scan-pos usage binary-long value 0.
         01 scan-char pic x(1) value space.
         01 token-table.
           05 tok-count usage binary-long value 0.
           05 tok-entry occurs 300 times.
             10 tk-name pic x(20).
             10 tk-at pic x(1).
         01 tok-idx usage binary-long value 0.
         01 tok-name pic x(20) value spaces.
         01 tok-len usage binary-long value 0.
         01 tok-at-sign pic x(1) value 'F'.
         01 saw-from pic x(1) value 'F'.
         01 saw-to pic x(1) value 'F'.
         01 formulas-scanned usage binary-long value 0.

         01 order-table.
           05 order-idx usage binary-long occurs 2000 times.
         01 sort-i usage binary-long value 0.
         01 sort-j usage binary-long value 0.
         01 swap-idx usage binary-long value 0.
         01 last-date pic 9(8) value 0.
         01 dates-changing usage binary-long value 0.
         01 type-counts.
           05 type-count usage binary-long occurs 4 times.
         01 expired-into-nothing usage binary-long value 0.

      *>  side-by-side printing.
         01 old-text pic x(2000) value spaces.
         01 new-text pic x(2000) value spaces.
         01 old-len usage binary-long value 0.
         01 new-len usage binary-long value 0.
         01 text-pos usage binary-long value 0.
         01 old-chunk pic x(58) value spaces.
         01 new-chunk pic x(58) value spaces.
         01 old-bands.
           05 ob-count usage binary-long value 0.
           05 ob-entry occurs 50 times.
             10 ob-limit pic 9(11)v9(2).
             10 ob-rate pic s9(7)v9(4).
         01 new-bands.
           05 nb-count usage binary-long value 0.
           05 nb-entry occurs 50 times.
             10 nb-limit pic 9(11)v9(2).
             10 nb-rate pic s9(7)v9(4).
         01 load-bands.
           05 lb-count usage binary-long value 0.
           05 lb-entry occurs 50 times.
             10 lb-limit pic 9(11)v9(2).
             10 lb-rate pic s9(7)v9(4).
         01 load-effective pic 9(8) value 0.
         01 band-idx usage binary-long value 0.
         01 band-disp pic z9.
         01 old-band-text pic x(40) value spaces.
         01 new-band-text pic x(40) value spaces.
         01 limit-edit pic z(10)9.99.
         01 rate-edit pic -(6)9.9(4).
         01 old-version-text pic x(20) value spaces.
         01 new-version-text pic x(20) value spaces.
         01 refs-disp pic zzzzz9.
         01 count-disp pic zzzzzzzz9.
         01 days-disp pic zz9.

      *>  the day after a yyyymmdd date.
         01 step-date pic 9(8) value 0.
         01 step-parts redefines step-date.
           05 step-y pic 9(4).
           05 step-m pic 9(2).
           05 step-d pic 9(2).
         01 month-days usage binary-long value 0.
         01 leap-r4 usage binary-long value 0.
         01 leap-r100 usage binary-long value 0.
         01 leap-r400 usage binary-long value 0.
         01 leap-q usage binary-long value 0.

         01 dn-date pic 9(8) value 0.
         01 dn-days usage binary-long value 0.
         01 dn-y usage binary-long value 0.
         01 dn-m usage binary-long value 0.
         01 dn-d usage binary-long value 0.
         01 dn-t1 usage binary-long value 0.
         01 dn-t2 usage binary-long value 0.
         01 dn-t3 usage binary-long value 0.
         01 dn-t4 usage binary-long value 0.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         initialize type-counts
         perform 0100-read-control

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open RCALRPT, file status "
             report-file-status
           stop run
         end-if

         perform 1000-scan-library
         perform 1100-scan-variables
         perform 1200-scan-band-tables
         perform 1300-scan-fx-rates
         if ev-count > 0 then
           perform 3000-count-references
         end-if
         perform 4000-write-report

         if library-on = 'T' then
           close formula-library
         end-if
         if bands-on = 'T' then
           close bands-file
         end-if
         close report-file
         stop run.

       0100-read-control.
         accept window-start from date yyyymmdd
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if rc-start-date is numeric and rc-start-date > 0 then
                 move rc-start-date to window-start
               end-if
               if rc-days is numeric and rc-days > 0 then
                 move rc-days to window-days
               end-if
           end-read
           close control-file
         end-if
         move window-start to dn-date
         perform 9000-compute-day-number
         move dn-days to window-start-dn
         compute window-end-dn = window-start-dn + window-days - 1
         move window-start to step-date
         perform varying step-idx from 2 by 1
             until step-idx > window-days
           perform 9100-day-after
         end-perform
         move step-date to window-end.

      *>  the library is left open - the report reads the two
      *>  versions' texts back by key.
       1000-scan-library.
         open input formula-library
         if lib-file-status <> '00' then
           display "Warning: could not open FORMULALIB, file status "
             lib-file-status " - library changes not listed"
           exit paragraph
         end-if
         move 'T' to library-on
         move 1 to current-type
         move spaces to current-name
         move 0 to ver-count
         perform until end_of_file = 'T'
           read formula-library next
             at end
               string 'T' into end_of_file
             not at end
               if lib-formula-name <> current-name then
                 perform 2000-find-changes
                 move lib-formula-name to current-name
                 move 0 to ver-count
               end-if
               move lib-effective-date to add-effective
               move lib-expiry-date to add-expiry
               move spaces to add-value
               perform 2300-add-version
           end-read
         end-perform
         perform 2000-find-changes
         move 'F' to end_of_file.

       1100-scan-variables.
         open input vars-file
         if mv-file-status <> '00' then
           display "Warning: could not open MATHVARS, file status "
             mv-file-status " - variable changes not listed"
           exit paragraph
         end-if
         move 2 to current-type
         move spaces to current-name
         move 0 to ver-count
         perform until end_of_file = 'T'
           read vars-file next
             at end
               string 'T' into end_of_file
             not at end
               if mv-name <> current-name then
                 perform 2000-find-changes
                 move mv-name to current-name
                 move 0 to ver-count
               end-if
               move mv-effective-date to add-effective
               move mv-expiry-date to add-expiry
               move mv-value to add-value
               perform 2300-add-version
           end-read
         end-perform
         perform 2000-find-changes
         close vars-file
         move 'F' to end_of_file.

      *>  a table's version is its effective date - the bands of one
      *>  version arrive together, and only the first is kept here;
      *>  the report reads the bands back by key. left open for that.
       1200-scan-band-tables.
         open input bands-file
         if rb-file-status <> '00' then
           display "Warning: could not open RATEBRKS, file status "
             rb-file-status " - band table changes not listed"
           exit paragraph
         end-if
         move 'T' to bands-on
         move 3 to current-type
         move spaces to current-name
         move 0 to ver-count
         perform until end_of_file = 'T'
           read bands-file next
             at end
               string 'T' into end_of_file
             not at end
               if rb-table-name <> current-name then
                 perform 2000-find-changes
                 move rb-table-name to current-name
                 move 0 to ver-count
               end-if
               if ver-count = 0 or
                   rb-effective-date <> vr-effective(ver-count) then
                 move rb-effective-date to add-effective
                 move rb-expiry-date to add-expiry
                 move spaces to add-value
                 perform 2300-add-version
               end-if
           end-read
         end-perform
         perform 2000-find-changes
         move 'F' to end_of_file.

      *>  an FX rate holds until the pair's next dated rate, so every
      *>  dated rate in the window is a change - unless it repeats
      *>  the rate it follows.
       1300-scan-fx-rates.
         open input rates-file
         if rates-file-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read rates-file
             at end
               string 'T' into end_of_file
             not at end
               if fx-count < 1000 then
                 add 1 to fx-count giving fx-count
                 move fx-date to ft-date(fx-count)
                 move fx-from to ft-from(fx-count)
                 move fx-to to ft-to(fx-count)
                 move fx-rate to ft-rate(fx-count)
                 move fx-date to dn-date
                 perform 9000-compute-day-number
                 move dn-days to ft-dn(fx-count)
               else
                 move 'T' to fx-overflowed
               end-if
           end-read
         end-perform
         close rates-file
         move 'F' to end_of_file

         move 4 to current-type
         perform varying fx-idx from 1 by 1 until fx-idx > fx-count
           if ft-dn(fx-idx) >= window-start-dn and
               ft-dn(fx-idx) <= window-end-dn then
             perform 1310-check-fx-rate
           end-if
         end-perform.

       1310-check-fx-rate.
         move 0 to fx-prior
         perform varying fx-scan from 1 by 1 until fx-scan > fx-count
           if ft-from(fx-scan) = ft-from(fx-idx) and
               ft-to(fx-scan) = ft-to(fx-idx) and
               ft-dn(fx-scan) < ft-dn(fx-idx) then
             if fx-prior = 0 then
               move fx-scan to fx-prior
             else
               if ft-dn(fx-scan) > ft-dn(fx-prior) then
                 move fx-scan to fx-prior
               end-if
             end-if
           end-if
         end-perform
         if fx-prior > 0 then
           if ft-rate(fx-prior) = ft-rate(fx-idx) then
             exit paragraph
           end-if
           move ft-date(fx-prior) to new-old-effective
           move ft-rate(fx-prior) to new-old-value
         else
           move 0 to new-old-effective
           move spaces to new-old-value
         end-if
         move spaces to current-name
         string ft-from(fx-idx) '/' ft-to(fx-idx)
           delimited by size into current-name
         move ft-date(fx-idx) to new-date
         move ft-date(fx-idx) to new-new-effective
         move ft-rate(fx-idx) to new-new-value
      *>  a resent date for the pair already listed is the same
      *>  change.
         move 1 to name-first-event
         perform 2500-add-event.

      *>  every day a version of the current name starts, and every
      *>  day after one expires, is a candidate - it is a change when
      *>  the version in force that day differs from the day before.
       2000-find-changes.
         if ver-count = 0 then
           exit paragraph
         end-if
         compute name-first-event = ev-count + 1
         perform varying ver-idx from 1 by 1 until ver-idx > ver-count
           move vr-eff-dn(ver-idx) to cand-dn
           move vr-effective(ver-idx) to cand-date
           perform 2100-try-candidate
           if vr-exp-dn(ver-idx) < open-dn then
             compute cand-dn = vr-exp-dn(ver-idx) + 1
             move vr-expiry(ver-idx) to step-date
             perform 9100-day-after
             move step-date to cand-date
             perform 2100-try-candidate
           end-if
         end-perform.

       2100-try-candidate.
         if cand-dn < window-start-dn or cand-dn > window-end-dn then
           exit paragraph
         end-if
         move cand-dn to probe-dn
         perform 2200-version-in-force
         move probe-found to new-ver
         compute probe-dn = cand-dn - 1
         perform 2200-version-in-force
         move probe-found to old-ver
         if old-ver = new-ver then
           exit paragraph
         end-if
         move cand-date to new-date
         move 0 to new-old-effective
         move spaces to new-old-value
         move 0 to new-new-effective
         move spaces to new-new-value
         if old-ver > 0 then
           move vr-effective(old-ver) to new-old-effective
           move vr-value(old-ver) to new-old-value
         end-if
         if new-ver > 0 then
           move vr-effective(new-ver) to new-new-effective
           move vr-value(new-ver) to new-new-value
         end-if
         perform 2500-add-event.

       2200-version-in-force.
         move 0 to probe-found
         move 0 to probe-best-dn
         perform varying probe-idx from 1 by 1
             until probe-idx > ver-count
           if vr-eff-dn(probe-idx) <= probe-dn and
               vr-exp-dn(probe-idx) >= probe-dn and
               vr-eff-dn(probe-idx) > probe-best-dn then
             move probe-idx to probe-found
             move vr-eff-dn(probe-idx) to probe-best-dn
           end-if
         end-perform.

       2300-add-version.
         if ver-count >= 100 then
           move 'T' to versions-overflowed
           exit paragraph
         end-if
         add 1 to ver-count giving ver-count
         move add-effective to vr-effective(ver-count)
         move add-effective to dn-date
         perform 9000-compute-day-number
         move dn-days to vr-eff-dn(ver-count)
         move add-expiry to vr-expiry(ver-count)
         if add-expiry = 0 or add-expiry = 99999999 then
           move open-dn to vr-exp-dn(ver-count)
         else
           move add-expiry to dn-date
           perform 9000-compute-day-number
           move dn-days to vr-exp-dn(ver-count)
         end-if
         move add-value to vr-value(ver-count).

       2500-add-event.
         perform varying ev-idx from name-first-event by 1
             until ev-idx > ev-count
           if ev-type(ev-idx) = current-type and
               ev-name(ev-idx) = current-name and
               ev-date(ev-idx) = new-date then
             exit paragraph
           end-if
         end-perform
         if ev-count >= 2000 then
           move 'T' to events-overflowed
           exit paragraph
         end-if
         perform 2600-find-item
         add 1 to ev-count giving ev-count
         move new-date to ev-date(ev-count)
         move current-type to ev-type(ev-count)
         move current-name to ev-name(ev-count)
         move new-old-effective to ev-old-effective(ev-count)
         move new-new-effective to ev-new-effective(ev-count)
         move new-old-value to ev-old-value(ev-count)
         move new-new-value to ev-new-value(ev-count)
         move item-found to ev-item(ev-count).

       2600-find-item.
         move 0 to item-found
         perform varying item-idx from 1 by 1
             until item-idx > item-count
           if it-type(item-idx) = current-type and
               it-name(item-idx) = current-name then
             move item-idx to item-found
             exit paragraph
           end-if
         end-perform
         if item-count >= 500 then
           move 'T' to items-overflowed
           exit paragraph
         end-if
         add 1 to item-count giving item-count
         move item-count to item-found
         move current-type to it-type(item-found)
         move current-name to it-name(item-found)
         move 0 to it-refs(item-found).

      *>  one pass over FORMULAIN - each formula's names collected
      *>  once, then every changed item checked against them.
       3000-count-references.
         open input formula-file
         if formula-file-status <> '00' then
           display "Warning: could not open FORMULAIN, file status "
             formula-file-status " - references not counted"
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read formula-file
             at end
               string 'T' into end_of_file
             not at end
               if fin-record(1:3) <> "HDR" and
                   fin-record(1:3) <> "TRL" then
                 add 1 to formulas-scanned giving formulas-scanned
                 move fin-formula-text to scan-text
                 perform 3100-collect-tokens
                 perform 3200-match-items
               end-if
           end-read
         end-perform
         close formula-file
         move 'F' to end_of_file.

       3100-collect-tokens.
         move 0 to tok-count
         perform varying scan-pos from 1 by 1 until scan-pos > 1966
           move scan-text(scan-pos:1) to scan-char
           if scan-char = ';' then
             exit perform
           end-if
           if scan-char = '@' then
             move 'T' to tok-at-sign
             add 1 to scan-pos giving scan-pos
             perform 3110-take-token
           else
             if scan-char is alphabetic-upper and
                 scan-char <> space then
               move 'F' to tok-at-sign
               perform 3110-take-token
             end-if
           end-if
         end-perform.

      *>  the name starting at SCAN-POS; SCAN-POS is left on its last
      *>  character.
       3110-take-token.
         move spaces to tok-name
         move 0 to tok-len
         perform until scan-pos > 1966
           move scan-text(scan-pos:1) to scan-char
           if scan-char = space or
               (scan-char is not alphabetic-upper and
                scan-char is not numeric and scan-char <> '-') then
             exit perform
           end-if
           if tok-len < 20 then
             add 1 to tok-len giving tok-len
             move scan-char to tok-name(tok-len:1)
           end-if
           add 1 to scan-pos giving scan-pos
         end-perform
         subtract 1 from scan-pos giving scan-pos
         if tok-len > 0 and tok-count < 300 then
           add 1 to tok-count giving tok-count
           move tok-name to tk-name(tok-count)
           move tok-at-sign to tk-at(tok-count)
         end-if.

       3200-match-items.
         perform varying item-idx from 1 by 1
             until item-idx > item-count
           move 'F' to it-hit(item-idx)
           move 'F' to saw-from
           move 'F' to saw-to
           perform varying tok-idx from 1 by 1
               until tok-idx > tok-count
             evaluate it-type(item-idx)
               when 1
                 if tk-at(tok-idx) = 'T' and
                     tk-name(tok-idx) = it-name(item-idx) then
                   move 'T' to it-hit(item-idx)
                 end-if
               when 4
                 if tk-at(tok-idx) = 'F' and
                     tk-name(tok-idx) = it-name(item-idx)(1:3) then
                   move 'T' to saw-from
                 end-if
                 if tk-at(tok-idx) = 'F' and
                     tk-name(tok-idx) = it-name(item-idx)(5:3) then
                   move 'T' to saw-to
                 end-if
               when other
                 if tk-at(tok-idx) = 'F' and
                     tk-name(tok-idx) = it-name(item-idx) then
                   move 'T' to it-hit(item-idx)
                 end-if
             end-evaluate
           end-perform
           if saw-from = 'T' and saw-to = 'T' then
             move 'T' to it-hit(item-idx)
           end-if
           if it-hit(item-idx) = 'T' then
             add 1 to it-refs(item-idx) giving it-refs(item-idx)
           end-if
         end-perform.

      *>  by date, then by kind of item, then by name.
       4000-write-report.
         move window-days to days-disp
         move spaces to heading_line
         string "COMING RATE CHANGES " window-start " THROUGH "
           window-end " (" days-disp " DAYS)" into heading_line
         write report-record from heading_line

         perform varying ev-idx from 1 by 1 until ev-idx > ev-count
           move ev-idx to order-idx(ev-idx)
         end-perform
         perform varying sort-i from 1 by 1 until sort-i >= ev-count
           perform varying sort-j from sort-i by 1
               until sort-j > ev-count
             if ev-sort-key(order-idx(sort-j)) <
                 ev-sort-key(order-idx(sort-i)) then
               move order-idx(sort-i) to swap-idx
               move order-idx(sort-j) to order-idx(sort-i)
               move swap-idx to order-idx(sort-j)
             end-if
           end-perform
         end-perform

         move 0 to last-date
         perform varying sort-i from 1 by 1 until sort-i > ev-count
           move order-idx(sort-i) to ev-idx
           if ev-date(ev-idx) <> last-date then
             move ev-date(ev-idx) to last-date
             add 1 to dates-changing giving dates-changing
             move spaces to heading_line
             write report-record from heading_line
             move spaces to heading_line
             string "CHANGES EFFECTIVE " ev-date(ev-idx)
               into heading_line
             write report-record from heading_line
           end-if
           add 1 to type-count(ev-type(ev-idx))
             giving type-count(ev-type(ev-idx))
           perform 4050-set-version-text
           move ev-item(ev-idx) to item-idx
           if item-idx > 0 then
             move it-refs(item-idx) to refs-disp
           else
             move 0 to refs-disp
           end-if
           evaluate ev-type(ev-idx)
             when 1
               perform 4100-write-library-change
             when 2
               perform 4200-write-variable-change
             when 3
               perform 4300-write-band-change
             when 4
               perform 4400-write-fx-change
           end-evaluate
         end-perform
         if ev-count = 0 then
           move spaces to detail_line
           write report-record from detail_line
           move "  (no changes in the window)" to detail_line
           write report-record from detail_line
         end-if

         move spaces to total_line
         write report-record from total_line
         move dates-changing to count-disp
         move spaces to total_line
         string "Dates with changes:      " count-disp into total_line
         write report-record from total_line
         move type-count(1) to count-disp
         move spaces to total_line
         string "Library changes:         " count-disp into total_line
         write report-record from total_line
         move type-count(2) to count-disp
         move spaces to total_line
         string "Variable changes:        " count-disp into total_line
         write report-record from total_line
         move type-count(3) to count-disp
         move spaces to total_line
         string "Band table changes:      " count-disp into total_line
         write report-record from total_line
         move type-count(4) to count-disp
         move spaces to total_line
         string "FX rate changes:         " count-disp into total_line
         write report-record from total_line
         move expired-into-nothing to count-disp
         move spaces to total_line
         string "Expiring into nothing:   " count-disp into total_line
         write report-record from total_line
         move formulas-scanned to count-disp
         move spaces to total_line
         string "FORMULAIN formulas read: " count-disp into total_line
         write report-record from total_line
         if events-overflowed = 'T' or items-overflowed = 'T' then
           move spaces to total_line
           string "more than 2000 changes - report is partial"
             into total_line
           write report-record from total_line
         end-if
         if versions-overflowed = 'T' then
           move spaces to total_line
           string "a name with more than 100 versions - its later"
             " versions not considered" into total_line
           write report-record from total_line
         end-if
         if fx-overflowed = 'T' then
           move spaces to total_line
           string "more than 1000 FX rates - the rest not considered"
             into total_line
           write report-record from total_line
         end-if.

       4050-set-version-text.
         move spaces to old-version-text
         move spaces to new-version-text
         if ev-old-effective(ev-idx) = 0 then
           move "(none in force)" to old-version-text
         else
           string "VERSION " ev-old-effective(ev-idx)
             delimited by size into old-version-text
         end-if
         if ev-new-effective(ev-idx) = 0 then
           move "** NOTHING IN FORCE" to new-version-text
           add 1 to expired-into-nothing giving expired-into-nothing
         else
           string "VERSION " ev-new-effective(ev-idx)
             delimited by size into new-version-text
         end-if.

       4100-write-library-change.
         move spaces to detail_line
         string "  LIBRARY     @" ev-name(ev-idx) "  "
           old-version-text " -> " new-version-text
           "  FORMULAS USING: " refs-disp into detail_line
         write report-record from detail_line
         move spaces to old-text
         move spaces to new-text
         if library-on = 'T' then
           if ev-old-effective(ev-idx) > 0 then
             move ev-name(ev-idx) to lib-formula-name
             move ev-old-effective(ev-idx) to lib-effective-date
             read formula-library key is lib-formula-key
               invalid key
                 continue
               not invalid key
                 move lib-formula-text to old-text
             end-read
           end-if
           if ev-new-effective(ev-idx) > 0 then
             move ev-name(ev-idx) to lib-formula-name
             move ev-new-effective(ev-idx) to lib-effective-date
             read formula-library key is lib-formula-key
               invalid key
                 continue
               not invalid key
                 move lib-formula-text to new-text
             end-read
           end-if
         end-if
         move 2000 to old-len
         perform until old-len = 0 or old-text(old-len:1) <> space
           subtract 1 from old-len giving old-len
         end-perform
         move 2000 to new-len
         perform until new-len = 0 or new-text(new-len:1) <> space
           subtract 1 from new-len giving new-len
         end-perform
         move 1 to text-pos
         perform until text-pos > old-len and text-pos > new-len
           move spaces to old-chunk
           move spaces to new-chunk
           if text-pos <= old-len then
             move old-text(text-pos:58) to old-chunk
           end-if
           if text-pos <= new-len then
             move new-text(text-pos:58) to new-chunk
           end-if
           move spaces to detail_line
           string "      " old-chunk " | " new-chunk
             delimited by size into detail_line
           write report-record from detail_line
           add 58 to text-pos giving text-pos
         end-perform.

       4200-write-variable-change.
         if ev-old-effective(ev-idx) = 0 then
           move "(none in force)" to ev-old-value(ev-idx)
         end-if
         if ev-new-effective(ev-idx) = 0 then
           move "** NOTHING IN FORCE" to ev-new-value(ev-idx)
         end-if
         move spaces to detail_line
         string "  VARIABLE    " ev-name(ev-idx) "  "
           ev-old-value(ev-idx) " -> " ev-new-value(ev-idx)
           "  FORMULAS USING: " refs-disp into detail_line
         write report-record from detail_line.

       4300-write-band-change.
         move spaces to detail_line
         string "  BAND TABLE  " ev-name(ev-idx) "  "
           old-version-text " -> " new-version-text
           "  FORMULAS USING: " refs-disp into detail_line
         write report-record from detail_line
         move ev-old-effective(ev-idx) to load-effective
         perform 4500-load-band-version
         move load-bands to old-bands
         move ev-new-effective(ev-idx) to load-effective
         perform 4500-load-band-version
         move load-bands to new-bands
         move spaces to detail_line
         string "        BAND         UP TO         RATE   |"
           "          UP TO         RATE" into detail_line
         write report-record from detail_line
         perform varying band-idx from 1 by 1
             until band-idx > ob-count and band-idx > nb-count
           move band-idx to band-disp
           move spaces to old-band-text
           move spaces to new-band-text
           if band-idx <= ob-count then
             move ob-rate(band-idx) to rate-edit
             if ob-limit(band-idx) = 0 then
               string "     AND OVER " rate-edit
                 delimited by size into old-band-text
             else
               move ob-limit(band-idx) to limit-edit
               string limit-edit " " rate-edit
                 delimited by size into old-band-text
             end-if
           end-if
           if band-idx <= nb-count then
             move nb-rate(band-idx) to rate-edit
             if nb-limit(band-idx) = 0 then
               string "     AND OVER " rate-edit
                 delimited by size into new-band-text
             else
               move nb-limit(band-idx) to limit-edit
               string limit-edit " " rate-edit
                 delimited by size into new-band-text
             end-if
           end-if
           move spaces to detail_line
           string "          " band-disp old-band-text(1:29) " | "
             new-band-text(1:29) delimited by size into detail_line
           write report-record from detail_line
         end-perform.

       4400-write-fx-change.
         if ev-old-effective(ev-idx) = 0 then
           move "(no earlier rate)" to ev-old-value(ev-idx)
         end-if
         move spaces to detail_line
         string "  FX RATE     " ev-name(ev-idx) "  "
           ev-old-value(ev-idx)(1:20) " -> "
           ev-new-value(ev-idx)(1:20)
           "  FORMULAS USING: " refs-disp into detail_line
         write report-record from detail_line.

      *>  the bands of EV-NAME's version LOAD-EFFECTIVE, in band
      *>  order; none for a zero date.
       4500-load-band-version.
         move 0 to lb-count
         if load-effective = 0 or bands-on <> 'T' then
           exit paragraph
         end-if
         move ev-name(ev-idx) to rb-table-name
         move load-effective to rb-effective-date
         move 0 to rb-band-seq
         start bands-file key is >= rb-key
           invalid key
             exit paragraph
         end-start
         perform until end_of_file = 'T'
           read bands-file next
             at end
               string 'T' into end_of_file
             not at end
               if rb-table-name <> ev-name(ev-idx) or
                   rb-effective-date <> load-effective then
                 string 'T' into end_of_file
               else
                 if lb-count < 50 then
                   add 1 to lb-count giving lb-count
                   move rb-band-limit to lb-limit(lb-count)
                   move rb-band-rate to lb-rate(lb-count)
                 end-if
               end-if
           end-read
         end-perform
         move 'F' to end_of_file.

      *>  turns a yyyymmdd date into a running day number so dates
      *>  can be stepped across month and year boundaries - the same
      *>  shifted-calendar formula dispute_aging.cbl uses.
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

      *>  steps STEP-DATE on one day, into the first of the next
      *>  month when it's the last.
       9100-day-after.
         evaluate step-m
           when 4
           when 6
           when 9
           when 11
             move 30 to month-days
           when 2
             divide step-y by 4 giving leap-q remainder leap-r4
             divide step-y by 100 giving leap-q remainder leap-r100
             divide step-y by 400 giving leap-q remainder leap-r400
             if leap-r4 = 0 and
                 (leap-r100 <> 0 or leap-r400 = 0) then
               move 29 to month-days
             else
               move 28 to month-days
             end-if
           when other
             move 31 to month-days
         end-evaluate
         if step-d < month-days then
           add 1 to step-d giving step-d
           exit paragraph
         end-if
         move 1 to step-d
         if step-m = 12 then
           move 1 to step-m
           add 1 to step-y giving step-y
         else
           add 1 to step-m giving step-m
         end-if.

      *>GL consolidation - one interface for everything the system
      *>posts, instead of the formula batch's GLEXTRACT going through
      *>the interface while dormancy fees and rate adjustments are
      *>keyed by hand and pool allocations sit on a file of their
      *>own with no acknowledgment loop. three sources, each with a
      *>source code carried on every detail it contributes:
      *>
      *>  MATHBATC  GLEXTRACT, batch_math_parse.cbl's extract - its
      *>            details already carry GLMAP's accounts and
      *>            offsets, and pass through as they are
      *>  RULEASMT  RULEASSESS, rules_driver.cbl's assessments -
      *>            account|rule name|amount lines, mapped by rule
      *>            name: the GLMAP record whose group column holds
      *>            the rule name's first eight characters. an
      *>            assessment whose amount won't read (the action
      *>            formula failed) is listed and left out. they post
      *>            on the run date
      *>  POOLALOC  ALLOCGL, pool_allocate.cbl's shares - mapped by
      *>            the account's group code on the detail
      *>a rule or group with no GLMAP record posts to the "*DEFAULT"
      *>suspense pair and is listed, the way batch_math_parse.cbl
      *>treats an unmapped group. every mapped posting gets its
      *>balancing other side on the offset account. a source that
      *>isn't there is noted and skipped.
      *>
      *>GLCONSOL gets one batch per posting date, in date order, in
      *>the GLEXTRACT layout with two additions: every detail
      *>carries its source code (and, for a pool share, the group),
      *>and every trailer carries a per-source control section - the
      *>detail count and hash each source contributed. a batch whose
      *>postings don't net to zero is out of balance: it is flagged
      *>on GLCONRPT and the step ends with return code 8 so the
      *>interface holds. suspense postings or skipped assessments
      *>end it with 4. gl_reconcile.cbl reconciles GLCONSOL's
      *>acknowledgments source by source (GLRECCTL naming GLCONSOL).
      *>
      *>GLCONCTL control records, keyword(20) value(20), optional:
      *>  RUN-DATE  yyyymmdd  the assessments' posting date (default
      *>                      today)
       identification division.
       program-id. gl_consolidate.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "GLCONCTL"
           organization line sequential
           file status is control-file-status.
         select extract-in-file assign to "GLEXTRACT"
           organization sequential
           file status is extract-in-status.
         select assess-file assign to "RULEASSESS"
           organization line sequential
           file status is assess-file-status.
         select alloc-in-file assign to "ALLOCGL"
           organization sequential
           file status is alloc-in-status.
         select glmap-file assign to "GLMAP"
           organization line sequential
           file status is glmap-file-status.
         select consol-file assign to "GLCONSOL"
           organization sequential
           file status is consol-file-status.
         select report-file assign to "GLCONRPT"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 xc-keyword pic x(20).
           05 xc-value pic x(20).
       fd extract-in-file.
         01 extract-in-record pic x(80).
       fd assess-file.
         01 assess-record pic x(80).
       fd alloc-in-file.
         01 alloc-in-record pic x(80).
       fd glmap-file.
         copy "glmap.cpy".
      *>  the GLEXTRACT layout - fixed 80-byte records, amounts in
      *>  signed packed decimal, so never line sequential - with the
      *>  source code on every detail and the per-source control
      *>  section on every trailer.
       fd consol-file.
         01 gl-header.
           05 glh-type pic x(1).
           05 glh-posting-date pic 9(8).
           05 glh-source pic x(8).
           05 filler pic x(63).
         01 gl-detail.
           05 gld-type pic x(1).
           05 gld-account-key pic x(20).
           05 gld-posting-date pic 9(8).
           05 gld-amount pic s9(13)v99 comp-3.
           05 gld-dc pic x(1).
           05 gld-source pic x(8).
           05 gld-group pic x(8).
           05 filler pic x(26).
         01 gl-trailer.
           05 glt-type pic x(1).
           05 glt-record-count pic 9(9).
           05 glt-hash-total pic s9(15)v99 comp-3.
           05 glt-source-entry occurs 3 times.
             10 glt-source pic x(8).
             10 glt-source-count pic 9(7) comp-3.
             10 glt-source-hash pic s9(13)v99 comp-3.
           05 filler pic x(1).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 extract-in-status pic x(2) value '00'.
         01 assess-file-status pic x(2) value '00'.
         01 alloc-in-status pic x(2) value '00'.
         01 glmap-file-status pic x(2) value '00'.
         01 consol-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.

         01 run-date pic 9(8) value 0.
         01 xc-value-x pic x(9) value spaces.
         01 xc-value-9 redefines xc-value-x pic 9(9).
         01 ctl-scan usage binary-long value 0.
         01 ctl-out usage binary-long value 0.

      *>  an input record from GLEXTRACT or ALLOCGL, in the
      *>  extract's shapes.
         01 in-record pic x(80) value spaces.
         01 in-header redefines in-record.
           05 inh-type pic x(1).
           05 inh-posting-date pic 9(8).
           05 inh-source pic x(8).
           05 filler pic x(63).
         01 in-detail redefines in-record.
           05 ind-type pic x(1).
           05 ind-account-key pic x(20).
           05 ind-posting-date pic 9(8).
           05 ind-amount pic s9(13)v99 comp-3.
           05 ind-dc pic x(1).
           05 ind-source pic x(8).
           05 ind-group pic x(8).
           05 filler pic x(26).

      *>  the three sources, in trailer-section order. SR-PRESENT
      *>  'T' when the source's file opened.
         01 source-table.
           05 source-entry occurs 3 times.
             10 sr-code pic x(8).
             10 sr-file pic x(10).
             10 sr-present pic x(1).
             10 sr-read usage binary-long.
             10 sr-posted usage binary-long.
             10 sr-suspense usage binary-long.
             10 sr-skipped usage binary-long.
             10 sr-amount pic s9(15)v99.
         01 src-idx usage binary-long value 0.
         01 cur-source usage binary-long value 0.

      *>  the posting dates found, ascending - one batch each.
         01 date-table.
           05 date-count usage binary-long value 0.
           05 date-entry pic 9(8) occurs 60 times.
         01 date-idx usage binary-long value 0.
         01 date-at usage binary-long value 0.
         01 date-overflowed pic x(1) value 'F'.
         01 note-date pic 9(8) value 0.
         01 cur-date pic 9(8) value 0.

      *>  the batch being written.
         01 batch-count usage binary-long value 0.
         01 batch-hash pic s9(15)v99 value 0.
         01 batch-src-count usage binary-long occurs 3 times.
         01 batch-src-hash pic s9(13)v99 occurs 3 times.
         01 batches-written usage binary-long value 0.
         01 batches-unbalanced usage binary-long value 0.

         01 glmap-on pic x(1) value 'F'.
         01 glmap-eof pic x(1) value 'F'.
         01 glmap-table.
           05 glmap-count usage binary-long value 0.
           05 glmap-entry occurs 100 times.
             10 gme-group pic x(8).
             10 gme-account pic x(20).
             10 gme-offset pic x(20).
         01 glmap-idx usage binary-long value 0.
         01 glmap-found usage binary-long value 0.
         01 suspense-account pic x(20) value spaces.
         01 suspense-offset pic x(20) value spaces.
         01 map-key pic x(8) value spaces.
         01 post-account pic x(20) value spaces.
         01 post-offset pic x(20) value spaces.
         01 post-amount pic s9(13)v99 value 0.
         01 post-group pic x(8) value spaces.

      *>  rules and groups that went to suspense, for the exceptions
      *>  section.
         01 unmapped-table.
           05 unmapped-count usage binary-long value 0.
           05 unmapped-entry occurs 50 times.
             10 um-source pic x(8).
             10 um-key pic x(8).
             10 um-postings usage binary-long.
         01 unmapped-idx usage binary-long value 0.
         01 unmapped-found usage binary-long value 0.

      *>  RULEASSESS fields, cut out of the line, and the amount
      *>  text read back as a number.
         01 ra-account pic x(10) value spaces.
         01 ra-rule pic x(20) value spaces.
         01 ra-amount-text pic x(40) value spaces.
         01 res-text pic x(60) value spaces.
         01 res-num pic s9(13)v9(4) value 0.
         01 res-ok pic x(1) value 'F'.
         01 res-neg pic x(1) value 'F'.
         01 res-after-point pic x(1) value 'F'.
         01 res-started pic x(1) value 'F'.
         01 res-int-digits usage binary-long value 0.
         01 res-dec-digits usage binary-long value 0.
         01 res-pos usage binary-long value 0.
         01 res-digit-x pic x(1) value space.
         01 res-digit-9 redefines res-digit-x pic 9.
         01 res-scale pic 9v9(4) value 0.

         01 amount-edit pic -(13)9.99.
         01 hash-edit pic -(15)9.99.
         01 count-disp pic zzzzzzzz9.
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept run-date from date yyyymmdd
         perform 0100-read-control
         move "MATHBATC" to sr-code(1)
         move "GLEXTRACT " to sr-file(1)
         move "RULEASMT" to sr-code(2)
         move "RULEASSESS" to sr-file(2)
         move "POOLALOC" to sr-code(3)
         move "ALLOCGL   " to sr-file(3)
         perform varying src-idx from 1 by 1 until src-idx > 3
           move 'F' to sr-present(src-idx)
           move 0 to sr-read(src-idx)
           move 0 to sr-posted(src-idx)
           move 0 to sr-suspense(src-idx)
           move 0 to sr-skipped(src-idx)
           move 0 to sr-amount(src-idx)
         end-perform

         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open GLCONRPT, file status "
             report-file-status
           stop run
         end-if
         perform 0150-load-glmap
         perform 1000-collect-dates
         if (sr-read(2) > 0 or sr-read(3) > 0) and glmap-on <> 'T'
             then
           display "Error: GLMAP with a *DEFAULT record is needed to"
             " post RULEASSESS and ALLOCGL"
           move spaces to total_line
           string "** NO USABLE GLMAP - NOTHING CONSOLIDATED **"
             into total_line
           write report-record from total_line
           close report-file
           move 8 to return-code
           stop run
         end-if

         open output consol-file
         if consol-file-status <> '00' then
           display "Error: could not open GLCONSOL, file status "
             consol-file-status
           stop run
         end-if
         move spaces to detail_line
         string "GL CONSOLIDATION  RUN DATE " run-date
           into detail_line
         write report-record from detail_line
         move spaces to detail_line
         write report-record from detail_line
         perform varying date-idx from 1 by 1
             until date-idx > date-count
           move date-entry(date-idx) to cur-date
           perform 2000-write-batch
         end-perform
         close consol-file

         perform 3000-write-totals
         close report-file
         evaluate true
           when batches-unbalanced > 0
             move 8 to return-code
           when sr-suspense(2) > 0 or sr-suspense(3) > 0
               or sr-skipped(2) > 0 or date-overflowed = 'T'
             move 4 to return-code
         end-evaluate
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
                   move xc-value-9 to run-date
                 end-if
               end-if
           end-read
         end-perform
         close control-file.

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

       0150-load-glmap.
         open input glmap-file
         if glmap-file-status <> '00' then
           exit paragraph
         end-if
         perform until glmap-eof = 'T'
           read glmap-file
             at end
               move 'T' to glmap-eof
             not at end
               if gm-group = "*DEFAULT" then
                 move gm-account to suspense-account
                 move gm-offset to suspense-offset
                 move 'T' to glmap-on
               else
                 if glmap-count < 100 then
                   add 1 to glmap-count giving glmap-count
                   move gm-group to gme-group(glmap-count)
                   move gm-account to gme-account(glmap-count)
                   move gm-offset to gme-offset(glmap-count)
                 end-if
               end-if
           end-read
         end-perform
         close glmap-file.

      *>  one read of every source for the posting dates the night
      *>  holds, and what each source brought.
       1000-collect-dates.
         open input extract-in-file
         if extract-in-status = '00' then
           move 'T' to sr-present(1)
           perform until end_of_file = 'T'
             read extract-in-file into in-record
               at end
                 string 'T' into end_of_file
               not at end
                 if ind-type = 'D' then
                   add 1 to sr-read(1) giving sr-read(1)
                   move ind-posting-date to note-date
                   perform 1100-note-date
                 end-if
             end-read
           end-perform
           close extract-in-file
           move 'F' to end_of_file
         end-if

         open input assess-file
         if assess-file-status = '00' then
           move 'T' to sr-present(2)
           perform until end_of_file = 'T'
             read assess-file
               at end
                 string 'T' into end_of_file
               not at end
                 if assess-record <> spaces then
                   add 1 to sr-read(2) giving sr-read(2)
                 end-if
             end-read
           end-perform
           close assess-file
           move 'F' to end_of_file
           if sr-read(2) > 0 then
             move run-date to note-date
             perform 1100-note-date
           end-if
         end-if

         open input alloc-in-file
         if alloc-in-status = '00' then
           move 'T' to sr-present(3)
           perform until end_of_file = 'T'
             read alloc-in-file into in-record
               at end
                 string 'T' into end_of_file
               not at end
                 if ind-type = 'D' then
                   add 1 to sr-read(3) giving sr-read(3)
                   move ind-posting-date to note-date
                   perform 1100-note-date
                 end-if
             end-read
           end-perform
           close alloc-in-file
           move 'F' to end_of_file
         end-if.

      *>  NOTE-DATE into the date table, kept ascending.
       1100-note-date.
         move 0 to date-at
         perform varying date-idx from 1 by 1
             until date-idx > date-count
           if date-entry(date-idx) = note-date then
             exit paragraph
           end-if
           if date-entry(date-idx) > note-date and date-at = 0 then
             move date-idx to date-at
           end-if
         end-perform
         if date-count >= 60 then
           move 'T' to date-overflowed
           exit paragraph
         end-if
         if date-at = 0 then
           add 1 to date-count giving date-count
           move note-date to date-entry(date-count)
           exit paragraph
         end-if
         perform varying date-idx from date-count by -1
             until date-idx < date-at
           move date-entry(date-idx) to date-entry(date-idx + 1)
         end-perform
         move note-date to date-entry(date-at)
         add 1 to date-count giving date-count.

      *>  one posting date's batch - every source's details for the
      *>  date, the trailer's control totals and per-source section,
      *>  and the check that it nets to zero.
       2000-write-batch.
         move 0 to batch-count
         move 0 to batch-hash
         perform varying src-idx from 1 by 1 until src-idx > 3
           move 0 to batch-src-count(src-idx)
           move 0 to batch-src-hash(src-idx)
         end-perform
         move spaces to gl-header
         move 'H' to glh-type
         move cur-date to glh-posting-date
         move "GLCONSOL" to glh-source
         write gl-header

         if sr-present(1) = 'T' then
           perform 2100-pass-extract
         end-if
         if sr-present(2) = 'T' and cur-date = run-date then
           perform 2200-pass-assessments
         end-if
         if sr-present(3) = 'T' then
           perform 2300-pass-allocations
         end-if

         move spaces to gl-trailer
         move 'T' to glt-type
         move batch-count to glt-record-count
         move batch-hash to glt-hash-total
         perform varying src-idx from 1 by 1 until src-idx > 3
           move sr-code(src-idx) to glt-source(src-idx)
           move batch-src-count(src-idx) to glt-source-count(src-idx)
           move batch-src-hash(src-idx) to glt-source-hash(src-idx)
         end-perform
         write gl-trailer
         add 1 to batches-written giving batches-written

         move batch-count to count-disp
         move batch-hash to hash-edit
         move spaces to detail_line
         string "BATCH " cur-date "  details " count-disp
           "  net " hash-edit into detail_line
         write report-record from detail_line
         perform varying src-idx from 1 by 1 until src-idx > 3
           move batch-src-count(src-idx) to count-disp
           move batch-src-hash(src-idx) to amount-edit
           move spaces to detail_line
           string "  " sr-code(src-idx) "  details " count-disp
             "  net   " amount-edit into detail_line
           write report-record from detail_line
         end-perform
         if batch-hash <> 0 then
           add 1 to batches-unbalanced giving batches-unbalanced
           move spaces to detail_line
           string "  ** BATCH " cur-date " OUT OF BALANCE BY "
             hash-edit " - INTERFACE HELD **" into detail_line
           write report-record from detail_line
         end-if.

       2100-pass-extract.
         move 1 to cur-source
         open input extract-in-file
         perform until end_of_file = 'T'
           read extract-in-file into in-record
             at end
               string 'T' into end_of_file
             not at end
               if ind-type = 'D' and ind-posting-date = cur-date
                   then
                 move in-record to gl-detail
                 move sr-code(1) to gld-source
                 perform 2900-write-detail
               end-if
           end-read
         end-perform
         close extract-in-file
         move 'F' to end_of_file.

      *>  RULEASSESS carries no date - every assessment posts on the
      *>  run date, under the rule's GLMAP pair.
       2200-pass-assessments.
         move 2 to cur-source
         open input assess-file
         perform until end_of_file = 'T'
           read assess-file
             at end
               string 'T' into end_of_file
             not at end
               if assess-record <> spaces then
                 perform 2210-post-assessment
               end-if
           end-read
         end-perform
         close assess-file
         move 'F' to end_of_file.

       2210-post-assessment.
         move spaces to ra-account
         move spaces to ra-rule
         move spaces to ra-amount-text
         unstring assess-record delimited by '|'
           into ra-account ra-rule ra-amount-text
         end-unstring
         move spaces to res-text
         move ra-amount-text to res-text
         perform 9000-parse-amount-text
         if res-ok <> 'T' then
           add 1 to sr-skipped(2) giving sr-skipped(2)
           move spaces to detail_line
           string "  SKIPPED  " ra-account ' ' ra-rule
             " - amount won't read: " ra-amount-text
             into detail_line
           write report-record from detail_line
           exit paragraph
         end-if
         move ra-rule(1:8) to map-key
         move spaces to post-group
         compute post-amount rounded = res-num
         perform 2800-post-mapped-pair.

       2300-pass-allocations.
         move 3 to cur-source
         open input alloc-in-file
         perform until end_of_file = 'T'
           read alloc-in-file into in-record
             at end
               string 'T' into end_of_file
             not at end
               if ind-type = 'D' and ind-posting-date = cur-date
                   then
                 move ind-group to map-key
                 move ind-group to post-group
                 move ind-amount to post-amount
                 perform 2800-post-mapped-pair
               end-if
           end-read
         end-perform
         close alloc-in-file
         move 'F' to end_of_file.

      *>  MAP-KEY's GLMAP pair, or the "*DEFAULT" suspense pair
      *>  noted for the exceptions section; POST-AMOUNT on the
      *>  account and its negation on the offset, so the pair nets
      *>  to zero.
       2800-post-mapped-pair.
         move 0 to glmap-found
         perform varying glmap-idx from 1 by 1
             until glmap-idx > glmap-count
           if gme-group(glmap-idx) = map-key then
             move glmap-idx to glmap-found
             exit perform
           end-if
         end-perform
         if glmap-found > 0 then
           move gme-account(glmap-found) to post-account
           move gme-offset(glmap-found) to post-offset
         else
           move suspense-account to post-account
           move suspense-offset to post-offset
           add 1 to sr-suspense(cur-source)
             giving sr-suspense(cur-source)
           perform 2810-note-unmapped
         end-if

         move spaces to gl-detail
         move 'D' to gld-type
         move post-account to gld-account-key
         move cur-date to gld-posting-date
         move post-amount to gld-amount
         if gld-amount < 0 then
           move 'C' to gld-dc
         else
           move 'D' to gld-dc
         end-if
         move sr-code(cur-source) to gld-source
         move post-group to gld-group
         perform 2900-write-detail
         move post-offset to gld-account-key
         compute gld-amount = 0 - post-amount
         if gld-amount < 0 then
           move 'C' to gld-dc
         else
           move 'D' to gld-dc
         end-if
         perform 2900-write-detail.

       2810-note-unmapped.
         move 0 to unmapped-found
         perform varying unmapped-idx from 1 by 1
             until unmapped-idx > unmapped-count
           if um-source(unmapped-idx) = sr-code(cur-source) and
               um-key(unmapped-idx) = map-key then
             move unmapped-idx to unmapped-found
             exit perform
           end-if
         end-perform
         if unmapped-found = 0 then
           if unmapped-count >= 50 then
             exit paragraph
           end-if
           add 1 to unmapped-count giving unmapped-count
           move unmapped-count to unmapped-found
           move sr-code(cur-source) to um-source(unmapped-found)
           move map-key to um-key(unmapped-found)
           move 0 to um-postings(unmapped-found)
         end-if
         add 1 to um-postings(unmapped-found)
           giving um-postings(unmapped-found).

       2900-write-detail.
         write gl-detail
         add 1 to batch-count giving batch-count
         add gld-amount to batch-hash giving batch-hash
         add 1 to batch-src-count(cur-source)
           giving batch-src-count(cur-source)
         add gld-amount to batch-src-hash(cur-source)
           giving batch-src-hash(cur-source)
         add 1 to sr-posted(cur-source) giving sr-posted(cur-source)
         if gld-amount > 0 then
           add gld-amount to sr-amount(cur-source)
             giving sr-amount(cur-source)
         end-if.

       3000-write-totals.
         move spaces to detail_line
         write report-record from detail_line
         move spaces to detail_line
         string "SOURCE    FILE          READ    POSTED  SUSPENSE"
           "   SKIPPED            DEBITS" into detail_line
         write report-record from detail_line
         perform varying src-idx from 1 by 1 until src-idx > 3
           move spaces to detail_line
           move sr-code(src-idx) to detail_line(1:8)
           move sr-file(src-idx) to detail_line(11:10)
           if sr-present(src-idx) <> 'T' then
             move "not on file - skipped" to detail_line(23:21)
           else
             move sr-read(src-idx) to count-disp
             move count-disp to detail_line(21:9)
             move sr-posted(src-idx) to count-disp
             move count-disp to detail_line(31:9)
             move sr-suspense(src-idx) to count-disp
             move count-disp to detail_line(41:9)
             move sr-skipped(src-idx) to count-disp
             move count-disp to detail_line(51:9)
             move sr-amount(src-idx) to hash-edit
             move hash-edit to detail_line(60:20)
           end-if
           write report-record from detail_line
         end-perform

         if unmapped-count > 0 then
           move spaces to detail_line
           write report-record from detail_line
           move spaces to detail_line
           string "POSTED TO SUSPENSE - NO GLMAP RECORD:"
             into detail_line
           write report-record from detail_line
           perform varying unmapped-idx from 1 by 1
               until unmapped-idx > unmapped-count
             move um-postings(unmapped-idx) to count-disp
             move spaces to detail_line
             string "  " um-source(unmapped-idx) "  "
               um-key(unmapped-idx) "  postings " count-disp
               into detail_line
             write report-record from detail_line
           end-perform
         end-if

         move spaces to total_line
         write report-record from total_line
         move batches-written to count-disp
         move spaces to total_line
         string "Batches written:        " count-disp into total_line
         write report-record from total_line
         move batches-unbalanced to count-disp
         move spaces to total_line
         string "Batches out of balance: " count-disp into total_line
         write report-record from total_line
         if date-overflowed = 'T' then
           move spaces to total_line
           string "** MORE THAN 60 POSTING DATES - THE LATER DATES"
             " WERE NOT CONSOLIDATED **" into total_line
           write report-record from total_line
         end-if.

      *>  amount text back to a number - digits, one point, a
      *>  leading minus or accounting parentheses for negative,
      *>  grouping commas and a leading currency symbol skipped. an
      *>  error message in the amount column has no number to read,
      *>  so anything but a digit, sign, point, parenthesis or
      *>  currency symbol ahead of the digits fails it.
       9000-parse-amount-text.
         move 0 to res-num
         move 'F' to res-ok
         move 'F' to res-neg
         move 'F' to res-after-point
         move 'F' to res-started
         move 0 to res-int-digits
         move 0 to res-dec-digits
         move 0.1 to res-scale
         perform varying res-pos from 1 by 1 until res-pos > 60
           evaluate true
             when res-text(res-pos:1) = space
               if res-started = 'T' then
                 exit perform
               end-if
             when res-text(res-pos:1) = ','
               continue
             when res-text(res-pos:1) = '('
               if res-started = 'F' then
                 move 'T' to res-neg
               end-if
             when res-text(res-pos:1) = ')'
               exit perform
             when res-text(res-pos:1) = '-'
               if res-started = 'F' then
                 move 'T' to res-neg
               else
                 exit paragraph
               end-if
             when res-text(res-pos:1) = '+'
               if res-started = 'T' then
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
                 if res-dec-digits <= 4 then
                   compute res-num =
                     res-num + res-digit-9 * res-scale
                   compute res-scale = res-scale / 10
                 end-if
               else
                 add 1 to res-int-digits giving res-int-digits
                 if res-int-digits > 13 then
                   exit paragraph
                 end-if
                 compute res-num = res-num * 10 + res-digit-9
               end-if
             when res-text(res-pos:1) = '$'
               if res-started = 'T' then
                 exit paragraph
               end-if
             when other
               exit paragraph
           end-evaluate
         end-perform
         if res-int-digits = 0 and res-dec-digits = 0 then
           exit paragraph
         end-if
         if res-neg = 'T' then
           compute res-num = 0 - res-num
         end-if
         move 'T' to res-ok.

      *>upstream charge-file adapter - builds the nightly FORMULAIN
      *>from the upstream systems' fixed-format charge feeds instead
      *>of someone hand-assembling the lines every afternoon. where
      *>each feed's charge type, account and template arguments sit
      *>is table-driven off FEEDDEFS through feed_layout.cbl (see
      *>feeddefs.cpy), so a new feed is a definition, not a program
      *>change. the billing system's original CHARGEFD - charge
      *>type(8), account(10), weight(10), miles(10), declared
      *>value(12) - is built in.
      *>
      *>each charge type names its template formula in FORMULALIB -
      *>the parameterized "@NAME(arg1,...,argn)" entries are exactly
      *>the right shape - and the adapter writes one well-formed
      *>fin-record per feed line:
      *>  formula id   = account + charge type
      *>  group code   = charge type
      *>  formula text = "@CHARGETYPE(%1,...,%n);" off the feed's
      *>                 argument columns
      *>behind a HDR and ahead of a TRL with the count and non-space
      *>hash the driver's balancing step demands. a charge type with
      *>no template version in force at the run date (or a template
      *>with no %n placeholders to take the arguments), or a feed
      *>line whose arguments won't read, goes on the ADAPTREJ reject
      *>listing instead of into the night. each reject line is the
      *>message in columns 1-70, then after a '|' in column 71 the
      *>feed id and after a '|' in column 81 the feed record itself,
      *>so suspense_load.cbl can hold it for repair.
      *>
      *>several feeds merge into one night's file, in card order.
      *>the TRL then carries a per-feed count section (feedtrl.cpy)
      *>- each feed's detail lines and hash - that the driver prints
      *>and checks against the trailer totals, and the HDR source is
      *>the feed's own for a single feed, MERGED for several. every
      *>feed is checked before anything is written: one that isn't
      *>defined, has an unusable definition or whose file won't
      *>open stops the run with return code 8 and no FORMULAIN.
      *>
      *>ADAPTCTL control records:
      *>  RUN-DATE yyyymmdd (default today) - also the date stamped
      *>           on the HDR
      *>  FEED-ID  a feed to take tonight, one card per feed, up to
      *>           20. no FEED-ID cards - CHARGEFD alone, with no
      *>           per-feed section on the TRL.
       identification division.
       program-id. charge_adapter.
       environment division.
       input-output section.
       file-control.
         select feed-file assign using feed-file-name
           organization line sequential
           file status is feed-file-status.
         select control-file assign to "ADAPTCTL"
       data division.
       file section.
       fd feed-file.
         01 feed-record pic x(500).
       fd control-file.
         01 control-record.
           05 ad-keyword pic x(20).
       fd formula-file.
         copy "formulain.cpy".
       fd reject-file.
         01 reject-record pic x(581).

       working-storage section.
         01 feed-file-name pic x(30) value spaces.
         01 feed-file-status pic x(2) value '00'.
         01 control-file-status pic x(2) value '00'.
         01 lib-file-status pic x(2) value '00'.
         01 ph-digit-9 redefines ph-digit-x pic 9.
         01 has-placeholder pic x(1) value 'F'.

         copy "feedreq.cpy".

      *>  the night's feeds, in card order, with what each
      *>  contributed. FEED-SECTION 'T' when the TRL carries the
      *>  per-feed section (any FEED-ID card was given).
         01 feed-list.
           05 feed-count usage binary-long value 0.
           05 feed-entry occurs 20 times.
             10 fe-feed-id pic x(8).
             10 fe-file-name pic x(30).
             10 fe-source pic x(8).
             10 fe-details usage binary-long.
             10 fe-hash usage binary-long.
             10 fe-rejected usage binary-long.
         01 feed-idx usage binary-long value 0.
         01 cur-feed usage binary-long value 0.
         01 feed-section pic x(1) value 'F'.
         01 feeds-refused usage binary-long value 0.
         01 line-hash usage binary-long value 0.
         01 reject-msg pic x(70) value spaces.

         copy "feedtrl.cpy".

         01 details_written usage binary-long value 0.
         01 feeds_rejected usage binary-long value 0.
         01 bal-hash usage binary-long value 0.
         01 bal-scan usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 reject-disp pic zzzzzzzz9.

         01 out-header.
           05 oh-tag pic x(3).
           05 ot-count pic 9(9).
           05 ot-hash pic 9(12).

         01 detail_line pic x(581).

       procedure division.
       0000-mainline.
         accept run-date from date yyyymmdd
         perform 0100-read-control
         if feed-count = 0 then
           move 1 to feed-count
           move "CHARGEFD" to fe-feed-id(1)
         end-if
         perform 0200-check-feeds
         if feeds-refused > 0 then
           move 8 to return-code
           stop run
         end-if

         open input formula-library
         if lib-file-status <> '00' then
           display "Error: could not open FORMULALIB, file status "
         move spaces to fin-record
         move "HDR" to oh-tag
         move run-date to oh-date
         if feed-count = 1 then
           move fe-source(1) to oh-source
         else
           move "MERGED  " to oh-source
         end-if
         move out-header to fin-record(1:19)
         write fin-record

         perform varying cur-feed from 1 by 1
             until cur-feed > feed-count
           perform 0300-adapt-one-feed
         end-perform

         move spaces to fin-record
         move details_written to ot-count
         move bal-hash to ot-hash
         move out-trailer to fin-record(1:24)
         if feed-section = 'T' then
           move spaces to feed-trailer-section
           move "FEEDS" to fts-tag
           move feed-count to fts-count
           perform varying feed-idx from 1 by 1
               until feed-idx > feed-count
             move fe-feed-id(feed-idx) to fts-feed-id(feed-idx)
             move fe-details(feed-idx) to fts-details(feed-idx)
             move fe-hash(feed-idx) to fts-hash(feed-idx)
           end-perform
           move feed-trailer-section to fin-record(25:587)
         end-if
         write fin-record

         close formula-library
         close formula-file

         if feed-section = 'T' then
           perform varying feed-idx from 1 by 1
               until feed-idx > feed-count
             move spaces to detail_line
             move fe-details(feed-idx) to count-disp
             move fe-rejected(feed-idx) to reject-disp
             string "Feed " fe-feed-id(feed-idx) " adapted: "
               count-disp "  rejected: " reject-disp
               into detail_line
             write reject-record from detail_line
           end-perform
         end-if

         move details_written to count-disp
         move spaces to detail_line
         string "Charge lines adapted:  " count-disp
                   move ad-value-9 to run-date
                 end-if
               end-if
               if ad-keyword = "FEED-ID             " then
                 perform 0120-add-feed-card
               end-if
           end-read
         end-perform
         close control-file.
           end-if
         end-perform.

      *>  a FEED-ID card - the same feed twice is taken once.
       0120-add-feed-card.
         perform varying feed-idx from 1 by 1
             until feed-idx > feed-count
           if fe-feed-id(feed-idx) = ad-value(1:8) then
             exit paragraph
           end-if
         end-perform
         if ad-value(1:8) = spaces then
           exit paragraph
         end-if
         if feed-count >= 20 then
           display "Error: more than 20 FEED-ID cards - "
             ad-value(1:8) " ignored"
           exit paragraph
         end-if
         add 1 to feed-count giving feed-count
         move ad-value(1:8) to fe-feed-id(feed-count)
         move 'T' to feed-section.

      *>  every feed answered for before a line is written - defined,
      *>  usable, and its file there to read.
       0200-check-feeds.
         perform varying feed-idx from 1 by 1
             until feed-idx > feed-count
           move 0 to fe-details(feed-idx)
           move 0 to fe-hash(feed-idx)
           move 0 to fe-rejected(feed-idx)
           move spaces to feed-layout-parms
           move 'D' to fl-action
           move fe-feed-id(feed-idx) to fl-feed-id
           call 'feed_layout' using by reference feed-layout-parms
             by reference feed-record
           if fl-result <> 'T' then
             display "Error: feed " fe-feed-id(feed-idx) " - "
               fl-message
             add 1 to feeds-refused giving feeds-refused
           else
             move fl-file-name to fe-file-name(feed-idx)
             move fl-source to fe-source(feed-idx)
             move fl-file-name to feed-file-name
             open input feed-file
             if feed-file-status <> '00' then
               display "Error: could not open " feed-file-name
                 ", file status " feed-file-status
               add 1 to feeds-refused giving feeds-refused
             else
               close feed-file
             end-if
           end-if
         end-perform.

       0300-adapt-one-feed.
         move fe-file-name(cur-feed) to feed-file-name
         open input feed-file
         if feed-file-status <> '00' then
           display "Error: could not open " feed-file-name
             ", file status " feed-file-status
           stop run
         end-if
         move 'F' to end_of_file
         perform until end_of_file = 'T'
           move spaces to feed-record
           read feed-file
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-adapt-one-charge
           end-read
         end-perform
         close feed-file.

      *>  the template verdict is checked before the arguments, so a
      *>  line for an unknown charge type is refused as such.
       1000-adapt-one-charge.
         move spaces to feed-layout-parms
         move 'B' to fl-action
         move fe-feed-id(cur-feed) to fl-feed-id
         call 'feed_layout' using by reference feed-layout-parms
           by reference feed-record
         perform 2000-resolve-charge-type
         evaluate true
           when this-verdict = 'N'
             move spaces to reject-msg
             string fl-charge-type ' ' fl-account
               " - no template version in force at " run-date
               into reject-msg
             perform 1100-reject-line
             exit paragraph
           when this-verdict = 'P'
             move spaces to reject-msg
             string fl-charge-type ' ' fl-account
               " - template has no %n placeholders"
               into reject-msg
             perform 1100-reject-line
             exit paragraph
           when fl-result <> 'T'
             move spaces to reject-msg
             string fl-charge-type ' ' fl-account " - " fl-message
               into reject-msg
             perform 1100-reject-line
             exit paragraph
         end-evaluate

         move spaces to fin-record
         move fl-formula-id to fin-formula-id
         move fl-charge-type to fin-group-code
         move spaces to fin-decimal-places
         move space to fin-rounding-mode
         move spaces to fin-currency-code
         move fl-formula-text to fin-formula-text
         write fin-record
         add 1 to details_written giving details_written
         add 1 to fe-details(cur-feed) giving fe-details(cur-feed)
         move 0 to line-hash
         perform varying bal-scan from 1 by 1 until bal-scan > 2000
           if fin-record(bal-scan:1) <> space then
             add 1 to line-hash giving line-hash
           end-if
         end-perform
         add line-hash to bal-hash giving bal-hash
         add line-hash to fe-hash(cur-feed) giving fe-hash(cur-feed).

       1100-reject-line.
         add 1 to feeds_rejected giving feeds_rejected
         add 1 to fe-rejected(cur-feed) giving fe-rejected(cur-feed)
         move spaces to detail_line
         move reject-msg to detail_line(1:70)
         move '|' to detail_line(71:1)
         move fe-feed-id(cur-feed) to detail_line(72:8)
         move '|' to detail_line(81:1)
         move feed-record to detail_line(82:500)
         write reject-record from detail_line.

      *>  the charge type against the library, answered once per
         move space to this-verdict
         move 0 to name-len
         perform varying ctl-scan from 1 by 1 until ctl-scan > 8
           if fl-charge-type(ctl-scan:1) <> space then
             move ctl-scan to name-len
           end-if
         end-perform
         perform varying type-idx from 1 by 1
             until type-idx > type-count
           if tc-type(type-idx) = fl-charge-type then
             move tc-verdict(type-idx) to this-verdict
             exit perform
           end-if

         move spaces to wanted-name
         if name-len > 0 then
           move fl-charge-type(1:name-len) to wanted-name
         end-if
         perform 2100-resolve-version
         if version-found <> 'T' then
         end-if
         if type-count < 100 then
           add 1 to type-count giving type-count
           move fl-charge-type to tc-type(type-count)
           move this-verdict to tc-verdict(type-count)
         end-if.

               end-if
           end-read
         end-perform.

      *>the charge-feed layout table - where a feed's charge type,
      *>account and template arguments sit, per FEEDDEFS (see
      *>feeddefs.cpy) - and the one place a feed record is turned
      *>into a formula id and "@TYPE(arg1,...,argn);" text, so
      *>charge_adapter.cbl building the night and suspense_maint.cbl
      *>repairing a reject read a feed the same way. parameters are
      *>in feedreq.cpy.
      *>
      *>FEEDDEFS is read once, on the first call, and held for the
      *>run; no file means no feeds but the built-in one. the
      *>billing system's original CHARGEFD layout - charge type(8),
      *>account(10), weight(10), miles(10), declared value(12), the
      *>three numeric columns as plain number text - is always
      *>there under feed id CHARGEFD unless FEEDDEFS defines it
      *>itself. a feed whose definition doesn't hang together (a
      *>column off the end of the record, an argument missing from
      *>the sequence, a FEED record twice) is kept, marked unusable
      *>with the first thing wrong with it, and answers 'V' - the
      *>caller says why and refuses the feed rather than guessing.
      *>
      *>numeric arguments: with no implied decimals the column must
      *>hold digits and at most one point (blanks ignored), passed
      *>on as written; with implied decimals d it must hold digits
      *>only, and the point goes in d from the right. text
      *>arguments are passed trimmed and can't be blank or hold the
      *>, ( ) ; that would break the template call.
       identification division.
       program-id. feed_layout.
       environment division.
       input-output section.
       file-control.
         select feeddefs-file assign to "FEEDDEFS"
           organization line sequential
           file status is fd-file-status.

       data division.
       file section.
       fd feeddefs-file.
         copy "feeddefs.cpy".

       working-storage section.
         01 fd-file-status pic x(2) value '00'.
         01 defs-loaded pic x(1) value 'F'.
         01 defs-at-end pic x(1) value 'F'.

         01 feed-table.
           05 ft-count usage binary-long value 0.
           05 ft-entry occurs 21 times.
             10 ft-feed-id pic x(8).
             10 ft-has-feed pic x(1).
             10 ft-usable pic x(1).
             10 ft-problem pic x(60).
             10 ft-file-name pic x(30).
             10 ft-source pic x(8).
             10 ft-type-pos usage binary-long.
             10 ft-type-len usage binary-long.
             10 ft-acct-pos usage binary-long.
             10 ft-acct-len usage binary-long.
             10 ft-arg-count usage binary-long.
             10 ft-arg occurs 9 times.
               15 fa-seen pic x(1).
               15 fa-pos usage binary-long.
               15 fa-len usage binary-long.
               15 fa-numeric pic x(1).
               15 fa-decimals usage binary-long.
         01 feed-idx usage binary-long value 0.
         01 this-feed usage binary-long value 0.
         01 arg-idx usage binary-long value 0.
         01 seq-idx usage binary-long value 0.
         01 seq-disp pic 9(1) value 0.

         01 type-text pic x(8) value spaces.
         01 name-len usage binary-long value 0.
         01 out-pos usage binary-long value 0.
         01 out-col usage binary-long value 0.

         01 arg-in pic x(30) value spaces.
         01 arg-out pic x(31) value spaces.
         01 arg-out-len usage binary-long value 0.
         01 arg-ok pic x(1) value 'F'.
         01 digit-text pic x(30) value spaces.
         01 digit-count usage binary-long value 0.
         01 whole-len usage binary-long value 0.
         01 num-points usage binary-long value 0.
         01 scan-pos usage binary-long value 0.
         01 first-char usage binary-long value 0.
         01 last-char usage binary-long value 0.

       linkage section.
         copy "feedreq.cpy".
         01 fl-feed-record pic x(500).

       procedure division using by reference feed-layout-parms
           by reference fl-feed-record.
         if defs-loaded <> 'T' then
           perform load-definitions
         end-if
         move 'T' to fl-result
         move spaces to fl-message
         move 0 to fl-bad-arg
         move 0 to this-feed
         perform varying feed-idx from 1 by 1
             until feed-idx > ft-count
           if ft-feed-id(feed-idx) = fl-feed-id then
             move feed-idx to this-feed
             exit perform
           end-if
         end-perform
         if this-feed = 0 then
           move 'D' to fl-result
           string "feed " fl-feed-id " is not defined on FEEDDEFS"
             into fl-message
           exit program
         end-if
         if ft-usable(this-feed) <> 'T' then
           move 'V' to fl-result
           move ft-problem(this-feed) to fl-message
           exit program
         end-if
         move ft-file-name(this-feed) to fl-file-name
         move ft-source(this-feed) to fl-source
         move ft-arg-count(this-feed) to fl-arg-count
         if fl-action = 'B' then
           perform build-formula
         end-if
         exit program.

      *>  type and account first - they come back whatever the
      *>  arguments turn out to be, so a reject can still be named.
       build-formula.
         move spaces to fl-charge-type
         move spaces to fl-account
         move spaces to fl-formula-id
         move spaces to fl-formula-text
         move fl-feed-record(ft-type-pos(this-feed):
           ft-type-len(this-feed)) to fl-charge-type
         move fl-feed-record(ft-acct-pos(this-feed):
           ft-acct-len(this-feed)) to fl-account
         string fl-feed-record(ft-acct-pos(this-feed):
             ft-acct-len(this-feed))
           fl-feed-record(ft-type-pos(this-feed):
             ft-type-len(this-feed))
           into fl-formula-id

         perform varying arg-idx from 1 by 1
             until arg-idx > ft-arg-count(this-feed)
           if fl-override(arg-idx) <> spaces then
             perform apply-override
             if fl-result <> 'T' then
               exit paragraph
             end-if
           end-if
         end-perform

         move fl-charge-type to type-text
         move 0 to name-len
         perform varying scan-pos from 1 by 1 until scan-pos > 8
           if type-text(scan-pos:1) <> space then
             move scan-pos to name-len
           end-if
         end-perform
         move 1 to out-pos
         if name-len > 0 then
           string '@' type-text(1:name-len) '('
             into fl-formula-text with pointer out-pos
         else
           string "@(" into fl-formula-text with pointer out-pos
         end-if
         perform varying arg-idx from 1 by 1
             until arg-idx > ft-arg-count(this-feed)
           move fl-feed-record(fa-pos(this-feed, arg-idx):
             fa-len(this-feed, arg-idx)) to arg-in
           if fa-numeric(this-feed, arg-idx) = 'Y' then
             if fa-decimals(this-feed, arg-idx) = 0 then
               perform check-plain-number
             else
               perform check-implied-number
             end-if
             if arg-ok <> 'T' then
               move 'N' to fl-result
               move arg-idx to fl-bad-arg
               move "a numeric column won't read as a number"
                 to fl-message
               move spaces to fl-formula-text
               exit paragraph
             end-if
           else
             perform check-text
             if arg-ok <> 'T' then
               move 'X' to fl-result
               move arg-idx to fl-bad-arg
               move arg-idx to seq-disp
               string "text column %" seq-disp
                 " is blank or holds , ( ) or ;" into fl-message
               move spaces to fl-formula-text
               exit paragraph
             end-if
           end-if
           if arg-idx > 1 then
             string ',' into fl-formula-text with pointer out-pos
           end-if
           string arg-out(1:arg-out-len)
             into fl-formula-text with pointer out-pos
         end-perform
         string ");" into fl-formula-text with pointer out-pos.

      *>  a repair value for argument ARG-IDX, trimmed and laid
      *>  left-justified into its column.
       apply-override.
         move 0 to first-char
         move 0 to last-char
         perform varying scan-pos from 1 by 1 until scan-pos > 30
           if fl-override(arg-idx)(scan-pos:1) <> space then
             if first-char = 0 then
               move scan-pos to first-char
             end-if
             move scan-pos to last-char
           end-if
         end-perform
         if last-char - first-char + 1 > fa-len(this-feed, arg-idx)
         then
           move 'L' to fl-result
           move arg-idx to fl-bad-arg
           move arg-idx to seq-disp
           string "repair for %" seq-disp
             " is wider than its feed column" into fl-message
           exit paragraph
         end-if
         move spaces to fl-feed-record(fa-pos(this-feed, arg-idx):
           fa-len(this-feed, arg-idx))
         move fl-override(arg-idx)(first-char:
           last-char - first-char + 1)
           to fl-feed-record(fa-pos(this-feed, arg-idx):
             last-char - first-char + 1).

      *>  digits and at most one point, blanks ignored - anything
      *>  else (including an all-blank column) fails the line.
       check-plain-number.
         move 'F' to arg-ok
         move spaces to arg-out
         move 0 to arg-out-len
         move 0 to num-points
         perform varying scan-pos from 1 by 1 until scan-pos > 30
           evaluate true
             when arg-in(scan-pos:1) = space
               continue
             when arg-in(scan-pos:1) = '.'
               add 1 to num-points giving num-points
               if num-points > 1 then
                 exit paragraph
               end-if
               add 1 to arg-out-len giving arg-out-len
               move '.' to arg-out(arg-out-len:1)
             when arg-in(scan-pos:1) is numeric
               add 1 to arg-out-len giving arg-out-len
               move arg-in(scan-pos:1) to arg-out(arg-out-len:1)
             when other
               exit paragraph
           end-evaluate
         end-perform
         if arg-out-len = 0 then
           exit paragraph
         end-if
         move 'T' to arg-ok.

      *>  digits only, blanks ignored; the point goes in the
      *>  feed's implied-decimal places from the right, with a
      *>  leading zero when there are no whole digits.
       check-implied-number.
         move 'F' to arg-ok
         move spaces to arg-out
         move 0 to arg-out-len
         move spaces to digit-text
         move 0 to digit-count
         perform varying scan-pos from 1 by 1 until scan-pos > 30
           evaluate true
             when arg-in(scan-pos:1) = space
               continue
             when arg-in(scan-pos:1) is numeric
               add 1 to digit-count giving digit-count
               move arg-in(scan-pos:1) to digit-text(digit-count:1)
             when other
               exit paragraph
           end-evaluate
         end-perform
         if digit-count = 0 then
           exit paragraph
         end-if
         compute whole-len = digit-count
           - fa-decimals(this-feed, arg-idx)
         if whole-len > 0 then
           string digit-text(1:whole-len) '.'
             digit-text(whole-len + 1:fa-decimals(this-feed, arg-idx))
             into arg-out
         else
           move "0." to arg-out
           move 3 to out-col
           perform until whole-len >= 0
             move '0' to arg-out(out-col:1)
             add 1 to out-col giving out-col
             add 1 to whole-len giving whole-len
           end-perform
           move digit-text(1:digit-count)
             to arg-out(out-col:digit-count)
         end-if
         compute arg-out-len = digit-count + 1
         if digit-count <= fa-decimals(this-feed, arg-idx) then
           compute arg-out-len =
             fa-decimals(this-feed, arg-idx) + 2
         end-if
         move 'T' to arg-ok.

       check-text.
         move 'F' to arg-ok
         move spaces to arg-out
         move 0 to arg-out-len
         move 0 to first-char
         move 0 to last-char
         perform varying scan-pos from 1 by 1 until scan-pos > 30
           if arg-in(scan-pos:1) = ',' or arg-in(scan-pos:1) = '('
               or arg-in(scan-pos:1) = ')'
               or arg-in(scan-pos:1) = ';' then
             exit paragraph
           end-if
           if arg-in(scan-pos:1) <> space then
             if first-char = 0 then
               move scan-pos to first-char
             end-if
             move scan-pos to last-char
           end-if
         end-perform
         if first-char = 0 then
           exit paragraph
         end-if
         compute arg-out-len = last-char - first-char + 1
         move arg-in(first-char:arg-out-len)
           to arg-out(1:arg-out-len)
         move 'T' to arg-ok.

       load-definitions.
         move 'T' to defs-loaded
         open input feeddefs-file
         if fd-file-status = '00' then
           move 'F' to defs-at-end
           perform until defs-at-end = 'T'
             read feeddefs-file
               at end
                 move 'T' to defs-at-end
               not at end
                 if fdef-record(1:1) <> '*' and
                     fdef-record <> spaces then
                   perform file-definition
                 end-if
             end-read
           end-perform
           close feeddefs-file
         end-if
         perform varying feed-idx from 1 by 1
             until feed-idx > ft-count
           perform check-definition
         end-perform
         perform add-legacy-feed.

      *>  one FEEDDEFS line into the table - FEED and ARG records
      *>  may come in either order; whatever is wrong is noted
      *>  against the feed for check-definition to report.
       file-definition.
         move 0 to this-feed
         perform varying feed-idx from 1 by 1
             until feed-idx > ft-count
           if ft-feed-id(feed-idx) = fdef-feed-id then
             move feed-idx to this-feed
             exit perform
           end-if
         end-perform
         if this-feed = 0 then
           if ft-count >= 20 then
             exit paragraph
           end-if
           add 1 to ft-count giving ft-count
           move ft-count to this-feed
           move fdef-feed-id to ft-feed-id(this-feed)
           move 'F' to ft-has-feed(this-feed)
           move 'T' to ft-usable(this-feed)
           move spaces to ft-problem(this-feed)
           move spaces to ft-file-name(this-feed)
           move spaces to ft-source(this-feed)
           move 0 to ft-arg-count(this-feed)
           perform varying arg-idx from 1 by 1 until arg-idx > 9
             move 'F' to fa-seen(this-feed, arg-idx)
           end-perform
         end-if
         evaluate fdef-rec-type
           when "FEED"
             if ft-has-feed(this-feed) = 'T' then
               move "FEED record appears twice"
                 to fdef-body
               perform note-problem
               exit paragraph
             end-if
             move 'T' to ft-has-feed(this-feed)
             if fdef-type-pos is not numeric or
                 fdef-type-len is not numeric or
                 fdef-acct-pos is not numeric or
                 fdef-acct-len is not numeric then
               move "a FEED position or length is not a number"
                 to fdef-body
               perform note-problem
               exit paragraph
             end-if
             move fdef-file-name to ft-file-name(this-feed)
             move fdef-source to ft-source(this-feed)
             move fdef-type-pos to ft-type-pos(this-feed)
             move fdef-type-len to ft-type-len(this-feed)
             move fdef-acct-pos to ft-acct-pos(this-feed)
             move fdef-acct-len to ft-acct-len(this-feed)
           when "ARG "
             if fdef-arg-seq is not numeric or fdef-arg-seq = 0 then
               move "an ARG sequence is not 1-9" to fdef-body
               perform note-problem
               exit paragraph
             end-if
             move fdef-arg-seq to seq-idx
             if fa-seen(this-feed, seq-idx) = 'T' then
               move "an ARG sequence appears twice" to fdef-body
               perform note-problem
               exit paragraph
             end-if
             move 'T' to fa-seen(this-feed, seq-idx)
             if fdef-arg-pos is not numeric or
                 fdef-arg-len is not numeric or
                 fdef-arg-decimals is not numeric then
               move "an ARG position or length is not a number"
                 to fdef-body
               perform note-problem
               exit paragraph
             end-if
             move fdef-arg-pos to fa-pos(this-feed, seq-idx)
             move fdef-arg-len to fa-len(this-feed, seq-idx)
             move fdef-arg-numeric to fa-numeric(this-feed, seq-idx)
             move fdef-arg-decimals
               to fa-decimals(this-feed, seq-idx)
             if seq-idx > ft-arg-count(this-feed) then
               move seq-idx to ft-arg-count(this-feed)
             end-if
           when other
             move "a record type other than FEED or ARG" to fdef-body
             perform note-problem
         end-evaluate.

      *>  the first problem found is the one the feed answers with;
      *>  the message arrives in FDEF-BODY, the line being done with.
       note-problem.
         if ft-usable(this-feed) = 'T' then
           move 'F' to ft-usable(this-feed)
           move fdef-body(1:60) to ft-problem(this-feed)
         end-if.

       check-definition.
         move feed-idx to this-feed
         if ft-usable(this-feed) <> 'T' then
           exit paragraph
         end-if
         move spaces to fdef-body
         evaluate true
           when ft-has-feed(this-feed) <> 'T'
             move "ARG records but no FEED record" to fdef-body
           when ft-file-name(this-feed) = spaces
             move "no file name on the FEED record" to fdef-body
           when ft-type-len(this-feed) < 1 or
               ft-type-len(this-feed) > 8 or
               ft-type-pos(this-feed) < 1 or
               ft-type-pos(this-feed) + ft-type-len(this-feed)
                 - 1 > 500
             move "the charge type column is out of range"
               to fdef-body
           when ft-acct-len(this-feed) < 1 or
               ft-acct-len(this-feed) > 12 or
               ft-acct-pos(this-feed) < 1 or
               ft-acct-pos(this-feed) + ft-acct-len(this-feed)
                 - 1 > 500
             move "the account column is out of range" to fdef-body
           when ft-arg-count(this-feed) = 0
             move "no ARG records - nothing for the template"
               to fdef-body
         end-evaluate
         if fdef-body <> spaces then
           perform note-problem
           exit paragraph
         end-if
         perform varying arg-idx from 1 by 1
             until arg-idx > ft-arg-count(this-feed)
           move arg-idx to seq-disp
           evaluate true
             when fa-seen(this-feed, arg-idx) <> 'T'
               string "no ARG record for %" seq-disp into fdef-body
             when fa-len(this-feed, arg-idx) < 1 or
                 fa-len(this-feed, arg-idx) > 30 or
                 fa-pos(this-feed, arg-idx) < 1 or
                 fa-pos(this-feed, arg-idx) +
                   fa-len(this-feed, arg-idx) - 1 > 500
               string "the column for %" seq-disp
                 " is out of range" into fdef-body
             when fa-numeric(this-feed, arg-idx) <> 'Y' and
                 fa-numeric(this-feed, arg-idx) <> 'N'
               string "%" seq-disp " is neither numeric (Y) nor"
                 " text (N)" into fdef-body
             when fa-numeric(this-feed, arg-idx) = 'N' and
                 fa-decimals(this-feed, arg-idx) > 0
               string "%" seq-disp " is text but has implied"
                 " decimals" into fdef-body
             when fa-decimals(this-feed, arg-idx) >=
                 fa-len(this-feed, arg-idx)
               string "%" seq-disp " has more implied decimals"
                 " than digits" into fdef-body
           end-evaluate
           if fdef-body <> spaces then
             perform note-problem
             exit perform
           end-if
         end-perform.

      *>  the original billing-system feed, for nights that name no
      *>  feeds and for rejects from before there was a FEEDDEFS.
       add-legacy-feed.
         perform varying feed-idx from 1 by 1
             until feed-idx > ft-count
           if ft-feed-id(feed-idx) = "CHARGEFD" then
             exit paragraph
           end-if
         end-perform
         add 1 to ft-count giving ft-count
         move ft-count to this-feed
         move "CHARGEFD" to ft-feed-id(this-feed)
         move 'T' to ft-has-feed(this-feed)
         move 'T' to ft-usable(this-feed)
         move spaces to ft-problem(this-feed)
         move "CHARGEFD" to ft-file-name(this-feed)
         move "BILLING " to ft-source(this-feed)
         move 1 to ft-type-pos(this-feed)
         move 8 to ft-type-len(this-feed)
         move 9 to ft-acct-pos(this-feed)
         move 10 to ft-acct-len(this-feed)
         move 3 to ft-arg-count(this-feed)
         move 19 to fa-pos(this-feed, 1)
         move 10 to fa-len(this-feed, 1)
         move 29 to fa-pos(this-feed, 2)
         move 10 to fa-len(this-feed, 2)
         move 39 to fa-pos(this-feed, 3)
         move 12 to fa-len(this-feed, 3)
         perform varying arg-idx from 1 by 1 until arg-idx > 3
           move 'T' to fa-seen(this-feed, arg-idx)
           move 'Y' to fa-numeric(this-feed, arg-idx)
           move 0 to fa-decimals(this-feed, arg-idx)
         end-perform.

      *>and hash) ready for correction and resend. each
      *>acknowledgment matches one posting - a balanced pair posts
      *>the same account twice, and two acks are what squares it.
      *>
      *>the extract reconciled is GLEXTRACT unless an optional
      *>GLRECCTL control record - extract-name(30) requeue-name(30)
      *>- names another (ACCRUALGL from accrual_run.cbl, say), with
      *>its rejects requeued to the second name, GLREQUEUE if blank.
      *>an extract carrying more than one batch requeues batch by
      *>batch: each reject goes under its own batch's header, and
      *>each requeued batch gets its own trailer.
      *>
      *>GLCONSOL, gl_consolidate.cbl's consolidated extract, carries
      *>a source code on every detail (MATHBATC, RULEASMT, POOLALOC)
      *>and GLACK a source code after the reason: an ack with a source
      *>matches only that source's postings, an ack without one
      *>matches any. the report totals accepted, rejected and
      *>unacknowledged postings by source, and a requeued batch's
      *>trailer carries the same per-source section GLCONSOL's do, so
      *>a rejected fee or pool share goes back through the interface
      *>exactly as a rejected charge does.
       identification division.
       program-id. gl_reconcile.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "GLRECCTL"
           organization line sequential
           file status is control-file-status.
         select gl-extract-file assign using gl-extract-name
           organization sequential
           file status is gl-extract-status.
         select ack-file assign to "GLACK"
           organization line sequential
           file status is ack-file-status.
         select requeue-file assign using requeue-name
           organization sequential
           file status is requeue-status.
         select report-file assign to "GLRECRPT"

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 rc-extract-name pic x(30).
           05 rc-requeue-name pic x(30).
       fd gl-extract-file.
         01 gl-header.
           05 glh-type pic x(1).
           05 gld-posting-date pic 9(8).
           05 gld-amount pic s9(13)v99 comp-3.
           05 gld-dc pic x(1).
           05 gld-source pic x(8).
           05 gld-group pic x(8).
           05 filler pic x(26).
       fd ack-file.
         01 ack-record.
           05 ak-account-key pic x(20).
           05 ak-posting-date pic 9(8).
           05 ak-verdict pic x(1).
           05 ak-reason pic x(30).
           05 ak-source pic x(8).
       fd requeue-file.
         01 rq-record pic x(80).
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 gl-extract-name pic x(30) value "GLEXTRACT".
         01 requeue-name pic x(30) value "GLREQUEUE".
         01 gl-extract-status pic x(2) value '00'.
         01 ack-file-status pic x(2) value '00'.
         01 requeue-status pic x(2) value '00'.
             10 at-date pic 9(8).
             10 at-verdict pic x(1).
             10 at-reason pic x(30).
             10 at-source pic x(8).
             10 at-used pic x(1).
         01 ack-idx usage binary-long value 0.
         01 ack-found usage binary-long value 0.

         01 requeue-header-done pic x(1) value 'F'.
         01 saved-header pic x(80) value spaces.
         01 requeued-header pic x(80) value spaces.
         01 rq-details usage binary-long value 0.
         01 rq-hash pic s9(15)v99 value 0.
         01 rq-trailer.
           05 rt-type pic x(1).
           05 rt-record-count pic 9(9).
           05 rt-hash-total pic s9(15)v99 comp-3.
           05 rt-source-entry occurs 3 times.
             10 rt-source pic x(8).
             10 rt-source-count pic 9(7) comp-3.
             10 rt-source-hash pic s9(13)v99 comp-3.
           05 filler pic x(1).
      *>  the sources requeued into the batch in hand, for its
      *>  trailer's section.
         01 rq-source-table.
           05 rq-source-count usage binary-long value 0.
           05 rq-source-entry occurs 3 times.
             10 rqs-source pic x(8).
             10 rqs-details usage binary-long.
             10 rqs-hash pic s9(13)v99.
         01 rqs-idx usage binary-long value 0.
         01 rqs-found usage binary-long value 0.

      *>  postings by source for the report - a detail with no
      *>  source code counts under spaces.
         01 by-source-table.
           05 by-source-count usage binary-long value 0.
           05 by-source-entry occurs 10 times.
             10 bs-source pic x(8).
             10 bs-accepted usage binary-long.
             10 bs-rejected usage binary-long.
             10 bs-unacked usage binary-long.
         01 bs-idx usage binary-long value 0.
         01 bs-found usage binary-long value 0.
         01 sources-seen pic x(1) value 'F'.

         01 postings_accepted usage binary-long value 0.
         01 postings_rejected usage binary-long value 0.
         perform 9000-compute-day-number
         move dn-days to today-days

         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if rc-extract-name <> spaces then
                 move rc-extract-name to gl-extract-name
               end-if
               if rc-requeue-name <> spaces then
                 move rc-requeue-name to requeue-name
               end-if
           end-read
           close control-file
         end-if

         perform 1000-load-acks

         open output report-file
         end-if
         open input gl-extract-file
         if gl-extract-status <> '00' then
           display "Error: could not open " gl-extract-name
             ", file status " gl-extract-status
           stop run
         end-if
         open output requeue-file
         if requeue-status <> '00' then
           display "Error: could not open " requeue-name
             ", file status " requeue-status
           stop run
         end-if

         move spaces to detail_line
         string "RECONCILING " gl-extract-name into detail_line
         write report-record from detail_line
         move spaces to detail_line
         string "REJECTED AND UNACKNOWLEDGED POSTINGS:"
           into detail_line

         perform 3000-finish-requeue
         perform 4000-report-orphan-acks
         if sources-seen = 'T' then
           perform 5000-report-by-source
         end-if

         move postings_accepted to count-disp
         move spaces to total_line
                 move ak-posting-date to at-date(ack-count)
                 move ak-verdict to at-verdict(ack-count)
                 move ak-reason to at-reason(ack-count)
                 move ak-source to at-source(ack-count)
                 move 'F' to at-used(ack-count)
               else
                 move 'T' to ack-overflowed
             until ack-idx > ack-count
           if at-used(ack-idx) = 'F' and
               at-account(ack-idx) = gld-account-key and
               at-date(ack-idx) = gld-posting-date and
               (at-source(ack-idx) = spaces or
                at-source(ack-idx) = gld-source) then
             move ack-idx to ack-found
             exit perform
           end-if
         end-perform
         perform 2200-find-source

         if ack-found = 0 then
           add 1 to postings_unacked giving postings_unacked
           add 1 to bs-unacked(bs-found) giving bs-unacked(bs-found)
           move gld-posting-date to dn-date
           perform 9000-compute-day-number
           move dn-days to entry-days
           move gld-amount to amount-edit
           move spaces to detail_line
           string "  UNACKED  " gld-account-key ' '
             gld-posting-date ' ' amount-edit ' ' gld-dc ' '
             gld-source "  age " age-disp " days" into detail_line
           write report-record from detail_line
           exit paragraph
         end-if
         move 'T' to at-used(ack-found)
         if at-verdict(ack-found) = 'A' then
           add 1 to postings_accepted giving postings_accepted
           add 1 to bs-accepted(bs-found)
             giving bs-accepted(bs-found)
           exit paragraph
         end-if

         add 1 to postings_rejected giving postings_rejected
         add 1 to bs-rejected(bs-found) giving bs-rejected(bs-found)
         move gld-amount to amount-edit
         move spaces to detail_line
         string "  REJECTED " gld-account-key ' '
           gld-posting-date ' ' amount-edit ' ' gld-dc ' '
           gld-source "  " at-reason(ack-found) into detail_line
         write report-record from detail_line
         perform 2100-requeue-reject.

       2100-requeue-reject.
      *>   the extract's own header leads the requeue; an extract
      *>   somehow missing one gets a bare 'H' so the resend is
      *>   still a well-formed file.
         if saved-header(1:1) <> 'H' then
           move spaces to saved-header
           move 'H' to saved-header(1:1)
         end-if
      *>   a reject from a later batch closes the batch requeued so
      *>   far and opens one under its own header.
         if requeue-header-done = 'T' and
             saved-header <> requeued-header then
           perform 2110-write-requeue-trailer
         end-if
         if requeue-header-done = 'F' then
           move saved-header to rq-record
           write rq-record
           move saved-header to requeued-header
           move 'T' to requeue-header-done
         end-if
         move gl-detail to rq-record
         write rq-record
         add 1 to rq-details giving rq-details
         add gld-amount to rq-hash giving rq-hash
         if gld-source = spaces then
           exit paragraph
         end-if
         move 0 to rqs-found
         perform varying rqs-idx from 1 by 1
             until rqs-idx > rq-source-count
           if rqs-source(rqs-idx) = gld-source then
             move rqs-idx to rqs-found
             exit perform
           end-if
         end-perform
         if rqs-found = 0 then
           if rq-source-count >= 3 then
             exit paragraph
           end-if
           add 1 to rq-source-count giving rq-source-count
           move rq-source-count to rqs-found
           move gld-source to rqs-source(rqs-found)
           move 0 to rqs-details(rqs-found)
           move 0 to rqs-hash(rqs-found)
         end-if
         add 1 to rqs-details(rqs-found) giving rqs-details(rqs-found)
         add gld-amount to rqs-hash(rqs-found)
           giving rqs-hash(rqs-found).

       2200-find-source.
         if gld-source <> spaces then
           move 'T' to sources-seen
         end-if
         move 0 to bs-found
         perform varying bs-idx from 1 by 1
             until bs-idx > by-source-count
           if bs-source(bs-idx) = gld-source then
             move bs-idx to bs-found
             exit perform
           end-if
         end-perform
         if bs-found > 0 then
           exit paragraph
         end-if
      *>   past ten sources the last entry takes the rest.
         if by-source-count >= 10 then
           move 10 to bs-found
           exit paragraph
         end-if
         add 1 to by-source-count giving by-source-count
         move by-source-count to bs-found
         move gld-source to bs-source(bs-found)
         move 0 to bs-accepted(bs-found)
         move 0 to bs-rejected(bs-found)
         move 0 to bs-unacked(bs-found).

       2110-write-requeue-trailer.
         move spaces to rq-trailer
         move 'T' to rt-type
         move rq-details to rt-record-count
         move rq-hash to rt-hash-total
         perform varying rqs-idx from 1 by 1
             until rqs-idx > rq-source-count
           move rqs-source(rqs-idx) to rt-source(rqs-idx)
           move rqs-details(rqs-idx) to rt-source-count(rqs-idx)
           move rqs-hash(rqs-idx) to rt-source-hash(rqs-idx)
         end-perform
         move rq-trailer to rq-record
         write rq-record
         move 0 to rq-details
         move 0 to rq-hash
         move 0 to rq-source-count
         move 'F' to requeue-header-done.

       3000-finish-requeue.
         if requeue-header-done = 'T' then
           perform 2110-write-requeue-trailer
         end-if
         close requeue-file.

             move spaces to detail_line
             string "  " at-account(ack-idx) ' '
               at-date(ack-idx) ' ' at-verdict(ack-idx) ' '
               at-reason(ack-idx) ' ' at-source(ack-idx)
               into detail_line
             write report-record from detail_line
           end-if
         end-perform.

       5000-report-by-source.
         move spaces to detail_line
         string "POSTINGS BY SOURCE:       ACCEPTED   REJECTED"
           "  UNACKNOWLEDGED" into detail_line
         write report-record from detail_line
         perform varying bs-idx from 1 by 1
             until bs-idx > by-source-count
           move spaces to detail_line
           move "  " to detail_line(1:2)
           move bs-source(bs-idx) to detail_line(3:8)
           if bs-source(bs-idx) = spaces then
             move "(none)" to detail_line(3:8)
           end-if
           move bs-accepted(bs-idx) to count-disp
           move count-disp to detail_line(26:9)
           move bs-rejected(bs-idx) to count-disp
           move count-disp to detail_line(37:9)
           move bs-unacked(bs-idx) to count-disp
           move count-disp to detail_line(53:9)
           write report-record from detail_line
         end-perform.

      *>  turns a yyyymmdd date into a running day number so the
      *>  aging arithmetic can subtract dates across month and year
      *>  boundaries - the usual shifted-calendar formula, with

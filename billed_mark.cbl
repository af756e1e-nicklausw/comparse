      *>stamps RESULTHIST with what the invoicing side has billed.
      *>BILLFEED is their confirmation file, one record per charge
      *>that went out on an invoice:
      *>
      *>  formula-id(20) run-date(8) billed-date(8)
      *>
      *>each one sets RH-BILLED-DATE on that day's history record
      *>(see resulthist.cpy), which is what accrual_run.cbl reads to
      *>tell an unbilled charge from a billed one. a record naming a
      *>result that isn't on file is listed and skipped; a charge
      *>billed twice keeps its first billed date. a zero billed date
      *>means the invoicing run's own date - today's.
       identification division.
       program-id. billed_mark.
       environment division.
       input-output section.
       file-control.
         select feed-file assign to "BILLFEED"
           organization line sequential
           file status is feed-file-status.
         select history-file assign to "RESULTHIST"
           organization indexed
           access mode random
           record key is rh-key
           file status is history-file-status.
         select listing-file assign to "BILLLIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd feed-file.
         01 feed-record.
           05 bf-formula-id pic x(20).
           05 bf-run-date pic 9(8).
           05 bf-billed-date pic 9(8).
       fd history-file.
         copy "resulthist.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 feed-file-status pic x(2) value '00'.
         01 history-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 today-date pic 9(8) value 0.
         01 billed-date pic 9(8) value 0.

         01 feed_read usage binary-long value 0.
         01 feed_marked usage binary-long value 0.
         01 feed_already usage binary-long value 0.
         01 feed_missing usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.

         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         open input feed-file
         if feed-file-status <> '00' then
           display "Error: could not open BILLFEED, file status "
             feed-file-status
           stop run
         end-if
         open i-o history-file
         if history-file-status <> '00' then
           display "Error: could not open RESULTHIST, file status "
             history-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open BILLLIST, file status "
             listing-file-status
           stop run
         end-if

         perform until end_of_file = 'T'
           read feed-file
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-mark-one-charge
           end-read
         end-perform

         move feed_read to count-disp
         move spaces to total_line
         string "Billing records read:   " count-disp into total_line
         write listing-record from total_line
         move feed_marked to count-disp
         move spaces to total_line
         string "Charges marked billed:  " count-disp into total_line
         write listing-record from total_line
         move feed_already to count-disp
         move spaces to total_line
         string "Already marked:         " count-disp into total_line
         write listing-record from total_line
         move feed_missing to count-disp
         move spaces to total_line
         string "Not on RESULTHIST:      " count-disp into total_line
         write listing-record from total_line

         close feed-file
         close history-file
         close listing-file
         stop run.

       1000-mark-one-charge.
         add 1 to feed_read giving feed_read
         move bf-billed-date to billed-date
         if bf-billed-date is not numeric or bf-billed-date = 0 then
           move today-date to billed-date
         end-if
         move bf-formula-id to rh-formula-id
         move bf-run-date to rh-run-date
         read history-file key is rh-key
           invalid key
             add 1 to feed_missing giving feed_missing
             move spaces to detail_line
             string "  NOT ON FILE " bf-formula-id ' ' bf-run-date
               into detail_line
             write listing-record from detail_line
             exit paragraph
         end-read
         if rh-billed-date is numeric and rh-billed-date > 0 then
           add 1 to feed_already giving feed_already
           exit paragraph
         end-if
         move billed-date to rh-billed-date
         rewrite rh-record
           invalid key
             display "Error: RESULTHIST rewrite failed for "
               rh-formula-id " " rh-run-date
             stop run
         end-rewrite
         add 1 to feed_marked giving feed_marked.

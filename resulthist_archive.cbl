       fd history-file.
         copy "resulthist.cpy".
       fd work-file.
         01 work-record pic x(127).
       fd gen-file.
         01 gen-record pic x(127).
       fd catalog-file.
         01 catalog-record pic 9(8).
       fd report-file.
           05 im-run-date pic 9(8).
           05 im-status pic x(4).
           05 im-result pic x(40).
           05 im-group-code pic x(8).
           05 im-amount pic s9(13)v9(4) sign leading separate.
           05 im-amount-ok pic x(1).
           05 im-billed-date pic 9(8).
           05 im-eval-id pic x(20).

         01 records_cut usage binary-long value 0.
         01 records_kept usage binary-long value 0.
               move rh-run-date to im-run-date
               move rh-status to im-status
               move rh-result to im-result
               move rh-group-code to im-group-code
               move rh-amount to im-amount
               move rh-amount-ok to im-amount-ok
               move rh-billed-date to im-billed-date
               move rh-eval-id to im-eval-id
               if rh-run-date <= rc-date then
                 move image-record to gen-record
                 write gen-record
               move im-run-date to rh-run-date
               move im-status to rh-status
               move im-result to rh-result
               perform 9100-image-extras-to-record
               write rh-record
                 invalid key
                   continue
                     move im-run-date to rh-run-date
                     move im-status to rh-status
                     move im-result to rh-result
                     perform 9100-image-extras-to-record
                     write rh-record
                       invalid key
                         rewrite rh-record
         compute dn-t4 = (153 * (dn-m + 1)) / 5
         compute dn-days =
           365 * dn-y + dn-t1 - dn-t2 + dn-t3 + dn-t4 + dn-d.

      *>  the fields past the result text. a generation cut before
      *>  they existed carries a shorter line - spaces where the
      *>  amount, billed date and eval ID would be - and restores as
      *>  a record with no amount, not billed and no eval ID.
       9100-image-extras-to-record.
         move im-group-code to rh-group-code
         if im-amount is numeric then
           move im-amount to rh-amount
           move im-amount-ok to rh-amount-ok
         else
           move 0 to rh-amount
           move 'F' to rh-amount-ok
         end-if
         if im-billed-date is numeric then
           move im-billed-date to rh-billed-date
         else
           move 0 to rh-billed-date
         end-if
         move im-eval-id to rh-eval-id.

      *   4. giftcard-skus entries that are not on sku-master
      *   5. loyalty-master customers not on customer-master
      *   6. open suspense items older than the aging ceiling
      *   7. the customer cross-reference (invoice-customer-xref.dat)
      *      out of step with the invoice index: an indexed invoice
      *      with a customer number but no cross-reference row, or a
      *      row whose invoice is gone from the index or now carries
      *      another customer (IDXREORG rebuilds the cross-reference)
      *
      * Orphans and exceptions are listed with counts by check on
      * integrity-report.out, so a broken reference is found the
      * Exceptions are reported with condition code 4 in the run log
      * but never halt the chain -- an orphan is a morning job, not a
      * reason to miss the batch window.
      *
      * Each exception is also written to case-feed.dat (source
      * INTEGRTY, or SUSPENSE for an aged suspense item) keyed by the
      * check number and the orphan key, so CASEMGR keeps one case
      * open per broken reference until someone fixes and closes it.
      **************************************************************************
       environment division.
       input-output section.
           select invoice-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is dynamic
               record key is inv-invoice-num
               file status is ws-inv-status.

           select customer-xref-file
               assign to "../invoice-customer-xref.dat"
               organization is indexed
               access mode is dynamic
               record key is cx-key
               file status is ws-cx-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               assign to "../integrity-report.out"
               organization is line sequential.

           select case-feed-file
               assign to "../case-feed.dat"
               organization is line sequential
               file status is ws-cf-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

       fd giftcard-sku-file
           record contains 15 characters

       fd customer-master-file
          data record is cu-record
          record contains 48 characters.

       01 cu-record.
         05 cu-customer-num pic x(6).
         05 cu-name pic x(20).
         05 cu-active-flag pic x.
         05 cu-exempt-flag pic x.
         05 cu-cert-num pic x(12).
         05 cu-cert-expiry pic 9(8).

       fd loyalty-master-file
           record contains 86 characters
           data record is lym-record.

       01 lym-record.
         05 lym-ret-amount pic 9(9)V99.
         05 lym-ret-count pic 9(5).
         05 lym-tier pic x.
         05 lym-points-balance pic s9(9).
         05 lym-points-earned pic s9(9).
         05 lym-points-redeemed pic s9(9).
         05 lym-points-month pic 9(6).
         05 lym-month-earned pic s9(7).
         05 lym-month-redeemed pic s9(7).

       fd layaway-master-file
           record contains 81 characters
           data record is lm-record.

       01 lm-record.
         05 lm-balance pic 9(5)V99.
         05 lm-last-activity-date pic 9(8).
         05 lm-status pic x.
         05 lm-sku-code pic x(15).
         05 lm-quantity pic 9(3).
         05 lm-customer-num pic x(6).
         05 lm-reminder-date pic 9(8).

       fd suspense-file
          data record is susp-record
         05 inv-promo-code pic x(6).
         05 inv-cashier-id pic x(4).

       fd customer-xref-file
          data record is cx-record.

       01 cx-record.
         05 cx-key.
           10 cx-customer-num pic x(6).
           10 cx-invoice-num pic x(9).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 ig-output pic x(100).

       fd case-feed-file
           record contains 86 characters
           data record is cf-record.

       01 cf-record pic x(86).

       fd run-log-file
          data record is rl-record.

       01 ws-suspense-status pic xx value spaces.
       01 ws-inv-status pic xx value spaces.
       01 ws-inv-open pic x value "N".
       01 ws-cx-status pic xx value spaces.
       01 ws-index-customer pic x(6) value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-cf-status pic xx value spaces.
       01 ws-file-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-sub pic 9(4) value 0.
       01 ws-scan-sub pic 9(4) value 0.

      * exception case staged for case-feed.dat; the check sets the
      * store (and amount, for suspense) before writing its orphan
       01 ws-check-id pic 9 value 0.
       01 ws-susp-amount-x pic x(7) value zeros.
       01 ws-susp-amount redefines ws-susp-amount-x pic 9(5)V99.
       01 ws-case-feed.
         05 ws-cf-source pic x(8).
         05 ws-cf-store pic xx value spaces.
         05 ws-cf-key.
           10 ws-cf-key-check pic 9.
           10 ws-cf-key-orphan pic x(15).
         05 ws-cf-amount pic s9(9)V99 value 0.
         05 ws-cf-severity pic x.
         05 ws-cf-date pic 9(8).
         05 ws-cf-description pic x(40).

       01 ws-blank-line pic x(100) value spaces.

       01 ws-heading-1.
           perform 250-check-giftcard-skus.
           perform 300-check-loyalty-customers.
           perform 350-check-suspense-age.
           perform 400-check-customer-xref.

           move ws-total-exceptions to ws-sum-exceptions.
           write ig-output from ws-blank-line.
           end-if.

       100-check-store-districts.
           move 1 to ws-check-id.
           move "STORE DISTRICT ON DISTRICT-MASTER" to ws-chk-name.
           write ig-output from ws-blank-line.
           write ig-output from ws-check-heading.
                   end-perform
                   if ws-found = "N"
                       move sm-store-num to ws-orp-key
                       move sm-store-num to ws-cf-store
                       string "DISTRICT " delimited by size
                              sm-district delimited by size
                              " NOT ON DISTRICT-MASTER"
           perform 650-write-check-total.

       150-check-cashier-stores.
           move 2 to ws-check-id.
           move "CASHIER HOME STORE ON STORE-MASTER" to ws-chk-name.
           write ig-output from ws-blank-line.
           write ig-output from ws-check-heading.
                   end-perform
                   if ws-found = "N"
                       move ch-cashier-id to ws-orp-key
                       move ch-home-store to ws-cf-store
                       string "HOME STORE " delimited by size
                              ch-home-store delimited by size
                              " NOT ON STORE-MASTER" delimited by size
           perform 650-write-check-total.

       200-check-layaway-invoices.
           move 3 to ws-check-id.
           move "LAYAWAY INVOICE ON INVOICE INDEX" to ws-chk-name.
           write ig-output from ws-blank-line.
           write ig-output from ws-check-heading.
                   read invoice-index-file
                       invalid key
                           move lm-invoice-num to ws-orp-key
                           move lm-store-num to ws-cf-store
                           move lm-balance to ws-cf-amount
                           move "NOT ON INVOICE INDEX" to ws-orp-text
                           perform 600-write-orphan
                       not invalid key
           perform 650-write-check-total.

       250-check-giftcard-skus.
           move 4 to ws-check-id.
           move "GIFT-CARD SKU ON SKU-MASTER" to ws-chk-name.
           write ig-output from ws-blank-line.
           write ig-output from ws-check-heading.
           perform 650-write-check-total.

       300-check-loyalty-customers.
           move 5 to ws-check-id.
           move "LOYALTY CUSTOMER ON CUSTOMER-MASTER" to ws-chk-name.
           write ig-output from ws-blank-line.
           write ig-output from ws-check-heading.
           perform 650-write-check-total.

       350-check-suspense-age.
           move 6 to ws-check-id.
           move "OPEN SUSPENSE ITEMS PAST AGE LIMIT" to ws-chk-name.
           write ig-output from ws-blank-line.
           write ig-output from ws-check-heading.
                       end-if
                       if ws-days-old > ws-suspense-age-limit
                           move susp-transaction(13:9) to ws-orp-key
                           move susp-transaction(11:2) to ws-cf-store
                           move susp-transaction(2:7)
                             to ws-susp-amount-x
                           if ws-susp-amount numeric
                               move ws-susp-amount to ws-cf-amount
                           end-if
                           string "OPEN " delimited by size
                                  ws-days-old delimited by size
                                  " DAYS - " delimited by size
           end-if.
           perform 650-write-check-total.

       400-check-customer-xref.
           move 7 to ws-check-id.
           move "CUSTOMER XREF AGREES WITH INVOICE INDEX"
             to ws-chk-name.
           write ig-output from ws-blank-line.
           write ig-output from ws-check-heading.
           move 0 to ws-check-exceptions.

           open input invoice-index-file.
           if ws-inv-status not = "00"
               perform 650-write-check-total
               exit paragraph
           end-if.
           open input customer-xref-file.
           if ws-cx-status not = "00"
               move "XREF FILE" to ws-orp-key
               move "CROSS-REFERENCE MISSING - RUN IDXREORG"
                 to ws-orp-text
               perform 600-write-orphan
               close invoice-index-file
               perform 650-write-check-total
               exit paragraph
           end-if.

      * every indexed invoice with a customer has its row ...
           move "N" to ws-file-eof.
           move low-values to inv-invoice-num.
           start invoice-index-file
             key not < inv-invoice-num
               invalid key
                   move "Y" to ws-file-eof
           end-start.
           perform until ws-file-eof = "Y"
               read invoice-index-file next record
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       if inv-customer-num not = spaces
                           perform 410-check-index-row
                       end-if
               end-read
           end-perform.

      * ... and every row points at an invoice still carrying it
           move "N" to ws-file-eof.
           move low-values to cx-key.
           start customer-xref-file
             key not < cx-key
               invalid key
                   move "Y" to ws-file-eof
           end-start.
           perform until ws-file-eof = "Y"
               read customer-xref-file next record
                   at end
                       move "Y" to ws-file-eof
                   not at end
                       perform 420-check-xref-row
               end-read
           end-perform.

           close invoice-index-file, customer-xref-file.
           perform 650-write-check-total.

       410-check-index-row.
           add 1 to ws-records-checked.
           move inv-customer-num to cx-customer-num.
           move inv-invoice-num to cx-invoice-num.
           read customer-xref-file
               invalid key
                   move cx-key to ws-orp-key
                   move inv-store-num to ws-cf-store
                   move "INDEXED INVOICE HAS NO XREF ROW"
                     to ws-orp-text
                   perform 600-write-orphan
               not invalid key
                   continue
           end-read.

       420-check-xref-row.
           add 1 to ws-records-checked.
           move cx-invoice-num to inv-invoice-num.
           read invoice-index-file
               invalid key
                   move cx-key to ws-orp-key
                   move "XREF INVOICE NOT ON INVOICE INDEX"
                     to ws-orp-text
                   perform 600-write-orphan
               not invalid key
                   if inv-customer-num not = cx-customer-num
                       move inv-customer-num to ws-index-customer
                       move cx-key to ws-orp-key
                       move inv-store-num to ws-cf-store
                       string "INDEX NOW CARRIES CUSTOMER "
                                delimited by size
                              ws-index-customer delimited by size
                         into ws-orp-text
                       perform 600-write-orphan
                   end-if
           end-read.

       600-write-orphan.
           add 1 to ws-check-exceptions.
           add 1 to ws-total-exceptions.
           write ig-output from ws-orphan-line.
           perform 610-raise-case.
           move spaces to ws-orp-key.
           move spaces to ws-orp-text.
           move spaces to ws-cf-store.
           move 0 to ws-cf-amount.

       610-raise-case.
           if ws-check-id = 6
               move "SUSPENSE" to ws-cf-source
               move "M" to ws-cf-severity
           else
               move "INTEGRTY" to ws-cf-source
               move "L" to ws-cf-severity
           end-if.
           move ws-check-id to ws-cf-key-check.
           move ws-orp-key to ws-cf-key-orphan.
           move ws-as-of-date to ws-cf-date.
           move ws-orp-text to ws-cf-description.
           open extend case-feed-file.
           if ws-cf-status = "35"
               open output case-feed-file
           end-if.
           write cf-record from ws-case-feed.
           close case-feed-file.

       650-write-check-total.
           move ws-check-exceptions to ws-chk-count.

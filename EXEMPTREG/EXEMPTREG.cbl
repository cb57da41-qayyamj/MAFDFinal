       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. EXEMPTREG.
      **************************************************************************
      * Tax-exempt sales register.  Lists every invoice on tonight's
      * slrecord.data and returns.data that carried no sales tax
      * because the customer holds a tax exemption certificate on
      * customer-master.dat that covered the sale date -- the same
      * test S&L, the returns program, GLJOURNAL and FLASH apply --
      * with the certificate number and expiry the exemption rested
      * on, so the tax auditor can match each one to a certificate
      * on file.
      *
      *   sales, layaway openings and exchanges   listed and added
      *   voids of them                           listed and taken off
      *   returns                                 listed when the sale
      *                                           they reverse (found
      *                                           on invoice-index.dat)
      *                                           was exempt
      *
      * Per-store and company totals of exempt sales, voids, returns
      * and net exempt close the register.  Output:
      * exempt-sales-register.out.  Runs nightly as a pipeline stage
      * ahead of ARCHIVE.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select customer-master-file
               assign to "../customer-master.dat"
               organization is line sequential
               file status is ws-cu-status.

           select sl-records-file
               assign to "../FinalProject/slrecord.data"
               organization is line sequential
               file status is ws-slr-status.

           select returns-file
               assign to "../FinalProject/returns.data"
               organization is line sequential
               file status is ws-returns-status.

           select invoice-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is random
               record key is inv-invoice-num
               file status is ws-inv-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select exempt-register
               assign to "../exempt-sales-register.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd customer-master-file
           record contains 48 characters
           data record is cu-record.

       01 cu-record.
         05 cu-customer-num pic x(6).
         05 cu-name pic x(20).
         05 cu-active-flag pic x.
         05 cu-exempt-flag pic x.
         05 cu-cert-num pic x(12).
         05 cu-cert-expiry pic 9(8).

       fd sl-records-file
           record contains 79 characters
           data record is slr-record.

       01 slr-record pic x(79).

       fd returns-file
           record contains 79 characters
           data record is ret-record.

       01 ret-record pic x(79).

       fd invoice-index-file
          data record is inv-record.

       01 inv-record.
         05 inv-invoice-num pic x(9).
         05 inv-store-num pic xx.
         05 inv-trans-code pic x.
         05 inv-trans-date pic 9(8).
         05 inv-trans-amount pic 9(5)V99.
         05 inv-pay-type pic xx.
         05 inv-sku-code pic x(15).
         05 inv-split-flag pic x.
         05 inv-split-pay-type pic xx.
         05 inv-split-amount pic 9(5)V99.
         05 inv-quantity pic 9(3).
         05 inv-unit-price pic 9(4)V99.
         05 inv-customer-num pic x(6).
         05 inv-promo-code pic x(6).
         05 inv-cashier-id pic x(4).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd exempt-register
           record contains 132 characters
           data record is er-output.

       01 er-output pic x(132).

       fd run-log-file
          data record is rl-record.

       01 rl-record.
         05 rl-program-name pic x(10).
         05 rl-start-date pic 9(8).
         05 rl-start-time pic 9(8).
         05 rl-end-date pic 9(8).
         05 rl-end-time pic 9(8).
         05 rl-condition-code pic 9(3).
         05 rl-records-read pic 9(6).
         05 rl-records-written pic 9(6).
         05 rl-records-written-2 pic 9(6).
         05 rl-records-written-3 pic 9(6).
         05 rl-records-written-4 pic 9(6).

       working-storage section.

       01 ws-cu-eof pic x value "N".
       01 ws-slr-eof pic x value "N".
       01 ws-ret-eof pic x value "N".
       01 ws-cu-status pic xx value spaces.
       01 ws-slr-status pic xx value spaces.
       01 ws-returns-status pic xx value spaces.
       01 ws-inv-status pic xx value spaces.
       01 ws-inv-open pic x value "N".
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.

       01 ws-records-read pic 9(6) value 0.
       01 ws-lines-listed pic 9(6) value 0.
       01 ws-returns-listed pic 9(6) value 0.

      * the transaction being listed, whichever file it came from
       01 ws-tx pic x(79).
       01 ws-tx-fields redefines ws-tx.
         05 tx-trans-code pic x.
         05 tx-trans-amount pic 9(5)V99.
         05 tx-pay-type pic xx.
         05 tx-store-num pic xx.
         05 tx-invoice-num pic x(9).
         05 tx-sku-code pic x(15).
         05 tx-trans-date pic 9(8).
         05 tx-split-flag pic x.
         05 tx-split-pay-type pic xx.
         05 tx-split-amount pic 9(5)V99.
         05 tx-quantity pic 9(3).
         05 tx-unit-price pic 9(4)V99.
         05 tx-customer-num pic x(6).
         05 tx-promo-code pic x(6).
         05 tx-cashier-id pic x(4).

      * exempt customers; a return is judged on the sale it reverses
       01 ws-num-exempt pic 9(4) value 0.
       01 ws-exempt-sub pic 9(4) value 0.
       01 ws-exempt-found pic 9(4) value 0.
       01 ws-exempt-table.
         05 ws-exempt-entry occurs 500 times.
           10 ws-exempt-num pic x(6).
           10 ws-exempt-name pic x(20).
           10 ws-exempt-cert pic x(12).
           10 ws-exempt-expiry pic 9(8).
       01 ws-exempt-cust pic x(6) value spaces.
       01 ws-exempt-date pic 9(8) value 0.

       01 ws-num-stores pic 99 value 0.
       01 ws-st-sub pic 99 value 0.
       01 ws-st-found pic 99 value 0.
       01 ws-store-table.
         05 ws-st-entry occurs 50 times.
           10 ws-st-num pic xx.
           10 ws-st-sales pic s9(11)V99.
           10 ws-st-voids pic s9(11)V99.
           10 ws-st-returns pic s9(11)V99.
           10 ws-st-count pic 9(7).

       01 ws-co-sales pic s9(11)V99 value 0.
       01 ws-co-voids pic s9(11)V99 value 0.
       01 ws-co-returns pic s9(11)V99 value 0.
       01 ws-co-count pic 9(7) value 0.
       01 ws-net-amount pic s9(11)V99 value 0.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(40)
             value "TAX-EXEMPT SALES REGISTER".
         05 filler pic x(15) value "BUSINESS DATE: ".
         05 ws-head-date pic 9(8).
         05 filler pic x(69) value spaces.

       01 ws-heading-2.
         05 filler pic x(11) value "INVOICE    ".
         05 filler pic x(7) value "STORE  ".
         05 filler pic x(10) value "DATE      ".
         05 filler pic x(6) value "CODE  ".
         05 filler pic x(8) value "CUST    ".
         05 filler pic x(22) value "NAME".
         05 filler pic x(14) value "CERTIFICATE".
         05 filler pic x(10) value "EXPIRES".
         05 filler pic x(14) value "        AMOUNT".
         05 filler pic x(30) value spaces.

       01 ws-detail-line.
         05 ws-dl-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-dl-store pic xx.
         05 filler pic x(5) value spaces.
         05 ws-dl-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-dl-code pic x.
         05 filler pic x(5) value spaces.
         05 ws-dl-customer pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-dl-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-dl-cert pic x(12).
         05 filler pic x(2) value spaces.
         05 ws-dl-expiry pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-dl-amount pic zz,zzz,zz9.99-.
         05 filler pic x(31) value spaces.

       01 ws-total-heading.
         05 filler pic x(9) value "STORE    ".
         05 filler pic x(9) value "INVOICES ".
         05 filler pic x(18) value "      EXEMPT SALES".
         05 filler pic x(18) value "             VOIDS".
         05 filler pic x(18) value "           RETURNS".
         05 filler pic x(18) value "        NET EXEMPT".
         05 filler pic x(42) value spaces.

       01 ws-total-line.
         05 ws-tl-store pic x(5).
         05 filler pic x(4) value spaces.
         05 ws-tl-count pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-tl-sales pic zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-tl-voids pic zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-tl-returns pic zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-tl-net pic zzz,zzz,zz9.99-.
         05 filler pic x(42) value spaces.

       01 ws-none-line.
         05 filler pic x(40)
             value "NO TAX-EXEMPT SALES FOR THE DAY".
         05 filler pic x(92) value spaces.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           move ws-start-date to ws-business-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-business-date
               end-read
               close run-control-file
           end-if.

           perform 050-load-exempt-customers.

           open output exempt-register.
           move ws-business-date to ws-head-date.
           write er-output from ws-heading-1.
           write er-output from ws-blank-line.
           write er-output from ws-heading-2.

           if ws-num-exempt > 0
               open input invoice-index-file
               if ws-inv-status = "00"
                   move "Y" to ws-inv-open
               else
                   display "EXEMPTREG: CANT OPEN INVOICE-INDEX, "
                     "STATUS=" ws-inv-status
                     " - RETURNS JUDGED ON THEIR OWN DATE"
               end-if
               perform 150-scan-sl
               perform 170-scan-returns
               if ws-inv-open = "Y"
                   close invoice-index-file
               end-if
           end-if.

           perform 500-write-totals.
           close exempt-register.
           perform 700-write-run-log.
           if ws-condition-code > 0
               move ws-condition-code to return-code
           end-if.
           goback.

       050-load-exempt-customers.
           open input customer-master-file.
           if ws-cu-status <> "00"
               display "EXEMPTREG: CANT OPEN CUSTOMER-MASTER, STATUS="
                   ws-cu-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read customer-master-file
               at end
                   move "Y" to ws-cu-eof.
           perform until ws-cu-eof = "Y"
               if cu-exempt-flag = "Y" and cu-cert-num not = spaces
                 and cu-cert-expiry numeric
                 and ws-num-exempt < 500
                   add 1 to ws-num-exempt
                   move cu-customer-num to ws-exempt-num(ws-num-exempt)
                   move cu-name to ws-exempt-name(ws-num-exempt)
                   move cu-cert-num to ws-exempt-cert(ws-num-exempt)
                   move cu-cert-expiry
                     to ws-exempt-expiry(ws-num-exempt)
               end-if
               read customer-master-file
                   at end
                       move "Y" to ws-cu-eof
               end-read
           end-perform.
           close customer-master-file.

       150-scan-sl.
           open input sl-records-file.
           if ws-slr-status <> "00"
               display "EXEMPTREG: CANT OPEN SL-RECORDS, STATUS="
                   ws-slr-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read sl-records-file
               at end
                   move "Y" to ws-slr-eof.
           perform until ws-slr-eof = "Y"
               move slr-record to ws-tx
      * the "0"/"9" control records are not transactions
               if tx-trans-code not = "0" and tx-trans-code not = "9"
                   add 1 to ws-records-read
                   perform 200-check-sale
               end-if
               read sl-records-file
                   at end
                       move "Y" to ws-slr-eof
               end-read
           end-perform.
           close sl-records-file.

       170-scan-returns.
           open input returns-file.
           if ws-returns-status <> "00"
               display "EXEMPTREG: CANT OPEN RETURNS, STATUS="
                   ws-returns-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read returns-file
               at end
                   move "Y" to ws-ret-eof.
           perform until ws-ret-eof = "Y"
               move ret-record to ws-tx
               if tx-trans-code = "R"
                   add 1 to ws-records-read
                   perform 250-check-return
               end-if
               read returns-file
                   at end
                       move "Y" to ws-ret-eof
               end-read
           end-perform.
           close returns-file.

       200-check-sale.
           if tx-trans-code not = "S" and tx-trans-code not = "L"
             and tx-trans-code not = "E" and tx-trans-code not = "V"
               exit paragraph
           end-if.
           move tx-customer-num to ws-exempt-cust.
           move tx-trans-date to ws-exempt-date.
           perform 300-find-exemption.
           if ws-exempt-found = 0
               exit paragraph
           end-if.

           perform 350-find-store.
           if tx-trans-code = "V"
               subtract tx-trans-amount from ws-st-voids(ws-st-found)
               subtract tx-trans-amount from ws-co-voids
               compute ws-net-amount = 0 - tx-trans-amount
           else
               add tx-trans-amount to ws-st-sales(ws-st-found)
               add tx-trans-amount to ws-co-sales
               move tx-trans-amount to ws-net-amount
           end-if.
           perform 400-write-detail.

       250-check-return.
      * exempt when the sale it reverses was; without the index the
      * return's own customer and date stand in
           move tx-customer-num to ws-exempt-cust.
           move tx-trans-date to ws-exempt-date.
           if ws-inv-open = "Y"
               move tx-invoice-num to inv-invoice-num
               read invoice-index-file
                   invalid key
                       continue
                   not invalid key
                       if inv-trans-code = "S"
                           move inv-customer-num to ws-exempt-cust
                           move inv-trans-date to ws-exempt-date
                       end-if
               end-read
           end-if.
           perform 300-find-exemption.
           if ws-exempt-found = 0
               exit paragraph
           end-if.

           perform 350-find-store.
           subtract tx-trans-amount from ws-st-returns(ws-st-found).
           subtract tx-trans-amount from ws-co-returns.
           compute ws-net-amount = 0 - tx-trans-amount.
           add 1 to ws-returns-listed.
           perform 400-write-detail.

       300-find-exemption.
      * ws-exempt-cust / ws-exempt-date set by the caller
           move 0 to ws-exempt-found.
           if ws-exempt-cust = spaces
               exit paragraph
           end-if.
           perform varying ws-exempt-sub from 1 by 1
             until ws-exempt-sub > ws-num-exempt
               or ws-exempt-found > 0
               if ws-exempt-num(ws-exempt-sub) = ws-exempt-cust
                 and ws-exempt-expiry(ws-exempt-sub) >= ws-exempt-date
                   move ws-exempt-sub to ws-exempt-found
               end-if
           end-perform.

       350-find-store.
           move 0 to ws-st-found.
           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-stores or ws-st-found > 0
               if ws-st-num(ws-st-sub) = tx-store-num
                   move ws-st-sub to ws-st-found
               end-if
           end-perform.
           if ws-st-found = 0
               if ws-num-stores < 50
                   add 1 to ws-num-stores
               end-if
               move ws-num-stores to ws-st-found
               move tx-store-num to ws-st-num(ws-st-found)
               move 0 to ws-st-sales(ws-st-found)
               move 0 to ws-st-voids(ws-st-found)
               move 0 to ws-st-returns(ws-st-found)
               move 0 to ws-st-count(ws-st-found)
           end-if.
           add 1 to ws-st-count(ws-st-found).
           add 1 to ws-co-count.

       400-write-detail.
           move tx-invoice-num to ws-dl-invoice.
           move tx-store-num to ws-dl-store.
           move tx-trans-date to ws-dl-date.
           move tx-trans-code to ws-dl-code.
           move ws-exempt-num(ws-exempt-found) to ws-dl-customer.
           move ws-exempt-name(ws-exempt-found) to ws-dl-name.
           move ws-exempt-cert(ws-exempt-found) to ws-dl-cert.
           move ws-exempt-expiry(ws-exempt-found) to ws-dl-expiry.
           move ws-net-amount to ws-dl-amount.
           write er-output from ws-detail-line.
           add 1 to ws-lines-listed.

       500-write-totals.
           write er-output from ws-blank-line.
           if ws-lines-listed = 0
               write er-output from ws-none-line
               exit paragraph
           end-if.

           write er-output from ws-total-heading.
           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-stores
               move ws-st-num(ws-st-sub) to ws-tl-store
               move ws-st-count(ws-st-sub) to ws-tl-count
               move ws-st-sales(ws-st-sub) to ws-tl-sales
               move ws-st-voids(ws-st-sub) to ws-tl-voids
               move ws-st-returns(ws-st-sub) to ws-tl-returns
               compute ws-net-amount = ws-st-sales(ws-st-sub)
                 + ws-st-voids(ws-st-sub) + ws-st-returns(ws-st-sub)
               move ws-net-amount to ws-tl-net
               write er-output from ws-total-line
           end-perform.

           move "TOTAL" to ws-tl-store.
           move ws-co-count to ws-tl-count.
           move ws-co-sales to ws-tl-sales.
           move ws-co-voids to ws-tl-voids.
           move ws-co-returns to ws-tl-returns.
           compute ws-net-amount =
             ws-co-sales + ws-co-voids + ws-co-returns.
           move ws-net-amount to ws-tl-net.
           write er-output from ws-blank-line.
           write er-output from ws-total-line.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "EXEMPTREG" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-records-read to rl-records-read.
           move ws-lines-listed to rl-records-written.
           move ws-num-exempt to rl-records-written-2.
           move ws-returns-listed to rl-records-written-3.
           move 0 to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program EXEMPTREG.
      **************************************************************************

               organization is line sequential
               file status is ws-run-ctl-status.

           select customer-master-file
               assign to "../customer-master.dat"
               organization is line sequential
               file status is ws-cust-status.

           select high-value-file
               assign to "../HighValueExceptions.out"
               organization is line sequential.

           select case-feed-file
               assign to "../case-feed.dat"
               organization is line sequential
               file status is ws-cf-status.

       data division.
       file section.

         05 run-ctl-seq             pic 9(4).
         05 run-ctl-supp            pic 9(2).

      * tax-exempt customers and their exemption certificates
       fd customer-master-file
           record contains 48 characters
           data record is cu-record.

       01 cu-record.
         05 cu-customer-num         pic x(6).
         05 cu-name                 pic x(20).
         05 cu-active-flag          pic x.
         05 cu-exempt-flag          pic x.
         05 cu-cert-num             pic x(12).
         05 cu-cert-expiry          pic 9(8).

       fd high-value-file
           record contains 80 characters
           data record is hv-output.

       01 hv-output pic x(80).

       fd case-feed-file
           record contains 86 characters
           data record is cf-record.

       01 cf-record                pic x(86).

       working-storage section.

       01 ws-flags.
       01 ws-tj-eof                pic x value "N".
       01 ws-run-ctl-status        pic xx value spaces.
       01 ws-processing-date       pic 9(8) value 0.
      * exception case feed: every high-value transaction also opens
      * (or refreshes) a case for CASEMGR to track to closure
       01 ws-cf-status             pic xx value spaces.
       01 ws-case-feed.
         05 ws-cf-source           pic x(8) value "HIGHVAL".
         05 ws-cf-store            pic xx.
         05 ws-cf-key              pic x(16).
         05 ws-cf-amount           pic s9(9)V99.
         05 ws-cf-severity         pic x value "M".
         05 ws-cf-date             pic 9(8).
         05 ws-cf-description      pic x(40) value
                                   "HIGH-VALUE TRANSACTION".
       01 ws-supp-seq              pic 99 value 0.
       01 ws-num-jurs              pic 99 value 0.
       01 ws-jur-sub               pic 99 value 0.
       01 ws-best-store-rate       pic 9V999 value 0.
       01 ws-best-dist-jur         pic xx value spaces.

      * a sale to a customer holding a tax exemption certificate that
      * is current on the transaction date carries no tax; EDIT has
      * already refused any such sale on a lapsed certificate
       01 ws-cust-status           pic xx value spaces.
       01 ws-cust-eof              pic x value "N".
       01 ws-num-exempt            pic 9(4) value 0.
       01 ws-exempt-sub            pic 9(4) value 0.
       01 ws-exempt-table.
         05 ws-exempt-entry        occurs 500 times.
           10 ws-exempt-num        pic x(6).
           10 ws-exempt-expiry     pic 9(8).
       01 ws-tax-exempt            pic x value "N".
       77 ws-exempt-sales-total    pic s9(11)V99 value 0.

      * store control-break state (input arrives sorted by store)
       01 ws-current-store         pic 99 value 0.
       01 ws-store-break           pic x value "N".
           value spaces.
         05 ws-total-tax           pic z,zzz,zzz,zz9.99-.

       01 ws-exempt-sales-line.
         05 filler                 pic x(23)
           value "TOTAL TAX EXEMPT SALES:".
         05 filler                 pic x(5)
           value spaces.
         05 ws-exempt-sales        pic z,zzz,zzz,zz9.99-.

       01 ws-promo-discount-line.
         05 filler                 pic x(27)
           value "TOTAL PROMO DISCOUNT GIVEN:".
                output csv-extract-file,
                output gl-tax-feed-file,
                output high-value-file.
           open extend case-feed-file.
           if ws-cf-status = "35"
               open output case-feed-file
           end-if.
           write csv-output-record from ws-csv-heading.
           write hv-output from ws-hv-heading.
           perform 105-Load-Control-Params.
           perform 107-Load-Store-Master.
           perform 109-Load-Tax-Jurisdictions.
           perform 111-Load-Exempt-Customers.

       095-Abort-Close-Files.
           move 16 to ws-condition-code.
               perform 110-Resolve-Store-Rate
           end-perform.

       111-Load-Exempt-Customers.
           open input customer-master-file.
           if ws-cust-status not = "00"
               display "S_LPROC: CUSTOMER MASTER NOT AVAILABLE, "
                 "STATUS=" ws-cust-status
                 " - NO TAX EXEMPTIONS APPLIED"
               exit paragraph
           end-if.

           read customer-master-file
               at end
                   move "Y" to ws-cust-eof
           end-read.
           perform until ws-cust-eof = "Y"
               if cu-exempt-flag = "Y" and cu-cert-num not = spaces
                 and cu-cert-expiry numeric
                 and ws-num-exempt < 500
                   add 1 to ws-num-exempt
                   move cu-customer-num to ws-exempt-num(ws-num-exempt)
                   move cu-cert-expiry
                     to ws-exempt-expiry(ws-num-exempt)
               end-if
               read customer-master-file
                   at end
                       move "Y" to ws-cust-eof
               end-read
           end-perform.
           close customer-master-file.

       110-Resolve-Store-Rate.
      * latest effective-dated row wins; a store override beats the
      * district rate; a store with neither keeps cp-tax-rate
      * looking like anything at all
       409-Process-Exchange.
           compute ws-tax-calc rounded = transaction-amount * ws-tax.
           perform 411-Check-Tax-Exempt.
           if ws-tax-exempt = "Y"
               move 0 to ws-tax-calc
               add transaction-amount to ws-exempt-sales-total
           end-if.
           add ws-tax-calc to ws-total-tax-owing
               on size error
                   perform 998-Size-Error-Abort
      * it is left out of the tender counts and percentages
       408-Net-Void.
           compute ws-tax-calc rounded = transaction-amount * ws-tax.
           perform 411-Check-Tax-Exempt.
           if ws-tax-exempt = "Y"
               move 0 to ws-tax-calc
               subtract transaction-amount from ws-exempt-sales-total
           end-if.
           subtract ws-tax-calc from ws-total-tax-owing.
           move ws-tax-calc to ws-tax-owing.
           move ws-total-tax-owing to ws-total-tax.
           perform 486-Net-Store-Void.
       410-Calculate-Tax-Owing.
           compute ws-tax-calc rounded = transaction-amount * ws-tax.
           perform 411-Check-Tax-Exempt.
           if ws-tax-exempt = "Y"
               move 0 to ws-tax-calc
               add transaction-amount to ws-exempt-sales-total
           end-if.
           add ws-tax-calc to ws-total-tax-owing
               on size error
                   perform 998-Size-Error-Abort
           add transaction-amount to ws-store-sub-amount.
           add ws-tax-calc to ws-store-sub-tax.

       411-Check-Tax-Exempt.
           move "N" to ws-tax-exempt.
           if customer-number not = spaces
               perform varying ws-exempt-sub from 1 by 1
                 until ws-exempt-sub > ws-num-exempt
                   or ws-tax-exempt = "Y"
                   if ws-exempt-num(ws-exempt-sub) = customer-number
                     and ws-exempt-expiry(ws-exempt-sub)
                       >= transaction-date
                       move "Y" to ws-tax-exempt
                   end-if
               end-perform
           end-if.

      * the markdown EDIT honoured against the promo master is the
      * gap between full price (quantity at the master unit price)
      * and the amount actually rung -- without this line the
               move payment-type to hv-payment
               write hv-output from ws-hv-detail
               add 1 to ws-hv-count
               perform 418-Raise-Case
           end-if.

       418-Raise-Case.
           move store-number to ws-cf-store.
           move invoice-number to ws-cf-key.
           move transaction-amount to ws-cf-amount.
           move ws-processing-date to ws-cf-date.
           write cf-record from ws-case-feed.

       420-S-L-Totals.
           add transaction-amount to ws-s-l-total-calc
               on size error
           write output-record from ws-gc-pcnt-line.
           write output-record from ws-total-tax-line
             after advancing 1 line.
           move ws-exempt-sales-total to ws-exempt-sales.
           write output-record from ws-exempt-sales-line.
           move ws-promo-discount-total to ws-promo-discount.
           write output-record from ws-promo-discount-line.
           write output-record from ws-store-h-s-l-amount

       600-Close-Files.
           close input-file, output-file, csv-extract-file,
             gl-tax-feed-file, high-value-file, case-feed-file.

       end program S_LProcessing.

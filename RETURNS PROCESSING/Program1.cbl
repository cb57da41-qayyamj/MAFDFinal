               assign to "../returns-accepted.dat"
               organization is line sequential.

           select customer-master-file
               assign to "../customer-master.dat"
               organization is line sequential
               file status is ws-cust-status.

       data division.
       file section.

         05 ra-customer                pic x(6).
         05 ra-invoice                 pic x(9).

      * tax-exempt customers and their exemption certificates
       fd customer-master-file
          data record is cu-record
          record contains 48 characters.

       01 cu-record.
         05 cu-customer-num            pic x(6).
         05 cu-name                    pic x(20).
         05 cu-active-flag             pic x.
         05 cu-exempt-flag             pic x.
         05 cu-cert-num                pic x(12).
         05 cu-cert-expiry             pic 9(8).

       working-storage section.

       01 ws-eof-flag                  pic x
         05 filler                     pic x(01)
            value spaces.
         05 ws-ttl-owed-tax            pic zzz,zzz,zz9.99.
      *-------------------------------------------------------------------------
       01 ws-exemptret-line.
         05 filler                     pic x(11)
            value spaces.
         05 filler                     pic x(21)
            value "Tax exempt returns:  ".
         05 filler                     pic x(01)
            value spaces.
         05 ws-ttl-exempt-ret          pic zzz,zzz,zz9.99.
      *-------------------------------------------------------------------------
       01 ws-reconcile-line.
         05 filler                     pic x(30)
           value 0.
       77  ws-line-rate                pic 9v999
           value 0.
      * a return of a sale made to a customer whose exemption
      * certificate covered the sale date refunds no tax -- none was
      * charged
       01  ws-cust-status              pic xx value spaces.
       01  ws-cust-eof                 pic x value "N".
       01  ws-num-exempt               pic 9(4) value 0.
       01  ws-exempt-sub               pic 9(4) value 0.
       01  ws-exempt-table.
         05 ws-exempt-entry            occurs 500 times.
           10 ws-exempt-num            pic x(6).
           10 ws-exempt-expiry         pic 9(8).
       01  ws-tax-exempt               pic x value "N".
       77  ws-exempt-ret-num           pic 9(11)v99
           value 0.
      * tax jurisdiction master: district rates with optional
      * per-store overrides, effective-dated; each return taxes at
      * its own store's rate instead of the one chain-wide rate
           perform 05-LOAD-STORE-MASTER.
           perform 07-LOAD-CONTROL-PARAMS.
           perform 075-LOAD-TAX-JURISDICTIONS.
           perform 077-LOAD-EXEMPT-CUSTOMERS.

      * Initial read of input file
           move "RETURNS" to ws-ctl-file-name.
               perform 076-RESOLVE-STORE-RATE
           end-perform.

       077-LOAD-EXEMPT-CUSTOMERS.
           open input customer-master-file.
           if ws-cust-status not = "00"
               display "PROGRAM1: CUSTOMER MASTER NOT AVAILABLE, "
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

       076-RESOLVE-STORE-RATE.
      * latest effective-dated row wins; a store override beats the
      * district rate; a store with neither keeps cp-tax-rate
           end-perform.
           compute ws-line-tax rounded =
             ir-Trans-amount * ws-line-rate.
           if ir-Trans-code = 'R'
               perform 131-check-tax-exempt
               if ws-tax-exempt = "Y"
                   move 0 to ws-line-tax
                   add ir-Trans-amount to ws-exempt-ret-num
               end-if
           end-if.
           move ws-line-tax to ws-tax-owed.

           if ir-Trans-code = 'R'

           write output-line from ws-detail-line.

      **************************************************************************
       131-check-tax-exempt.
      * judged on the original sale as the invoice index holds it --
      * its customer and its date, not the date of the return
           move "N" to ws-tax-exempt.
           if inv-customer-num not = spaces
               perform varying ws-exempt-sub from 1 by 1
                 until ws-exempt-sub > ws-num-exempt
                   or ws-tax-exempt = "Y"
                   if ws-exempt-num(ws-exempt-sub) = inv-customer-num
                     and ws-exempt-expiry(ws-exempt-sub)
                       >= inv-trans-date
                       move "Y" to ws-tax-exempt
                   end-if
               end-perform
           end-if.

      **************************************************************************
       135-write-accepted-detail.
           move "D" to ra-type.

           write output-line from ws-return-line.
           write output-line from ws-owedtax-line.
           move ws-exempt-ret-num to ws-ttl-exempt-ret.
           write output-line from ws-exemptret-line.

           perform 06-RECONCILE-RETURNS.
           perform 08-WRITE-GL-TAX-FEED.

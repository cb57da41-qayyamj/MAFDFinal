               organization is line sequential
               file status is ws-customer-master-status.

           select loyalty-master-file
               assign to "../loyalty-master.dat"
               organization is line sequential
               file status is ws-loyalty-status.

           select loyalty-prev-file
               assign to "../loyalty-master-prev.dat"
               organization is line sequential
               file status is ws-loyalty-status.

           select loyalty-posted-file
               assign to "../loyalty-posted.dat"
               organization is line sequential
               file status is ws-loyalty-status.

           select loyalty-control-file
               assign to "../loyalty-control.dat"
               organization is line sequential
               file status is ws-loyalty-status.

           select suspense-file
               assign to "../suspense.dat"
               organization is line sequential
               value                       0.
         05      payment-type              pic       xx.
           88     ws-valid-pay-type
               value              "CA", "CR", "DB", "GC", "LP".
         05      store-number              pic       xx.
         05      invoice-number            pic       x(9).
         05      invoice-number-redefine
           88     ws-is-split-tender      value     "Y".
         05      split-payment-type        pic       xx.
           88     ws-valid-split-pay-type
               value              "CA", "CR", "DB", "GC", "LP".
         05      split-payment-amount      pic       9(5)V99.
         05      quantity                  pic       9(3).
           88     ws-zero-quantity

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01     skm-record.
         05    skm-sku-code                pic       x(15).
         05    skm-sku-name                pic       x(20).
         05    skm-active-flag             pic       x.
         05    skm-unit-price              pic       9(4)V99.
         05    skm-unit-cost               pic       9(4)V99.
      *-------------------------------------------------------------------------

       fd edit-control-file

       fd customer-master-file
          data record is cu-record
          record contains 48 characters.

       01     cu-record.
         05    cu-customer-num             pic       x(6).
         05    cu-name                     pic       x(20).
         05    cu-active-flag              pic       x.
         05    cu-exempt-flag              pic       x.
         05    cu-cert-num                 pic       x(12).
         05    cu-cert-expiry              pic       9(8).
      *-------------------------------------------------------------------------

      * points balances as LOYALTY last left them; only the customer
      * and balance are of interest here
       fd loyalty-master-file
          data record is lym-record
          record contains 86 characters.

       01     lym-record.
         05    lym-customer-num            pic       x(6).
         05    filler                      pic       x(32).
         05    lym-tier                    pic       x.
         05    lym-points-balance          pic       s9(9).
         05    filler                      pic       x(38).
      *-------------------------------------------------------------------------

       fd loyalty-prev-file
          data record is lyp-record
          record contains 86 characters.

       01     lyp-record                   pic       x(86).
      *-------------------------------------------------------------------------

       fd loyalty-posted-file
          data record is lpd-record
          record contains 8 characters.

       01     lpd-record.
         05    lpd-posted-date             pic       9(8).
      *-------------------------------------------------------------------------

       fd loyalty-control-file
          data record is lc-record
          record contains 44 characters.

       01     lc-record.
         05    filler                      pic       x(39).
         05    lc-point-value              pic       9V9999.
      *-------------------------------------------------------------------------

       fd suspense-file

       fd pipeline-control-file
          data record is plc-record
          record contains 2 characters.

      * plc-dry-run is PIPELINE's; it is carried through untouched
      * when the force-full flag is written back
       01     plc-record.
         05    plc-force-full              pic       x.
         05    plc-dry-run                 pic       x.
      *-------------------------------------------------------------------------

       fd run-control-file
                                            indexed by ws-cust-idx.
           10 ws-cust-tbl-num              pic       x(6).
           10 ws-cust-tbl-active           pic       x.
           10 ws-cust-tbl-exempt           pic       x.
           10 ws-cust-tbl-cert             pic       x(12).
           10 ws-cust-tbl-expiry           pic       9(8).
       01     ws-customer-swap.
         05   ws-cust-swap-num             pic       x(6).
         05   ws-cust-swap-active          pic       x.
         05   ws-cust-swap-exempt          pic       x.
         05   ws-cust-swap-cert            pic       x(12).
         05   ws-cust-swap-expiry          pic       9(8).
       01     ws-customer-ok               pic       x
               value       "N".
      * "M" on the master: the number was folded into another
      * customer by CUSTMAINT and must not be rung again
       01     ws-customer-merged           pic       x
               value       "N".
      * a tax-exempt customer's sale is only taken when the exemption
      * certificate is on file and unexpired on the transaction date
       01     ws-exempt-cert-ok            pic       x
               value       "Y".
       01     ws-exempt-reject-reason      pic       x(30)
               value       spaces.
      * points balances for the "LP" tender, less what this run has
      * already spent, and the dollar value of one point
       01     ws-loyalty-status            pic       xx
               value       spaces.
       01     ws-loyalty-eof               pic       x
               value       "N".
       01     ws-loyalty-from-prev         pic       x
               value       "N".
       01     ws-loyalty-count             pic       9(4)
               value       0.
       01     ws-loyalty-sub               pic       9(4)
               value       0.
       01     ws-loyalty-found             pic       9(4)
               value       0.
       01     ws-loyalty-table.
         05   ws-loyalty-entry             occurs    1000 times.
           10 ws-loy-tbl-num               pic       x(6).
           10 ws-loy-tbl-balance           pic       s9(9).
       01     ws-point-value               pic       9V9999
               value       0.0100.
       01     ws-lp-amount                 pic       9(6)V99
               value       0.
       01     ws-lp-points                 pic       9(9)
               value       0.
       01     ws-loyalty-ok                pic       x
               value       "Y".
       01     ws-loyalty-reject-reason     pic       x(30)
               value       spaces.
       01     ws-recycle-status            pic       xx
               value       spaces.
       01     ws-recycle-active            pic       x
           perform 058-open-invoice-index.
           perform 059-load-business-calendar.
           perform 059-load-close-status.
           perform 056-load-loyalty-points.

      * the valid interface file opens with its control header; the
      * human-readable headings go to the printed register instead
                 to ws-cust-tbl-num(ws-customer-count)
               move cu-active-flag
                 to ws-cust-tbl-active(ws-customer-count)
               move cu-exempt-flag
                 to ws-cust-tbl-exempt(ws-customer-count)
               move cu-cert-num
                 to ws-cust-tbl-cert(ws-customer-count)
               if cu-cert-expiry numeric
                   move cu-cert-expiry
                     to ws-cust-tbl-expiry(ws-customer-count)
               else
                   move 0 to ws-cust-tbl-expiry(ws-customer-count)
               end-if

               read customer-master-file
                   at end
      * blank means an anonymous walk-in and is always accepted; a
      * supplied number must be an active customer on the master
           move "N" to ws-customer-ok.
           move "N" to ws-customer-merged.
           move "Y" to ws-exempt-cert-ok.
           if ws-anonymous-customer
               move "Y" to ws-customer-ok
           else
                           if ws-cust-tbl-active(ws-cust-idx) = "Y"
                               move "Y" to ws-customer-ok
                           end-if
                           if ws-cust-tbl-active(ws-cust-idx) = "M"
                               move "Y" to ws-customer-merged
                           end-if
                           if ws-cust-tbl-exempt(ws-cust-idx) = "Y"
                               perform 076-check-exempt-certificate
                           end-if
                   end-search
               end-if
           end-if.

       076-check-exempt-certificate.
      * only the sale side is held to the certificate -- voids,
      * returns and payments follow the sale they belong to
           if transaction-code = "S" or "L" or "E"
               if ws-cust-tbl-cert(ws-cust-idx) = spaces
                   move "N" to ws-exempt-cert-ok
                   move "TAX EXEMPT CERTIFICATE MISSING"
                     to ws-exempt-reject-reason
               else
                   if transaction-date numeric
                     and ws-cust-tbl-expiry(ws-cust-idx)
                       < transaction-date
                       move "N" to ws-exempt-cert-ok
                       move "TAX EXEMPT CERTIFICATE EXPIRED"
                         to ws-exempt-reject-reason
                   end-if
               end-if
           end-if.

       056-load-loyalty-points.
      * the balances a customer may spend today.  A same-day rerun has
      * LOYALTY rebuild from the opening image, so the check does too;
      * a supplemental run sits on top of the day's posted balances
           open input loyalty-control-file.
           if ws-loyalty-status = "00"
               read loyalty-control-file
                   at end
                       continue
                   not at end
                       if lc-point-value numeric
                         and lc-point-value > 0
                           move lc-point-value to ws-point-value
                       end-if
               end-read
               close loyalty-control-file
           end-if.

           if ws-supp-seq = 0
               open input loyalty-posted-file
               if ws-loyalty-status = "00"
                   read loyalty-posted-file
                       at end
                           continue
                       not at end
                           if lpd-posted-date = ws-processing-date
                               move "Y" to ws-loyalty-from-prev
                           end-if
                   end-read
                   close loyalty-posted-file
               end-if
           end-if.

           if ws-loyalty-from-prev = "Y"
               open input loyalty-prev-file
           else
               open input loyalty-master-file
           end-if.
           if ws-loyalty-status <> "00"
               display "EDIT: NO LOYALTY BALANCES, STATUS="
                   ws-loyalty-status
                   " - LOYALTY TENDER WILL BE REJECTED"
               exit paragraph
           end-if.

           perform 056-read-loyalty-row.
           perform until ws-loyalty-eof = "Y"
               or ws-loyalty-count >= 1000
               add 1 to ws-loyalty-count
               move lym-customer-num
                 to ws-loy-tbl-num(ws-loyalty-count)
               if lym-points-balance numeric
                   move lym-points-balance
                     to ws-loy-tbl-balance(ws-loyalty-count)
               else
                   move 0 to ws-loy-tbl-balance(ws-loyalty-count)
               end-if
               perform 056-read-loyalty-row
           end-perform.

           if ws-loyalty-from-prev = "Y"
               close loyalty-prev-file
           else
               close loyalty-master-file
           end-if.

       056-read-loyalty-row.
           if ws-loyalty-from-prev = "Y"
               read loyalty-prev-file into lym-record
                   at end
                       move "Y" to ws-loyalty-eof
               end-read
           else
               read loyalty-master-file
                   at end
                       move "Y" to ws-loyalty-eof
               end-read
           end-if.

       076-check-loyalty-tender.
      * points may only be spent by the customer who holds them, and
      * a sale, exchange or layaway payment may not spend more than
      * the balance left after earlier transactions in this run
           move "Y" to ws-loyalty-ok.
           move 0 to ws-lp-amount.
           move 0 to ws-lp-points.
           move 0 to ws-loyalty-found.
           if ws-is-split-tender
               if payment-type = "LP"
                 and split-payment-amount < transaction-amount
                   compute ws-lp-amount =
                     transaction-amount - split-payment-amount
               end-if
               if split-payment-type = "LP"
                   add split-payment-amount to ws-lp-amount
               end-if
           else
               if payment-type = "LP"
                   move transaction-amount to ws-lp-amount
               end-if
           end-if.
           if payment-type not = "LP"
             and not (ws-is-split-tender and split-payment-type = "LP")
               exit paragraph
           end-if.

           if ws-anonymous-customer
               move "N" to ws-loyalty-ok
               move "LOYALTY TENDER NEEDS CUSTOMER"
                 to ws-loyalty-reject-reason
               exit paragraph
           end-if.
           if transaction-code not = "S" and not = "E"
             and not = "P"
               exit paragraph
           end-if.

           compute ws-lp-points rounded =
             ws-lp-amount / ws-point-value.
           perform varying ws-loyalty-sub from 1 by 1
             until ws-loyalty-sub > ws-loyalty-count
               or ws-loyalty-found > 0
               if ws-loy-tbl-num(ws-loyalty-sub) = customer-number
                   move ws-loyalty-sub to ws-loyalty-found
               end-if
           end-perform.
           if ws-loyalty-found = 0
               move "N" to ws-loyalty-ok
           else
               if ws-lp-points > ws-loy-tbl-balance(ws-loyalty-found)
                   move "N" to ws-loyalty-ok
               end-if
           end-if.
           if ws-loyalty-ok = "N"
               move "INSUFFICIENT LOYALTY POINTS"
                 to ws-loyalty-reject-reason
           end-if.

       056-load-cashier-master.
           open input cashier-master-file.
           if ws-cashier-master-status <> "00"
           perform 070-check-store-number.
           perform 075-check-sku-code.
           perform 076-check-customer-number.
           perform 076-check-loyalty-tender.
           perform 076-check-cashier-id.
           perform 079-check-promo-code.
           perform 077-check-price-extension.
                   move "N" to ws-valid-flag
                   move "INVOICE POSTED ON PRIOR RUN"
                     to ws-reject-reason
               when ws-customer-merged = "Y"
                   move "N" to ws-valid-flag
                   move "CUSTOMER NUMBER RETIRED-MERGED"
                     to ws-reject-reason
               when ws-customer-ok = "N"
                   move "N" to ws-valid-flag
                   move "UNKNOWN OR INACTIVE CUSTOMER"
                     to ws-reject-reason
               when ws-loyalty-ok = "N"
                   move "N" to ws-valid-flag
                   move ws-loyalty-reject-reason to ws-reject-reason
               when ws-cashier-ok = "N"
                   move "N" to ws-valid-flag
                   move "UNKNOWN OR INACTIVE CASHIER"
               when ws-trans-date-ok = "N"
                   move "N" to ws-valid-flag
                   move ws-date-reject-reason to ws-reject-reason
               when ws-exempt-cert-ok = "N"
                   move "N" to ws-valid-flag
                   move ws-exempt-reject-reason to ws-reject-reason
               when ws-void-code and ws-void-ok = "N"
                   move "N" to ws-valid-flag
                   move "VOID WITHOUT PRIOR SALE" to ws-reject-reason
               add transaction-amount to ws-valid-amount-tt
               write valid-record from data-record
               write valid-register-line from data-record
               if ws-loyalty-found > 0
                   subtract ws-lp-points
                     from ws-loy-tbl-balance(ws-loyalty-found)
               end-if
           else
               add 1 to ws-invalid-count
               write invalid-record from data-record

      * an open-balance report of every contract still on the books and
      * an aging report flagging layaways with no payment in 30/60/90
      * days so the stores can restock abandoned merchandise.
      *
      * Abandoned contracts are worked off automatically on the regular
      * nightly run (never on a supplemental one).  A contract idle past
      * the reminder threshold in layaway-control.dat gets one customer
      * notice on layaway-reminders.dat per idle spell, named from
      * customer-master.dat.  A contract idle past the forfeit threshold
      * is forfeited (status "F"): the restocking fee is kept out of the
      * amount paid and the rest is refunded, the forfeiture goes to
      * layaway-forfeit.dat for GLJOURNAL and REFUNDCHK and to the
      * forfeiture register, and the goods go on layaway-restock.dat
      * for INVENTORY to put back on hand on the next night's run.
      * INVENTORY takes the goods off the sellable on-hand when the
      * layaway opens, so a cancelled contract's goods are queued on
      * layaway-restock.dat the same way; a pickup queues nothing.
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-run-ctl-status.

           select layaway-control-file
               assign to "../layaway-control.dat"
               organization is line sequential
               file status is ws-lc-status.

           select customer-master-file
               assign to "../customer-master.dat"
               organization is line sequential
               file status is ws-cu-status.

           select reminder-file
               assign to "../layaway-reminders.dat"
               organization is line sequential.

           select forfeit-file
               assign to "../layaway-forfeit.dat"
               organization is line sequential.

           select restock-file
               assign to "../layaway-restock.dat"
               organization is line sequential
               file status is ws-rs-status.

           select open-balance-report
               assign to "../layaway-open-balance.out"
               organization is line sequential.

           select forfeit-register
               assign to "../layaway-forfeit-register.out"
               organization is line sequential.

           select aging-report
               assign to "../layaway-aging.out"
               organization is line sequential.
         05 la-cashier-id pic x(4).

       fd layaway-master-file
           record contains 81 characters
           data record is lm-record.

       01 lm-record.
         05 lm-balance pic 9(5)V99.
         05 lm-last-activity-date pic 9(8).
         05 lm-status pic x.
      * carried from the "L" opening so a cancel or forfeiture can
      * restock the goods and name the customer on the reminder notice
         05 lm-sku-code pic x(15).
         05 lm-quantity pic 9(3).
         05 lm-customer-num pic x(6).
         05 lm-reminder-date pic 9(8).

       fd layaway-prev-file
           record contains 81 characters
           data record is lp-record.

       01 lp-record pic x(81).

       fd layaway-posted-file
           record contains 8 characters
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd layaway-control-file
           record contains 14 characters
           data record is lc-record.

       01 lc-record.
         05 lc-reminder-days pic 9(3).
         05 lc-forfeit-days pic 9(3).
         05 lc-fee-percent pic 9(3).
         05 lc-fee-minimum pic 9(3)V99.

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

       fd reminder-file
           record contains 71 characters
           data record is rn-record.

       01 rn-record.
         05 rn-notice-date pic 9(8).
         05 rn-store-num pic xx.
         05 rn-invoice-num pic x(9).
         05 rn-customer-num pic x(6).
         05 rn-customer-name pic x(20).
         05 rn-balance pic 9(5)V99.
         05 rn-last-payment-date pic 9(8).
         05 rn-days-idle pic 9(3).
         05 rn-forfeit-date pic 9(8).

       fd forfeit-file
           record contains 71 characters
           data record is ff-record.

       01 ff-record.
         05 ff-forfeit-date pic 9(8).
         05 ff-store-num pic xx.
         05 ff-invoice-num pic x(9).
         05 ff-customer-num pic x(6).
         05 ff-orig-amount pic 9(5)V99.
         05 ff-paid-amount pic 9(5)V99.
         05 ff-balance pic 9(5)V99.
         05 ff-fee-amount pic 9(5)V99.
         05 ff-refund-amount pic 9(5)V99.
         05 ff-last-activity-date pic 9(8).
         05 ff-quantity pic 9(3).

       fd restock-file
           record contains 39 characters
           data record is rs-record.

       01 rs-record.
         05 rs-store-num pic xx.
         05 rs-sku-code pic x(15).
         05 rs-quantity pic 9(5).
         05 rs-forfeit-date pic 9(8).
         05 rs-invoice-num pic x(9).

       fd open-balance-report
           record contains 100 characters
           data record is ob-output.

       01 ob-output pic x(100).

       fd forfeit-register
           record contains 100 characters
           data record is fr-output.

       01 fr-output pic x(100).

       fd aging-report
           record contains 100 characters
           data record is ag-output.
           10 ws-lay-balance pic 9(5)V99.
           10 ws-lay-last-date pic 9(8).
           10 ws-lay-status pic x.
           10 ws-lay-sku pic x(15).
           10 ws-lay-quantity pic 9(3).
           10 ws-lay-customer pic x(6).
           10 ws-lay-reminder-date pic 9(8).

      * abandoned-contract thresholds, overridden by
      * layaway-control.dat when present
       01 ws-lc-status pic xx value spaces.
       01 ws-reminder-days pic 9(3) value 30.
       01 ws-forfeit-days pic 9(3) value 90.
       01 ws-fee-percent pic 9(3) value 10.
       01 ws-fee-minimum pic 9(3)V99 value 5.00.

       01 ws-cu-status pic xx value spaces.
       01 ws-cu-eof pic x value "N".
       01 ws-num-customers pic 9(4) value 0.
       01 ws-cust-sub pic 9(4) value 0.
       01 ws-customer-table.
         05 ws-cust-entry occurs 1000 times.
           10 ws-cust-num pic x(6).
           10 ws-cust-name pic x(20).

      * forfeited goods waiting for INVENTORY; rows from an earlier
      * run today are dropped and rebuilt so a rerun never doubles them
       01 ws-rs-status pic xx value spaces.
       01 ws-rs-eof pic x value "N".
       01 ws-num-restock pic 999 value 0.
       01 ws-rs-sub pic 999 value 0.
       01 ws-restock-table.
         05 ws-rs-entry occurs 500 times.
           10 ws-rs-row pic x(39).

       01 ws-reminder-count pic 9(4) value 0.
       01 ws-forfeit-count pic 9(4) value 0.
       01 ws-fee-amount pic 9(5)V99 value 0.
       01 ws-refund-amount pic 9(5)V99 value 0.
       01 ws-forfeit-fee-tt pic 9(7)V99 value 0.
       01 ws-forfeit-refund-tt pic 9(7)V99 value 0.
       01 ws-forfeit-balance-tt pic 9(7)V99 value 0.
       01 ws-forfeit-int pic 9(8) value 0.

       01 ws-excp-table.
         05 ws-excp-entry occurs 200 times.
         05 filler pic x(5) value spaces.
         05 ws-ag-bucket pic x(8).

       01 ws-fr-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(40) value
                   "LAYAWAY FORFEITURE REGISTER - RUN DATE ".
         05 ws-fr-run-date pic 9(8).

       01 ws-fr-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(9) value "INVOICE".
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "STORE".
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "CUSTOMER".
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "LAST ACT".
         05 filler pic x(5) value spaces.
         05 filler pic x(9) value "ORIG".
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "PAID".
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "BALANCE".
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "FEE KEPT".
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "REFUND".

       01 ws-fr-detail.
         05 filler pic x(2) value spaces.
         05 ws-fr-invoice pic x(9).
         05 filler pic x(4) value spaces.
         05 ws-fr-store pic xx.
         05 filler pic x(3) value spaces.
         05 ws-fr-customer pic x(6).
         05 filler pic x(4) value spaces.
         05 ws-fr-last-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-fr-orig pic zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-fr-paid pic zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-fr-balance pic zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-fr-fee pic zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-fr-refund pic zz,zz9.99.

       01 ws-fr-total-line.
         05 filler pic x(12) value "FORFEITED: ".
         05 ws-fr-total-count pic zzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "BALANCE: ".
         05 ws-fr-total-balance pic $$,$$$,$$9.99.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "FEE KEPT: ".
         05 ws-fr-total-fee pic $$,$$$,$$9.99.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "REFUND: ".
         05 ws-fr-total-refund pic $$,$$$,$$9.99.

       01 ws-fr-reminder-line.
         05 filler pic x(30) value
                   "REMINDER NOTICES WRITTEN:     ".
         05 ws-fr-reminder-count pic zzz9.

       01 ws-ag-total-line.
         05 filler pic x(15) value "AGED LAYAWAYS: ".
         05 ws-ag-total-count pic zzz9.
           end-if.

           perform 060-snapshot-opening-image.
           perform 615-load-pending-restock.

           open output open-balance-report.
           write ob-output from ws-ob-heading-1.
           perform 955-verify-file-controls.
           close layaway-activity-file.

      * abandoned contracts are worked on the regular run only -- a
      * supplemental run would notice and forfeit the same day twice
           if ws-supp-seq = 0
               perform 600-work-abandoned-layaways
           end-if.
           perform 660-rewrite-pending-restock.

      * stamped before the rewrite: a crash in between still sends
      * the retry through the opening-image rebuild
           perform 310-stamp-posted-date.
                   move lm-last-activity-date
                     to ws-lay-last-date(ws-num-layaways)
                   move lm-status to ws-lay-status(ws-num-layaways)
                   perform 058-load-opening-detail

                   read layaway-master-file
                       at end
               move lm-last-activity-date
                 to ws-lay-last-date(ws-num-layaways)
               move lm-status to ws-lay-status(ws-num-layaways)
               perform 058-load-opening-detail
               read layaway-prev-file
                   at end
                       move "Y" to ws-lm-eof-flag
           end-if.
           close layaway-prev-file.

       058-load-opening-detail.
      * contracts written before the opening detail was carried have
      * nothing in these columns -- they load as no goods, no customer
           move lm-sku-code to ws-lay-sku(ws-num-layaways).
           move lm-customer-num to ws-lay-customer(ws-num-layaways).
           if lm-quantity numeric
               move lm-quantity to ws-lay-quantity(ws-num-layaways)
           else
               move 0 to ws-lay-quantity(ws-num-layaways)
           end-if.
           if lm-reminder-date numeric
               move lm-reminder-date
                 to ws-lay-reminder-date(ws-num-layaways)
           else
               move 0 to ws-lay-reminder-date(ws-num-layaways)
           end-if.

       060-snapshot-opening-image.
      * the image the day opened with, for same-day rerun rebuilds;
      * on a rerun the image on disk is already the opening one
               move ws-lay-balance(ws-sub) to lm-balance
               move ws-lay-last-date(ws-sub) to lm-last-activity-date
               move ws-lay-status(ws-sub) to lm-status
               move ws-lay-sku(ws-sub) to lm-sku-code
               move ws-lay-quantity(ws-sub) to lm-quantity
               move ws-lay-customer(ws-sub) to lm-customer-num
               move ws-lay-reminder-date(ws-sub) to lm-reminder-date
               write lp-record from lm-record
           end-perform.
           close layaway-prev-file.
               move la-trans-date
                 to ws-lay-last-date(ws-num-layaways)
               move "O" to ws-lay-status(ws-num-layaways)
               move la-sku-code to ws-lay-sku(ws-num-layaways)
               move la-quantity to ws-lay-quantity(ws-num-layaways)
               move la-customer-num
                 to ws-lay-customer(ws-num-layaways)
               move 0 to ws-lay-reminder-date(ws-num-layaways)
           end-if.

       210-write-exception-dup.
           move la-trans-date to ws-lay-last-date(ws-sub).

       250-post-cancel.
      * the goods set aside when the layaway opened go back on the
      * sellable on-hand, the same way a forfeiture's do
           if ws-lay-sku(ws-sub) not = spaces
             and ws-lay-quantity(ws-sub) > 0
               perform 650-queue-restock
           end-if.
           move "C" to ws-lay-status(ws-sub).
           move 0 to ws-lay-balance(ws-sub).
           move la-trans-date to ws-lay-last-date(ws-sub).
               move ws-lay-balance(ws-sub) to lm-balance
               move ws-lay-last-date(ws-sub) to lm-last-activity-date
               move ws-lay-status(ws-sub) to lm-status
               move ws-lay-sku(ws-sub) to lm-sku-code
               move ws-lay-quantity(ws-sub) to lm-quantity
               move ws-lay-customer(ws-sub) to lm-customer-num
               move ws-lay-reminder-date(ws-sub) to lm-reminder-date
               write lm-record
           end-perform.
           close layaway-master-file.
               write ag-output from ws-ag-detail
           end-if.

       600-work-abandoned-layaways.
           perform 605-load-layaway-controls.
           perform 610-load-customers.

           compute ws-today-int =
             function integer-of-date(ws-processing-date).

           open output reminder-file, forfeit-file, forfeit-register.
           move ws-processing-date to ws-fr-run-date.
           write fr-output from ws-fr-heading-1.
           write fr-output from ws-blank-line.
           write fr-output from ws-fr-heading-2.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-layaways
               if ws-lay-status(ws-sub) = "O"
                   perform 620-check-one-layaway
               end-if
           end-perform.

           move ws-forfeit-count to ws-fr-total-count.
           move ws-forfeit-balance-tt to ws-fr-total-balance.
           move ws-forfeit-fee-tt to ws-fr-total-fee.
           move ws-forfeit-refund-tt to ws-fr-total-refund.
           move ws-reminder-count to ws-fr-reminder-count.
           write fr-output from ws-blank-line.
           write fr-output from ws-fr-total-line.
           write fr-output from ws-fr-reminder-line.
           close reminder-file, forfeit-file, forfeit-register.

       605-load-layaway-controls.
           open input layaway-control-file.
           if ws-lc-status = "00"
               read layaway-control-file
                   at end
                       continue
                   not at end
                       if lc-reminder-days numeric
                         and lc-reminder-days > 0
                           move lc-reminder-days to ws-reminder-days
                       end-if
                       if lc-forfeit-days numeric
                         and lc-forfeit-days > 0
                           move lc-forfeit-days to ws-forfeit-days
                       end-if
                       if lc-fee-percent numeric
                           move lc-fee-percent to ws-fee-percent
                       end-if
                       if lc-fee-minimum numeric
                           move lc-fee-minimum to ws-fee-minimum
                       end-if
               end-read
               close layaway-control-file
           end-if.

       610-load-customers.
      * notices still go out without the master -- the name is left
      * blank and the store fills it from the contract
           open input customer-master-file.
           if ws-cu-status <> "00"
               display "LAYAWAY: CUSTOMER MASTER NOT AVAILABLE, STATUS="
                   ws-cu-status " - NOTICES WRITTEN WITHOUT NAMES"
               exit paragraph
           end-if.
           read customer-master-file
               at end
                   move "Y" to ws-cu-eof.
           perform until ws-cu-eof = "Y"
               or ws-num-customers >= 1000
               add 1 to ws-num-customers
               move cu-customer-num to ws-cust-num(ws-num-customers)
               move cu-name to ws-cust-name(ws-num-customers)
               read customer-master-file
                   at end
                       move "Y" to ws-cu-eof
               end-read
           end-perform.
           close customer-master-file.

       615-load-pending-restock.
      * tonight's rows are queued again as the regular run (or its
      * rerun) rebuilds the day; a supplemental run keeps them and
      * adds its own cancellations on top
           open input restock-file.
           if ws-rs-status <> "00"
               exit paragraph
           end-if.
           read restock-file
               at end
                   move "Y" to ws-rs-eof.
           perform until ws-rs-eof = "Y"
               if (rs-forfeit-date not = ws-processing-date
                 or ws-supp-seq > 0)
                 and ws-num-restock < 500
                   add 1 to ws-num-restock
                   move rs-record to ws-rs-row(ws-num-restock)
               end-if
               read restock-file
                   at end
                       move "Y" to ws-rs-eof
               end-read
           end-perform.
           close restock-file.

       620-check-one-layaway.
           compute ws-activity-int =
             function integer-of-date(ws-lay-last-date(ws-sub)).
           if ws-activity-int = 0
               exit paragraph
           end-if.
           subtract ws-activity-int from ws-today-int
             giving ws-days-idle.

           evaluate true
               when ws-days-idle >= ws-forfeit-days
                   perform 640-forfeit-layaway
      * one notice per idle spell: a payment moves the last-activity
      * date past the notice date and re-arms the reminder
               when ws-days-idle >= ws-reminder-days
                 and ws-lay-reminder-date(ws-sub)
                   < ws-lay-last-date(ws-sub)
                   perform 630-write-reminder
           end-evaluate.

       630-write-reminder.
           move ws-processing-date to rn-notice-date.
           move ws-lay-store(ws-sub) to rn-store-num.
           move ws-lay-invoice(ws-sub) to rn-invoice-num.
           move ws-lay-customer(ws-sub) to rn-customer-num.
           move spaces to rn-customer-name.
           perform varying ws-cust-sub from 1 by 1
             until ws-cust-sub > ws-num-customers
               if ws-cust-num(ws-cust-sub) = ws-lay-customer(ws-sub)
                   move ws-cust-name(ws-cust-sub) to rn-customer-name
               end-if
           end-perform.
           move ws-lay-balance(ws-sub) to rn-balance.
           move ws-lay-last-date(ws-sub) to rn-last-payment-date.
           move ws-days-idle to rn-days-idle.
           compute ws-forfeit-int = ws-activity-int + ws-forfeit-days.
           compute rn-forfeit-date =
             function date-of-integer(ws-forfeit-int).
           write rn-record.

           move ws-processing-date to ws-lay-reminder-date(ws-sub).
           add 1 to ws-reminder-count.

       640-forfeit-layaway.
      * the fee comes only out of what the customer actually paid --
      * a customer who paid less than the minimum forfeits it all
           compute ws-fee-amount rounded =
             ws-lay-paid-amount(ws-sub) * ws-fee-percent / 100.
           if ws-fee-amount < ws-fee-minimum
               move ws-fee-minimum to ws-fee-amount
           end-if.
           if ws-fee-amount > ws-lay-paid-amount(ws-sub)
               move ws-lay-paid-amount(ws-sub) to ws-fee-amount
           end-if.
           compute ws-refund-amount =
             ws-lay-paid-amount(ws-sub) - ws-fee-amount.

           move ws-processing-date to ff-forfeit-date.
           move ws-lay-store(ws-sub) to ff-store-num.
           move ws-lay-invoice(ws-sub) to ff-invoice-num.
           move ws-lay-customer(ws-sub) to ff-customer-num.
           move ws-lay-orig-amount(ws-sub) to ff-orig-amount.
           move ws-lay-paid-amount(ws-sub) to ff-paid-amount.
           move ws-lay-balance(ws-sub) to ff-balance.
           move ws-fee-amount to ff-fee-amount.
           move ws-refund-amount to ff-refund-amount.
           move ws-lay-last-date(ws-sub) to ff-last-activity-date.
           move ws-lay-quantity(ws-sub) to ff-quantity.
           write ff-record.

           move ws-lay-invoice(ws-sub) to ws-fr-invoice.
           move ws-lay-store(ws-sub) to ws-fr-store.
           move ws-lay-customer(ws-sub) to ws-fr-customer.
           move ws-lay-last-date(ws-sub) to ws-fr-last-date.
           move ws-lay-orig-amount(ws-sub) to ws-fr-orig.
           move ws-lay-paid-amount(ws-sub) to ws-fr-paid.
           move ws-lay-balance(ws-sub) to ws-fr-balance.
           move ws-fee-amount to ws-fr-fee.
           move ws-refund-amount to ws-fr-refund.
           write fr-output from ws-fr-detail.

           add 1 to ws-forfeit-count.
           add ws-lay-balance(ws-sub) to ws-forfeit-balance-tt.
           add ws-fee-amount to ws-forfeit-fee-tt.
           add ws-refund-amount to ws-forfeit-refund-tt.

           if ws-lay-sku(ws-sub) not = spaces
             and ws-lay-quantity(ws-sub) > 0
               perform 650-queue-restock
           end-if.

           move "F" to ws-lay-status(ws-sub).
           move 0 to ws-lay-balance(ws-sub).
           move ws-processing-date to ws-lay-last-date(ws-sub).

       650-queue-restock.
           if ws-num-restock >= 500
               display "LAYAWAY: RESTOCK QUEUE FULL - GOODS FOR "
                 ws-lay-invoice(ws-sub) " MUST BE RESTOCKED BY HAND"
               move 8 to ws-condition-code
               exit paragraph
           end-if.
           move ws-lay-store(ws-sub) to rs-store-num.
           move ws-lay-sku(ws-sub) to rs-sku-code.
           move ws-lay-quantity(ws-sub) to rs-quantity.
           move ws-processing-date to rs-forfeit-date.
           move ws-lay-invoice(ws-sub) to rs-invoice-num.
           add 1 to ws-num-restock.
           move rs-record to ws-rs-row(ws-num-restock).

       660-rewrite-pending-restock.
           open output restock-file.
           perform varying ws-rs-sub from 1 by 1
             until ws-rs-sub > ws-num-restock
               write rs-record from ws-rs-row(ws-rs-sub)
           end-perform.
           close restock-file.

       950-init-file-controls.
           move ws-processing-date to ws-ctl-expected-date.
           move ws-open-count to rl-records-written.
           move ws-excp-count to rl-records-written-2.
           move ws-aged-count to rl-records-written-3.
           move ws-forfeit-count to rl-records-written-4.

           open extend run-log-file.
           write rl-record.

      *     DR  SALES TAX PAYABLE          tax portion
      *     CR  TENDER CLEARING CA/CR/DB   refund by tender
      *
      *   layaway forfeiture side (LAYAWAY's layaway-forfeit.dat, on
      *   the regular run only -- a supplemental run never re-posts
      *   the night's forfeitures):
      *     DR  RETURNS CONTRA-REV         contract less tax
      *     DR  SALES TAX PAYABLE          tax portion
      *     CR  LAYAWAY RECEIVABLE         balance written off
      *     CR  LAYAWAY REFUND DUE         paid less restocking fee
      *     CR  LAYAWAY FORFEIT FEES       restocking fee kept
      *
      *   refund checks (REFUNDCHK's check-register.dat), on the
      *   issue date: a check cut for a return stands in for the
      *   tender the return credited, and a forfeiture refund check
      *   pays off the refund due (forfeiture checks regular run
      *   only):
      *     DR  TENDER CLEARING CA/CR/DB   the return's refund tender
      *     DR  LAYAWAY REFUND DUE         forfeiture refund paid
      *     CR  REFUND CHECKS OUTSTD       check amount
      *   a check voided by card puts the refund back as owed
      *   (regular run only):
      *     DR  REFUND CHECKS OUTSTD       voided check amount
      *     CR  LAYAWAY REFUND DUE         forfeiture refund
      *     CR  CUST REFUND DUE            return refund
      *
      *   stale refund checks (CHECKRECON's unclaimed-property.dat,
      *   checks voided as stale-dated on the batch date, regular run
      *   only):
      *     DR  REFUND CHECKS OUTSTD       stale check amount
      *     CR  UNCLAIMED PROPERTY         held for the state
      *
      *   physical-count shrink (INVENTORY's inventory-adjust-log.dat,
      *   approved count variances posted on the batch date, valued
      *   at standard cost like the rest of MERCH INVENTORY, regular
      *   run only; an overage posts the other way):
      *     DR  INVENTORY SHRINK           value counted short
      *     CR  MERCH INVENTORY            off the book
      *
      *   lost chargebacks (CHARGEBACK's chargeback-master.dat, cases
      *   closed lost on the batch date, regular run only -- the
      *   processor has already kept the money):
      *     DR  CHARGEBACK CONTRA          amount charged back
      *     CR  TENDER CLEARING CR/DB      off the card deposit
      *
      *   cost of goods sold (rung sales net of voids at the SKU's
      *   standard cost on sku-master.dat; goods INVENTORY's
      *   return-disposition-log.dat shows restocked this run come
      *   back onto inventory at the same cost):
      *     DR  COST OF GOODS SOLD         standard cost sold
      *     CR  MERCH INVENTORY            relieved from the book
      *     DR  MERCH INVENTORY            restocked returns
      *     CR  COST OF GOODS SOLD         cost of the restock
      *
      *   loyalty points: points spent as the "LP" tender come off
      *   the liability the way gift-card redemptions come off gift
      *   card clearing (DR on sales and "P" payments, CR on refunds
      *   to points), and the points LOYALTY's loyalty-points-gl.dat
      *   says the run earned are accrued at their dollar value:
      *     DR  LOYALTY LIABILITY          points redeemed as tender
      *     CR  LOYALTY LIABILITY          refunds paid in points
      *     DR  LOYALTY EXPENSE            value of points earned
      *     CR  LOYALTY LIABILITY          owed to the customers
      *
      * The tax portion is the per-transaction rounded amount the
      * S&L report computes -- at each store's jurisdiction rate from
      * tax-jurisdiction.dat -- applied on both sides so every store
      * entry balances and ties to the returns report's per-return
      * figures.  A sale to a customer whose tax exemption
      * certificate (customer-master.dat) covers the sale date carries
      * no tax, so it posts wholly to revenue; its return is judged
      * on the original sale in invoice-index.dat and refunds no tax
      * either, and a forfeited layaway is judged the same way on its
      * opening "L".  A trailer
      * record carries total debits and credits;
      * if they differ the program ends with a nonzero condition code
      * and the run must not post.  A printed journal goes to
      * gl-journal-report.out.
      *
      * Each run's SALES TAX PAYABLE postings are also kept per store
      * on gl-tax-history.dat (sales, returns and forfeiture tax, with
      * the jurisdiction the store's rate came from) for the monthly
      * tax return to reconcile against; a rerun of a batch date
      * replaces that run's rows and rows past 400 days age off.
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-tj-status.

           select forfeit-file
               assign to "../layaway-forfeit.dat"
               organization is line sequential
               file status is ws-ff-status.

           select unclaimed-file
               assign to "../unclaimed-property.dat"
               organization is line sequential
               file status is ws-up-status.

           select check-register-file
               assign to "../check-register.dat"
               organization is line sequential
               file status is ws-reg-status.

           select chargeback-master-file
               assign to "../chargeback-master.dat"
               organization is line sequential
               file status is ws-cbm-status.

           select adjust-log-file
               assign to "../inventory-adjust-log.dat"
               organization is line sequential
               file status is ws-al-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
               file status is ws-skm-status.

           select disposition-log-file
               assign to "../return-disposition-log.dat"
               organization is line sequential
               file status is ws-dl-status.

           select points-gl-file
               assign to "../loyalty-points-gl.dat"
               organization is line sequential
               file status is ws-pgl-status.

           select customer-master-file
               assign to "../customer-master.dat"
               organization is line sequential
               file status is ws-cu-status.

           select invoice-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is random
               record key is inv-invoice-num
               file status is ws-inv-status.

           select gl-journal-file
               assign to "../gl-journal.dat"
               organization is line sequential.
               organization is line sequential
               file status is ws-gs-status.

           select tax-history-file
               assign to "../gl-tax-history.dat"
               organization is line sequential
               file status is ws-gth-status.

           select tax-history-new-file
               assign to "../gl-tax-history-new.dat"
               organization is line sequential
               file status is ws-gthn-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.
         05 tj-rate pic 9V999.
         05 tj-eff-date pic 9(8).

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

       fd unclaimed-file
           record contains 48 characters
           data record is up-record.

       01 up-record.
         05 up-store pic xx.
         05 up-check-num pic 9(6).
         05 up-invoice pic x(9).
         05 up-customer pic x(6).
         05 up-amount pic 9(7)V99.
         05 up-issue-date pic 9(8).
         05 up-void-date pic 9(8).

       fd check-register-file
           record contains 50 characters
           data record is ck-record.

       01 ck-record.
         05 ck-store pic xx.
         05 ck-check-num pic 9(6).
         05 ck-invoice pic x(9).
         05 ck-customer pic x(6).
         05 ck-amount pic 9(7)V99.
         05 ck-issue-date pic 9(8).
         05 ck-status pic x.
         05 ck-source pic x.
         05 ck-status-date pic 9(8).

       fd chargeback-master-file
           record contains 70 characters
           data record is cbm-record.

       01 cbm-record.
         05 cbm-case-num pic 9(6).
         05 cbm-store-num pic xx.
         05 cbm-invoice-num pic x(9).
         05 cbm-card-type pic xx.
         05 cbm-amount pic 9(5)V99.
         05 cbm-reason pic x(4).
         05 cbm-dispute-date pic 9(8).
         05 cbm-sale-date pic 9(8).
         05 cbm-sale-amount pic 9(5)V99.
         05 cbm-status pic x.
         05 cbm-status-date pic 9(8).
         05 cbm-user pic x(8).

       fd adjust-log-file
           record contains 48 characters
           data record is al-record.

       01 al-record.
         05 al-post-date pic 9(8).
         05 al-store-num pic xx.
         05 al-sku-code pic x(15).
         05 al-quantity pic s9(7).
         05 al-reason pic xx.
         05 al-unit-price pic 9(4)V99.
         05 al-ref-date pic 9(8).

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

       fd disposition-log-file
           record contains 48 characters
           data record is dl-record.

       01 dl-record.
         05 dl-post-date pic 9(8).
         05 dl-store-num pic xx.
         05 dl-invoice-num pic x(9).
         05 dl-sku-code pic x(15).
         05 dl-disposition pic x.
         05 dl-quantity pic 9(5).
         05 dl-unit-value pic 9(4)V99.
         05 dl-supp-seq pic 99.

       fd points-gl-file
           record contains 30 characters
           data record is pgl-record.

       01 pgl-record.
         05 pgl-run-date pic 9(8).
         05 pgl-store-num pic xx.
         05 pgl-points pic s9(9).
         05 pgl-value pic s9(9)V99.

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

       fd gl-journal-file
           record contains 43 characters
           data record is jr-record.
      * register of journal batches transmitted to corporate GL --
      * GLACK marks each batch acknowledged when corporate's
      * acknowledgment file comes back, and chases the ones that don't
      * tax-payable postings by run and store, for the tax return
       fd tax-history-file
           record contains 48 characters
           data record is gth-record.

       01 gth-record.
         05 gth-batch-date pic 9(8).
         05 gth-supp-seq pic 99.
         05 gth-store-num pic xx.
         05 gth-jur-type pic x.
         05 gth-jur pic xx.
         05 gth-sales-tax pic s9(9)V99.
         05 gth-return-tax pic s9(9)V99.
         05 gth-forfeit-tax pic s9(9)V99.

       fd tax-history-new-file
           record contains 48 characters
           data record is gthn-record.

       01 gthn-record pic x(48).

       fd gl-sent-file
           record contains 41 characters
           data record is gs-record.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-batch-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.
       01 ws-ff-status pic xx value spaces.
       01 ws-ff-eof pic x value "N".
       01 ws-up-status pic xx value spaces.
       01 ws-up-eof pic x value "N".
       01 ws-al-status pic xx value spaces.
       01 ws-al-eof pic x value "N".
       01 ws-pgl-status pic xx value spaces.
       01 ws-pgl-eof pic x value "N".
       01 ws-reg-status pic xx value spaces.
       01 ws-reg-eof pic x value "N".
       01 ws-cbm-status pic xx value spaces.
       01 ws-cbm-eof pic x value "N".
       01 ws-dl-status pic xx value spaces.
       01 ws-dl-eof pic x value "N".
       01 ws-dl-supp-seq pic 99 value 0.

      * standard cost per SKU, for cost of goods sold
       01 ws-skm-status pic xx value spaces.
       01 ws-skm-eof pic x value "N".
       01 ws-num-skus pic 9(4) value 0.
       01 ws-sku-sub pic 9(4) value 0.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-lookup-cost pic 9(4)V99 value 0.
       01 ws-sku-table.
         05 ws-sku-entry occurs 1000 times
                          indexed by ws-sku-idx.
           10 ws-sku-tbl-code pic x(15).
           10 ws-sku-tbl-cost pic 9(4)V99.

      * return refund checks issued on the batch date, matched back
      * to their return so the check replaces the return's tender
       01 ws-num-rchks pic 9(4) value 0.
       01 ws-rchk-sub pic 9(4) value 0.
       01 ws-check-refund pic x value "N".
       01 ws-rchk-table.
         05 ws-rchk-entry occurs 500 times.
           10 ws-rchk-store pic xx.
           10 ws-rchk-invoice pic x(9).
           10 ws-rchk-amount pic 9(7)V99.
           10 ws-rchk-used pic x.

      * tax-exempt customers: number and certificate expiry
       01 ws-cu-status pic xx value spaces.
       01 ws-cu-eof pic x value "N".
       01 ws-inv-status pic xx value spaces.
       01 ws-inv-open pic x value "N".
       01 ws-num-exempt pic 9(4) value 0.
       01 ws-exempt-sub pic 9(4) value 0.
       01 ws-exempt-table.
         05 ws-exempt-entry occurs 500 times.
           10 ws-exempt-num pic x(6).
           10 ws-exempt-expiry pic 9(8).
       01 ws-exempt-cust pic x(6) value spaces.
       01 ws-exempt-date pic 9(8) value 0.
       01 ws-tax-exempt pic x value "N".

       01 ws-tax-rate pic 9v999 value 0.
       01 ws-tax-calc pic s9(5)V99 value 0.
           10 ws-gl-sl-cr pic s9(8)V99 value 0.
           10 ws-gl-sl-db pic s9(8)V99 value 0.
           10 ws-gl-sl-gc pic s9(8)V99 value 0.
           10 ws-gl-sl-lp pic s9(8)V99 value 0.
           10 ws-gl-lay-open pic s9(8)V99 value 0.
           10 ws-gl-p-ca pic s9(8)V99 value 0.
           10 ws-gl-p-cr pic s9(8)V99 value 0.
           10 ws-gl-p-db pic s9(8)V99 value 0.
           10 ws-gl-p-gc pic s9(8)V99 value 0.
           10 ws-gl-p-lp pic s9(8)V99 value 0.
           10 ws-gl-p-total pic s9(8)V99 value 0.
           10 ws-gl-sl-amount pic s9(8)V99 value 0.
           10 ws-gl-sl-tax pic s9(8)V99 value 0.
           10 ws-gl-ret-cr pic s9(8)V99 value 0.
           10 ws-gl-ret-db pic s9(8)V99 value 0.
           10 ws-gl-ret-gc pic s9(8)V99 value 0.
           10 ws-gl-ret-lp pic s9(8)V99 value 0.
           10 ws-gl-ret-amount pic s9(8)V99 value 0.
           10 ws-gl-ret-tax pic s9(8)V99 value 0.
           10 ws-gl-ff-amount pic s9(8)V99 value 0.
           10 ws-gl-ff-tax pic s9(8)V99 value 0.
           10 ws-gl-ff-balance pic s9(8)V99 value 0.
           10 ws-gl-ff-refund pic s9(8)V99 value 0.
           10 ws-gl-ff-fee pic s9(8)V99 value 0.
           10 ws-gl-chk-ca pic s9(8)V99 value 0.
           10 ws-gl-chk-cr pic s9(8)V99 value 0.
           10 ws-gl-chk-db pic s9(8)V99 value 0.
           10 ws-gl-chk-gc pic s9(8)V99 value 0.
           10 ws-gl-chk-lp pic s9(8)V99 value 0.
           10 ws-gl-chk-lrd pic s9(8)V99 value 0.
           10 ws-gl-void-lrd pic s9(8)V99 value 0.
           10 ws-gl-void-cust pic s9(8)V99 value 0.
           10 ws-gl-stale-checks pic s9(8)V99 value 0.
           10 ws-gl-count-shrink pic s9(8)V99 value 0.
           10 ws-gl-cb-cr pic s9(8)V99 value 0.
           10 ws-gl-cb-db pic s9(8)V99 value 0.
           10 ws-gl-loy-earned pic s9(8)V99 value 0.
           10 ws-gl-cogs pic s9(8)V99 value 0.
           10 ws-gl-cogs-restock pic s9(8)V99 value 0.

      * tax jurisdiction master: district rates with optional
      * per-store overrides, effective-dated, resolved per store so

       01 ws-gs-status pic xx value spaces.
       01 ws-gs-eof pic x value "N".
       01 ws-gth-status pic xx value spaces.
       01 ws-gthn-status pic xx value spaces.
       01 ws-gth-eof pic x value "N".
       01 ws-gth-cutoff pic 9(8) value 0.
      * acknowledged batches older than this fall off the register
      * on rewrite, so the 60-row table never silently fills
       01 ws-gs-retention-days pic 9(3) value 90.
           perform 055-load-control-params.
           perform 060-get-batch-date.
           perform 065-load-tax-jurisdictions.
           perform 066-load-exempt-customers.
           perform 067-load-sku-costs.
           perform 069-load-refund-checks.

           open input sl-records-file.
           if ws-slr-status <> "00"
               move 16 to return-code
               goback
           end-if.
           if ws-num-exempt > 0
               open input invoice-index-file
               if ws-inv-status = "00"
                   move "Y" to ws-inv-open
               end-if
           end-if.
           move "RETURNS" to ws-ctl-file-name.
           perform 950-init-file-controls.
           perform 200-read-returns.
           perform 250-accumulate-returns until ws-ret-eof = "Y".
           perform 955-verify-file-controls.
           close returns-file.
           if ws-inv-open = "Y"
               close invoice-index-file
               move "N" to ws-inv-open
           end-if.

           perform 280-accumulate-layaway-cash.
           perform 296-accumulate-restock-cost.
           perform 294-accumulate-points-earned.
           if ws-supp-seq = 0
               perform 295-accumulate-forfeitures
               perform 297-accumulate-stale-checks
               perform 298-accumulate-count-shrink
               perform 299-accumulate-chargebacks
           end-if.

           perform 300-write-journal.
           perform 700-write-run-log.

      * a warning (4) stays on the run log; only a refusal stops
      * the chain
           if ws-condition-code > 4
               move ws-condition-code to return-code
           end-if.
           goback.
                       continue
                   not at end
                       move run-ctl-date to ws-batch-date
                       if run-ctl-supp numeric
                           move run-ctl-supp to ws-supp-seq
                       end-if
               end-read
               close run-control-file
           end-if.
               perform 068-resolve-store-rate
           end-perform.

       066-load-exempt-customers.
           open input customer-master-file.
           if ws-cu-status not = "00"
               display "GLJOURNAL: CUSTOMER MASTER NOT AVAILABLE, "
                 "STATUS=" ws-cu-status
                 " - NO TAX EXEMPTIONS APPLIED"
               exit paragraph
           end-if.

           read customer-master-file
               at end
                   move "Y" to ws-cu-eof
           end-read.
           perform until ws-cu-eof = "Y"
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
                       move "Y" to ws-cu-eof
               end-read
           end-perform.
           close customer-master-file.

       067-load-sku-costs.
           open input sku-master-file.
           if ws-skm-status not = "00"
               display "GLJOURNAL: SKU MASTER NOT AVAILABLE, "
                 "STATUS=" ws-skm-status
                 " - NO COST OF GOODS SOLD POSTED"
               if ws-condition-code < 4
                   move 4 to ws-condition-code
               end-if
               exit paragraph
           end-if.

           read sku-master-file
               at end
                   move "Y" to ws-skm-eof
           end-read.
           perform until ws-skm-eof = "Y"
               or ws-num-skus >= 1000
               add 1 to ws-num-skus
               move skm-sku-code to ws-sku-tbl-code(ws-num-skus)
               if skm-unit-cost numeric
                   move skm-unit-cost to ws-sku-tbl-cost(ws-num-skus)
               else
                   move 0 to ws-sku-tbl-cost(ws-num-skus)
               end-if
               read sku-master-file
                   at end
                       move "Y" to ws-skm-eof
               end-read
           end-perform.
           close sku-master-file.

       068-resolve-store-rate.
      * latest effective-dated row wins; a store override beats the
      * district rate; a store with neither keeps cp-tax-rate
                   move spaces to ws-store-tbl-jur(ws-resolve-sub)
           end-evaluate.

       069-load-refund-checks.
      * return checks are matched to the run's own returns, so a
      * supplemental run journals just the late store's checks;
      * forfeiture checks and card voids are taken on the regular
      * run only, as the forfeitures themselves are
           open input check-register-file.
           if ws-reg-status not = "00"
               exit paragraph
           end-if.
           read check-register-file
               at end
                   move "Y" to ws-reg-eof.
           perform until ws-reg-eof = "Y"
               if ck-issue-date = ws-batch-date
                 and ck-source not = "L"
                   if ws-num-rchks < 500
                       add 1 to ws-num-rchks
                       move ck-store to ws-rchk-store(ws-num-rchks)
                       move ck-invoice
                         to ws-rchk-invoice(ws-num-rchks)
                       move ck-amount to ws-rchk-amount(ws-num-rchks)
                       move "N" to ws-rchk-used(ws-num-rchks)
                   else
                       display "GLJOURNAL: MORE THAN 500 REFUND "
                         "CHECKS ISSUED - CHECK " ck-check-num
                         " NOT JOURNALED"
                   end-if
               end-if
               if ws-supp-seq = 0
                   perform 069-take-register-row
               end-if
               read check-register-file
                   at end
                       move "Y" to ws-reg-eof
               end-read
           end-perform.
           close check-register-file.

       069-take-register-row.
           move ck-store to ws-lookup-store.
           perform 190-find-store.
           if ws-sub = 0
               exit paragraph
           end-if.
           if ck-issue-date = ws-batch-date
             and ck-source = "L"
               add 1 to ws-records-read
               add ck-amount to ws-gl-chk-lrd(ws-sub)
           end-if.
           if ck-status = "V"
             and ck-status-date = ws-batch-date
               add 1 to ws-records-read
               if ck-source = "L"
                   add ck-amount to ws-gl-void-lrd(ws-sub)
               else
                   add ck-amount to ws-gl-void-cust(ws-sub)
               end-if
           end-if.

       100-read-sl.
           move "Y" to ws-ctl-is-control.
           perform until ws-ctl-is-control = "N" or ws-slr-eof = "Y"
               compute ws-tax-calc rounded =
                 slr-trans-amount * ws-store-tbl-rate(ws-sub)
                   * ws-apply-sign
      * goods leave the shelf on a rung sale and come back on its
      * void; a layaway opening and an exchange difference move no
      * goods of their own
               if slr-trans-code = "S" or slr-trans-code = "V"
                   move slr-sku-code to ws-lookup-sku
                   perform 197-find-sku-cost
                   compute ws-gl-cogs(ws-sub) = ws-gl-cogs(ws-sub)
                     + slr-quantity * ws-lookup-cost * ws-apply-sign
               end-if
               move slr-customer-num to ws-exempt-cust
               move slr-trans-date to ws-exempt-date
               perform 195-check-tax-exempt
               if ws-tax-exempt = "Y"
                   move 0 to ws-tax-calc
               end-if
               compute ws-apply-amount =
                 slr-trans-amount * ws-apply-sign

                   add ws-apply-amount to ws-gl-sl-db(ws-sub)
               when "GC"
                   add ws-apply-amount to ws-gl-sl-gc(ws-sub)
               when "LP"
                   add ws-apply-amount to ws-gl-sl-lp(ws-sub)
           end-evaluate.

       190-find-store.
               end-if
           end-perform.

       195-check-tax-exempt.
      * ws-exempt-cust / ws-exempt-date set by the caller
           move "N" to ws-tax-exempt.
           if ws-exempt-cust not = spaces
               perform varying ws-exempt-sub from 1 by 1
                 until ws-exempt-sub > ws-num-exempt
                   or ws-tax-exempt = "Y"
                   if ws-exempt-num(ws-exempt-sub) = ws-exempt-cust
                     and ws-exempt-expiry(ws-exempt-sub)
                       >= ws-exempt-date
                       move "Y" to ws-tax-exempt
                   end-if
               end-perform
           end-if.

       197-find-sku-cost.
      * a SKU not on the master carries no standard cost
           move 0 to ws-lookup-cost.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus
               if ws-lookup-sku = ws-sku-tbl-code(ws-sku-idx)
                   move ws-sku-tbl-cost(ws-sku-idx) to ws-lookup-cost
               end-if
           end-perform.

       200-read-returns.
           move "Y" to ws-ctl-is-control.
           perform until ws-ctl-is-control = "N" or ws-ret-eof = "Y"
               if ws-sub > 0
                   compute ws-tax-calc rounded =
                     ret-trans-amount * ws-store-tbl-rate(ws-sub)
                   perform 260-find-original-sale
                   perform 195-check-tax-exempt
                   if ws-tax-exempt = "Y"
                       move 0 to ws-tax-calc
                   end-if
                   add ret-trans-amount to ws-gl-ret-amount(ws-sub)
                   add ws-tax-calc to ws-gl-ret-tax(ws-sub)
                   perform 265-match-refund-check

                   if ret-split-flag = "Y"
                       compute ws-apply-amount =

           perform 200-read-returns.

       260-find-original-sale.
      * a return is exempt when the sale it reverses was; without the
      * index the return's own customer and date stand in
           move ret-customer-num to ws-exempt-cust.
           move ret-trans-date to ws-exempt-date.
           if ws-inv-open = "Y"
               move ret-invoice-num to inv-invoice-num
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

       265-match-refund-check.
      * the check REFUNDCHK cut tonight for this store/invoice and
      * amount; each check stands in for one return only
           move "N" to ws-check-refund.
           perform varying ws-rchk-sub from 1 by 1
             until ws-rchk-sub > ws-num-rchks
               or ws-check-refund = "Y"
               if ws-rchk-used(ws-rchk-sub) = "N"
                 and ws-rchk-store(ws-rchk-sub) = ret-store-num
                 and ws-rchk-invoice(ws-rchk-sub) = ret-invoice-num
                 and ws-rchk-amount(ws-rchk-sub) = ret-trans-amount
                   move "Y" to ws-rchk-used(ws-rchk-sub)
                   move "Y" to ws-check-refund
                   add 1 to ws-records-read
               end-if
           end-perform.

       270-post-ret-tender.
           evaluate ret-pay-type
               when "CA"
                   add ws-apply-amount to ws-gl-ret-db(ws-sub)
               when "GC"
                   add ws-apply-amount to ws-gl-ret-gc(ws-sub)
               when "LP"
                   add ws-apply-amount to ws-gl-ret-lp(ws-sub)
           end-evaluate.
           if ws-check-refund = "Y"
               evaluate ret-pay-type
                   when "CA"
                       add ws-apply-amount to ws-gl-chk-ca(ws-sub)
                   when "CR"
                       add ws-apply-amount to ws-gl-chk-cr(ws-sub)
                   when "DB"
                       add ws-apply-amount to ws-gl-chk-db(ws-sub)
                   when "GC"
                       add ws-apply-amount to ws-gl-chk-gc(ws-sub)
                   when "LP"
                       add ws-apply-amount to ws-gl-chk-lp(ws-sub)
               end-evaluate
           end-if.

       280-accumulate-layaway-cash.
           open input layaway-activity-file.
                   add ws-apply-amount to ws-gl-p-db(ws-sub)
               when "GC"
                   add ws-apply-amount to ws-gl-p-gc(ws-sub)
               when "LP"
                   add ws-apply-amount to ws-gl-p-lp(ws-sub)
           end-evaluate.

       293-find-layaway-opening.
      * the exemption in force when the "L" was rung decides, as a
      * return goes by its original sale; without the index the
      * forfeiture's own customer and date stand in
           move ff-customer-num to ws-exempt-cust.
           move ff-forfeit-date to ws-exempt-date.
           if ws-inv-open = "Y"
               move ff-invoice-num to inv-invoice-num
               read invoice-index-file
                   invalid key
                       continue
                   not invalid key
                       if inv-trans-code = "L"
                           move inv-customer-num to ws-exempt-cust
                           move inv-trans-date to ws-exempt-date
                       end-if
               end-read
           end-if.

       294-accumulate-points-earned.
      * written by LOYALTY for this run alone, so a supplemental run
      * accrues just the late store's points
           open input points-gl-file.
           if ws-pgl-status <> "00"
               exit paragraph
           end-if.
           read points-gl-file
               at end
                   move "Y" to ws-pgl-eof.
           perform until ws-pgl-eof = "Y"
               if pgl-run-date = ws-batch-date
                   add 1 to ws-records-read
                   move pgl-store-num to ws-lookup-store
                   perform 190-find-store
                   if ws-sub > 0
                       add pgl-value to ws-gl-loy-earned(ws-sub)
                   end-if
               end-if
               read points-gl-file
                   at end
                       move "Y" to ws-pgl-eof
               end-read
           end-perform.
           close points-gl-file.

       295-accumulate-forfeitures.
      * the contract comes off revenue whole -- what was paid plus
      * what was still owed -- and the tax on it comes back off the
      * payable, at the same per-transaction rounding as a return --
      * none when the layaway was rung for an exempt customer
           open input forfeit-file.
           if ws-ff-status <> "00"
               exit paragraph
           end-if.
           if ws-num-exempt > 0
               open input invoice-index-file
               if ws-inv-status = "00"
                   move "Y" to ws-inv-open
               end-if
           end-if.
           read forfeit-file
               at end
                   move "Y" to ws-ff-eof.
           perform until ws-ff-eof = "Y"
               if ff-forfeit-date = ws-batch-date
                   add 1 to ws-records-read
                   move ff-store-num to ws-lookup-store
                   perform 190-find-store
                   if ws-sub > 0
                       compute ws-apply-amount =
                         ff-balance + ff-paid-amount
                       compute ws-tax-calc rounded =
                         ws-apply-amount * ws-store-tbl-rate(ws-sub)
                       perform 293-find-layaway-opening
                       perform 195-check-tax-exempt
                       if ws-tax-exempt = "Y"
                           move 0 to ws-tax-calc
                       end-if
                       add ws-apply-amount to ws-gl-ff-amount(ws-sub)
                       add ws-tax-calc to ws-gl-ff-tax(ws-sub)
                       add ff-balance to ws-gl-ff-balance(ws-sub)
                       add ff-refund-amount to ws-gl-ff-refund(ws-sub)
                       add ff-fee-amount to ws-gl-ff-fee(ws-sub)
                   end-if
               end-if
               read forfeit-file
                   at end
                       move "Y" to ws-ff-eof
               end-read
           end-perform.
           close forfeit-file.
           if ws-inv-open = "Y"
               close invoice-index-file
               move "N" to ws-inv-open
           end-if.

       296-accumulate-restock-cost.
      * INVENTORY stamps each log row with its run's supplemental
      * sequence, so this run takes only the restocks it posted
           open input disposition-log-file.
           if ws-dl-status <> "00"
               exit paragraph
           end-if.
           read disposition-log-file
               at end
                   move "Y" to ws-dl-eof.
           perform until ws-dl-eof = "Y"
               if dl-supp-seq numeric
                   move dl-supp-seq to ws-dl-supp-seq
               else
                   move 0 to ws-dl-supp-seq
               end-if
               if dl-post-date = ws-batch-date
                 and dl-disposition = "R"
                 and ws-dl-supp-seq = ws-supp-seq
                   add 1 to ws-records-read
                   move dl-store-num to ws-lookup-store
                   perform 190-find-store
                   if ws-sub > 0
                       move dl-sku-code to ws-lookup-sku
                       perform 197-find-sku-cost
                       compute ws-gl-cogs-restock(ws-sub) =
                         ws-gl-cogs-restock(ws-sub)
                         + dl-quantity * ws-lookup-cost
                   end-if
               end-if
               read disposition-log-file
                   at end
                       move "Y" to ws-dl-eof
               end-read
           end-perform.
           close disposition-log-file.

       297-accumulate-stale-checks.
           open input unclaimed-file.
           if ws-up-status <> "00"
               exit paragraph
           end-if.
           read unclaimed-file
               at end
                   move "Y" to ws-up-eof.
           perform until ws-up-eof = "Y"
               if up-void-date = ws-batch-date
                   add 1 to ws-records-read
                   move up-store to ws-lookup-store
                   perform 190-find-store
                   if ws-sub > 0
                       add up-amount to ws-gl-stale-checks(ws-sub)
                   end-if
               end-if
               read unclaimed-file
                   at end
                       move "Y" to ws-up-eof
               end-read
           end-perform.
           close unclaimed-file.

       298-accumulate-count-shrink.
      * the log rows carry the regular run's batch date, so a
      * supplemental run for the same date must not post them again
           open input adjust-log-file.
           if ws-al-status <> "00"
               exit paragraph
           end-if.
           read adjust-log-file
               at end
                   move "Y" to ws-al-eof.
           perform until ws-al-eof = "Y"
               if al-post-date = ws-batch-date
                 and al-reason = "CT"
                   add 1 to ws-records-read
                   move al-store-num to ws-lookup-store
                   perform 190-find-store
      * the log carries the retail price the count was listed at;
      * the book is carried at standard cost
                   if ws-sub > 0
                       move al-sku-code to ws-lookup-sku
                       perform 197-find-sku-cost
                       compute ws-gl-count-shrink(ws-sub) =
                         ws-gl-count-shrink(ws-sub)
                         - (al-quantity * ws-lookup-cost)
                   end-if
               end-if
               read adjust-log-file
                   at end
                       move "Y" to ws-al-eof
               end-read
           end-perform.
           close adjust-log-file.

       299-accumulate-chargebacks.
           open input chargeback-master-file.
           if ws-cbm-status <> "00"
               exit paragraph
           end-if.
           read chargeback-master-file
               at end
                   move "Y" to ws-cbm-eof.
           perform until ws-cbm-eof = "Y"
               if cbm-status = "L"
                 and cbm-status-date = ws-batch-date
                   add 1 to ws-records-read
                   move cbm-store-num to ws-lookup-store
                   perform 190-find-store
                   if ws-sub > 0
                       if cbm-card-type = "DB"
                           add cbm-amount to ws-gl-cb-db(ws-sub)
                       else
                           add cbm-amount to ws-gl-cb-cr(ws-sub)
                       end-if
                   end-if
               end-if
               read chargeback-master-file
                   at end
                       move "Y" to ws-cbm-eof
               end-read
           end-perform.
           close chargeback-master-file.

       300-write-journal.
           open output gl-journal-file, gl-journal-report.

           perform 400-write-trailer.
           close gl-journal-file, gl-journal-report.
           perform 410-update-sent-register.
           perform 420-update-tax-history.

       350-write-store-journal.
      * sales side -- tender clearing carries sale cash (net of
             ws-gl-sl-gc(ws-sub) + ws-gl-p-gc(ws-sub).
           move "GIFT CARD CLEARING" to jr-account.
           perform 370-write-dr-line.
           compute ws-apply-amount =
             ws-gl-sl-lp(ws-sub) + ws-gl-p-lp(ws-sub).
           move "LOYALTY LIABILITY" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-lay-open(ws-sub) to ws-apply-amount.
           move "LAYAWAY RECEIVABLE" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-ret-gc(ws-sub) to ws-apply-amount.
           move "GIFT CARD CLEARING" to jr-account.
           perform 380-write-cr-line.
           move ws-gl-ret-lp(ws-sub) to ws-apply-amount.
           move "LOYALTY LIABILITY" to jr-account.
           perform 380-write-cr-line.

      * layaway forfeiture side
           compute ws-revenue-part =
             ws-gl-ff-amount(ws-sub) - ws-gl-ff-tax(ws-sub).
           move ws-revenue-part to ws-apply-amount.
           move "RETURNS CONTRA-REV" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-ff-tax(ws-sub) to ws-apply-amount.
           move "SALES TAX PAYABLE" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-ff-balance(ws-sub) to ws-apply-amount.
           move "LAYAWAY RECEIVABLE" to jr-account.
           perform 380-write-cr-line.
           move ws-gl-ff-refund(ws-sub) to ws-apply-amount.
           move "LAYAWAY REFUND DUE" to jr-account.
           perform 380-write-cr-line.
           move ws-gl-ff-fee(ws-sub) to ws-apply-amount.
           move "LAYAWAY FORFEIT FEES" to jr-account.
           perform 380-write-cr-line.

      * cost of goods sold side
           move ws-gl-cogs(ws-sub) to ws-apply-amount.
           move "COST OF GOODS SOLD" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-cogs(ws-sub) to ws-apply-amount.
           move "MERCH INVENTORY" to jr-account.
           perform 380-write-cr-line.
           move ws-gl-cogs-restock(ws-sub) to ws-apply-amount.
           move "MERCH INVENTORY" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-cogs-restock(ws-sub) to ws-apply-amount.
           move "COST OF GOODS SOLD" to jr-account.
           perform 380-write-cr-line.

      * physical-count shrink side
           move ws-gl-count-shrink(ws-sub) to ws-apply-amount.
           move "INVENTORY SHRINK" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-count-shrink(ws-sub) to ws-apply-amount.
           move "MERCH INVENTORY" to jr-account.
           perform 380-write-cr-line.

      * lost chargeback side
           compute ws-apply-amount =
             ws-gl-cb-cr(ws-sub) + ws-gl-cb-db(ws-sub).
           move "CHARGEBACK CONTRA" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-cb-cr(ws-sub) to ws-apply-amount.
           move "TENDER CLEARING CR" to jr-account.
           perform 380-write-cr-line.
           move ws-gl-cb-db(ws-sub) to ws-apply-amount.
           move "TENDER CLEARING DB" to jr-account.
           perform 380-write-cr-line.

      * loyalty points earned side
           move ws-gl-loy-earned(ws-sub) to ws-apply-amount.
           move "LOYALTY EXPENSE" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-loy-earned(ws-sub) to ws-apply-amount.
           move "LOYALTY LIABILITY" to jr-account.
           perform 380-write-cr-line.

      * refund checks side -- the check replaces the return's tender
      * or pays the forfeiture refund due; a voided check puts the
      * refund back as owed
           move ws-gl-chk-ca(ws-sub) to ws-apply-amount.
           move "TENDER CLEARING CA" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-chk-cr(ws-sub) to ws-apply-amount.
           move "TENDER CLEARING CR" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-chk-db(ws-sub) to ws-apply-amount.
           move "TENDER CLEARING DB" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-chk-gc(ws-sub) to ws-apply-amount.
           move "GIFT CARD CLEARING" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-chk-lp(ws-sub) to ws-apply-amount.
           move "LOYALTY LIABILITY" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-chk-lrd(ws-sub) to ws-apply-amount.
           move "LAYAWAY REFUND DUE" to jr-account.
           perform 370-write-dr-line.
           compute ws-apply-amount =
             ws-gl-chk-ca(ws-sub) + ws-gl-chk-cr(ws-sub)
             + ws-gl-chk-db(ws-sub) + ws-gl-chk-gc(ws-sub)
             + ws-gl-chk-lp(ws-sub) + ws-gl-chk-lrd(ws-sub).
           move "REFUND CHECKS OUTSTD" to jr-account.
           perform 380-write-cr-line.

           compute ws-apply-amount =
             ws-gl-void-lrd(ws-sub) + ws-gl-void-cust(ws-sub).
           move "REFUND CHECKS OUTSTD" to jr-account.
           perform 370-write-dr-line.
           move ws-gl-void-lrd(ws-sub) to ws-apply-amount.
           move "LAYAWAY REFUND DUE" to jr-account.
           perform 380-write-cr-line.
           move ws-gl-void-cust(ws-sub) to ws-apply-amount.
           move "CUST REFUND DUE" to jr-account.
           perform 380-write-cr-line.

      * stale refund checks side
           move ws-gl-stale-checks(ws-sub) to ws-apply-amount.
           move "REFUND CHECKS OUTSTD" to jr-account.
           perform 370-write-dr-line.
           move "UNCLAIMED PROPERTY" to jr-account.
           perform 380-write-cr-line.

      * a negative net (voids exceeding sales) flips sides so the
      * journal never carries a negative amount
           close gl-sent-file.


       420-update-tax-history.
      * carry forward every row but this run's own and those past
      * retention, then add tonight's store rows; the rebuilt file
      * is copied back over the original
           compute ws-gth-cutoff = function date-of-integer(
             function integer-of-date(ws-batch-date) - 400).

           open output tax-history-new-file.
           open input tax-history-file.
           if ws-gth-status = "00"
               read tax-history-file
                   at end
                       move "Y" to ws-gth-eof
               end-read
               perform until ws-gth-eof = "Y"
                   if gth-batch-date not < ws-gth-cutoff
                     and (gth-batch-date not = ws-batch-date
                       or gth-supp-seq not = ws-supp-seq)
                       write gthn-record from gth-record
                   end-if
                   read tax-history-file
                       at end
                           move "Y" to ws-gth-eof
                   end-read
               end-perform
               close tax-history-file
           end-if.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores
               move ws-batch-date to gth-batch-date
               move ws-supp-seq to gth-supp-seq
               move ws-store-tbl-num(ws-sub) to gth-store-num
               evaluate true
                   when ws-store-tbl-jur(ws-sub) = spaces
                       move "C" to gth-jur-type
                   when ws-store-tbl-jur(ws-sub)
                     = ws-store-tbl-num(ws-sub)
                       move "S" to gth-jur-type
                   when other
                       move "D" to gth-jur-type
               end-evaluate
               move ws-store-tbl-jur(ws-sub) to gth-jur
               move ws-gl-sl-tax(ws-sub) to gth-sales-tax
               move ws-gl-ret-tax(ws-sub) to gth-return-tax
               move ws-gl-ff-tax(ws-sub) to gth-forfeit-tax
               write gthn-record from gth-record
           end-perform.
           close tax-history-new-file.

           move "N" to ws-gth-eof.
           open input tax-history-new-file.
           open output tax-history-file.
           read tax-history-new-file
               at end
                   move "Y" to ws-gth-eof
           end-read.
           perform until ws-gth-eof = "Y"
               write gth-record from gthn-record
               read tax-history-new-file
                   at end
                       move "Y" to ws-gth-eof
               end-read
           end-perform.
           close tax-history-new-file, tax-history-file.

       950-init-file-controls.
           move ws-batch-date to ws-ctl-expected-date.
           move "N" to ws-ctl-hdr-seen.

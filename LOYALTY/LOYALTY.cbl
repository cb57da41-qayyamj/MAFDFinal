      * rerun rebuilds the day instead of posting every sale twice --
      * the same discipline LAYAWAY uses.  Prints a tier summary to
      * loyalty-rollup.out; the monthly statements are LOYSTMT's job.
      *
      * Points: every sale and layaway opening by a known customer
      * earns points at the customer's tier rate from
      * loyalty-control.dat (points per dollar, the part paid in
      * points excepted); a void takes them back and an accepted
      * return claws back the same rate on the refund, less any
      * part refunded to LP.  A layaway forfeited on an earlier night
      * (layaway-forfeit.dat, regular run only) gives back the points
      * its opening earned, the same way.  Points spent
      * as the "LP" tender (sales, exchanges, layaway payments on
      * layaway-activity.data) burn from the balance at the point
      * value on the control file, and a void or refund to LP puts
      * them back.  The balance, lifetime and month-to-date earned
      * and redeemed ride on the master.  The value of the points
      * earned in the run, per store, goes to loyalty-points-gl.dat
      * for GLJOURNAL's loyalty-liability posting.
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-ra-status.

           select returns-file
               assign to "../FinalProject/returns.data"
               organization is line sequential
               file status is ws-returns-status.

           select layaway-activity-file
               assign to "../FinalProject/layaway-activity.data"
               organization is line sequential
               file status is ws-la-status.

           select forfeit-file
               assign to "../layaway-forfeit.dat"
               organization is line sequential
               file status is ws-ff-status.

           select forfeit-prev-file
               assign to "../loyalty-forfeit-prev.dat"
               organization is line sequential
               file status is ws-ffp-status.

           select points-gl-file
               assign to "../loyalty-points-gl.dat"
               organization is line sequential
               file status is ws-pgl-status.

           select loyalty-master-file
               assign to "../loyalty-master.dat"
               organization is line sequential
         05 ra-customer pic x(6).
         05 ra-invoice pic x(9).

       fd returns-file
           record contains 79 characters
           data record is ret-record.

       01 ret-record.
         05 ret-trans-code pic x.
         05 ret-trans-amount pic 9(5)V99.
         05 ret-pay-type pic xx.
         05 ret-store-num pic xx.
         05 ret-invoice-num pic x(9).
         05 ret-sku-code pic x(15).
         05 ret-trans-date pic 9(8).
         05 ret-split-flag pic x.
         05 ret-split-pay-type pic xx.
         05 ret-split-amount pic 9(5)V99.
         05 ret-quantity pic 9(3).
         05 ret-unit-price pic 9(4)V99.
         05 ret-customer-num pic x(6).
         05 ret-promo-code pic x(6).
         05 ret-cashier-id pic x(4).

       fd layaway-activity-file
           record contains 79 characters
           data record is la-record.

       01 la-record.
         05 la-trans-code pic x.
         05 la-trans-amount pic 9(5)V99.
         05 la-pay-type pic xx.
         05 la-store-num pic xx.
         05 la-invoice-num pic x(9).
         05 la-sku-code pic x(15).
         05 la-trans-date pic 9(8).
         05 la-split-flag pic x.
         05 la-split-pay-type pic xx.
         05 la-split-amount pic 9(5)V99.
         05 la-quantity pic 9(3).
         05 la-unit-price pic 9(4)V99.
         05 la-customer-num pic x(6).
         05 la-promo-code pic x(6).
         05 la-cashier-id pic x(4).

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

       fd forfeit-prev-file
           record contains 71 characters
           data record is ffp-record.

       01 ffp-record pic x(71).

       fd points-gl-file
           record contains 30 characters
           data record is pgl-record.

       01 pgl-record.
         05 pgl-run-date pic 9(8).
         05 pgl-store-num pic xx.
         05 pgl-points pic s9(9).
         05 pgl-value pic s9(9)V99.

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

       fd loyalty-prev-file
           record contains 86 characters
           data record is lyp-record.

       01 lyp-record pic x(86).

       fd loyalty-posted-file
           record contains 8 characters
         05 lpd-posted-date pic 9(8).

       fd loyalty-control-file
           record contains 44 characters
           data record is lc-record.

       01 lc-record.
         05 lc-gold-threshold pic 9(7)V99.
         05 lc-silver-threshold pic 9(7)V99.
         05 lc-bronze-threshold pic 9(7)V99.
         05 lc-gold-rate pic 9V99.
         05 lc-silver-rate pic 9V99.
         05 lc-bronze-rate pic 9V99.
         05 lc-member-rate pic 9V99.
         05 lc-point-value pic 9V9999.

       fd run-control-file
           data record is run-ctl-record
       01 ws-lyp-status pic xx value spaces.
       01 ws-lpd-status pic xx value spaces.
       01 ws-lc-status pic xx value spaces.
       01 ws-returns-status pic xx value spaces.
       01 ws-la-status pic xx value spaces.
       01 ws-pgl-status pic xx value spaces.
       01 ws-ret-eof pic x value "N".
       01 ws-la-eof pic x value "N".
       01 ws-ff-status pic xx value spaces.
       01 ws-ffp-status pic xx value spaces.
       01 ws-ff-eof pic x value "N".
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-silver-threshold pic 9(7)V99 value 1000.
       01 ws-bronze-threshold pic 9(7)V99 value 250.

      * points earned per dollar by tier, and what one point is worth
      * when spent as the LP tender
       01 ws-gold-rate pic 9V99 value 2.00.
       01 ws-silver-rate pic 9V99 value 1.50.
       01 ws-bronze-rate pic 9V99 value 1.25.
       01 ws-member-rate pic 9V99 value 1.00.
       01 ws-point-value pic 9V9999 value 0.0100.
       01 ws-this-rate pic 9V99 value 0.
       01 ws-processing-month pic 9(6) value 0.

       01 ws-earn-base pic s9(7)V99 value 0.
       01 ws-lp-amount pic s9(7)V99 value 0.
       01 ws-points pic s9(9) value 0.
       01 ws-apply-sign pic s9 value +1.
       01 ws-apply-store pic xx value spaces.
       01 ws-points-earned-run pic s9(9) value 0.
       01 ws-points-redeemed-run pic s9(9) value 0.

      * value of the points earned in the run, per store, for the GL
       01 ws-num-gl-stores pic 99 value 0.
       01 ws-gl-sub pic 99 value 0.
       01 ws-gl-found pic 99 value 0.
       01 ws-gl-store-table.
         05 ws-gl-entry occurs 50 times.
           10 ws-gl-store pic xx.
           10 ws-gl-points pic s9(9).

      * what each return refunded to the LP tender, from returns.data,
      * so the clawback leaves out the points that were never earned
       01 ws-num-ret-lp pic 9(4) value 0.
       01 ws-ret-lp-sub pic 9(4) value 0.
       01 ws-ret-lp-found pic x value "N".
       01 ws-ret-lp-table.
         05 ws-ret-lp-entry occurs 500 times.
           10 ws-rlp-store pic xx.
           10 ws-rlp-invoice pic x(9).
           10 ws-rlp-amount pic 9(5)V99.
           10 ws-rlp-lp pic 9(5)V99.
           10 ws-rlp-used pic x.

       01 ws-num-customers pic 9(4) value 0.
       01 ws-master-overflow pic x value "N".
       01 ws-sub pic 9(4) value 0.
           10 ws-loy-ret-amount pic 9(9)V99.
           10 ws-loy-ret-count pic 9(5).
           10 ws-loy-tier pic x.
           10 ws-loy-balance pic s9(9).
           10 ws-loy-earned pic s9(9).
           10 ws-loy-redeemed pic s9(9).
           10 ws-loy-month pic 9(6).
           10 ws-loy-month-earned pic s9(7).
           10 ws-loy-month-redeemed pic s9(7).

       01 ws-gold-count pic 9(4) value 0.
       01 ws-silver-count pic 9(4) value 0.
         05 filler pic x(19) value "CUSTOMERS TRACKED: ".
         05 ws-prt-members pic zzz9.

       01 ws-points-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(15) value "POINTS EARNED: ".
         05 ws-prt-earned pic zzz,zzz,zz9-.
         05 filler pic x(4) value spaces.
         05 filler pic x(17) value "POINTS REDEEMED: ".
         05 ws-prt-redeemed pic zzz,zzz,zz9-.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           perform 070-stamp-posted-date.

           perform 100-post-sales.
      * the LP refunds load first: the accepted-return clawback
      * leaves their points out
           perform 250-post-lp-refunds.
           perform 200-post-returns.
           perform 260-post-lp-payments.
           if ws-supp-seq = 0
               perform 270-post-forfeitures
           end-if.
           perform 300-assign-tiers.
           perform 400-rewrite-loyalty-master.
           perform 450-write-points-gl.
           perform 500-write-report.
           perform 700-write-run-log.
           goback.
                           move lc-bronze-threshold
                             to ws-bronze-threshold
                       end-if
                       if lc-gold-rate numeric
                         and lc-silver-rate numeric
                         and lc-bronze-rate numeric
                         and lc-member-rate numeric
                           move lc-gold-rate to ws-gold-rate
                           move lc-silver-rate to ws-silver-rate
                           move lc-bronze-rate to ws-bronze-rate
                           move lc-member-rate to ws-member-rate
                       end-if
                       if lc-point-value numeric
                         and lc-point-value > 0
                           move lc-point-value to ws-point-value
                       end-if
               end-read
               close loyalty-control-file
           end-if.
           move ws-processing-date(1:6) to ws-processing-month.

       045-check-rerun.
      * a supplemental run posts a late store's spend ON TOP of the
           move lym-ret-amount to ws-loy-ret-amount(ws-num-customers).
           move lym-ret-count to ws-loy-ret-count(ws-num-customers).
           move lym-tier to ws-loy-tier(ws-num-customers).
      * a row written before points were kept starts at zero
           if lym-points-balance not numeric
               move 0 to lym-points-balance
               move 0 to lym-points-earned
               move 0 to lym-points-redeemed
               move 0 to lym-points-month
               move 0 to lym-month-earned
               move 0 to lym-month-redeemed
           end-if.
           move lym-points-balance to ws-loy-balance(ws-num-customers).
           move lym-points-earned to ws-loy-earned(ws-num-customers).
           move lym-points-redeemed
             to ws-loy-redeemed(ws-num-customers).
      * the month-to-date figures start over with a new month
           if lym-points-month = ws-processing-month
               move lym-month-earned
                 to ws-loy-month-earned(ws-num-customers)
               move lym-month-redeemed
                 to ws-loy-month-redeemed(ws-num-customers)
           else
               move 0 to ws-loy-month-earned(ws-num-customers)
               move 0 to ws-loy-month-redeemed(ws-num-customers)
           end-if.
           move ws-processing-month to ws-loy-month(ws-num-customers).

       060-snapshot-opening-image.
      * the image the day opened with, for same-day rerun rebuilds;
           move ws-loy-ret-amount(ws-sub) to lym-ret-amount.
           move ws-loy-ret-count(ws-sub) to lym-ret-count.
           move ws-loy-tier(ws-sub) to lym-tier.
           move ws-loy-balance(ws-sub) to lym-points-balance.
           move ws-loy-earned(ws-sub) to lym-points-earned.
           move ws-loy-redeemed(ws-sub) to lym-points-redeemed.
           move ws-loy-month(ws-sub) to lym-points-month.
           move ws-loy-month-earned(ws-sub) to lym-month-earned.
           move ws-loy-month-redeemed(ws-sub) to lym-month-redeemed.

       070-stamp-posted-date.
           move ws-processing-date to lpd-posted-date.
                               add 1 to ws-loy-visits(ws-found-sub)
                               add slr-trans-amount
                                 to ws-loy-spend(ws-found-sub)
                               move +1 to ws-apply-sign
                               perform 170-post-sale-points
                           when "L"
                               add 1 to ws-loy-visits(ws-found-sub)
                               add slr-trans-amount
                                 to ws-loy-spend(ws-found-sub)
                               move +1 to ws-apply-sign
                               perform 170-post-sale-points
                           when "V"
                               subtract slr-trans-amount
                                 from ws-loy-spend(ws-found-sub)
                               move -1 to ws-apply-sign
                               perform 170-post-sale-points
                           when "E"
                               move +1 to ws-apply-sign
                               perform 175-split-lp-amount
                               perform 180-post-redemption
                       end-evaluate
                   end-if
               end-if
               move 0 to ws-loy-ret-amount(ws-found-sub)
               move 0 to ws-loy-ret-count(ws-found-sub)
               move space to ws-loy-tier(ws-found-sub)
               move 0 to ws-loy-balance(ws-found-sub)
               move 0 to ws-loy-earned(ws-found-sub)
               move 0 to ws-loy-redeemed(ws-found-sub)
               move ws-processing-month to ws-loy-month(ws-found-sub)
               move 0 to ws-loy-month-earned(ws-found-sub)
               move 0 to ws-loy-month-redeemed(ws-found-sub)
           end-if.

       170-post-sale-points.
      * what was paid in points neither earns points nor counts
      * twice; a layaway opening moves no tender, so it all earns
           perform 175-split-lp-amount.
           compute ws-earn-base = slr-trans-amount - ws-lp-amount.
           perform 190-tier-rate.
           compute ws-points = ws-earn-base * ws-this-rate
             * ws-apply-sign.
           move slr-store-num to ws-apply-store.
           perform 185-post-earned.
           perform 180-post-redemption.

       175-split-lp-amount.
           move 0 to ws-lp-amount.
           if slr-trans-code = "L"
               exit paragraph
           end-if.
           if slr-split-flag = "Y"
               if slr-pay-type = "LP"
                   compute ws-lp-amount =
                     slr-trans-amount - slr-split-amount
               end-if
               if slr-split-pay-type = "LP"
                   add slr-split-amount to ws-lp-amount
               end-if
           else
               if slr-pay-type = "LP"
                   move slr-trans-amount to ws-lp-amount
               end-if
           end-if.

       180-post-redemption.
      * points spent on the LP tender burn from the balance; a void
      * (negative sign) puts them back
           if ws-lp-amount = 0
               exit paragraph
           end-if.
           compute ws-points rounded =
             ws-lp-amount / ws-point-value * ws-apply-sign.
           subtract ws-points from ws-loy-balance(ws-found-sub).
           add ws-points to ws-loy-redeemed(ws-found-sub).
           add ws-points to ws-loy-month-redeemed(ws-found-sub).
           add ws-points to ws-points-redeemed-run.

       185-post-earned.
           if ws-points = 0
               exit paragraph
           end-if.
           add ws-points to ws-loy-balance(ws-found-sub).
           add ws-points to ws-loy-earned(ws-found-sub).
           add ws-points to ws-loy-month-earned(ws-found-sub).
           add ws-points to ws-points-earned-run.

           move 0 to ws-gl-found.
           perform varying ws-gl-sub from 1 by 1
             until ws-gl-sub > ws-num-gl-stores
               if ws-apply-store = ws-gl-store(ws-gl-sub)
                   move ws-gl-sub to ws-gl-found
               end-if
           end-perform.
           if ws-gl-found = 0 and ws-num-gl-stores < 50
               add 1 to ws-num-gl-stores
               move ws-num-gl-stores to ws-gl-found
               move ws-apply-store to ws-gl-store(ws-gl-found)
               move 0 to ws-gl-points(ws-gl-found)
           end-if.
           if ws-gl-found > 0
               add ws-points to ws-gl-points(ws-gl-found)
           end-if.

       190-tier-rate.
      * the tier the customer held coming into the day
           evaluate ws-loy-tier(ws-found-sub)
               when "G"
                   move ws-gold-rate to ws-this-rate
               when "S"
                   move ws-silver-rate to ws-this-rate
               when "B"
                   move ws-bronze-rate to ws-this-rate
               when other
                   move ws-member-rate to ws-this-rate
           end-evaluate.

       200-post-returns.
      * only the accepted-return detail Program1 publishes -- a return
      * it rejected never touches a customer's standing
                       add 1 to ws-loy-ret-count(ws-found-sub)
                       add ra-amount
                         to ws-loy-ret-amount(ws-found-sub)
      * the points the sale earned come back off at today's rate;
      * the part refunded to LP never earned any
                       perform 190-tier-rate
                       perform 210-find-lp-refund
                       compute ws-earn-base = ra-amount - ws-lp-amount
                       if ws-earn-base < 0
                           move 0 to ws-earn-base
                       end-if
                       compute ws-points =
                         0 - (ws-earn-base * ws-this-rate)
                       move ra-store to ws-apply-store
                       perform 185-post-earned
                   end-if
               end-if
               read returns-accepted-file

           close returns-accepted-file.

       210-find-lp-refund.
      * each LP refund row answers for one accepted return only
           move 0 to ws-lp-amount.
           move "N" to ws-ret-lp-found.
           perform varying ws-ret-lp-sub from 1 by 1
             until ws-ret-lp-sub > ws-num-ret-lp
               or ws-ret-lp-found = "Y"
               if ws-rlp-used(ws-ret-lp-sub) = "N"
                 and ws-rlp-store(ws-ret-lp-sub) = ra-store
                 and ws-rlp-invoice(ws-ret-lp-sub) = ra-invoice
                 and ws-rlp-amount(ws-ret-lp-sub) = ra-amount
                   move ws-rlp-lp(ws-ret-lp-sub) to ws-lp-amount
                   move "Y" to ws-rlp-used(ws-ret-lp-sub)
                   move "Y" to ws-ret-lp-found
               end-if
           end-perform.

       250-post-lp-refunds.
      * a refund settled to the LP tender puts the points back, the
      * way SETTLE and GLJOURNAL put the money back
           open input returns-file.
           if ws-returns-status <> "00"
               exit paragraph
           end-if.
           read returns-file
               at end
                   move "Y" to ws-ret-eof.
           perform until ws-ret-eof = "Y"
               if ret-trans-code = "R"
                 and ret-customer-num not = spaces
                 and (ret-pay-type = "LP"
                   or (ret-split-flag = "Y"
                     and ret-split-pay-type = "LP"))
                   move 0 to ws-lp-amount
                   if ret-split-flag = "Y"
                       if ret-pay-type = "LP"
                           compute ws-lp-amount =
                             ret-trans-amount - ret-split-amount
                       end-if
                       if ret-split-pay-type = "LP"
                           add ret-split-amount to ws-lp-amount
                       end-if
                   else
                       move ret-trans-amount to ws-lp-amount
                   end-if
                   if ws-num-ret-lp < 500
                       add 1 to ws-num-ret-lp
                       move ret-store-num to ws-rlp-store(ws-num-ret-lp)
                       move ret-invoice-num
                         to ws-rlp-invoice(ws-num-ret-lp)
                       move ret-trans-amount
                         to ws-rlp-amount(ws-num-ret-lp)
                       move ws-lp-amount to ws-rlp-lp(ws-num-ret-lp)
                       move "N" to ws-rlp-used(ws-num-ret-lp)
                   end-if
                   move ret-customer-num to ws-lookup-customer
                   perform 160-find-or-add-customer
                   if ws-found-sub > 0
                       move -1 to ws-apply-sign
                       perform 180-post-redemption
                   end-if
               end-if
               read returns-file
                   at end
                       move "Y" to ws-ret-eof
               end-read
           end-perform.
           close returns-file.

       260-post-lp-payments.
      * layaway installments paid in points burn them too
           open input layaway-activity-file.
           if ws-la-status <> "00"
               exit paragraph
           end-if.
           read layaway-activity-file
               at end
                   move "Y" to ws-la-eof.
           perform until ws-la-eof = "Y"
               if la-trans-code = "P"
                 and la-customer-num not = spaces
                 and (la-pay-type = "LP"
                   or (la-split-flag = "Y"
                     and la-split-pay-type = "LP"))
                   move 0 to ws-lp-amount
                   if la-split-flag = "Y"
                       if la-pay-type = "LP"
                           compute ws-lp-amount =
                             la-trans-amount - la-split-amount
                       end-if
                       if la-split-pay-type = "LP"
                           add la-split-amount to ws-lp-amount
                       end-if
                   else
                       move la-trans-amount to ws-lp-amount
                   end-if
                   move la-customer-num to ws-lookup-customer
                   perform 160-find-or-add-customer
                   if ws-found-sub > 0
                       move +1 to ws-apply-sign
                       perform 180-post-redemption
                   end-if
               end-if
               read layaway-activity-file
                   at end
                       move "Y" to ws-la-eof
               end-read
           end-perform.
           close layaway-activity-file.

       270-post-forfeitures.
      * a forfeited layaway gives back the points its opening earned.
      * LAYAWAY writes the night's forfeitures after this stage, so
      * they are taken the following night; the rows taken are kept
      * on loyalty-forfeit-prev.dat so a same-day rerun, rebuilding
      * from the opening image after LAYAWAY has replaced the file,
      * takes the same ones again
           if ws-rerun-today = "Y"
               open input forfeit-prev-file
               if ws-ffp-status <> "00"
                   exit paragraph
               end-if
               read forfeit-prev-file
                   at end
                       move "Y" to ws-ff-eof
               end-read
               perform until ws-ff-eof = "Y"
                   move ffp-record to ff-record
                   perform 275-claw-forfeit-points
                   read forfeit-prev-file
                       at end
                           move "Y" to ws-ff-eof
                   end-read
               end-perform
               close forfeit-prev-file
               exit paragraph
           end-if.

           open output forfeit-prev-file.
           open input forfeit-file.
           if ws-ff-status <> "00"
               close forfeit-prev-file
               exit paragraph
           end-if.
           read forfeit-file
               at end
                   move "Y" to ws-ff-eof.
           perform until ws-ff-eof = "Y"
               if ff-forfeit-date < ws-processing-date
                   write ffp-record from ff-record
                   perform 275-claw-forfeit-points
               end-if
               read forfeit-file
                   at end
                       move "Y" to ws-ff-eof
               end-read
           end-perform.
           close forfeit-file, forfeit-prev-file.

       275-claw-forfeit-points.
      * the whole contract earned at the opening, so the whole
      * contract comes back off, at today's rate like a return
           if ff-customer-num = spaces
               exit paragraph
           end-if.
           move ff-customer-num to ws-lookup-customer.
           perform 160-find-or-add-customer.
           if ws-found-sub > 0
               perform 190-tier-rate
               compute ws-points =
                 0 - (ff-orig-amount * ws-this-rate)
               move ff-store-num to ws-apply-store
               perform 185-post-earned
           end-if.

       300-assign-tiers.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-customers
           end-perform.
           close loyalty-master-file.

       450-write-points-gl.
      * rewritten every run: GLJOURNAL posts what this run earned
           open output points-gl-file.
           perform varying ws-gl-sub from 1 by 1
             until ws-gl-sub > ws-num-gl-stores
               move ws-processing-date to pgl-run-date
               move ws-gl-store(ws-gl-sub) to pgl-store-num
               move ws-gl-points(ws-gl-sub) to pgl-points
               compute pgl-value rounded =
                 ws-gl-points(ws-gl-sub) * ws-point-value
               write pgl-record
           end-perform.
           close points-gl-file.

       500-write-report.
           open output rollup-report.
           write ro-output from ws-heading-1.
           move ws-bronze-count to ws-prt-bronze.
           move ws-none-count to ws-prt-none.
           write ro-output from ws-tier-line.

           move ws-points-earned-run to ws-prt-earned.
           move ws-points-redeemed-run to ws-prt-redeemed.
           write ro-output from ws-points-line.
           close rollup-report.

       700-write-run-log.

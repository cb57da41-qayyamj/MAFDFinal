       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. REPLENISH.
      **************************************************************************
      * Nightly store replenishment suggestions.  Every active
      * store/SKU on replen-params.dat (maintained by REPLMAINT) is
      * held to its reorder point and order-up-to quantity:
      *
      *   position   = sellable on-hand (inventory-master.dat;
      *                damaged and return-to-vendor units excluded)
      *              + already on order from the DC
      *                (replen-on-order.dat, relieved by INVENTORY as
      *                dc-receipts.dat lands)
      *              + inter-store transfers still in transit to
      *                the store (transfer-intransit.dat, status T)
      *   projected  = position - expected sales over the DC lead time
      *
      * Expected sales are the average daily net units (sold less
      * returned) over the last N days of SKUSALES' sku-movement.dat.
      * When the projected position is at or below the reorder point
      * the order brings it back up to the order-up-to quantity.
      * N and the lead time come from replen-control.dat (defaults 28
      * and 3 days).  Deactivated SKUs are never ordered.
      *
      * The night's orders go to the distribution centre on
      * replen-orders.dat in the dc-receipts.dat layout -- the DC
      * ships against it and the receipt comes back in the same form
      * -- and are added to replen-on-order.dat.  A rerun or a
      * supplemental run for the same date replaces that date's
      * orders instead of ordering twice.  replenishment.out lists
      * the orders, then every stock-out and negative on-hand
      * position on inventory-master.dat and every parameter row the
      * store has never stocked.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select replen-params-file
               assign to "../replen-params.dat"
               organization is line sequential
               file status is ws-params-status.

           select replen-control-file
               assign to "../replen-control.dat"
               organization is line sequential
               file status is ws-rc-status.

           select inventory-master-file
               assign to "../inventory-master.dat"
               organization is line sequential
               file status is ws-im-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select movement-file
               assign to "../sku-movement.dat"
               organization is line sequential
               file status is ws-mv-status.

           select on-order-file
               assign to "../replen-on-order.dat"
               organization is line sequential
               file status is ws-oo-status.

           select intransit-file
               assign to "../transfer-intransit.dat"
               organization is line sequential
               file status is ws-it-status.

           select order-file
               assign to "../replen-orders.dat"
               organization is line sequential
               file status is ws-ord-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select replen-report
               assign to "../replenishment.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd replen-params-file
           record contains 28 characters
           data record is rp-record.

       01 rp-record.
         05 rp-store-num pic xx.
         05 rp-sku-code pic x(15).
         05 rp-reorder-point pic 9(5).
         05 rp-order-up-to pic 9(5).
         05 rp-active-flag pic x.

       fd replen-control-file
           record contains 6 characters
           data record is rc-record.

       01 rc-record.
         05 rc-movement-days pic 9(3).
         05 rc-lead-days pic 9(3).

       fd inventory-master-file
           record contains 38 characters
           data record is im-record.

       01 im-record.
         05 im-store-num pic xx.
         05 im-sku-code pic x(15).
         05 im-on-hand pic s9(7).
         05 im-damaged pic s9(7).
         05 im-rtv pic s9(7).

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

       fd movement-file
           record contains 39 characters
           data record is sm-record.

       01 sm-record.
         05 sm-date pic 9(8).
         05 sm-store-num pic xx.
         05 sm-sku-code pic x(15).
         05 sm-units-sold pic s9(7).
         05 sm-units-returned pic 9(7).

       fd on-order-file
           record contains 30 characters
           data record is oo-record.

       01 oo-record.
         05 oo-store-num pic xx.
         05 oo-sku-code pic x(15).
         05 oo-quantity pic 9(5).
         05 oo-order-date pic 9(8).

       fd intransit-file
           record contains 54 characters
           data record is it-record.

       01 it-record.
         05 it-transfer-num pic x(8).
         05 it-from-store pic xx.
         05 it-to-store pic xx.
         05 it-sku-code pic x(15).
         05 it-shipped-qty pic 9(5).
         05 it-ship-date pic 9(8).
         05 it-received-qty pic 9(5).
         05 it-received-date pic 9(8).
         05 it-status pic x.

      * same layout as dc-receipts.dat
       fd order-file
           record contains 30 characters
           data record is ord-record.

       01 ord-record.
         05 ord-store-num pic xx.
         05 ord-sku-code pic x(15).
         05 ord-quantity pic 9(5).
         05 ord-date pic 9(8).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd replen-report
           record contains 100 characters
           data record is rr-output.

       01 rr-output pic x(100).

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

       01 ws-params-eof pic x value "N".
       01 ws-im-eof pic x value "N".
       01 ws-sku-master-eof pic x value "N".
       01 ws-mv-eof pic x value "N".
       01 ws-oo-eof pic x value "N".
       01 ws-params-status pic xx value spaces.
       01 ws-rc-status pic xx value spaces.
       01 ws-im-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-mv-status pic xx value spaces.
       01 ws-oo-status pic xx value spaces.
       01 ws-ord-status pic xx value spaces.
       01 ws-it-status pic xx value spaces.
       01 ws-it-eof pic x value "N".
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-processing-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.

       01 ws-movement-days pic 9(3) value 28.
       01 ws-lead-days pic 9(3) value 3.
       01 ws-window-start pic 9(8) value 0.

       01 ws-records-read pic 9(6) value 0.
       01 ws-order-count pic 9(6) value 0.
       01 ws-exception-count pic 9(6) value 0.
       01 ws-order-units pic 9(7) value 0.
       01 ws-overflow pic x value "N".

       01 ws-sub pic 9(4) value 0.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-lookup-store pic xx value spaces.
       01 ws-lookup-sku pic x(15) value spaces.

      * one row per active parameter, carrying everything the order
      * decision needs
       01 ws-num-params pic 9(4) value 0.
       01 ws-params-table.
         05 ws-rp-entry occurs 2000 times
                         indexed by ws-rp-idx.
           10 ws-rp-store pic xx.
           10 ws-rp-sku pic x(15).
           10 ws-rp-reorder-point pic 9(5).
           10 ws-rp-order-up-to pic 9(5).
           10 ws-rp-on-hand pic s9(7).
           10 ws-rp-stocked pic x.
           10 ws-rp-on-order pic 9(7).
           10 ws-rp-movement pic s9(7).

       01 ws-num-inv pic 9(4) value 0.
       01 ws-inventory-table.
         05 ws-inv-entry occurs 2000 times
                          indexed by ws-inv-idx.
           10 ws-inv-store pic xx.
           10 ws-inv-sku pic x(15).
           10 ws-inv-on-hand pic s9(7).

       01 ws-num-skus pic 9(4) value 0.
       01 ws-sku-table.
         05 ws-sku-entry occurs 1000 times
                          indexed by ws-sku-idx.
           10 ws-sku-tbl-code pic x(15).
           10 ws-sku-tbl-active pic x.

      * orders carried from earlier dates; the processing date's own
      * orders are dropped on load and rebuilt
       01 ws-num-oo pic 9(4) value 0.
       01 ws-oo-sub pic 9(4) value 0.
       01 ws-on-order-table.
         05 ws-oo-entry occurs 2000 times.
           10 ws-oo-store pic xx.
           10 ws-oo-sku pic x(15).
           10 ws-oo-quantity pic 9(5).
           10 ws-oo-order-date pic 9(8).

       01 ws-sku-active pic x value "N".
       01 ws-avg-daily pic s9(5)V99 value 0.
       01 ws-lead-demand pic s9(7) value 0.
       01 ws-position pic s9(7) value 0.
       01 ws-projected pic s9(7) value 0.
       01 ws-order-qty pic s9(7) value 0.

       01 ws-blank-line pic x(100) value spaces.

       01 ws-rr-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(33) value
                   "REPLENISHMENT SUGGESTIONS - DATE ".
         05 ws-rr-head-date pic 9(8).

       01 ws-rr-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(14) value "MOVEMENT DAYS:".
         05 ws-rr-head-days pic zz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "LEAD DAYS:".
         05 ws-rr-head-lead pic zz9.

       01 ws-rr-heading-3.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE".
         05 filler pic x(17) value "SKU".
         05 filler pic x(9) value "ON HAND".
         05 filler pic x(9) value "ON ORDER".
         05 filler pic x(9) value "MOVEMENT".
         05 filler pic x(9) value "AVG/DAY".
         05 filler pic x(9) value "REORDER".
         05 filler pic x(9) value "UP TO".
         05 filler pic x(9) value "ORDER".

       01 ws-rr-detail.
         05 filler pic x(3) value spaces.
         05 ws-rr-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-rr-sku pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-rr-on-hand pic zzzzzz9-.
         05 filler pic x(1) value spaces.
         05 ws-rr-on-order pic zzzzzz9.
         05 filler pic x(1) value spaces.
         05 ws-rr-movement pic zzzzzz9-.
         05 filler pic x(1) value spaces.
         05 ws-rr-avg pic zzzz9.99-.
         05 filler pic x(1) value spaces.
         05 ws-rr-reorder pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-rr-up-to pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-rr-order pic zzzzzz9.

       01 ws-rr-exc-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(44) value
                   "STOCK-OUT AND NEGATIVE ON-HAND EXCEPTIONS".

       01 ws-rr-exc-detail.
         05 filler pic x(3) value spaces.
         05 ws-rx-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-rx-sku pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-rx-on-hand pic zzzzzz9-.
         05 filler pic x(3) value spaces.
         05 ws-rx-reason pic x(22).
         05 filler pic x(2) value spaces.
         05 ws-rx-note pic x(30).

       01 ws-rr-summary.
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "ORDERS: ".
         05 ws-rrs-orders pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "UNITS: ".
         05 ws-rrs-units pic zzzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(12) value "EXCEPTIONS: ".
         05 ws-rrs-exceptions pic zzzzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           move ws-start-date to ws-processing-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-processing-date
                       if run-ctl-supp numeric
                           move run-ctl-supp to ws-supp-seq
                       end-if
               end-read
               close run-control-file
           end-if.

           perform 040-load-controls.
           perform 045-load-sku-master.
           perform 050-load-params.
           perform 060-load-inventory.
           perform 070-load-on-order.
           perform 080-load-intransit.

      * refusing beats silently dropping row 2001 on the rewrite
           if ws-overflow = "Y"
               display "REPLENISH: PARAMETER, INVENTORY OR ON-ORDER "
                 "FILE EXCEEDS 2000 ROWS - RUN REFUSED"
               move 8 to ws-condition-code
               perform 700-write-run-log
               move 8 to return-code
               goback
           end-if.

           perform 100-accumulate-movement.

           open output replen-report.
           move ws-processing-date to ws-rr-head-date.
           move ws-movement-days to ws-rr-head-days.
           move ws-lead-days to ws-rr-head-lead.
           write rr-output from ws-rr-heading-1.
           write rr-output from ws-rr-heading-2.
           write rr-output from ws-blank-line.
           write rr-output from ws-rr-heading-3.

           perform 200-suggest-orders.
           perform 300-list-exceptions.

           move ws-order-count to ws-rrs-orders.
           move ws-order-units to ws-rrs-units.
           move ws-exception-count to ws-rrs-exceptions.
           write rr-output from ws-blank-line.
           write rr-output from ws-rr-summary.
           close replen-report.

           perform 500-rewrite-on-order.
           perform 700-write-run-log.
           goback.

       040-load-controls.
           open input replen-control-file.
           if ws-rc-status = "00"
               read replen-control-file
                   at end
                       continue
                   not at end
                       if rc-movement-days numeric
                         and rc-movement-days > 0
                           move rc-movement-days to ws-movement-days
                       end-if
                       if rc-lead-days numeric
                           move rc-lead-days to ws-lead-days
                       end-if
               end-read
               close replen-control-file
           end-if.

      * SKUSALES keeps 90 days of movement; a longer window would
      * quietly average over days that are not there
           if ws-movement-days > 90
               move 90 to ws-movement-days
           end-if.
           compute ws-window-start = function date-of-integer(
             function integer-of-date(ws-processing-date)
             - ws-movement-days).

       045-load-sku-master.
           open input sku-master-file.
           if ws-sku-master-status <> "00"
               display "REPLENISH: CANT OPEN SKU-MASTER, STATUS="
                   ws-sku-master-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read sku-master-file
               at end
                   move "Y" to ws-sku-master-eof.
           perform until ws-sku-master-eof = "Y"
               or ws-num-skus >= 1000
               add 1 to ws-num-skus
               move skm-sku-code to ws-sku-tbl-code(ws-num-skus)
               move skm-active-flag to ws-sku-tbl-active(ws-num-skus)
               read sku-master-file
                   at end
                       move "Y" to ws-sku-master-eof
               end-read
           end-perform.
           close sku-master-file.

       050-load-params.
      * no parameters yet means nothing to order -- the exception
      * list still runs
           open input replen-params-file.
           if ws-params-status <> "00"
               display "REPLENISH: NO REPLENISHMENT PARAMETERS, STATUS="
                   ws-params-status
               exit paragraph
           end-if.

           read replen-params-file
               at end
                   move "Y" to ws-params-eof.
           perform until ws-params-eof = "Y"
               if rp-active-flag = "Y"
                   if ws-num-params < 2000
                       add 1 to ws-num-params
                       move rp-store-num to ws-rp-store(ws-num-params)
                       move rp-sku-code to ws-rp-sku(ws-num-params)
                       move rp-reorder-point
                         to ws-rp-reorder-point(ws-num-params)
                       move rp-order-up-to
                         to ws-rp-order-up-to(ws-num-params)
                       move 0 to ws-rp-on-hand(ws-num-params)
                       move "N" to ws-rp-stocked(ws-num-params)
                       move 0 to ws-rp-on-order(ws-num-params)
                       move 0 to ws-rp-movement(ws-num-params)
                   else
                       move "Y" to ws-overflow
                   end-if
               end-if
               read replen-params-file
                   at end
                       move "Y" to ws-params-eof
               end-read
           end-perform.
           close replen-params-file.

       060-load-inventory.
           open input inventory-master-file.
           if ws-im-status <> "00"
               exit paragraph
           end-if.

           read inventory-master-file
               at end
                   move "Y" to ws-im-eof.
           perform until ws-im-eof = "Y"
               if ws-num-inv < 2000
                   add 1 to ws-num-inv
                   move im-store-num to ws-inv-store(ws-num-inv)
                   move im-sku-code to ws-inv-sku(ws-num-inv)
                   move im-on-hand to ws-inv-on-hand(ws-num-inv)
                   move im-store-num to ws-lookup-store
                   move im-sku-code to ws-lookup-sku
                   perform 150-find-params
                   if ws-found-sub > 0
                       move im-on-hand to ws-rp-on-hand(ws-found-sub)
                       move "Y" to ws-rp-stocked(ws-found-sub)
                   end-if
               else
                   move "Y" to ws-overflow
               end-if
               read inventory-master-file
                   at end
                       move "Y" to ws-im-eof
               end-read
           end-perform.
           close inventory-master-file.

       070-load-on-order.
           open input on-order-file.
           if ws-oo-status <> "00"
               exit paragraph
           end-if.

           read on-order-file
               at end
                   move "Y" to ws-oo-eof.
           perform until ws-oo-eof = "Y"
               if oo-order-date not = ws-processing-date
                   if ws-num-oo < 2000
                       add 1 to ws-num-oo
                       move oo-store-num to ws-oo-store(ws-num-oo)
                       move oo-sku-code to ws-oo-sku(ws-num-oo)
                       move oo-quantity to ws-oo-quantity(ws-num-oo)
                       move oo-order-date
                         to ws-oo-order-date(ws-num-oo)
                       move oo-store-num to ws-lookup-store
                       move oo-sku-code to ws-lookup-sku
                       perform 150-find-params
                       if ws-found-sub > 0
                           add oo-quantity
                             to ws-rp-on-order(ws-found-sub)
                       end-if
                   else
                       move "Y" to ws-overflow
                   end-if
               end-if
               read on-order-file
                   at end
                       move "Y" to ws-oo-eof
               end-read
           end-perform.
           close on-order-file.

       080-load-intransit.
      * goods already shipped from another store count toward the
      * receiving store's position the same as a DC order
           open input intransit-file.
           if ws-it-status <> "00"
               exit paragraph
           end-if.

           read intransit-file
               at end
                   move "Y" to ws-it-eof.
           perform until ws-it-eof = "Y"
               if it-status = "T"
                   move it-to-store to ws-lookup-store
                   move it-sku-code to ws-lookup-sku
                   perform 150-find-params
                   if ws-found-sub > 0
                       add it-shipped-qty
                         to ws-rp-on-order(ws-found-sub)
                   end-if
               end-if
               read intransit-file
                   at end
                       move "Y" to ws-it-eof
               end-read
           end-perform.
           close intransit-file.

       100-accumulate-movement.
      * a missing history (SKUSALES has not run yet) sizes every
      * order on the levels alone
           open input movement-file.
           if ws-mv-status <> "00"
               exit paragraph
           end-if.

           read movement-file
               at end
                   move "Y" to ws-mv-eof.
           perform until ws-mv-eof = "Y"
               if sm-date > ws-window-start
                 and sm-date <= ws-processing-date
                   add 1 to ws-records-read
                   move sm-store-num to ws-lookup-store
                   move sm-sku-code to ws-lookup-sku
                   perform 150-find-params
                   if ws-found-sub > 0
                       add sm-units-sold to ws-rp-movement(ws-found-sub)
                       subtract sm-units-returned
                         from ws-rp-movement(ws-found-sub)
                   end-if
               end-if
               read movement-file
                   at end
                       move "Y" to ws-mv-eof
               end-read
           end-perform.
           close movement-file.

       150-find-params.
           move 0 to ws-found-sub.
           perform varying ws-rp-idx from 1 by 1
             until ws-rp-idx > ws-num-params
               if ws-lookup-store = ws-rp-store(ws-rp-idx)
                 and ws-lookup-sku = ws-rp-sku(ws-rp-idx)
                   move ws-rp-idx to ws-found-sub
               end-if
           end-perform.

       160-check-sku-active.
           move "N" to ws-sku-active.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus
               if ws-lookup-sku = ws-sku-tbl-code(ws-sku-idx)
                 and ws-sku-tbl-active(ws-sku-idx) = "Y"
                   move "Y" to ws-sku-active
               end-if
           end-perform.

       200-suggest-orders.
           open output order-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-params
               move ws-rp-sku(ws-sub) to ws-lookup-sku
               perform 160-check-sku-active
               if ws-sku-active = "Y"
                   perform 250-size-one-order
               end-if
           end-perform.
           close order-file.

       250-size-one-order.
      * returns outrunning sales is no demand at all, not negative
      * demand
           if ws-rp-movement(ws-sub) > 0
               compute ws-avg-daily rounded =
                 ws-rp-movement(ws-sub) / ws-movement-days
           else
               move 0 to ws-avg-daily
           end-if.
           compute ws-lead-demand rounded =
             ws-avg-daily * ws-lead-days.
           compute ws-position =
             ws-rp-on-hand(ws-sub) + ws-rp-on-order(ws-sub).
           compute ws-projected = ws-position - ws-lead-demand.

           if ws-projected > ws-rp-reorder-point(ws-sub)
               exit paragraph
           end-if.

           compute ws-order-qty =
             ws-rp-order-up-to(ws-sub) - ws-projected.
           if ws-order-qty <= 0
               exit paragraph
           end-if.
           if ws-order-qty > 99999
               move 99999 to ws-order-qty
           end-if.

           if ws-num-oo >= 2000
               display "REPLENISH: ON-ORDER FILE FULL - NO ORDER FOR "
                 ws-rp-store(ws-sub) " " ws-rp-sku(ws-sub)
               move 8 to ws-condition-code
               exit paragraph
           end-if.

           move ws-rp-store(ws-sub) to ord-store-num.
           move ws-rp-sku(ws-sub) to ord-sku-code.
           move ws-order-qty to ord-quantity.
           move ws-processing-date to ord-date.
           write ord-record.

           add 1 to ws-num-oo.
           move ws-rp-store(ws-sub) to ws-oo-store(ws-num-oo).
           move ws-rp-sku(ws-sub) to ws-oo-sku(ws-num-oo).
           move ws-order-qty to ws-oo-quantity(ws-num-oo).
           move ws-processing-date to ws-oo-order-date(ws-num-oo).

           add 1 to ws-order-count.
           add ws-order-qty to ws-order-units.

           move ws-rp-store(ws-sub) to ws-rr-store.
           move ws-rp-sku(ws-sub) to ws-rr-sku.
           move ws-rp-on-hand(ws-sub) to ws-rr-on-hand.
           move ws-rp-on-order(ws-sub) to ws-rr-on-order.
           move ws-rp-movement(ws-sub) to ws-rr-movement.
           move ws-avg-daily to ws-rr-avg.
           move ws-rp-reorder-point(ws-sub) to ws-rr-reorder.
           move ws-rp-order-up-to(ws-sub) to ws-rr-up-to.
           move ws-order-qty to ws-rr-order.
           write rr-output from ws-rr-detail.

       300-list-exceptions.
           write rr-output from ws-blank-line.
           write rr-output from ws-rr-exc-heading.
           write rr-output from ws-blank-line.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-inv
               if ws-inv-on-hand(ws-sub) <= 0
                   move ws-inv-store(ws-sub) to ws-rx-store
                   move ws-inv-sku(ws-sub) to ws-rx-sku
                   move ws-inv-on-hand(ws-sub) to ws-rx-on-hand
                   if ws-inv-on-hand(ws-sub) < 0
                       move "NEGATIVE ON-HAND" to ws-rx-reason
                   else
                       move "STOCK-OUT" to ws-rx-reason
                   end-if
                   move ws-inv-store(ws-sub) to ws-lookup-store
                   move ws-inv-sku(ws-sub) to ws-lookup-sku
                   perform 150-find-params
                   perform 350-exception-note
                   add 1 to ws-exception-count
                   write rr-output from ws-rr-exc-detail
               end-if
           end-perform.

      * a store set up to carry an item it has never received is as
      * out of stock as one that sold through
           perform varying ws-found-sub from 1 by 1
             until ws-found-sub > ws-num-params
               if ws-rp-stocked(ws-found-sub) = "N"
                   move ws-rp-store(ws-found-sub) to ws-rx-store
                   move ws-rp-sku(ws-found-sub) to ws-rx-sku
                   move 0 to ws-rx-on-hand
                   move "STOCK-OUT (NEVER HELD)" to ws-rx-reason
                   perform 350-exception-note
                   add 1 to ws-exception-count
                   write rr-output from ws-rr-exc-detail
               end-if
           end-perform.

       350-exception-note.
           move spaces to ws-rx-note.
           if ws-found-sub = 0
               move "NO REPLENISHMENT PARAMETERS" to ws-rx-note
               exit paragraph
           end-if.
           perform varying ws-oo-sub from 1 by 1
             until ws-oo-sub > ws-num-oo
               if ws-oo-store(ws-oo-sub) = ws-rp-store(ws-found-sub)
                 and ws-oo-sku(ws-oo-sub) = ws-rp-sku(ws-found-sub)
                   move "ON ORDER FROM DC" to ws-rx-note
               end-if
           end-perform.

       500-rewrite-on-order.
           open output on-order-file.
           perform varying ws-oo-sub from 1 by 1
             until ws-oo-sub > ws-num-oo
               move ws-oo-store(ws-oo-sub) to oo-store-num
               move ws-oo-sku(ws-oo-sub) to oo-sku-code
               move ws-oo-quantity(ws-oo-sub) to oo-quantity
               move ws-oo-order-date(ws-oo-sub) to oo-order-date
               write oo-record
           end-perform.
           close on-order-file.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "REPLENISH" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-records-read to rl-records-read.
           move ws-order-count to rl-records-written.
           move ws-exception-count to rl-records-written-2.
           move ws-num-params to rl-records-written-3.
           move ws-num-oo to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program REPLENISH.
      **************************************************************************

      * amount, and the SKUs on the master with zero movement so the
      * buyers can spot dead stock.  Voids net back out of the sales
      * figures the same way they do on the S&L report.
      *
      * Each night's unit movement per store and SKU (units sold net
      * of voids, units returned) is also kept on sku-movement.dat, a
      * rolling 90-day history REPLENISH sizes its orders from.  A
      * same-day rerun replaces the day's rows; a supplemental run
      * adds the late store's rows alongside them.
      *
      * Gross margin is reported per SKU and per store: units, net
      * sales, cost at the SKU's standard cost on sku-master.dat and
      * gross margin percent, for rung sales net of their voids (the
      * same movement INVENTORY takes off the shelf).  A SKU with no
      * standard cost on file prints NO COST rather than a margin.
      * Every sale rung below standard cost once its promotion is
      * taken off is listed for merchandising.
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-run-ctl-status.

           select movement-file
               assign to "../sku-movement.dat"
               organization is line sequential
               file status is ws-mv-status.

           select movement-new-file
               assign to "../sku-movement-new.dat"
               organization is line sequential
               file status is ws-mvn-status.

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

       fd sku-sales-report
           record contains 120 characters
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd movement-file
           record contains 39 characters
           data record is sm-record.

       01 sm-record.
         05 sm-date pic 9(8).
         05 sm-store-num pic xx.
         05 sm-sku-code pic x(15).
         05 sm-units-sold pic s9(7).
         05 sm-units-returned pic 9(7).

       fd movement-new-file
           record contains 39 characters
           data record is smn-record.

       01 smn-record pic x(39).

       fd run-log-file
          data record is rl-record.

                          indexed by ws-sku-idx.
           10 ws-sku-tbl-code pic x(15).
           10 ws-sku-tbl-name pic x(20).
           10 ws-sku-tbl-cost pic 9(4)V99 value 0.
           10 ws-sku-tbl-m-units pic s9(7) value 0.
           10 ws-sku-tbl-m-sales pic s9(8)V99 value 0.
           10 ws-sku-tbl-m-cost pic s9(8)V99 value 0.
           10 ws-sku-tbl-s-count pic s9(5) value 0.
           10 ws-sku-tbl-s-units pic s9(7) value 0.
           10 ws-sku-tbl-s-amount pic s9(8)V99 value 0.

       01 ws-run-ctl-status pic xx value spaces.
       01 ws-run-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.

      * the day's unit movement per store and SKU for the rolling
      * movement history; history older than the retention window
      * is dropped as the file is rewritten
       01 ws-mv-status pic xx value spaces.
       01 ws-mvn-status pic xx value spaces.
       01 ws-mv-eof pic x value "N".
       01 ws-mv-retain-days pic 9(3) value 90.
       01 ws-mv-cutoff-date pic 9(8) value 0.
       01 ws-mv-kept pic 9(6) value 0.
       01 ws-num-mv pic 9(4) value 0.
       01 ws-mv-sub pic 9(4) value 0.
       01 ws-mv-found pic 9(4) value 0.
       01 ws-mv-overflow pic x value "N".
       01 ws-lookup-store pic xx value spaces.
       01 ws-mv-apply-qty pic s9(5) value 0.
       01 ws-mv-table.
         05 ws-mv-entry occurs 2000 times
                         indexed by ws-mv-idx.
           10 ws-mv-store pic xx.
           10 ws-mv-sku pic x(15).
           10 ws-mv-sold pic s9(7).
           10 ws-mv-returned pic 9(7).

      * split-file control records: every split file arrives from
      * DATASPLITCOUNT with a "0" business-date header and a "9"
       01 ws-ctl-read-amount pic 9(11)V99 value 0.
       01 ws-ctl-is-control pic x value "N".

      * gross margin: rung sales net of voids at standard cost, per
      * store, and the sales rung below standard cost
       01 ws-gm-sign pic s9 value 0.
       01 ws-gm-units pic s9(5) value 0.
       01 ws-gm-sales pic s9(9)V99 value 0.
       01 ws-gm-cost pic s9(8)V99 value 0.
       01 ws-gm-margin pic s9(9)V99 value 0.
       01 ws-gm-pct pic s9(5)V9 value 0.
       01 ws-gm-tot-units pic s9(7) value 0.
       01 ws-gm-tot-sales pic s9(9)V99 value 0.
       01 ws-gm-tot-cost pic s9(9)V99 value 0.
       01 ws-num-gm-stores pic 99 value 0.
       01 ws-gm-st-sub pic 99 value 0.
       01 ws-gm-st-found pic 99 value 0.
       01 ws-gm-st-overflow pic x value "N".
       01 ws-gm-store-table.
         05 ws-gm-store-entry occurs 50 times
                         indexed by ws-gm-st-idx.
           10 ws-gm-st-store pic xx.
           10 ws-gm-st-units pic s9(7).
           10 ws-gm-st-sales pic s9(8)V99.
           10 ws-gm-st-cost pic s9(8)V99.
       01 ws-num-below pic 9(3) value 0.
       01 ws-below-sub pic 9(3) value 0.
       01 ws-below-dropped pic 9(5) value 0.
       01 ws-below-net-unit pic 9(5)V99 value 0.
       01 ws-below-table.
         05 ws-below-entry occurs 500 times.
           10 ws-bl-store pic xx.
           10 ws-bl-invoice pic x(9).
           10 ws-bl-sku pic x(15).
           10 ws-bl-promo pic x(6).
           10 ws-bl-qty pic 9(3).
           10 ws-bl-net-unit pic 9(5)V99.
           10 ws-bl-cost pic 9(4)V99.

       01 ws-blank-line pic x(120) value spaces.

       01 ws-heading-1.
         05 filler pic x(8) value "AMOUNT: ".
         05 ws-unk-amount pic $$$,$$9.99.

       01 ws-gm-sku-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(36) value
                   "GROSS MARGIN BY SKU".

       01 ws-gm-sku-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(15) value "SKU CODE".
         05 filler pic x(3) value spaces.
         05 filler pic x(20) value "DESCRIPTION".
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "    UNITS".
         05 filler pic x(3) value spaces.
         05 filler pic x(13) value "    NET SALES".
         05 filler pic x(3) value spaces.
         05 filler pic x(13) value "         COST".
         05 filler pic x(3) value spaces.
         05 filler pic x(13) value "       MARGIN".
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value " GM PCT".

       01 ws-gm-line.
         05 filler pic x(2) value spaces.
         05 ws-gm-key pic x(15).
         05 filler pic x(3) value spaces.
         05 ws-gm-name pic x(20).
         05 filler pic x(3) value spaces.
         05 ws-gm-out-units pic zzzzzzz9-.
         05 filler pic x(3) value spaces.
         05 ws-gm-out-sales pic z,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-gm-out-cost pic z,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-gm-out-margin pic z,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-gm-out-pct-area pic x(7).
         05 ws-gm-out-pct redefines ws-gm-out-pct-area pic ----9.9.

       01 ws-gm-store-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(36) value
                   "GROSS MARGIN BY STORE".

       01 ws-gm-store-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(15) value "STORE".
         05 filler pic x(26) value spaces.
         05 filler pic x(9) value "    UNITS".
         05 filler pic x(3) value spaces.
         05 filler pic x(13) value "    NET SALES".
         05 filler pic x(3) value spaces.
         05 filler pic x(13) value "         COST".
         05 filler pic x(3) value spaces.
         05 filler pic x(13) value "       MARGIN".
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value " GM PCT".

       01 ws-below-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "SOLD BELOW COST (AFTER PROMOTIONS)".

       01 ws-below-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE".
         05 filler pic x(11) value "INVOICE".
         05 filler pic x(17) value "SKU CODE".
         05 filler pic x(8) value "PROMO".
         05 filler pic x(5) value "  QTY".
         05 filler pic x(3) value spaces.
         05 filler pic x(11) value "   NET UNIT".
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "STD COST".

       01 ws-below-line.
         05 filler pic x(2) value spaces.
         05 ws-bo-store pic xx.
         05 filler pic x(5) value spaces.
         05 ws-bo-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-bo-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-bo-promo pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-bo-qty pic zzzz9.
         05 filler pic x(3) value spaces.
         05 ws-bo-net-unit pic zzz,zz9.99.
         05 filler pic x(4) value spaces.
         05 ws-bo-cost pic z,zz9.99.

       01 ws-below-none-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value "NONE".

       01 ws-below-dropped-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "MORE BELOW-COST SALES NOT LISTED:".
         05 ws-bd-count pic zzzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           close returns-file.

           perform 300-write-report.
           perform 600-write-movement-history.
           perform 700-write-run-log.
           goback.

                       continue
                   not at end
                       move run-ctl-date to ws-run-date
                       if run-ctl-supp numeric
                           move run-ctl-supp to ws-supp-seq
                       end-if
               end-read
               close run-control-file
           end-if.
               add 1 to ws-num-skus
               move skm-sku-code to ws-sku-tbl-code(ws-num-skus)
               move skm-sku-name to ws-sku-tbl-name(ws-num-skus)
               if skm-unit-cost numeric
                   move skm-unit-cost to ws-sku-tbl-cost(ws-num-skus)
               else
                   move 0 to ws-sku-tbl-cost(ws-num-skus)
               end-if

               read sku-master-file
                   at end
               end-if
           end-if.

      * only a rung sale takes goods off the shelf and only its void
      * puts them back -- the same movement INVENTORY posts
           evaluate slr-trans-code
               when "S"
                   move slr-quantity to ws-mv-apply-qty
                   perform 170-post-sold-movement
               when "V"
                   compute ws-mv-apply-qty = 0 - slr-quantity
                   perform 170-post-sold-movement
           end-evaluate.

           if (slr-trans-code = "S" or slr-trans-code = "V")
             and ws-sub > 0
               perform 190-post-margin
           end-if.

           perform 100-read-sl.

       190-post-margin.
           if slr-trans-code = "V"
               move -1 to ws-gm-sign
           else
               move 1 to ws-gm-sign
           end-if.
           compute ws-gm-units = slr-quantity * ws-gm-sign.
           compute ws-gm-sales = slr-trans-amount * ws-gm-sign.
           compute ws-gm-cost = ws-gm-units * ws-sku-tbl-cost(ws-sub).

           add ws-gm-units to ws-sku-tbl-m-units(ws-sub).
           add ws-gm-sales to ws-sku-tbl-m-sales(ws-sub).
           add ws-gm-cost to ws-sku-tbl-m-cost(ws-sub).

           move 0 to ws-gm-st-found.
           perform varying ws-gm-st-idx from 1 by 1
             until ws-gm-st-idx > ws-num-gm-stores
               if ws-gm-st-store(ws-gm-st-idx) = slr-store-num
                   move ws-gm-st-idx to ws-gm-st-found
               end-if
           end-perform.
           if ws-gm-st-found = 0
               if ws-num-gm-stores < 50
                   add 1 to ws-num-gm-stores
                   move ws-num-gm-stores to ws-gm-st-found
                   move slr-store-num to ws-gm-st-store(ws-gm-st-found)
                   move 0 to ws-gm-st-units(ws-gm-st-found)
                   move 0 to ws-gm-st-sales(ws-gm-st-found)
                   move 0 to ws-gm-st-cost(ws-gm-st-found)
               else
                   if ws-gm-st-overflow = "N"
                       display "SKUSALES: MORE THAN 50 STORES - "
                         "STORE MARGIN INCOMPLETE FOR " ws-run-date
                       move "Y" to ws-gm-st-overflow
                       if ws-condition-code < 4
                           move 4 to ws-condition-code
                       end-if
                   end-if
               end-if
           end-if.
           if ws-gm-st-found > 0
               add ws-gm-units to ws-gm-st-units(ws-gm-st-found)
               add ws-gm-sales to ws-gm-st-sales(ws-gm-st-found)
               add ws-gm-cost to ws-gm-st-cost(ws-gm-st-found)
           end-if.

      * a sale whose rung-up amount, promotion and all, does not
      * cover the standard cost of what went out the door
           if slr-trans-code = "S"
             and slr-quantity > 0
             and ws-sku-tbl-cost(ws-sub) > 0
             and ws-gm-sales < ws-gm-cost
               if ws-num-below < 500
                   add 1 to ws-num-below
                   move slr-store-num to ws-bl-store(ws-num-below)
                   move slr-invoice-num to ws-bl-invoice(ws-num-below)
                   move slr-sku-code to ws-bl-sku(ws-num-below)
                   move slr-promo-code to ws-bl-promo(ws-num-below)
                   move slr-quantity to ws-bl-qty(ws-num-below)
                   compute ws-bl-net-unit(ws-num-below) rounded =
                     slr-trans-amount / slr-quantity
                   move ws-sku-tbl-cost(ws-sub)
                     to ws-bl-cost(ws-num-below)
               else
                   add 1 to ws-below-dropped
               end-if
           end-if.

       170-post-sold-movement.
           move slr-store-num to ws-lookup-store.
           move slr-sku-code to ws-lookup-sku.
           perform 180-find-or-add-movement.
           if ws-mv-found > 0
               add ws-mv-apply-qty to ws-mv-sold(ws-mv-found)
           end-if.

       180-find-or-add-movement.
           move 0 to ws-mv-found.
           perform varying ws-mv-idx from 1 by 1
             until ws-mv-idx > ws-num-mv
               if ws-lookup-store = ws-mv-store(ws-mv-idx)
                 and ws-lookup-sku = ws-mv-sku(ws-mv-idx)
                   move ws-mv-idx to ws-mv-found
               end-if
           end-perform.

           if ws-mv-found = 0
               if ws-num-mv < 2000
                   add 1 to ws-num-mv
                   move ws-num-mv to ws-mv-found
                   move ws-lookup-store to ws-mv-store(ws-mv-found)
                   move ws-lookup-sku to ws-mv-sku(ws-mv-found)
                   move 0 to ws-mv-sold(ws-mv-found)
                   move 0 to ws-mv-returned(ws-mv-found)
               else
                   if ws-mv-overflow = "N"
                       display "SKUSALES: MORE THAN 2000 STORE/SKU "
                         "MOVEMENT ROWS - HISTORY INCOMPLETE FOR "
                         ws-run-date
                       move "Y" to ws-mv-overflow
                       move 8 to ws-condition-code
                   end-if
               end-if
           end-if.

       200-read-returns.
           move "Y" to ws-ctl-is-control.
           perform until ws-ctl-is-control = "N" or ws-ret-eof = "Y"
               add ret-trans-amount to ws-sku-tbl-r-amount(ws-sub)
           end-if.

           if ret-trans-code = "R"
               move ret-store-num to ws-lookup-store
               move ret-sku-code to ws-lookup-sku
               perform 180-find-or-add-movement
               if ws-mv-found > 0
                   add ret-quantity to ws-mv-returned(ws-mv-found)
               end-if
           end-if.

           perform 200-read-returns.

       160-find-sku.

           perform 400-write-top-sellers.
           perform 500-write-dead-stock.
           perform 520-write-margin-by-sku.
           perform 540-write-margin-by-store.
           perform 560-write-below-cost.
           close sku-sales-report.

       400-write-top-sellers.
               end-if
           end-perform.

       520-write-margin-by-sku.
           write sks-output from ws-blank-line.
           write sks-output from ws-gm-sku-heading.
           write sks-output from ws-gm-sku-heading-2.
           move 0 to ws-gm-tot-units.
           move 0 to ws-gm-tot-sales.
           move 0 to ws-gm-tot-cost.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-skus
               if ws-sku-tbl-m-units(ws-sub) not = 0
                 or ws-sku-tbl-m-sales(ws-sub) not = 0
                   move ws-sku-tbl-code(ws-sub) to ws-gm-key
                   move ws-sku-tbl-name(ws-sub) to ws-gm-name
                   move ws-sku-tbl-m-units(ws-sub) to ws-gm-out-units
                   move ws-sku-tbl-m-sales(ws-sub) to ws-gm-out-sales
                   move ws-sku-tbl-m-cost(ws-sub) to ws-gm-out-cost
                   compute ws-gm-margin = ws-sku-tbl-m-sales(ws-sub)
                     - ws-sku-tbl-m-cost(ws-sub)
                   move ws-gm-margin to ws-gm-out-margin
                   if ws-sku-tbl-cost(ws-sub) = 0
                       move "NO COST" to ws-gm-out-pct-area
                   else
                       move ws-sku-tbl-m-sales(ws-sub) to ws-gm-sales
                       perform 580-format-margin-pct
                   end-if
                   write sks-output from ws-gm-line
                   add ws-sku-tbl-m-units(ws-sub) to ws-gm-tot-units
                   add ws-sku-tbl-m-sales(ws-sub) to ws-gm-tot-sales
                   add ws-sku-tbl-m-cost(ws-sub) to ws-gm-tot-cost
               end-if
           end-perform.

           perform 570-write-margin-total.

       540-write-margin-by-store.
           write sks-output from ws-blank-line.
           write sks-output from ws-gm-store-heading.
           write sks-output from ws-gm-store-heading-2.
           move 0 to ws-gm-tot-units.
           move 0 to ws-gm-tot-sales.
           move 0 to ws-gm-tot-cost.

           perform varying ws-gm-st-sub from 1 by 1
             until ws-gm-st-sub > ws-num-gm-stores
               move ws-gm-st-store(ws-gm-st-sub) to ws-gm-key
               move spaces to ws-gm-name
               move ws-gm-st-units(ws-gm-st-sub) to ws-gm-out-units
               move ws-gm-st-sales(ws-gm-st-sub) to ws-gm-out-sales
               move ws-gm-st-cost(ws-gm-st-sub) to ws-gm-out-cost
               compute ws-gm-margin = ws-gm-st-sales(ws-gm-st-sub)
                 - ws-gm-st-cost(ws-gm-st-sub)
               move ws-gm-margin to ws-gm-out-margin
               move ws-gm-st-sales(ws-gm-st-sub) to ws-gm-sales
               perform 580-format-margin-pct
               write sks-output from ws-gm-line
               add ws-gm-st-units(ws-gm-st-sub) to ws-gm-tot-units
               add ws-gm-st-sales(ws-gm-st-sub) to ws-gm-tot-sales
               add ws-gm-st-cost(ws-gm-st-sub) to ws-gm-tot-cost
           end-perform.

           perform 570-write-margin-total.

       560-write-below-cost.
           write sks-output from ws-blank-line.
           write sks-output from ws-below-heading.
           write sks-output from ws-below-heading-2.

           if ws-num-below = 0
               write sks-output from ws-below-none-line
           end-if.
           perform varying ws-below-sub from 1 by 1
             until ws-below-sub > ws-num-below
               move ws-bl-store(ws-below-sub) to ws-bo-store
               move ws-bl-invoice(ws-below-sub) to ws-bo-invoice
               move ws-bl-sku(ws-below-sub) to ws-bo-sku
               move ws-bl-promo(ws-below-sub) to ws-bo-promo
               move ws-bl-qty(ws-below-sub) to ws-bo-qty
               move ws-bl-net-unit(ws-below-sub) to ws-bo-net-unit
               move ws-bl-cost(ws-below-sub) to ws-bo-cost
               write sks-output from ws-below-line
           end-perform.

           if ws-below-dropped > 0
               move ws-below-dropped to ws-bd-count
               write sks-output from ws-below-dropped-line
           end-if.

       570-write-margin-total.
           move "TOTAL" to ws-gm-key.
           move spaces to ws-gm-name.
           move ws-gm-tot-units to ws-gm-out-units.
           move ws-gm-tot-sales to ws-gm-out-sales.
           move ws-gm-tot-cost to ws-gm-out-cost.
           compute ws-gm-margin = ws-gm-tot-sales - ws-gm-tot-cost.
           move ws-gm-margin to ws-gm-out-margin.
           move ws-gm-tot-sales to ws-gm-sales.
           perform 580-format-margin-pct.
           write sks-output from ws-gm-line.

       580-format-margin-pct.
      * ws-gm-margin and ws-gm-sales are set by the caller
           if ws-gm-sales = 0
               move spaces to ws-gm-out-pct-area
           else
               compute ws-gm-pct rounded =
                 ws-gm-margin * 100 / ws-gm-sales
                 on size error
                   move 0 to ws-gm-pct
               end-compute
               move ws-gm-pct to ws-gm-out-pct
           end-if.

       600-write-movement-history.
      * the kept history goes to the new file first -- minus what has
      * aged out and, on a regular run, any rows an earlier attempt
      * at this date left -- then tonight's rows, and the new file
      * replaces the old
           compute ws-mv-cutoff-date = function date-of-integer(
             function integer-of-date(ws-run-date)
             - ws-mv-retain-days).

           open output movement-new-file.
           open input movement-file.
           if ws-mv-status = "00"
               read movement-file
                   at end
                       move "Y" to ws-mv-eof
               end-read
               perform until ws-mv-eof = "Y"
                   if sm-date > ws-mv-cutoff-date
                     and (sm-date not = ws-run-date
                       or ws-supp-seq > 0)
                       add 1 to ws-mv-kept
                       write smn-record from sm-record
                   end-if
                   read movement-file
                       at end
                           move "Y" to ws-mv-eof
                   end-read
               end-perform
               close movement-file
           end-if.

           perform varying ws-mv-sub from 1 by 1
             until ws-mv-sub > ws-num-mv
               move ws-run-date to sm-date
               move ws-mv-store(ws-mv-sub) to sm-store-num
               move ws-mv-sku(ws-mv-sub) to sm-sku-code
               move ws-mv-sold(ws-mv-sub) to sm-units-sold
               move ws-mv-returned(ws-mv-sub) to sm-units-returned
               write smn-record from sm-record
           end-perform.
           close movement-new-file.

           move "N" to ws-mv-eof.
           open input movement-new-file.
           open output movement-file.
           read movement-new-file
               at end
                   move "Y" to ws-mv-eof.
           perform until ws-mv-eof = "Y"
               write sm-record from smn-record
               read movement-new-file
                   at end
                       move "Y" to ws-mv-eof
               end-read
           end-perform.
           close movement-new-file, movement-file.

       950-init-file-controls.
           move ws-run-date to ws-ctl-expected-date.
           move ws-records-read to rl-records-read.
           move ws-num-skus to rl-records-written.
           move ws-unknown-sku-count to rl-records-written-2.
           move ws-num-mv to rl-records-written-3.
           move ws-mv-kept to rl-records-written-4.

           open extend run-log-file.
           write rl-record.

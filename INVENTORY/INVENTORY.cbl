      * inventory-master.dat from the day's movement: a sale takes the
      * rung quantity off the store's on-hand, a void puts the goods
      * back on the shelf (the sale it reverses never left the store),
      * a layaway opening sets its goods aside off the on-hand, a
      * return is routed by its disposition (below), and receipts from
      * the distribution centre (dc-receipts.dat, consumed and cleared
      * once applied) add incoming stock, as do the goods from
      * cancelled and forfeited layaways that LAYAWAY queues on
      * layaway-restock.dat (a cancel or forfeiture from an earlier
      * night is applied and dropped from the queue; one made tonight
      * waits for tomorrow's run, since LAYAWAY runs after this
      * stage).  Each receipt also
      * relieves what REPLENISH still shows on order for that store
      * and SKU on replen-on-order.dat, oldest order first, so the
      * next suggestion does not ask for the same stock twice.
      * Stock adjustments queued on inventory-adjust.dat (approved
      * physical-count variances from PHYSCOUNT) post on the regular
      * run, are logged with the posting date on
      * inventory-adjust-log.dat for GLJOURNAL, and are cleared.
      *
      * Stock sent between stores arrives on store-transfers.dat
      * (consumed and cleared like the receipts).  A transfer-out
      * ("O") takes the goods off the sending store at once and opens
      * the transfer on transfer-intransit.dat under its transfer
      * number; the transfer-in ("I") puts what actually arrived on
      * the receiving store and closes it.  Outs are applied before
      * ins, so a transfer shipped and received the same day closes
      * whatever order the cards come in.  transfer-report.out lists
      * the night's transfers and rejects, every transfer still in
      * transit past the aging limit on transfer-control.dat
      * (default 5 days), and the transfer shrink -- shipped less
      * received, valued at the SKU's unit price -- charged to the
      * sending store.  Received transfers stay on file 90 days.
      * Runs after DATASPLITCOUNT
      * so it reads the same split files every other subsystem
      * trusts.  The image of the master as the day opened is kept
      * in inventory-master-prev.dat and the last-posted date in
      * instead of double-moving every position -- the LAYAWAY
      * discipline; a supplemental run posts additively instead.
      *
      * Returned goods are routed by the disposition the store's back
      * room keys against each return on return-disposition.dat, sent
      * with the day's transactions (store, invoice, SKU, code,
      * quantity): R restock goes back on the sellable on-hand, D
      * damaged and V return-to-vendor go to their own non-sellable
      * buckets on the master, and X destroy leaves inventory
      * altogether.  Any returned quantity without a disposition is
      * restocked, as before.  Every routed unit is logged with the
      * posting date, the run's supplemental sequence and its value
      * at the SKU's unit price on return-disposition-log.dat (kept
      * 90 days) -- damaged, vendor and destroyed rows for the weekly
      * RTVREPORT claims and write-off listings, restocked rows for
      * GLJOURNAL to put their cost back on inventory; a same-day
      * rerun drops the day's rows before posting them again.
      * return-disposition.out lists tonight's routing and any
      * disposition row that names an unknown code or does not
      * match a return on the file.
      *
      * Prints the on-hand position per store/SKU to
      * inventory-onhand.out and every negative on-hand -- stock the
      * book says left that was never received -- to the shrink
               organization is line sequential
               file status is ws-returns-status.

           select disposition-file
               assign to "../return-disposition.dat"
               organization is line sequential
               file status is ws-rd-status.

           select disposition-log-file
               assign to "../return-disposition-log.dat"
               organization is line sequential
               file status is ws-dl-status.

           select disposition-work-file
               assign to "../return-disposition-work.dat"
               organization is line sequential
               file status is ws-dw-status.

           select disposition-report
               assign to "../return-disposition.out"
               organization is line sequential.

           select receipts-file
               assign to "../dc-receipts.dat"
               organization is line sequential
               file status is ws-rcpt-status.

           select restock-file
               assign to "../layaway-restock.dat"
               organization is line sequential
               file status is ws-rs-status.

           select on-order-file
               assign to "../replen-on-order.dat"
               organization is line sequential
               file status is ws-oo-status.

           select adjust-file
               assign to "../inventory-adjust.dat"
               organization is line sequential
               file status is ws-ia-status.

           select adjust-log-file
               assign to "../inventory-adjust-log.dat"
               organization is line sequential
               file status is ws-al-status.

           select transfer-file
               assign to "../store-transfers.dat"
               organization is line sequential
               file status is ws-tr-status.

           select intransit-file
               assign to "../transfer-intransit.dat"
               organization is line sequential
               file status is ws-it-status.

           select transfer-control-file
               assign to "../transfer-control.dat"
               organization is line sequential
               file status is ws-tc-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select transfer-report
               assign to "../transfer-report.out"
               organization is line sequential.

           select inventory-master-file
               assign to "../inventory-master.dat"
               organization is line sequential
         05 ret-promo-code pic x(6).
         05 ret-cashier-id pic x(4).

       fd disposition-file
           record contains 30 characters
           data record is rd-record.

       01 rd-record.
         05 rd-store-num pic xx.
         05 rd-invoice-num pic x(9).
         05 rd-sku-code pic x(15).
         05 rd-disposition pic x.
         05 rd-quantity pic 9(3).

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

       fd disposition-work-file
           record contains 48 characters
           data record is dw-record.

       01 dw-record pic x(48).

       fd disposition-report
           record contains 100 characters
           data record is rdr-output.

       01 rdr-output pic x(100).

       fd receipts-file
           record contains 30 characters
           data record is rcpt-record.
         05 rcpt-quantity pic 9(5).
         05 rcpt-date pic 9(8).

       fd restock-file
           record contains 39 characters
           data record is rs-record.

       01 rs-record.
         05 rs-store-num pic xx.
         05 rs-sku-code pic x(15).
         05 rs-quantity pic 9(5).
         05 rs-forfeit-date pic 9(8).
         05 rs-invoice-num pic x(9).

       fd on-order-file
           record contains 30 characters
           data record is oo-record.

       01 oo-record.
         05 oo-store-num pic xx.
         05 oo-sku-code pic x(15).
         05 oo-quantity pic 9(5).
         05 oo-order-date pic 9(8).

       fd adjust-file
           record contains 40 characters
           data record is ia-record.

       01 ia-record.
         05 ia-store-num pic xx.
         05 ia-sku-code pic x(15).
         05 ia-quantity pic s9(7).
         05 ia-reason pic xx.
         05 ia-unit-price pic 9(4)V99.
         05 ia-ref-date pic 9(8).

       fd adjust-log-file
           record contains 48 characters
           data record is al-record.

       01 al-record.
         05 al-post-date pic 9(8).
         05 al-adjustment pic x(40).

       fd transfer-file
           record contains 41 characters
           data record is tr-record.

       01 tr-record.
         05 tr-type pic x.
         05 tr-transfer-num pic x(8).
         05 tr-from-store pic xx.
         05 tr-to-store pic xx.
         05 tr-sku-code pic x(15).
         05 tr-quantity pic 9(5).
         05 tr-date pic 9(8).

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

       fd transfer-control-file
           record contains 3 characters
           data record is tc-record.

       01 tc-record.
         05 tc-aging-days pic 9(3).

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

       fd transfer-report
           record contains 100 characters
           data record is tr-output.

       01 tr-output pic x(100).

      * on-hand is the sellable stock; returned goods that cannot be
      * sold sit in the damaged and return-to-vendor buckets
       fd inventory-master-file
           record contains 38 characters
           data record is im-record.

       01 im-record.
         05 im-store-num pic xx.
         05 im-sku-code pic x(15).
         05 im-on-hand pic s9(7).
         05 im-damaged pic s9(7).
         05 im-rtv pic s9(7).

       fd inventory-prev-file
           record contains 38 characters
           data record is ip-record.

       01 ip-record pic x(38).

       fd inventory-posted-file
           record contains 8 characters
       01 ws-ip-status pic xx value spaces.
       01 ws-ipd-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-rs-status pic xx value spaces.
       01 ws-rs-eof pic x value "N".
       01 ws-processing-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.
       01 ws-rerun-today pic x value "N".
       01 ws-receipts-read pic 9(6) value 0.
       01 ws-shrink-count pic 9(4) value 0.
       01 ws-rows-written pic 9(6) value 0.
       01 ws-restocked-count pic 9(6) value 0.

      * layaway restock rows not yet due, written back to the queue
       01 ws-num-held pic 999 value 0.
       01 ws-held-sub pic 999 value 0.
       01 ws-held-restock-table.
         05 ws-held-entry occurs 500 times.
           10 ws-held-row pic x(39).

      * replenishment orders still awaiting a DC receipt
       01 ws-oo-status pic xx value spaces.
       01 ws-oo-eof pic x value "N".
       01 ws-num-oo pic 9(4) value 0.
       01 ws-oo-sub pic 9(4) value 0.
       01 ws-relieve-qty pic 9(5) value 0.
       01 ws-oo-overflow pic x value "N".
       01 ws-on-order-table.
         05 ws-oo-entry occurs 2000 times.
           10 ws-oo-store pic xx.
           10 ws-oo-sku pic x(15).
           10 ws-oo-quantity pic 9(5).
           10 ws-oo-order-date pic 9(8).

      * tonight's return dispositions; each row's quantity is used up
      * by the returns it matches
       01 ws-rd-status pic xx value spaces.
       01 ws-rd-eof pic x value "N".
       01 ws-dl-status pic xx value spaces.
       01 ws-dw-status pic xx value spaces.
       01 ws-dl-eof pic x value "N".
       01 ws-dl-keep-days pic 9(3) value 90.
       01 ws-dl-purge-date pic 9(8) value 0.
       01 ws-num-rd pic 999 value 0.
       01 ws-rd-sub pic 999 value 0.
       01 ws-rd-overflow pic x value "N".
       01 ws-disposition-table.
         05 ws-rd-entry occurs 500 times.
           10 ws-rd-store pic xx.
           10 ws-rd-invoice pic x(9).
           10 ws-rd-sku pic x(15).
           10 ws-rd-code pic x.
             88 ws-rd-valid-code value "R", "D", "V", "X".
           10 ws-rd-qty pic 9(3).
           10 ws-rd-left pic 9(3).
       01 ws-ret-left pic 9(3) value 0.
       01 ws-route-qty pic 9(3) value 0.
       01 ws-route-code pic x value spaces.
       01 ws-routed-count pic 9(6) value 0.
       01 ws-rd-exceptions pic 9(4) value 0.

       01 ws-ia-status pic xx value spaces.
       01 ws-ia-eof pic x value "N".
       01 ws-al-status pic xx value spaces.
       01 ws-adjusted-count pic 9(6) value 0.

      * inter-store transfers: open ("T") and recently received
      * ("R") transfers by transfer number
       01 ws-tr-status pic xx value spaces.
       01 ws-tr-eof pic x value "N".
       01 ws-it-status pic xx value spaces.
       01 ws-it-eof pic x value "N".
       01 ws-tc-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-sku-master-eof pic x value "N".
       01 ws-aging-days pic 9(3) value 5.
       01 ws-it-keep-days pic 9(3) value 90.
       01 ws-it-purge-date pic 9(8) value 0.
       01 ws-it-overflow pic x value "N".
       01 ws-tr-pass pic x value spaces.
       01 ws-tr-ok pic x value "N".
       01 ws-tr-reason pic x(26) value spaces.
       01 ws-transfers-read pic 9(6) value 0.
       01 ws-transfers-rejected pic 9(6) value 0.
       01 ws-num-it pic 9(4) value 0.
       01 ws-it-sub pic 9(4) value 0.
       01 ws-it-found pic 9(4) value 0.
       01 ws-intransit-table.
         05 ws-it-entry occurs 2000 times
                         indexed by ws-it-idx.
           10 ws-it-num pic x(8).
           10 ws-it-from pic xx.
           10 ws-it-to pic xx.
           10 ws-it-sku pic x(15).
           10 ws-it-shipped pic 9(5).
           10 ws-it-ship-date pic 9(8).
           10 ws-it-received pic 9(5).
           10 ws-it-received-date pic 9(8).
           10 ws-it-state pic x.

       01 ws-num-skus pic 9(4) value 0.
       01 ws-sku-table.
         05 ws-sku-entry occurs 1000 times
                          indexed by ws-sku-idx.
           10 ws-sku-tbl-code pic x(15).
           10 ws-sku-tbl-price pic 9(4)V99.
       01 ws-lookup-price pic 9(4)V99 value 0.

      * transfer shrink tonight, by sending store
       01 ws-num-ts pic 99 value 0.
       01 ws-ts-sub pic 99 value 0.
       01 ws-ts-found pic 99 value 0.
       01 ws-ts-table.
         05 ws-ts-entry occurs 50 times.
           10 ws-ts-store pic xx.
           10 ws-ts-units pic s9(7).
           10 ws-ts-value pic s9(9)V99.
       01 ws-ts-diff pic s9(7) value 0.
       01 ws-ts-diff-value pic s9(9)V99 value 0.
       01 ws-today-int pic 9(8) value 0.
       01 ws-days-in-transit pic s9(5) value 0.
       01 ws-aged-count pic 9(6) value 0.

       01 ws-num-rows pic 9(4) value 0.
       01 ws-table-overflow pic x value "N".
           10 ws-inv-store pic xx.
           10 ws-inv-sku pic x(15).
           10 ws-inv-on-hand pic s9(7).
           10 ws-inv-damaged pic s9(7).
           10 ws-inv-rtv pic s9(7).

       01 ws-blank-line pic x(100) value spaces.

         05 filler pic x(15) value "SKU".
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "ON HAND".
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value " DAMAGED".
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "  VENDOR".

       01 ws-oh-detail.
         05 filler pic x(3) value spaces.
         05 ws-oh-sku pic x(15).
         05 filler pic x(3) value spaces.
         05 ws-oh-qty pic zzzzzz9-.
         05 filler pic x(3) value spaces.
         05 ws-oh-damaged pic zzzzzz9-.
         05 filler pic x(3) value spaces.
         05 ws-oh-rtv pic zzzzzz9-.

       01 ws-oh-total-line.
         05 filler pic x(22) value "STORE/SKU POSITIONS:  ".
         05 ws-oh-total-rows pic zzz9.

       01 ws-rd-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(40) value
                   "RETURN DISPOSITION ROUTING".
         05 filler pic x(6) value "DATE: ".
         05 ws-rdh-date pic 9(8).

       01 ws-rd-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE".
         05 filler pic x(11) value "INVOICE".
         05 filler pic x(17) value "SKU".
         05 filler pic x(6) value "QTY".
         05 filler pic x(20) value "DISPOSITION".
         05 filler pic x(10) value "VALUE".

       01 ws-rd-detail.
         05 filler pic x(3) value spaces.
         05 ws-rdd-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-rdd-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-rdd-sku pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-rdd-qty pic zz9.
         05 filler pic x(3) value spaces.
         05 ws-rdd-disposition pic x(16).
         05 filler pic x(1) value spaces.
         05 ws-rdd-value pic $$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-rdd-note pic x(26).

       01 ws-rd-exception-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "DISPOSITION ROWS NOT APPLIED".

       01 ws-rd-exception-line.
         05 filler pic x(3) value spaces.
         05 ws-rde-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-rde-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-rde-sku pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-rde-qty pic zz9.
         05 filler pic x(3) value spaces.
         05 ws-rde-code pic x.
         05 filler pic x(3) value spaces.
         05 ws-rde-reason pic x(30).

       01 ws-rd-total-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(9) value "RESTOCK: ".
         05 ws-rdt-restock pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "DAMAGED: ".
         05 ws-rdt-damaged pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "VENDOR: ".
         05 ws-rdt-rtv pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "DESTROY: ".
         05 ws-rdt-destroy pic zzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(12) value "EXCEPTIONS: ".
         05 ws-rdt-exceptions pic zzz9.

       01 ws-rd-units.
         05 ws-rd-restock-units pic 9(6) value 0.
         05 ws-rd-damaged-units pic 9(6) value 0.
         05 ws-rd-rtv-units pic 9(6) value 0.
         05 ws-rd-destroy-units pic 9(6) value 0.

       01 ws-sh-heading.
         05 filler pic x(10) value space.
         05 filler pic x(44) value
         05 filler pic x(26) value "TOTAL SHRINK EXCEPTIONS:  ".
         05 ws-sh-total-count pic zzz9.

       01 ws-tr-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(40) value
                   "INTER-STORE TRANSFER ACTIVITY".

       01 ws-tr-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "TYPE".
         05 filler pic x(10) value "TRANSFER".
         05 filler pic x(6) value "FROM".
         05 filler pic x(6) value "TO".
         05 filler pic x(17) value "SKU".
         05 filler pic x(8) value "QTY".
         05 filler pic x(10) value "DATE".
         05 filler pic x(26) value "RESULT".

       01 ws-tr-detail.
         05 filler pic x(3) value spaces.
         05 ws-trd-type pic x.
         05 filler pic x(3) value spaces.
         05 ws-trd-num pic x(8).
         05 filler pic x(3) value spaces.
         05 ws-trd-from pic xx.
         05 filler pic x(4) value spaces.
         05 ws-trd-to pic xx.
         05 filler pic x(3) value spaces.
         05 ws-trd-sku pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-trd-qty pic zzzz9.
         05 filler pic x(3) value spaces.
         05 ws-trd-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-trd-result pic x(26).

       01 ws-tr-aging-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "IN TRANSIT PAST THE AGING LIMIT".

       01 ws-tr-aging-detail.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "TRANSFER: ".
         05 ws-tra-num pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-tra-from pic xx.
         05 filler pic x(4) value " TO ".
         05 ws-tra-to pic xx.
         05 filler pic x(2) value spaces.
         05 ws-tra-sku pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-tra-qty pic zzzz9.
         05 filler pic x(10) value "  SHIPPED ".
         05 ws-tra-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-tra-days pic zzzz9.
         05 filler pic x(5) value " DAYS".

       01 ws-tr-shrink-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(44) value
                   "TRANSFER SHRINK BY SENDING STORE (TONIGHT)".

       01 ws-tr-shrink-detail.
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "STORE: ".
         05 ws-trs-store pic xx.
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "UNITS: ".
         05 ws-trs-units pic zzzzzz9-.
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "VALUE: ".
         05 ws-trs-value pic $$,$$$,$$9.99-.

       01 ws-tr-total-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(16) value "TRANSFER CARDS: ".
         05 ws-trt-read pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-trt-rejected pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "AGING: ".
         05 ws-trt-aged pic zzzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
               goback
           end-if.

           perform 090-load-on-order.
           perform 100-apply-receipts.
           perform 110-apply-layaway-restock.
           perform 130-apply-adjustments.
           perform 140-apply-transfers.
      * the opening image is taken after the receipts land (so the
      * consumed receipts survive a same-day rerun rebuild), the
      * posted date is stamped next, and only then is the receipts
      * that still comes out whole
           perform 060-snapshot-opening-image.
           perform 070-stamp-posted-date.
           perform 107-rewrite-on-order.
           perform 146-rewrite-intransit.
           perform 105-clear-receipts.
           perform 115-rewrite-layaway-restock.
           perform 135-clear-adjustments.
           perform 148-clear-transfers.

           open input sl-records-file.
           if ws-slr-status <> "00"
               move 16 to return-code
               goback
           end-if.
           perform 170-load-dispositions.
           perform 180-open-disposition-log.
           perform 300-read-return.
           perform 350-apply-return until ws-ret-eof = "Y".
           close returns-file.
           perform 380-finish-dispositions.

           perform 400-rewrite-inventory-master.
           perform 500-write-reports.
           perform 550-write-transfer-report.
           perform 700-write-run-log.
           goback.

                   move im-store-num to ws-inv-store(ws-num-rows)
                   move im-sku-code to ws-inv-sku(ws-num-rows)
                   move im-on-hand to ws-inv-on-hand(ws-num-rows)
                   perform 056-load-buckets
                   read inventory-master-file
                       at end
                           move "Y" to ws-im-eof
               move im-store-num to ws-inv-store(ws-num-rows)
               move im-sku-code to ws-inv-sku(ws-num-rows)
               move im-on-hand to ws-inv-on-hand(ws-num-rows)
               perform 056-load-buckets
               read inventory-prev-file into im-record
                   at end
                       move "Y" to ws-im-eof
           end-if.
           close inventory-prev-file.

       056-load-buckets.
      * a row written before the buckets existed has none yet
           if im-damaged numeric
               move im-damaged to ws-inv-damaged(ws-num-rows)
           else
               move 0 to ws-inv-damaged(ws-num-rows)
           end-if.
           if im-rtv numeric
               move im-rtv to ws-inv-rtv(ws-num-rows)
           else
               move 0 to ws-inv-rtv(ws-num-rows)
           end-if.

       060-snapshot-opening-image.
      * the image the day's sales and returns post against, for
      * same-day rerun rebuilds; on a rerun the image on disk is
               move ws-inv-store(ws-sub) to im-store-num
               move ws-inv-sku(ws-sub) to im-sku-code
               move ws-inv-on-hand(ws-sub) to im-on-hand
               move ws-inv-damaged(ws-sub) to im-damaged
               move ws-inv-rtv(ws-sub) to im-rtv
               write ip-record from im-record
           end-perform.
           close inventory-prev-file.
           write ipd-record.
           close inventory-posted-file.

       090-load-on-order.
           open input on-order-file.
           if ws-oo-status <> "00"
               exit paragraph
           end-if.
           read on-order-file
               at end
                   move "Y" to ws-oo-eof.
           perform until ws-oo-eof = "Y"
               or ws-num-oo >= 2000
               add 1 to ws-num-oo
               move oo-store-num to ws-oo-store(ws-num-oo)
               move oo-sku-code to ws-oo-sku(ws-num-oo)
               move oo-quantity to ws-oo-quantity(ws-num-oo)
               move oo-order-date to ws-oo-order-date(ws-num-oo)
               read on-order-file
                   at end
                       move "Y" to ws-oo-eof
               end-read
           end-perform.
           if ws-oo-eof not = "Y" and ws-num-oo >= 2000
               display "INVENTORY: ON-ORDER FILE EXCEEDS 2000 ROWS - "
                 "RECEIPTS NOT RELIEVED AGAINST IT"
               move "Y" to ws-oo-overflow
           end-if.
           close on-order-file.

       100-apply-receipts.
           open input receipts-file.
           if ws-rcpt-status <> "00"
               if ws-found-sub > 0
                   add rcpt-quantity to ws-inv-on-hand(ws-found-sub)
               end-if
               move rcpt-quantity to ws-relieve-qty
               perform 120-relieve-on-order
               read receipts-file
                   at end
                       move "Y" to ws-rcpt-eof
           end-perform.
           close receipts-file.

       107-rewrite-on-order.
      * fully received orders drop off; only rewritten when receipts
      * arrived, since nothing else here changes the file
           if ws-rcpt-status <> "00" or ws-oo-status <> "00"
             or ws-oo-overflow = "Y"
               exit paragraph
           end-if.
           open output on-order-file.
           perform varying ws-oo-sub from 1 by 1
             until ws-oo-sub > ws-num-oo
               if ws-oo-quantity(ws-oo-sub) > 0
                   move ws-oo-store(ws-oo-sub) to oo-store-num
                   move ws-oo-sku(ws-oo-sub) to oo-sku-code
                   move ws-oo-quantity(ws-oo-sub) to oo-quantity
                   move ws-oo-order-date(ws-oo-sub) to oo-order-date
                   write oo-record
               end-if
           end-perform.
           close on-order-file.

       105-clear-receipts.
      * consumed receipts must not be applied twice on tomorrow's
      * run; cleared only once the opening image holding them is
           open output receipts-file.
           close receipts-file.

       110-apply-layaway-restock.
      * only forfeitures from an earlier night are due; tonight's are
      * held so a forced rerun of the whole chain never restocks the
      * same goods before LAYAWAY has re-queued them
           open input restock-file.
           if ws-rs-status <> "00"
               exit paragraph
           end-if.

           read restock-file
               at end
                   move "Y" to ws-rs-eof.
           perform until ws-rs-eof = "Y"
               if rs-forfeit-date < ws-processing-date
                   move rs-store-num to ws-lookup-store
                   move rs-sku-code to ws-lookup-sku
                   perform 160-find-or-add-row
                   if ws-found-sub > 0
                       add rs-quantity to ws-inv-on-hand(ws-found-sub)
                       add 1 to ws-restocked-count
                   end-if
               else
                   if ws-num-held < 500
                       add 1 to ws-num-held
                       move rs-record to ws-held-row(ws-num-held)
                   end-if
               end-if
               read restock-file
                   at end
                       move "Y" to ws-rs-eof
               end-read
           end-perform.
           close restock-file.

       115-rewrite-layaway-restock.
           if ws-rs-status <> "00"
               exit paragraph
           end-if.
           open output restock-file.
           perform varying ws-held-sub from 1 by 1
             until ws-held-sub > ws-num-held
               write rs-record from ws-held-row(ws-held-sub)
           end-perform.
           close restock-file.

       120-relieve-on-order.
      * the file is kept in order-date sequence, so the first match
      * is the oldest order; a receipt larger than what is on order
      * simply relieves everything
           perform varying ws-oo-sub from 1 by 1
             until ws-oo-sub > ws-num-oo or ws-relieve-qty = 0
               if ws-oo-store(ws-oo-sub) = rcpt-store-num
                 and ws-oo-sku(ws-oo-sub) = rcpt-sku-code
                   if ws-oo-quantity(ws-oo-sub) > ws-relieve-qty
                       subtract ws-relieve-qty
                         from ws-oo-quantity(ws-oo-sub)
                       move 0 to ws-relieve-qty
                   else
                       subtract ws-oo-quantity(ws-oo-sub)
                         from ws-relieve-qty
                       move 0 to ws-oo-quantity(ws-oo-sub)
                   end-if
               end-if
           end-perform.

       130-apply-adjustments.
      * a supplemental run leaves the queue for the regular run, the
      * only run GLJOURNAL posts the adjustments from
           if ws-supp-seq > 0
               move "NO" to ws-ia-status
               exit paragraph
           end-if.
           open input adjust-file.
           if ws-ia-status <> "00"
               exit paragraph
           end-if.
           open extend adjust-log-file.
           if ws-al-status = "35"
               open output adjust-log-file
           end-if.

           read adjust-file
               at end
                   move "Y" to ws-ia-eof.
           perform until ws-ia-eof = "Y"
               move ia-store-num to ws-lookup-store
               move ia-sku-code to ws-lookup-sku
               perform 160-find-or-add-row
               if ws-found-sub > 0
                   add ia-quantity to ws-inv-on-hand(ws-found-sub)
                   add 1 to ws-adjusted-count
                   move ws-processing-date to al-post-date
                   move ia-record to al-adjustment
                   write al-record
               end-if
               read adjust-file
                   at end
                       move "Y" to ws-ia-eof
               end-read
           end-perform.
           close adjust-file, adjust-log-file.

       135-clear-adjustments.
           if ws-ia-status <> "00"
               exit paragraph
           end-if.
           open output adjust-file.
           close adjust-file.

       140-apply-transfers.
           compute ws-it-purge-date = function date-of-integer(
             function integer-of-date(ws-processing-date)
             - ws-it-keep-days).
           open input transfer-control-file.
           if ws-tc-status = "00"
               read transfer-control-file
                   at end
                       continue
                   not at end
                       if tc-aging-days numeric and tc-aging-days > 0
                           move tc-aging-days to ws-aging-days
                       end-if
               end-read
               close transfer-control-file
           end-if.
           perform 141-load-sku-prices.
           perform 142-load-intransit.

           open output transfer-report.
           write tr-output from ws-tr-heading-1.
           write tr-output from ws-blank-line.
           write tr-output from ws-tr-heading-2.

           open input transfer-file.
           if ws-tr-status <> "00"
               exit paragraph
           end-if.
           close transfer-file.

      * all the outs first, then all the ins
           move "O" to ws-tr-pass.
           perform 143-transfer-pass.
           move "I" to ws-tr-pass.
           perform 143-transfer-pass.

       141-load-sku-prices.
           open input sku-master-file.
           if ws-sku-master-status <> "00"
               exit paragraph
           end-if.
           read sku-master-file
               at end
                   move "Y" to ws-sku-master-eof.
           perform until ws-sku-master-eof = "Y"
               or ws-num-skus >= 1000
               add 1 to ws-num-skus
               move skm-sku-code to ws-sku-tbl-code(ws-num-skus)
               move skm-unit-price to ws-sku-tbl-price(ws-num-skus)
               read sku-master-file
                   at end
                       move "Y" to ws-sku-master-eof
               end-read
           end-perform.
           close sku-master-file.

       142-load-intransit.
           open input intransit-file.
           if ws-it-status <> "00"
               exit paragraph
           end-if.
           read intransit-file
               at end
                   move "Y" to ws-it-eof.
           perform until ws-it-eof = "Y"
      * received transfers age off once they are no use to anyone
               if it-status = "T"
                 or it-received-date > ws-it-purge-date
                   if ws-num-it < 2000
                       add 1 to ws-num-it
                       move it-transfer-num to ws-it-num(ws-num-it)
                       move it-from-store to ws-it-from(ws-num-it)
                       move it-to-store to ws-it-to(ws-num-it)
                       move it-sku-code to ws-it-sku(ws-num-it)
                       move it-shipped-qty to ws-it-shipped(ws-num-it)
                       move it-ship-date to ws-it-ship-date(ws-num-it)
                       move it-received-qty
                         to ws-it-received(ws-num-it)
                       move it-received-date
                         to ws-it-received-date(ws-num-it)
                       move it-status to ws-it-state(ws-num-it)
                   else
                       move "Y" to ws-it-overflow
                   end-if
               end-if
               read intransit-file
                   at end
                       move "Y" to ws-it-eof
               end-read
           end-perform.
           close intransit-file.
           if ws-it-overflow = "Y"
               display "INVENTORY: IN-TRANSIT FILE EXCEEDS 2000 "
                 "TRANSFERS - TRANSFERS LEFT UNAPPLIED"
               move 8 to ws-condition-code
           end-if.

       143-transfer-pass.
      * refusing beats silently dropping transfer 2001 on the rewrite
           if ws-it-overflow = "Y"
               exit paragraph
           end-if.
           move "N" to ws-tr-eof.
           open input transfer-file.
           read transfer-file
               at end
                   move "Y" to ws-tr-eof.
           perform until ws-tr-eof = "Y"
               if tr-type = ws-tr-pass
                   add 1 to ws-transfers-read
                   if tr-type = "O"
                       perform 144-ship-transfer
                   else
                       perform 145-receive-transfer
                   end-if
               else
                   if ws-tr-pass = "O"
                     and tr-type not = "O" and tr-type not = "I"
                       add 1 to ws-transfers-read
                       move "INVALID TRANSFER TYPE" to ws-tr-reason
                       perform 147-reject-transfer
                   end-if
               end-if
               read transfer-file
                   at end
                       move "Y" to ws-tr-eof
               end-read
           end-perform.
           close transfer-file.

       144-ship-transfer.
           perform 149-find-transfer.
           evaluate true
               when ws-it-found > 0
                   move "DUPLICATE TRANSFER NUMBER" to ws-tr-reason
                   perform 147-reject-transfer
               when tr-from-store = tr-to-store
                   move "SENDING = RECEIVING STORE" to ws-tr-reason
                   perform 147-reject-transfer
               when tr-quantity not numeric or tr-quantity = 0
                   move "QUANTITY NOT VALID" to ws-tr-reason
                   perform 147-reject-transfer
               when ws-num-it >= 2000
                   move "IN-TRANSIT FILE FULL" to ws-tr-reason
                   perform 147-reject-transfer
               when other
                   move tr-from-store to ws-lookup-store
                   move tr-sku-code to ws-lookup-sku
                   perform 160-find-or-add-row
                   if ws-found-sub > 0
                       subtract tr-quantity
                         from ws-inv-on-hand(ws-found-sub)
                   end-if
                   add 1 to ws-num-it
                   move tr-transfer-num to ws-it-num(ws-num-it)
                   move tr-from-store to ws-it-from(ws-num-it)
                   move tr-to-store to ws-it-to(ws-num-it)
                   move tr-sku-code to ws-it-sku(ws-num-it)
                   move tr-quantity to ws-it-shipped(ws-num-it)
                   move tr-date to ws-it-ship-date(ws-num-it)
                   move 0 to ws-it-received(ws-num-it)
                   move 0 to ws-it-received-date(ws-num-it)
                   move "T" to ws-it-state(ws-num-it)
                   move "SHIPPED" to ws-tr-reason
                   perform 151-list-transfer
           end-evaluate.

       145-receive-transfer.
           perform 149-find-transfer.
           evaluate true
               when ws-it-found = 0
                   move "TRANSFER NOT SHIPPED" to ws-tr-reason
                   perform 147-reject-transfer
               when ws-it-state(ws-it-found) not = "T"
                   move "TRANSFER ALREADY RECEIVED" to ws-tr-reason
                   perform 147-reject-transfer
               when tr-to-store not = ws-it-to(ws-it-found)
                 or tr-sku-code not = ws-it-sku(ws-it-found)
                   move "STORE/SKU DIFFERS FROM OUT" to ws-tr-reason
                   perform 147-reject-transfer
               when tr-quantity not numeric
                   move "QUANTITY NOT VALID" to ws-tr-reason
                   perform 147-reject-transfer
               when other
                   move tr-to-store to ws-lookup-store
                   move tr-sku-code to ws-lookup-sku
                   perform 160-find-or-add-row
                   if ws-found-sub > 0
                       add tr-quantity to ws-inv-on-hand(ws-found-sub)
                   end-if
                   move tr-quantity to ws-it-received(ws-it-found)
                   move tr-date to ws-it-received-date(ws-it-found)
                   move "R" to ws-it-state(ws-it-found)
                   move "RECEIVED" to ws-tr-reason
                   perform 151-list-transfer
                   perform 152-charge-transfer-shrink
           end-evaluate.

       146-rewrite-intransit.
           if ws-it-overflow = "Y"
               exit paragraph
           end-if.
           open output intransit-file.
           perform varying ws-it-sub from 1 by 1
             until ws-it-sub > ws-num-it
               move ws-it-num(ws-it-sub) to it-transfer-num
               move ws-it-from(ws-it-sub) to it-from-store
               move ws-it-to(ws-it-sub) to it-to-store
               move ws-it-sku(ws-it-sub) to it-sku-code
               move ws-it-shipped(ws-it-sub) to it-shipped-qty
               move ws-it-ship-date(ws-it-sub) to it-ship-date
               move ws-it-received(ws-it-sub) to it-received-qty
               move ws-it-received-date(ws-it-sub) to it-received-date
               move ws-it-state(ws-it-sub) to it-status
               write it-record
           end-perform.
           close intransit-file.

       147-reject-transfer.
           add 1 to ws-transfers-rejected.
           perform 151-list-transfer.

       148-clear-transfers.
      * consumed transfers must not move stock twice; cleared, like
      * the receipts, only once the opening image is on disk -- and
      * left alone if the in-transit file could not take them
           if ws-tr-status <> "00" or ws-it-overflow = "Y"
               exit paragraph
           end-if.
           open output transfer-file.
           close transfer-file.

       149-find-transfer.
           move 0 to ws-it-found.
           perform varying ws-it-idx from 1 by 1
             until ws-it-idx > ws-num-it
               if tr-transfer-num = ws-it-num(ws-it-idx)
                   move ws-it-idx to ws-it-found
               end-if
           end-perform.

       151-list-transfer.
           move tr-type to ws-trd-type.
           move tr-transfer-num to ws-trd-num.
           move tr-from-store to ws-trd-from.
           move tr-to-store to ws-trd-to.
           move tr-sku-code to ws-trd-sku.
           move tr-quantity to ws-trd-qty.
           move tr-date to ws-trd-date.
           move ws-tr-reason to ws-trd-result.
           write tr-output from ws-tr-detail.

       152-charge-transfer-shrink.
      * whatever left the sender and never reached the receiver is
      * the sender's loss; a surplus comes back off it
           compute ws-ts-diff =
             ws-it-shipped(ws-it-found) - ws-it-received(ws-it-found).
           if ws-ts-diff = 0
               exit paragraph
           end-if.
           move 0 to ws-lookup-price.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus
               if ws-it-sku(ws-it-found) = ws-sku-tbl-code(ws-sku-idx)
                   move ws-sku-tbl-price(ws-sku-idx) to ws-lookup-price
               end-if
           end-perform.
           compute ws-ts-diff-value = ws-ts-diff * ws-lookup-price.

           move 0 to ws-ts-found.
           perform varying ws-ts-sub from 1 by 1
             until ws-ts-sub > ws-num-ts
               if ws-ts-store(ws-ts-sub) = ws-it-from(ws-it-found)
                   move ws-ts-sub to ws-ts-found
               end-if
           end-perform.
           if ws-ts-found = 0 and ws-num-ts < 50
               add 1 to ws-num-ts
               move ws-num-ts to ws-ts-found
               move ws-it-from(ws-it-found) to ws-ts-store(ws-ts-found)
               move 0 to ws-ts-units(ws-ts-found)
               move 0 to ws-ts-value(ws-ts-found)
           end-if.
           if ws-ts-found > 0
               add ws-ts-diff to ws-ts-units(ws-ts-found)
               add ws-ts-diff-value to ws-ts-value(ws-ts-found)
           end-if.

       160-find-or-add-row.
           move 0 to ws-found-sub.
           perform varying ws-inv-idx from 1 by 1
               move ws-lookup-store to ws-inv-store(ws-found-sub)
               move ws-lookup-sku to ws-inv-sku(ws-found-sub)
               move 0 to ws-inv-on-hand(ws-found-sub)
               move 0 to ws-inv-damaged(ws-found-sub)
               move 0 to ws-inv-rtv(ws-found-sub)
           end-if.

       170-load-dispositions.
      * sent with the day's transactions and replaced with them, so a
      * same-day rerun routes the returns exactly as the first run did
           open output disposition-report.
           move ws-processing-date to ws-rdh-date.
           write rdr-output from ws-rd-heading-1.
           write rdr-output from ws-blank-line.
           write rdr-output from ws-rd-heading-2.

           open input disposition-file.
           if ws-rd-status <> "00"
               exit paragraph
           end-if.
           read disposition-file
               at end
                   move "Y" to ws-rd-eof.
           perform until ws-rd-eof = "Y"
               if ws-num-rd >= 500
                   move "Y" to ws-rd-overflow
                   move "Y" to ws-rd-eof
               else
                   add 1 to ws-num-rd
                   move rd-store-num to ws-rd-store(ws-num-rd)
                   move rd-invoice-num to ws-rd-invoice(ws-num-rd)
                   move rd-sku-code to ws-rd-sku(ws-num-rd)
                   move rd-disposition to ws-rd-code(ws-num-rd)
                   if rd-quantity numeric
                       move rd-quantity to ws-rd-qty(ws-num-rd)
                   else
                       move 0 to ws-rd-qty(ws-num-rd)
                   end-if
                   move ws-rd-qty(ws-num-rd) to ws-rd-left(ws-num-rd)
                   read disposition-file
                       at end
                           move "Y" to ws-rd-eof
                   end-read
               end-if
           end-perform.
           close disposition-file.
           if ws-rd-overflow = "Y"
               display "INVENTORY: MORE THAN 500 RETURN DISPOSITIONS - "
                 "THE REST ARE RESTOCKED"
           end-if.

       180-open-disposition-log.
      * a regular run drops rows past their keep period and any rows
      * already posted for this date (a rerun posts them again); a
      * supplemental run adds to the day's rows
           if ws-supp-seq = 0
               compute ws-dl-purge-date = function date-of-integer(
                 function integer-of-date(ws-processing-date)
                 - ws-dl-keep-days)
               open input disposition-log-file
               if ws-dl-status = "00"
                   open output disposition-work-file
                   read disposition-log-file
                       at end
                           move "Y" to ws-dl-eof
                   end-read
                   perform until ws-dl-eof = "Y"
                       if dl-post-date >= ws-dl-purge-date
                         and dl-post-date < ws-processing-date
                           write dw-record from dl-record
                       end-if
                       read disposition-log-file
                           at end
                               move "Y" to ws-dl-eof
                       end-read
                   end-perform
                   close disposition-log-file, disposition-work-file
                   open input disposition-work-file
                   open output disposition-log-file
                   move "N" to ws-dl-eof
                   read disposition-work-file
                       at end
                           move "Y" to ws-dl-eof
                   end-read
                   perform until ws-dl-eof = "Y"
                       write dl-record from dw-record
                       read disposition-work-file
                           at end
                               move "Y" to ws-dl-eof
                       end-read
                   end-perform
                   close disposition-work-file, disposition-log-file
               end-if
           end-if.
           open extend disposition-log-file.
           if ws-dl-status = "35"
               open output disposition-log-file
           end-if.

       200-read-sl.
           add 1 to ws-records-read.

      * a void reverses the sale it cancels, so the goods never left
      * the store and go back on the book.  Goods set aside on a
      * layaway come off the sellable on-hand the day it opens; they
      * come back through the restock queue if it is cancelled or
      * forfeited, and a pickup leaves them off for good
           evaluate slr-trans-code
               when "S"
                   compute ws-apply-qty = 0 - slr-quantity
                   perform 260-post-movement
               when "L"
                   compute ws-apply-qty = 0 - slr-quantity
                   perform 260-post-movement
               when "V"
                   move slr-quantity to ws-apply-qty
                   perform 260-post-movement
       350-apply-return.
           add 1 to ws-records-read.

      * the back room's dispositions for this return are used in file
      * order; whatever they do not cover goes back on the shelf
           if ret-trans-code = "R"
               move ret-store-num to ws-lookup-store
               move ret-sku-code to ws-lookup-sku
               perform 160-find-or-add-row
               if ws-found-sub > 0
                   move ret-quantity to ws-ret-left
                   perform varying ws-rd-sub from 1 by 1
                     until ws-rd-sub > ws-num-rd or ws-ret-left = 0
                       if ws-rd-store(ws-rd-sub) = ret-store-num
                         and ws-rd-invoice(ws-rd-sub) = ret-invoice-num
                         and ws-rd-sku(ws-rd-sub) = ret-sku-code
                         and ws-rd-valid-code(ws-rd-sub)
                         and ws-rd-left(ws-rd-sub) > 0
                           if ws-rd-left(ws-rd-sub) > ws-ret-left
                               move ws-ret-left to ws-route-qty
                           else
                               move ws-rd-left(ws-rd-sub)
                                 to ws-route-qty
                           end-if
                           subtract ws-route-qty
                             from ws-rd-left(ws-rd-sub)
                           subtract ws-route-qty from ws-ret-left
                           move ws-rd-code(ws-rd-sub) to ws-route-code
                           move spaces to ws-rdd-note
                           perform 360-route-return
                       end-if
                   end-perform
                   if ws-ret-left > 0
                       move ws-ret-left to ws-route-qty
                       move "R" to ws-route-code
                       move "NO DISPOSITION KEYED"
                         to ws-rdd-note
                       perform 360-route-return
                   end-if
               end-if
           end-if.

           perform 300-read-return.

       360-route-return.
           move 0 to ws-lookup-price.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus
               if ret-sku-code = ws-sku-tbl-code(ws-sku-idx)
                   move ws-sku-tbl-price(ws-sku-idx) to ws-lookup-price
               end-if
           end-perform.
           if ws-lookup-price = 0
               move ret-unit-price to ws-lookup-price
           end-if.

           evaluate ws-route-code
               when "R"
                   add ws-route-qty to ws-inv-on-hand(ws-found-sub)
                   add ws-route-qty to ws-rd-restock-units
                   move "RESTOCK" to ws-rdd-disposition
               when "D"
                   add ws-route-qty to ws-inv-damaged(ws-found-sub)
                   add ws-route-qty to ws-rd-damaged-units
                   move "DAMAGED" to ws-rdd-disposition
               when "V"
                   add ws-route-qty to ws-inv-rtv(ws-found-sub)
                   add ws-route-qty to ws-rd-rtv-units
                   move "RETURN TO VENDOR" to ws-rdd-disposition
               when "X"
                   add ws-route-qty to ws-rd-destroy-units
                   move "DESTROY" to ws-rdd-disposition
           end-evaluate.
           add 1 to ws-routed-count.

           move ret-store-num to ws-rdd-store.
           move ret-invoice-num to ws-rdd-invoice.
           move ret-sku-code to ws-rdd-sku.
           move ws-route-qty to ws-rdd-qty.
           compute ws-rdd-value = ws-route-qty * ws-lookup-price.
           write rdr-output from ws-rd-detail.

           move ws-processing-date to dl-post-date.
           move ret-store-num to dl-store-num.
           move ret-invoice-num to dl-invoice-num.
           move ret-sku-code to dl-sku-code.
           move ws-route-code to dl-disposition.
           move ws-route-qty to dl-quantity.
           move ws-lookup-price to dl-unit-value.
           move ws-supp-seq to dl-supp-seq.
           write dl-record.

       380-finish-dispositions.
           close disposition-log-file.
           write rdr-output from ws-blank-line.
           write rdr-output from ws-rd-exception-heading.
           perform varying ws-rd-sub from 1 by 1
             until ws-rd-sub > ws-num-rd
               move spaces to ws-rde-reason
               evaluate true
                   when not ws-rd-valid-code(ws-rd-sub)
                       move "UNKNOWN DISPOSITION CODE"
                         to ws-rde-reason
                   when ws-rd-left(ws-rd-sub) = ws-rd-qty(ws-rd-sub)
                       move "NO MATCHING RETURN" to ws-rde-reason
                   when ws-rd-left(ws-rd-sub) > 0
                       move "MORE THAN WAS RETURNED"
                         to ws-rde-reason
               end-evaluate
               if ws-rde-reason not = spaces
                   add 1 to ws-rd-exceptions
                   move ws-rd-store(ws-rd-sub) to ws-rde-store
                   move ws-rd-invoice(ws-rd-sub) to ws-rde-invoice
                   move ws-rd-sku(ws-rd-sub) to ws-rde-sku
                   move ws-rd-left(ws-rd-sub) to ws-rde-qty
                   move ws-rd-code(ws-rd-sub) to ws-rde-code
                   write rdr-output from ws-rd-exception-line
               end-if
           end-perform.

           move ws-rd-restock-units to ws-rdt-restock.
           move ws-rd-damaged-units to ws-rdt-damaged.
           move ws-rd-rtv-units to ws-rdt-rtv.
           move ws-rd-destroy-units to ws-rdt-destroy.
           move ws-rd-exceptions to ws-rdt-exceptions.
           write rdr-output from ws-blank-line.
           write rdr-output from ws-rd-total-line.
           close disposition-report.

           if ws-rd-exceptions > 0 or ws-rd-overflow = "Y"
               if ws-condition-code < 4
                   move 4 to ws-condition-code
               end-if
           end-if.

       400-rewrite-inventory-master.
           open output inventory-master-file.
           perform varying ws-sub from 1 by 1
               move ws-inv-store(ws-sub) to im-store-num
               move ws-inv-sku(ws-sub) to im-sku-code
               move ws-inv-on-hand(ws-sub) to im-on-hand
               move ws-inv-damaged(ws-sub) to im-damaged
               move ws-inv-rtv(ws-sub) to im-rtv
               write im-record
               add 1 to ws-rows-written
           end-perform.
               move ws-inv-store(ws-sub) to ws-oh-store
               move ws-inv-sku(ws-sub) to ws-oh-sku
               move ws-inv-on-hand(ws-sub) to ws-oh-qty
               move ws-inv-damaged(ws-sub) to ws-oh-damaged
               move ws-inv-rtv(ws-sub) to ws-oh-rtv
               write oh-output from ws-oh-detail
               if ws-inv-on-hand(ws-sub) < 0
                   add 1 to ws-shrink-count
           write sh-output from ws-sh-total-line.
           close onhand-report, shrink-report.

       550-write-transfer-report.
      * the report was opened and the night's activity listed as the
      * transfers were applied
           compute ws-today-int =
             function integer-of-date(ws-processing-date).
           write tr-output from ws-blank-line.
           write tr-output from ws-tr-aging-heading.
           perform varying ws-it-sub from 1 by 1
             until ws-it-sub > ws-num-it
               if ws-it-state(ws-it-sub) = "T"
                   compute ws-days-in-transit = ws-today-int
                     - function integer-of-date(
                       ws-it-ship-date(ws-it-sub))
                   if ws-days-in-transit > ws-aging-days
                       add 1 to ws-aged-count
                       move ws-it-num(ws-it-sub) to ws-tra-num
                       move ws-it-from(ws-it-sub) to ws-tra-from
                       move ws-it-to(ws-it-sub) to ws-tra-to
                       move ws-it-sku(ws-it-sub) to ws-tra-sku
                       move ws-it-shipped(ws-it-sub) to ws-tra-qty
                       move ws-it-ship-date(ws-it-sub) to ws-tra-date
                       move ws-days-in-transit to ws-tra-days
                       write tr-output from ws-tr-aging-detail
                   end-if
               end-if
           end-perform.

           write tr-output from ws-blank-line.
           write tr-output from ws-tr-shrink-heading.
           perform varying ws-ts-sub from 1 by 1
             until ws-ts-sub > ws-num-ts
               move ws-ts-store(ws-ts-sub) to ws-trs-store
               move ws-ts-units(ws-ts-sub) to ws-trs-units
               move ws-ts-value(ws-ts-sub) to ws-trs-value
               write tr-output from ws-tr-shrink-detail
           end-perform.

           move ws-transfers-read to ws-trt-read.
           move ws-transfers-rejected to ws-trt-rejected.
           move ws-aged-count to ws-trt-aged.
           write tr-output from ws-blank-line.
           write tr-output from ws-tr-total-line.
           close transfer-report.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.
           move ws-rows-written to rl-records-written.
           move ws-receipts-read to rl-records-written-2.
           move ws-shrink-count to rl-records-written-3.
           compute rl-records-written-4 =
             ws-restocked-count + ws-adjusted-count.

           open extend run-log-file.
           write rl-record.

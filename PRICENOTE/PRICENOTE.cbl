       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. PRICENOTE.
      **************************************************************************
      * Nightly price-change notices and shelf labels.  A store used to
      * learn of a new price only when EDIT started parking its scans
      * in suspense for a price-extension mismatch.  Each night this
      * stage tells every active store what changes before it opens
      * on the next business day (weekends and calendar holidays
      * skipped):
      *
      *   - every price SKUMAINT changed at once from a card since the
      *     last run (price-change-feed.dat, consumed here), shown as
      *     IN EFFECT NOW
      *   - every price change queued on sku-price-pending.dat that
      *     comes due after tonight and up to that business day,
      *     shown as SCHEDULED -- a SKU changed more than once in the
      *     window shows the shelf price the store has now against
      *     the last price, and one that ends where it started is
      *     left off
      *   - every promotion on promo-master.dat that starts in the
      *     window (STARTS) or whose last day falls between tonight
      *     and that business day (ENDED), priced off the regular
      *     price the till will carry, the way EDIT discounts it
      *
      * Each store sees only SKUs it has a row for on
      * inventory-master.dat; a promotion for ALL items goes to every
      * store.  price-notice-NN.out is the store's notice and
      * shelf-labels-NN.dat its label print file (P new price,
      * S promotion sign, E back to regular price), both rewritten
      * every night so yesterday's labels are never printed twice.
      * price-notice-control.out lists every change and promotion
      * with the number of stores told, and each store's counts.
      * A supplemental run is for a day already past: it writes the
      * control listing only and leaves the feed for the next
      * regular run.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select business-calendar-file
               assign to "../business-calendar.dat"
               organization is line sequential
               file status is ws-calendar-status.

           select store-master-file
               assign to "../store-master.dat"
               organization is line sequential
               file status is ws-store-master-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select price-change-feed-file
               assign to "../price-change-feed.dat"
               organization is line sequential
               file status is ws-feed-status.

           select price-pending-file
               assign to "../sku-price-pending.dat"
               organization is line sequential
               file status is ws-pending-status.

           select promo-master-file
               assign to "../promo-master.dat"
               organization is line sequential
               file status is ws-promo-status.

           select inventory-master-file
               assign to "../inventory-master.dat"
               organization is line sequential
               file status is ws-im-status.

           select notice-file
               assign to "PRICENOTICE"
               organization is line sequential.

           select label-file
               assign to "SHELFLABELS"
               organization is line sequential.

           select control-report
               assign to "../price-notice-control.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd business-calendar-file
          data record is bc-record
          record contains 29 characters.

       01 bc-record.
         05 bc-type pic x.
         05 bc-date pic 9(8).
         05 bc-days-back pic 9(3).
         05 bc-override pic x.
         05 bc-text pic x(16).

       fd store-master-file
          data record is sm-record
          record contains 33 characters.

       01 sm-record.
         05 sm-store-num pic xx.
         05 sm-store-name pic x(20).
         05 sm-active-flag pic x.
         05 sm-district pic xx.
         05 sm-grace-end pic 9(8).

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

      * written by SKUMAINT
       fd price-change-feed-file
           record contains 43 characters
           data record is pcf-record.

       01 pcf-record.
         05 pcf-applied-date pic 9(8).
         05 pcf-sku-code pic x(15).
         05 pcf-old-price pic 9(4)V99.
         05 pcf-new-price pic 9(4)V99.
         05 pcf-user-id pic x(8).

      * SKUMAINT's queue, in its maintenance-card layout
       fd price-pending-file
           record contains 64 characters
           data record is pp-record.

       01 pp-record.
         05 pp-action pic x.
         05 pp-sku-code pic x(15).
         05 pp-sku-name pic x(20).
         05 pp-unit-price pic 9(4)V99.
         05 pp-effective-date pic 9(8).
         05 pp-user-id pic x(8).
         05 pp-unit-cost pic 9(4)V99.

       fd promo-master-file
          data record is pr-record
          record contains 48 characters.

       01 pr-record.
         05 pr-promo-code pic x(6).
         05 pr-sku-code pic x(15).
         05 pr-disc-type pic x.
         05 pr-percent pic 9(3).
         05 pr-amount pic 9(5)V99.
         05 pr-start-date pic 9(8).
         05 pr-end-date pic 9(8).

       fd inventory-master-file
           record contains 38 characters
           data record is im-record.

       01 im-record.
         05 im-store-num pic xx.
         05 im-sku-code pic x(15).
         05 im-on-hand pic s9(7).
         05 im-damaged pic s9(7).
         05 im-rtv pic s9(7).

       fd notice-file
           record contains 132 characters
           data record is pn-output.

       01 pn-output pic x(132).

      * one label or sign per record, for the store's label printer
       fd label-file
           record contains 90 characters
           data record is lb-record.

       01 lb-record.
         05 lb-store-num pic xx.
         05 lb-label-type pic x.
         05 lb-sku-code pic x(15).
         05 lb-sku-name pic x(20).
         05 lb-regular-price pic 9(4)V99.
         05 lb-promo-price pic 9(4)V99.
         05 lb-promo-code pic x(6).
         05 lb-disc-type pic x.
         05 lb-percent pic 9(3).
         05 lb-amount pic 9(5)V99.
         05 lb-effective-date pic 9(8).
         05 lb-through-date pic 9(8).
         05 filler pic x(7).

       fd control-report
           record contains 132 characters
           data record is pc-output.

       01 pc-output pic x(132).

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

       01 ws-run-ctl-status pic xx value spaces.
       01 ws-calendar-status pic xx value spaces.
       01 ws-store-master-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-feed-status pic xx value spaces.
       01 ws-pending-status pic xx value spaces.
       01 ws-promo-status pic xx value spaces.
       01 ws-im-status pic xx value spaces.
       01 ws-in-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-run-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.
       01 ws-next-date pic 9(8) value 0.
       01 ws-next-int pic 9(8) value 0.
       01 ws-day-of-week pic 9 value 0.
       01 ws-is-business-day pic x value "N".

       01 ws-num-holidays pic 99 value 0.
       01 ws-sub-h pic 99 value 0.
       01 ws-holiday-table.
         05 ws-holiday-date occurs 50 times pic 9(8).

       01 ws-num-stores pic 99 value 0.
       01 ws-st-sub pic 99 value 0.
       01 ws-sub-s pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 20 times.
           10 ws-st-num pic xx.
           10 ws-st-name pic x(20).
           10 ws-st-changes pic 9(4).
           10 ws-st-promos pic 9(4).
           10 ws-st-labels pic 9(4).

       01 ws-num-skus pic 9(4) value 0.
       01 ws-sku-sub pic 9(4) value 0.
       01 ws-sku-table.
         05 ws-sku-entry occurs 1000 times
                          indexed by ws-sku-idx.
           10 ws-sku-tbl-code pic x(15).
           10 ws-sku-tbl-name pic x(20).
           10 ws-sku-tbl-price pic 9(4)V99.

      * the night's net price changes, one row per SKU
       01 ws-num-changes pic 9(4) value 0.
       01 ws-chg-sub pic 9(4) value 0.
       01 ws-change-overflow pic x value "N".
       01 ws-change-table.
         05 ws-chg-entry occurs 500 times.
           10 ws-chg-sku pic x(15).
           10 ws-chg-name pic x(20).
           10 ws-chg-old-price pic 9(4)V99.
           10 ws-chg-new-price pic 9(4)V99.
           10 ws-chg-effective pic 9(8).
      * F = already applied off the feed, Q = coming off the queue
           10 ws-chg-source pic x.
           10 ws-chg-stores pic 99.
           10 ws-chg-stocked occurs 20 times pic x.

      * promotions starting (S) or ended (E) in the window
       01 ws-num-promos pic 99 value 0.
       01 ws-pr-sub pic 99 value 0.
       01 ws-promo-overflow pic x value "N".
       01 ws-promo-table.
         05 ws-pr-entry occurs 50 times.
           10 ws-pr-code pic x(6).
           10 ws-pr-sku pic x(15).
           10 ws-pr-name pic x(20).
           10 ws-pr-type pic x.
           10 ws-pr-percent pic 9(3).
           10 ws-pr-amount pic 9(5)V99.
           10 ws-pr-start pic 9(8).
           10 ws-pr-end pic 9(8).
           10 ws-pr-event pic x.
           10 ws-pr-regular pic 9(4)V99.
           10 ws-pr-price pic 9(4)V99.
           10 ws-pr-stores pic 99.
           10 ws-pr-stocked occurs 20 times pic x.

       01 ws-find-sku pic x(15) value spaces.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-price-work pic s9(6)V99 value 0.
       01 ws-price-calc pic s9(8)V99 value 0.
       01 ws-pct-remaining pic 9(3) value 0.

       01 ws-feed-rows pic 9(6) value 0.
       01 ws-pending-rows pic 9(6) value 0.
       01 ws-notices-written pic 9(6) value 0.
       01 ws-labels-written pic 9(6) value 0.
       01 ws-changes-sent pic 9(6) value 0.
       01 ws-promos-sent pic 9(6) value 0.

       01 ws-notice-filename pic x(30) value spaces.
       01 ws-label-filename pic x(30) value spaces.
       01 ws-lines-this-section pic 9(4) value 0.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-pn-heading-1.
         05 filler pic x(2) value spaces.
         05 filler pic x(29) value "PRICE-CHANGE NOTICE - STORE: ".
         05 ws-ph-store pic xx.
         05 filler pic x(3) value spaces.
         05 ws-ph-name pic x(20).

       01 ws-pn-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(17) value "FOR BUSINESS DAY ".
         05 ws-ph-next-date pic 9(8).
         05 filler pic x(13) value "   (PREPARED ".
         05 ws-ph-run-date pic 9(8).
         05 filler pic x value ")".

       01 ws-section-changes.
         05 filler pic x(2) value spaces.
         05 filler pic x(30) value "PRICE CHANGES".

       01 ws-section-promos.
         05 filler pic x(2) value spaces.
         05 filler pic x(30) value "PROMOTIONS STARTING OR ENDED".

       01 ws-none-line.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "NONE".

       01 ws-change-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(40) value
                   "SKU              DESCRIPTION            ".
         05 filler pic x(40) value
                   "OLD PRICE  NEW PRICE  EFFECTIVE  NOTE".

       01 ws-change-line.
         05 filler pic x(4) value spaces.
         05 ws-cl-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-cl-name pic x(20).
         05 filler pic x(5) value spaces.
         05 ws-cl-old-price pic zzz9.99.
         05 filler pic x(4) value spaces.
         05 ws-cl-new-price pic zzz9.99.
         05 filler pic x(2) value spaces.
         05 ws-cl-effective pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-cl-note pic x(13).
         05 filler pic x(3) value spaces.
         05 ws-cl-stores pic x(10).

       01 ws-promo-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(40) value
                   "PROMO   SKU              DESCRIPTION    ".
         05 filler pic x(40) value
                   "        ACTION   DISCOUNT     REG PRICE ".
         05 filler pic x(40) value
                   " PROMO PRICE  FROM      THROUGH".

       01 ws-promo-line.
         05 filler pic x(4) value spaces.
         05 ws-pl-code pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-pl-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-pl-name pic x(20).
         05 filler pic x(3) value spaces.
         05 ws-pl-action pic x(6).
         05 filler pic x(3) value spaces.
         05 ws-pl-discount pic x(12).
         05 filler pic x(3) value spaces.
         05 ws-pl-regular pic zzz9.99 blank when zero.
         05 filler pic x(6) value spaces.
         05 ws-pl-price pic zzz9.99 blank when zero.
         05 filler pic x(2) value spaces.
         05 ws-pl-start pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-pl-end pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-pl-stores pic x(10).

       01 ws-pct-edit pic zz9.
       01 ws-amt-edit pic zzzz9.99.
       01 ws-stores-edit pic z9.

       01 ws-pn-totals.
         05 filler pic x(2) value spaces.
         05 filler pic x(15) value "PRICE CHANGES: ".
         05 ws-pt-changes pic zzz9.
         05 filler pic x(15) value "   PROMOTIONS: ".
         05 ws-pt-promos pic zzz9.
         05 filler pic x(17) value "   SHELF LABELS: ".
         05 ws-pt-labels pic zzz9.

       01 ws-pc-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(41) value
                   "PRICE-CHANGE NOTICE CONTROL - PROCESSING ".
         05 ws-pch-run-date pic 9(8).
         05 filler pic x(20) value "   FOR BUSINESS DAY ".
         05 ws-pch-next-date pic 9(8).

       01 ws-pc-section-changes.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value "PRICE CHANGES IN THE WINDOW".

       01 ws-pc-section-promos.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value "PROMOTIONS STARTING OR ENDED".

       01 ws-pc-section-stores.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value "NOTICES WRITTEN".

       01 ws-pc-store-line.
         05 filler pic x(4) value spaces.
         05 filler pic x(7) value "STORE: ".
         05 ws-psl-store pic xx.
         05 filler pic x(3) value spaces.
         05 ws-psl-name pic x(20).
         05 filler pic x(3) value spaces.
         05 ws-psl-file pic x(24).
         05 filler pic x(12) value "   CHANGES: ".
         05 ws-psl-changes pic zzz9.
         05 filler pic x(9) value "  PROMOS:".
         05 ws-psl-promos pic zzz9.
         05 filler pic x(9) value "  LABELS:".
         05 ws-psl-labels pic zzz9.

       01 ws-pc-supp-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(39) value
                   "SUPPLEMENTAL RUN - NO NOTICES WRITTEN, ".
         05 filler pic x(40) value
                   "FEED LEFT FOR THE NEXT REGULAR RUN".

       01 ws-pc-summary.
         05 filler pic x(2) value spaces.
         05 filler pic x(16) value "STORES NOTIFIED:".
         05 ws-pcs-stores pic zz9.
         05 filler pic x(18) value "   CHANGES SENT: ".
         05 ws-pcs-changes pic zzz9.
         05 filler pic x(17) value "   PROMOS SENT: ".
         05 ws-pcs-promos pic zzz9.
         05 filler pic x(17) value "   LABELS: ".
         05 ws-pcs-labels pic zzzzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 040-load-controls.
           perform 045-find-next-business-day.

           open output control-report.
           move ws-run-date to ws-pch-run-date.
           move ws-next-date to ws-pch-next-date.
           write pc-output from ws-pc-heading.
           write pc-output from ws-blank-line.

      * a supplemental run is for a day the stores have already
      * traded -- there is nothing to tell them
           if ws-supp-seq > 0
               write pc-output from ws-pc-supp-line
               close control-report
               perform 700-write-run-log
               goback
           end-if.

           perform 050-load-store-master.
           perform 055-load-sku-master.
           perform 100-take-feed-changes.
           perform 150-scan-pending.
           perform 200-load-promotions.
           perform 250-mark-stocked.

           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-stores
               perform 300-write-store-files
           end-perform.

           perform 400-write-control-report.
           close control-report.
           perform 450-empty-feed.

           if ws-change-overflow = "Y" or ws-promo-overflow = "Y"
               display "PRICENOTE: MORE THAN 500 PRICE CHANGES OR 50 "
                 "PROMOTIONS IN THE WINDOW - THE REST ARE NOT ON THE "
                 "NOTICES"
               move 4 to ws-condition-code
           end-if.
           perform 700-write-run-log.
           goback.

       040-load-controls.
           move ws-start-date to ws-run-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-run-date
                       if run-ctl-supp numeric
                           move run-ctl-supp to ws-supp-seq
                       end-if
               end-read
               close run-control-file
           end-if.

           open input business-calendar-file.
           if ws-calendar-status = "00"
               move "N" to ws-in-eof
               read business-calendar-file
                   at end
                       move "Y" to ws-in-eof
               end-read
               perform until ws-in-eof = "Y"
                   if bc-type = "H" and ws-num-holidays < 50
                       add 1 to ws-num-holidays
                       move bc-date to ws-holiday-date(ws-num-holidays)
                   end-if
                   read business-calendar-file
                       at end
                           move "Y" to ws-in-eof
                   end-read
               end-perform
               close business-calendar-file
           end-if.

       045-find-next-business-day.
      * weekends and calendar holidays, as PIPELINE tests them; day 1
      * of the integer date scheme was a Monday, so mod 7 gives 6 for
      * Saturday and 0 for Sunday
           compute ws-next-int = function integer-of-date(ws-run-date).
           move "N" to ws-is-business-day.
           perform until ws-is-business-day = "Y"
               add 1 to ws-next-int
               compute ws-next-date =
                 function date-of-integer(ws-next-int)
               move "Y" to ws-is-business-day
               compute ws-day-of-week = function mod(ws-next-int, 7)
               if ws-day-of-week = 6 or ws-day-of-week = 0
                   move "N" to ws-is-business-day
               end-if
               perform varying ws-sub-h from 1 by 1
                 until ws-sub-h > ws-num-holidays
                   if ws-next-date = ws-holiday-date(ws-sub-h)
                       move "N" to ws-is-business-day
                   end-if
               end-perform
           end-perform.

       050-load-store-master.
           open input store-master-file.
           if ws-store-master-status <> "00"
               display "PRICENOTE: CANT OPEN STORE-MASTER, STATUS="
                   ws-store-master-status
               close control-report
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           move "N" to ws-in-eof.
           read store-master-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               if (sm-active-flag = "Y" or sm-active-flag = "W")
                 and ws-num-stores < 20
                   add 1 to ws-num-stores
                   move sm-store-num to ws-st-num(ws-num-stores)
                   move sm-store-name to ws-st-name(ws-num-stores)
                   move 0 to ws-st-changes(ws-num-stores)
                   move 0 to ws-st-promos(ws-num-stores)
                   move 0 to ws-st-labels(ws-num-stores)
               end-if
               read store-master-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close store-master-file.

       055-load-sku-master.
           open input sku-master-file.
           if ws-sku-master-status <> "00"
               display "PRICENOTE: CANT OPEN SKU-MASTER, STATUS="
                   ws-sku-master-status
               close control-report
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           move "N" to ws-in-eof.
           read sku-master-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y" or ws-num-skus >= 1000
               add 1 to ws-num-skus
               move skm-sku-code to ws-sku-tbl-code(ws-num-skus)
               move skm-sku-name to ws-sku-tbl-name(ws-num-skus)
               move skm-unit-price to ws-sku-tbl-price(ws-num-skus)
               read sku-master-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close sku-master-file.

       060-find-sku.
           move 0 to ws-sku-sub.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus or ws-sku-sub > 0
               if ws-find-sku = ws-sku-tbl-code(ws-sku-idx)
                   set ws-sku-sub to ws-sku-idx
               end-if
           end-perform.

       065-find-change.
           move 0 to ws-found-sub.
           perform varying ws-chg-sub from 1 by 1
             until ws-chg-sub > ws-num-changes or ws-found-sub > 0
               if ws-find-sku = ws-chg-sku(ws-chg-sub)
                   move ws-chg-sub to ws-found-sub
               end-if
           end-perform.

       070-add-change.
      * a new row starts from the price the shelf carries now
           move 0 to ws-found-sub.
           if ws-num-changes >= 500
               move "Y" to ws-change-overflow
               exit paragraph
           end-if.
           add 1 to ws-num-changes.
           move ws-num-changes to ws-found-sub.
           initialize ws-chg-entry(ws-found-sub).
           move ws-find-sku to ws-chg-sku(ws-found-sub).
           perform 060-find-sku.
           if ws-sku-sub > 0
               move ws-sku-tbl-name(ws-sku-sub)
                 to ws-chg-name(ws-found-sub)
               move ws-sku-tbl-price(ws-sku-sub)
                 to ws-chg-old-price(ws-found-sub)
           else
               move "(NOT ON SKU MASTER)" to ws-chg-name(ws-found-sub)
           end-if.

       100-take-feed-changes.
           open input price-change-feed-file.
           if ws-feed-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read price-change-feed-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               add 1 to ws-feed-rows
               move pcf-sku-code to ws-find-sku
               perform 065-find-change
               if ws-found-sub = 0
                   perform 070-add-change
                   if ws-found-sub > 0
                       move pcf-old-price
                         to ws-chg-old-price(ws-found-sub)
                   end-if
               end-if
               if ws-found-sub > 0
                   move pcf-new-price to ws-chg-new-price(ws-found-sub)
                   move pcf-applied-date
                     to ws-chg-effective(ws-found-sub)
                   move "F" to ws-chg-source(ws-found-sub)
               end-if
               read price-change-feed-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close price-change-feed-file.

       150-scan-pending.
      * SKUMAINT applies the queue in file order, so the last card
      * due for a SKU is the price the till will carry
           open input price-pending-file.
           if ws-pending-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read price-pending-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               if pp-action = "P"
                 and pp-effective-date > ws-run-date
                 and pp-effective-date <= ws-next-date
                   add 1 to ws-pending-rows
                   move pp-sku-code to ws-find-sku
                   perform 065-find-change
                   if ws-found-sub = 0
                       perform 070-add-change
                   end-if
                   if ws-found-sub > 0
                       move pp-unit-price
                         to ws-chg-new-price(ws-found-sub)
                       move pp-effective-date
                         to ws-chg-effective(ws-found-sub)
                       move "Q" to ws-chg-source(ws-found-sub)
                   end-if
               end-if
               read price-pending-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close price-pending-file.

       200-load-promotions.
           open input promo-master-file.
           if ws-promo-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read promo-master-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               evaluate true
      * last day tonight or before the stores reopen: signs come down
                   when pr-end-date >= ws-run-date
                     and pr-end-date < ws-next-date
                     and pr-start-date <= ws-run-date
                       perform 205-add-promotion
                       if ws-pr-sub > 0
                           move "E" to ws-pr-event(ws-pr-sub)
                       end-if
      * live on the till from the next business day
                   when pr-start-date > ws-run-date
                     and pr-start-date <= ws-next-date
                     and pr-end-date >= ws-next-date
                       perform 205-add-promotion
                       if ws-pr-sub > 0
                           move "S" to ws-pr-event(ws-pr-sub)
                       end-if
               end-evaluate
               read promo-master-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close promo-master-file.

           perform varying ws-pr-sub from 1 by 1
             until ws-pr-sub > ws-num-promos
               perform 210-regular-price
           end-perform.

       205-add-promotion.
           move 0 to ws-pr-sub.
           if ws-num-promos >= 50
               move "Y" to ws-promo-overflow
               exit paragraph
           end-if.
           add 1 to ws-num-promos.
           move ws-num-promos to ws-pr-sub.
           initialize ws-pr-entry(ws-pr-sub).
           move pr-promo-code to ws-pr-code(ws-pr-sub).
           move pr-sku-code to ws-pr-sku(ws-pr-sub).
           move pr-disc-type to ws-pr-type(ws-pr-sub).
           move pr-percent to ws-pr-percent(ws-pr-sub).
           move pr-amount to ws-pr-amount(ws-pr-sub).
           move pr-start-date to ws-pr-start(ws-pr-sub).
           move pr-end-date to ws-pr-end(ws-pr-sub).

       210-regular-price.
      * the regular price is the one the till carries on the business
      * day -- tonight's change when there is one; the promotion
      * price is discounted from it exactly as EDIT expects it rung
           if ws-pr-sku(ws-pr-sub) = "ALL"
               move "ALL ITEMS" to ws-pr-name(ws-pr-sub)
               exit paragraph
           end-if.
           move ws-pr-sku(ws-pr-sub) to ws-find-sku.
           perform 060-find-sku.
           if ws-sku-sub = 0
               move "(NOT ON SKU MASTER)" to ws-pr-name(ws-pr-sub)
               exit paragraph
           end-if.
           move ws-sku-tbl-name(ws-sku-sub) to ws-pr-name(ws-pr-sub).
           move ws-sku-tbl-price(ws-sku-sub)
             to ws-pr-regular(ws-pr-sub).
           perform 065-find-change.
           if ws-found-sub > 0
               move ws-chg-new-price(ws-found-sub)
                 to ws-pr-regular(ws-pr-sub)
           end-if.

           if ws-pr-event(ws-pr-sub) = "S"
               if ws-pr-type(ws-pr-sub) = "P"
                   subtract ws-pr-percent(ws-pr-sub) from 100
                     giving ws-pct-remaining
                   multiply ws-pr-regular(ws-pr-sub) by ws-pct-remaining
                     giving ws-price-calc
                   divide ws-price-calc by 100
                     giving ws-price-work rounded
               else
                   subtract ws-pr-amount(ws-pr-sub)
                     from ws-pr-regular(ws-pr-sub)
                     giving ws-price-work
               end-if
               if ws-price-work < 0
                   move 0 to ws-price-work
               end-if
               move ws-price-work to ws-pr-price(ws-pr-sub)
           end-if.

       250-mark-stocked.
      * a store stocks a SKU when it has a row for it on the
      * inventory master, whatever the count
           perform varying ws-pr-sub from 1 by 1
             until ws-pr-sub > ws-num-promos
               if ws-pr-sku(ws-pr-sub) = "ALL"
                   perform varying ws-st-sub from 1 by 1
                     until ws-st-sub > ws-num-stores
                       move "Y" to ws-pr-stocked(ws-pr-sub, ws-st-sub)
                   end-perform
               end-if
           end-perform.

           open input inventory-master-file.
           if ws-im-status <> "00"
               display "PRICENOTE: CANT OPEN INVENTORY-MASTER, STATUS="
                   ws-im-status " - ONLY ALL-ITEM PROMOTIONS SENT"
               move 4 to ws-condition-code
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read inventory-master-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               move 0 to ws-st-sub
               perform varying ws-sub-s from 1 by 1
                 until ws-sub-s > ws-num-stores or ws-st-sub > 0
                   if im-store-num = ws-st-num(ws-sub-s)
                       move ws-sub-s to ws-st-sub
                   end-if
               end-perform
               if ws-st-sub > 0
                   move im-sku-code to ws-find-sku
                   perform 065-find-change
                   if ws-found-sub > 0
                       move "Y"
                         to ws-chg-stocked(ws-found-sub, ws-st-sub)
                   end-if
                   perform varying ws-pr-sub from 1 by 1
                     until ws-pr-sub > ws-num-promos
                       if ws-pr-sku(ws-pr-sub) = im-sku-code
                           move "Y"
                             to ws-pr-stocked(ws-pr-sub, ws-st-sub)
                       end-if
                   end-perform
               end-if
               read inventory-master-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close inventory-master-file.

       300-write-store-files.
           move spaces to ws-notice-filename.
           string "../price-notice-" delimited by size
                  ws-st-num(ws-st-sub) delimited by size
                  ".out" delimited by size
             into ws-notice-filename.
           move spaces to ws-label-filename.
           string "../shelf-labels-" delimited by size
                  ws-st-num(ws-st-sub) delimited by size
                  ".dat" delimited by size
             into ws-label-filename.

      * both names are resolved through their assignment names,
      * re-pointed per store before each open as DISTRIB does
           set environment "DD_PRICENOTICE" to ws-notice-filename.
           set environment "DD_SHELFLABELS" to ws-label-filename.
           open output notice-file.
           open output label-file.

           move ws-st-num(ws-st-sub) to ws-ph-store.
           move ws-st-name(ws-st-sub) to ws-ph-name.
           move ws-next-date to ws-ph-next-date.
           move ws-run-date to ws-ph-run-date.
           write pn-output from ws-pn-heading-1.
           write pn-output from ws-pn-heading-2.
           write pn-output from ws-blank-line.

           write pn-output from ws-section-changes.
           write pn-output from ws-change-heading.
           move 0 to ws-lines-this-section.
           perform varying ws-chg-sub from 1 by 1
             until ws-chg-sub > ws-num-changes
               if ws-chg-stocked(ws-chg-sub, ws-st-sub) = "Y"
                 and ws-chg-new-price(ws-chg-sub)
                   not = ws-chg-old-price(ws-chg-sub)
                   perform 310-store-change
               end-if
           end-perform.
           if ws-lines-this-section = 0
               write pn-output from ws-none-line
           end-if.

           write pn-output from ws-blank-line.
           write pn-output from ws-section-promos.
           write pn-output from ws-promo-heading.
           move 0 to ws-lines-this-section.
           perform varying ws-pr-sub from 1 by 1
             until ws-pr-sub > ws-num-promos
               if ws-pr-stocked(ws-pr-sub, ws-st-sub) = "Y"
                   perform 320-store-promotion
               end-if
           end-perform.
           if ws-lines-this-section = 0
               write pn-output from ws-none-line
           end-if.

           move ws-st-changes(ws-st-sub) to ws-pt-changes.
           move ws-st-promos(ws-st-sub) to ws-pt-promos.
           move ws-st-labels(ws-st-sub) to ws-pt-labels.
           write pn-output from ws-blank-line.
           write pn-output from ws-pn-totals.
           close notice-file.
           close label-file.
           add 1 to ws-notices-written.

       310-store-change.
           add 1 to ws-lines-this-section.
           add 1 to ws-st-changes(ws-st-sub).
           add 1 to ws-chg-stores(ws-chg-sub).
           move ws-chg-sku(ws-chg-sub) to ws-cl-sku.
           move ws-chg-name(ws-chg-sub) to ws-cl-name.
           move ws-chg-old-price(ws-chg-sub) to ws-cl-old-price.
           move ws-chg-new-price(ws-chg-sub) to ws-cl-new-price.
           move ws-chg-effective(ws-chg-sub) to ws-cl-effective.
           if ws-chg-source(ws-chg-sub) = "F"
               move "IN EFFECT NOW" to ws-cl-note
           else
               move "SCHEDULED" to ws-cl-note
           end-if.
           move spaces to ws-cl-stores.
           write pn-output from ws-change-line.

           move spaces to lb-record.
           move ws-st-num(ws-st-sub) to lb-store-num.
           move "P" to lb-label-type.
           move ws-chg-sku(ws-chg-sub) to lb-sku-code.
           move ws-chg-name(ws-chg-sub) to lb-sku-name.
           move ws-chg-new-price(ws-chg-sub) to lb-regular-price.
           move 0 to lb-promo-price.
           move 0 to lb-percent.
           move 0 to lb-amount.
           move ws-chg-effective(ws-chg-sub) to lb-effective-date.
           move 0 to lb-through-date.
           perform 330-write-label.

       320-store-promotion.
           add 1 to ws-lines-this-section.
           add 1 to ws-st-promos(ws-st-sub).
           add 1 to ws-pr-stores(ws-pr-sub).
           perform 340-format-promo-line.
           move spaces to ws-pl-stores.
           write pn-output from ws-promo-line.

           move spaces to lb-record.
           move ws-st-num(ws-st-sub) to lb-store-num.
           move ws-pr-event(ws-pr-sub) to lb-label-type.
           move ws-pr-sku(ws-pr-sub) to lb-sku-code.
           move ws-pr-name(ws-pr-sub) to lb-sku-name.
           move ws-pr-regular(ws-pr-sub) to lb-regular-price.
           move ws-pr-code(ws-pr-sub) to lb-promo-code.
           move ws-pr-type(ws-pr-sub) to lb-disc-type.
           move ws-pr-percent(ws-pr-sub) to lb-percent.
           move ws-pr-amount(ws-pr-sub) to lb-amount.
           if ws-pr-event(ws-pr-sub) = "S"
               move ws-pr-price(ws-pr-sub) to lb-promo-price
               move ws-pr-start(ws-pr-sub) to lb-effective-date
               move ws-pr-end(ws-pr-sub) to lb-through-date
           else
               move 0 to lb-promo-price
               move ws-next-date to lb-effective-date
               move 0 to lb-through-date
           end-if.
           perform 330-write-label.

       330-write-label.
           write lb-record.
           add 1 to ws-st-labels(ws-st-sub).
           add 1 to ws-labels-written.

       340-format-promo-line.
           move ws-pr-code(ws-pr-sub) to ws-pl-code.
           move ws-pr-sku(ws-pr-sub) to ws-pl-sku.
           move ws-pr-name(ws-pr-sub) to ws-pl-name.
           move spaces to ws-pl-discount.
           if ws-pr-type(ws-pr-sub) = "P"
               move ws-pr-percent(ws-pr-sub) to ws-pct-edit
               string ws-pct-edit delimited by size
                      "% OFF" delimited by size
                 into ws-pl-discount
           else
               move ws-pr-amount(ws-pr-sub) to ws-amt-edit
               string ws-amt-edit delimited by size
                      " OFF" delimited by size
                 into ws-pl-discount
           end-if.
           move ws-pr-regular(ws-pr-sub) to ws-pl-regular.
           if ws-pr-event(ws-pr-sub) = "S"
               move "STARTS" to ws-pl-action
               move ws-pr-price(ws-pr-sub) to ws-pl-price
           else
               move "ENDED" to ws-pl-action
               move 0 to ws-pl-price
           end-if.
           move ws-pr-start(ws-pr-sub) to ws-pl-start.
           move ws-pr-end(ws-pr-sub) to ws-pl-end.

       400-write-control-report.
           write pc-output from ws-pc-section-changes.
           write pc-output from ws-change-heading.
           if ws-num-changes = 0
               write pc-output from ws-none-line
           end-if.
           perform varying ws-chg-sub from 1 by 1
             until ws-chg-sub > ws-num-changes
               move ws-chg-sku(ws-chg-sub) to ws-cl-sku
               move ws-chg-name(ws-chg-sub) to ws-cl-name
               move ws-chg-old-price(ws-chg-sub) to ws-cl-old-price
               move ws-chg-new-price(ws-chg-sub) to ws-cl-new-price
               move ws-chg-effective(ws-chg-sub) to ws-cl-effective
               move spaces to ws-cl-stores
               evaluate true
                   when ws-chg-new-price(ws-chg-sub)
                     = ws-chg-old-price(ws-chg-sub)
                       move "NO NET CHANGE" to ws-cl-note
                   when ws-chg-source(ws-chg-sub) = "F"
                       move "IN EFFECT NOW" to ws-cl-note
                   when other
                       move "SCHEDULED" to ws-cl-note
               end-evaluate
               if ws-chg-new-price(ws-chg-sub)
                 not = ws-chg-old-price(ws-chg-sub)
                   move ws-chg-stores(ws-chg-sub) to ws-stores-edit
                   string "STORES: " delimited by size
                          ws-stores-edit delimited by size
                     into ws-cl-stores
                   add 1 to ws-changes-sent
               end-if
               write pc-output from ws-change-line
           end-perform.

           write pc-output from ws-blank-line.
           write pc-output from ws-pc-section-promos.
           write pc-output from ws-promo-heading.
           if ws-num-promos = 0
               write pc-output from ws-none-line
           end-if.
           perform varying ws-pr-sub from 1 by 1
             until ws-pr-sub > ws-num-promos
               perform 340-format-promo-line
               move spaces to ws-pl-stores
               move ws-pr-stores(ws-pr-sub) to ws-stores-edit
               string "STORES: " delimited by size
                      ws-stores-edit delimited by size
                 into ws-pl-stores
               add 1 to ws-promos-sent
               write pc-output from ws-promo-line
           end-perform.

           write pc-output from ws-blank-line.
           write pc-output from ws-pc-section-stores.
           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-stores
               move ws-st-num(ws-st-sub) to ws-psl-store
               move ws-st-name(ws-st-sub) to ws-psl-name
               move spaces to ws-psl-file
               string "price-notice-" delimited by size
                      ws-st-num(ws-st-sub) delimited by size
                      ".out" delimited by size
                 into ws-psl-file
               move ws-st-changes(ws-st-sub) to ws-psl-changes
               move ws-st-promos(ws-st-sub) to ws-psl-promos
               move ws-st-labels(ws-st-sub) to ws-psl-labels
               write pc-output from ws-pc-store-line
           end-perform.

           move ws-notices-written to ws-pcs-stores.
           move ws-changes-sent to ws-pcs-changes.
           move ws-promos-sent to ws-pcs-promos.
           move ws-labels-written to ws-pcs-labels.
           write pc-output from ws-blank-line.
           write pc-output from ws-pc-summary.

       450-empty-feed.
      * the feed's changes are on tonight's notices now
           if ws-feed-rows > 0
               open output price-change-feed-file
               close price-change-feed-file
           end-if.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "PRICENOTE" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           compute rl-records-read = ws-feed-rows + ws-pending-rows.
           move ws-notices-written to rl-records-written.
           move ws-labels-written to rl-records-written-2.
           move ws-changes-sent to rl-records-written-3.
           move ws-promos-sent to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program PRICENOTE.
      **************************************************************************

       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. SKUMAINT.
      **************************************************************************
      * Applies add/change/deactivate/price-change/cost-change
      * maintenance cards to sku-master.dat so the file is never
      * hand-edited again.  EDIT,
      * SKUSALES and the price-extension check all load this file, and
      * a price that lags the till is the single biggest avoidable
      * source of suspense records -- this program is the only
      * dated after the business-calendar processing date is queued on
      * sku-price-pending.dat and lands automatically the night the
      * calendar reaches it, so tonight's deck can carry Monday's
      * prices.  A standard cost change ("K") is effective-dated and
      * queued the same way, so a new cost lands the night the
      * vendor's price change does; the standard cost is what
      * SKUSALES reports margin on and GLJOURNAL relieves inventory
      * at.  Every applied, queued or rejected card is written to
      * the sku-maint-audit.out history with before/after values, the
      * submitting user and the run date/time.  A price changed by a
      * card that takes effect at once (rather than off the queue,
      * which PRICENOTE reads ahead) is also written to
      * price-change-feed.dat so the stores get a shelf notice for it.
      *
      * Card layout (64 bytes): action (A=add, C=change, D=deactivate,
      * P=price change, K=standard cost change), sku code, sku name,
      * unit price 9(4)V99, effective date (zero = immediate),
      * submitting user id, standard unit cost 9(4)V99 (A, C and K
      * cards; on a C card zero or blank leaves the cost alone).
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-pending-new-status.

           select price-change-feed-file
               assign to "../price-change-feed.dat"
               organization is line sequential
               file status is ws-change-feed-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
       file section.

       fd maint-card-file
           record contains 64 characters
           data record is skc-record.

       01 skc-record.
         05 skc-unit-price pic 9(4)V99.
         05 skc-effective-date pic 9(8).
         05 skc-user-id pic x(8).
         05 skc-unit-cost pic 9(4)V99.

       fd price-pending-file
           record contains 64 characters
           data record is pp-record.

       01 pp-record pic x(64).

       fd price-pending-new-file
           record contains 64 characters
           data record is ppn-record.

       01 ppn-record pic x(64).

      * consumed by PRICENOTE each night
       fd price-change-feed-file
           record contains 43 characters
           data record is pcf-record.

       01 pcf-record.
         05 pcf-applied-date pic 9(8).
         05 pcf-sku-code pic x(15).
         05 pcf-old-price pic 9(4)V99.
         05 pcf-new-price pic 9(4)V99.
         05 pcf-user-id pic x(8).

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

       fd business-calendar-file
          data record is bc-record
       01 ws-card-status pic xx value spaces.
       01 ws-pending-status pic xx value spaces.
       01 ws-pending-new-status pic xx value spaces.
       01 ws-change-feed-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-calendar-status pic xx value spaces.
       01 ws-audit-status pic xx value spaces.
           10 ws-sku-tbl-name pic x(20).
           10 ws-sku-tbl-active pic x.
           10 ws-sku-tbl-price pic 9(4)V99.
           10 ws-sku-tbl-cost pic 9(4)V99.

       01 ws-cards-read pic 9(4) value 0.
       01 ws-applied-count pic 9(4) value 0.
       01 ws-master-changed pic x value "N".
       01 ws-card-ok pic x value "N".
       01 ws-card-disposition pic x(8) value spaces.
      * D = card from tonight's deck, Q = card come due off the queue
       01 ws-card-source pic x value spaces.
       01 ws-old-price pic 9(4)V99 value 0.
       01 ws-reject-reason pic x(30) value spaces.

      * the card being applied -- cards from the deck and cards coming
         05 ws-wc-unit-price pic 9(4)V99.
         05 ws-wc-effective-date pic 9(8).
         05 ws-wc-user-id pic x(8).
         05 ws-wc-unit-cost pic 9(4)V99.
       01 ws-cost-edit pic zzz9.99.

       01 ws-before-value pic x(27) value spaces.
       01 ws-after-value pic x(27) value spaces.
               move skm-sku-name to ws-sku-tbl-name(ws-num-skus)
               move skm-active-flag to ws-sku-tbl-active(ws-num-skus)
               move skm-unit-price to ws-sku-tbl-price(ws-num-skus)
               if skm-unit-cost numeric
                   move skm-unit-cost to ws-sku-tbl-cost(ws-num-skus)
               else
                   move 0 to ws-sku-tbl-cost(ws-num-skus)
               end-if

               read sku-master-file
                   at end
               at end
                   move "Y" to ws-pending-eof.

           move "Q" to ws-card-source.
           perform until ws-pending-eof = "Y"
               move pp-record to ws-work-card
               perform 410-default-cost
               if ws-wc-effective-date <= ws-processing-date
                   perform 300-apply-one-card
               else
               at end
                   move "Y" to ws-card-eof.

           move "D" to ws-card-source.
           perform until ws-card-eof = "Y"
               add 1 to ws-cards-read
               move skc-record to ws-work-card
               perform 410-default-cost
               if (ws-wc-action = "P" or ws-wc-action = "K")
                 and ws-wc-effective-date > ws-processing-date
                   perform 250-queue-pending
               else
                       perform 330-deactivate-sku
                   when "P"
                       perform 340-change-price
                   when "K"
                       perform 350-change-cost
               end-evaluate
           else
               add 1 to ws-rejected-count
           move ws-wc-sku-name to ws-sku-tbl-name(ws-num-skus).
           move "Y" to ws-sku-tbl-active(ws-num-skus).
           move ws-wc-unit-price to ws-sku-tbl-price(ws-num-skus).
           move ws-wc-unit-cost to ws-sku-tbl-cost(ws-num-skus).

           move "(NOT ON MASTER)" to ws-before-value.
           move ws-num-skus to ws-sub.

       320-change-sku.
           perform 380-format-before.
           move ws-sku-tbl-price(ws-sub) to ws-old-price.
           move ws-wc-sku-name to ws-sku-tbl-name(ws-sub).
           if ws-wc-unit-price not = 0
               move ws-wc-unit-price to ws-sku-tbl-price(ws-sub)
           end-if.
           perform 360-feed-price-change.
           if ws-wc-unit-cost not = 0
               move ws-wc-unit-cost to ws-sku-tbl-cost(ws-sub)
           end-if.
           perform 390-format-after.
           perform 500-write-audit-detail.


       340-change-price.
           perform 380-format-before.
           move ws-sku-tbl-price(ws-sub) to ws-old-price.
           move ws-wc-unit-price to ws-sku-tbl-price(ws-sub).
           perform 360-feed-price-change.
           perform 390-format-after.
           perform 500-write-audit-detail.

       350-change-cost.
           perform 380-format-before.
           move ws-wc-unit-cost to ws-sku-tbl-cost(ws-sub).
           perform 390-format-after.
           perform 500-write-audit-detail.

       360-feed-price-change.
      * a queued change was already on the stores' notice the night
      * before it came due; only a change from the deck is news
           if ws-card-source not = "D"
             or ws-sku-tbl-price(ws-sub) = ws-old-price
               exit paragraph
           end-if.
           open extend price-change-feed-file.
           if ws-change-feed-status = "35"
               open output price-change-feed-file
           end-if.
           move ws-processing-date to pcf-applied-date.
           move ws-wc-sku-code to pcf-sku-code.
           move ws-old-price to pcf-old-price.
           move ws-sku-tbl-price(ws-sub) to pcf-new-price.
           move ws-wc-user-id to pcf-user-id.
           write pcf-record.
           close price-change-feed-file.

       380-format-before.
           move spaces to ws-before-value.
           if ws-wc-action = "K"
               move ws-sku-tbl-cost(ws-sub) to ws-cost-edit
               string "COST " delimited by size
                      ws-cost-edit delimited by size
                 into ws-before-value
               exit paragraph
           end-if.
           string ws-sku-tbl-name(ws-sub) delimited by size
                  " " delimited by size
                  ws-sku-tbl-active(ws-sub) delimited by size

       390-format-after.
           move spaces to ws-after-value.
           if ws-wc-action = "K"
               move ws-sku-tbl-cost(ws-sub) to ws-cost-edit
               string "COST " delimited by size
                      ws-cost-edit delimited by size
                 into ws-after-value
               exit paragraph
           end-if.
           string ws-sku-tbl-name(ws-sub) delimited by size
                  " " delimited by size
                  ws-sku-tbl-active(ws-sub) delimited by size
           evaluate true
               when ws-wc-action not = "A" and ws-wc-action not = "C"
                 and ws-wc-action not = "D" and ws-wc-action not = "P"
                 and ws-wc-action not = "K"
                   move "N" to ws-card-ok
                   move "INVALID ACTION CODE" to ws-reject-reason
               when ws-wc-sku-code = spaces
               when ws-wc-action = "P" and ws-wc-unit-price = 0
                   move "N" to ws-card-ok
                   move "PRICE MUST BE NONZERO" to ws-reject-reason
               when ws-wc-action = "K" and ws-wc-unit-cost = 0
                   move "N" to ws-card-ok
                   move "COST MUST BE NONZERO" to ws-reject-reason
           end-evaluate.

       410-default-cost.
      * a card punched before the cost column existed carries none
           if ws-wc-unit-cost not numeric
               move 0 to ws-wc-unit-cost
           end-if.

       450-find-sku.
           move 0 to ws-sub.
           perform varying ws-sku-idx from 1 by 1
               move ws-sku-tbl-name(ws-sub) to skm-sku-name
               move ws-sku-tbl-active(ws-sub) to skm-active-flag
               move ws-sku-tbl-price(ws-sub) to skm-unit-price
               move ws-sku-tbl-cost(ws-sub) to skm-unit-cost
               write skm-record
           end-perform.
           close sku-master-file.

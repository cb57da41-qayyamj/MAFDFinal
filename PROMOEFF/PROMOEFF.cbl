       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. PROMOEFF.
      **************************************************************************
      * Promotion effectiveness.  For every promotion on
      * promo-master.dat that has started, reads the sales history
      * (transaction-history.dat for prior days, tonight's
      * slrecord.data and returns.data for the day itself) and
      * reports:
      *
      *   redemptions        promoted sales less voids of them
      *   gross at master    quantity times the sku-master price
      *   discount           gross at master less what was rung up
      *   net sales          what was rung up
      *   returns            returns of promoted sales, tied back to
      *                      the promoted sale on invoice-index.dat
      *   by store           redemptions and net per store
      *
      * and the promoted SKU's unit movement (all sales of the SKU,
      * promoted or not, less voids; every SKU for an "ALL" promo)
      * over the promotion window to date against the same number
      * of days just before it.  A promotion past its end date also
      * gets a closing summary line so marketing can judge whether
      * to run it again.  History rows already stamped with tonight's
      * run date are skipped -- tonight comes from the day's files --
      * so a rerun does not count the day twice.
      * Output: promo-effectiveness.out.  Runs nightly as a pipeline
      * stage ahead of ARCHIVE.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select promo-master-file
               assign to "../promo-master.dat"
               organization is line sequential
               file status is ws-promo-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
               file status is ws-sku-status.

           select history-file
               assign to "../transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

           select sl-records-file
               assign to "../FinalProject/slrecord.data"
               organization is line sequential
               file status is ws-slr-status.

           select returns-file
               assign to "../FinalProject/returns.data"
               organization is line sequential
               file status is ws-returns-status.

           select invoice-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is random
               record key is inv-invoice-num
               file status is ws-inv-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select promo-report
               assign to "../promo-effectiveness.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

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

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

       fd history-file
           record contains 91 characters
           data record is th-record.

       01 th-record.
         05 th-run-date pic 9(8).
         05 th-run-seq pic 9(4).
         05 th-transaction pic x(79).

       fd sl-records-file
           record contains 79 characters
           data record is slr-record.

       01 slr-record pic x(79).

       fd returns-file
           record contains 79 characters
           data record is ret-record.

       01 ret-record pic x(79).

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

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd promo-report
           record contains 132 characters
           data record is pe-output.

       01 pe-output pic x(132).

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

       01 ws-promo-eof pic x value "N".
       01 ws-sku-eof pic x value "N".
       01 ws-hist-eof pic x value "N".
       01 ws-slr-eof pic x value "N".
       01 ws-ret-eof pic x value "N".
       01 ws-promo-status pic xx value spaces.
       01 ws-sku-status pic xx value spaces.
       01 ws-hist-status pic xx value spaces.
       01 ws-slr-status pic xx value spaces.
       01 ws-returns-status pic xx value spaces.
       01 ws-inv-status pic xx value spaces.
       01 ws-inv-open pic x value "N".
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.

       01 ws-records-read pic 9(6) value 0.
       01 ws-promos-reported pic 9(6) value 0.
       01 ws-promos-closed pic 9(6) value 0.
       01 ws-redemptions-seen pic 9(6) value 0.
       01 ws-promo-returns-seen pic 9(6) value 0.
       01 ws-earliest-date pic 9(8) value 99999999.

      * the transaction being posted, whichever file it came from
       01 ws-tx pic x(79).
       01 ws-tx-fields redefines ws-tx.
         05 tx-trans-code pic x.
         05 tx-trans-amount pic 9(5)V99.
         05 tx-pay-type pic xx.
         05 tx-store-num pic xx.
         05 tx-invoice-num pic x(9).
         05 tx-sku-code pic x(15).
         05 tx-trans-date pic 9(8).
         05 tx-split-flag pic x.
         05 tx-split-pay-type pic xx.
         05 tx-split-amount pic 9(5)V99.
         05 tx-quantity pic 9(3).
         05 tx-unit-price pic 9(4)V99.
         05 tx-customer-num pic x(6).
         05 tx-promo-code pic x(6).
         05 tx-cashier-id pic x(4).

       01 ws-orig-promo pic x(6) value spaces.
       01 ws-lookup-promo pic x(6) value spaces.
       01 ws-apply-sign pic s9 value +1.
       01 ws-master-value pic s9(9)V99 value 0.
       01 ws-window-days pic 9(5) value 0.

       01 ws-num-skus pic 9(4) value 0.
       01 ws-sku-table.
         05 ws-sku-entry occurs 1000 times
                          indexed by ws-sku-idx.
           10 ws-sku-code pic x(15).
           10 ws-sku-price pic 9(4)V99.
       01 ws-sku-price-found pic 9(4)V99 value 0.

       01 ws-num-promos pic 99 value 0.
       01 ws-pm-sub pic 99 value 0.
       01 ws-pm-found pic 99 value 0.
       01 ws-st-sub pic 99 value 0.
       01 ws-st-found pic 99 value 0.
       01 ws-promo-table.
         05 ws-pm-entry occurs 50 times.
           10 ws-pm-code pic x(6).
           10 ws-pm-sku pic x(15).
           10 ws-pm-type pic x.
           10 ws-pm-percent pic 9(3).
           10 ws-pm-amount pic 9(5)V99.
           10 ws-pm-start pic 9(8).
           10 ws-pm-end pic 9(8).
           10 ws-pm-state pic x.
             88 ws-pm-future value "F".
             88 ws-pm-running value "A".
             88 ws-pm-closed value "C".
           10 ws-pm-win-end pic 9(8).
           10 ws-pm-prior-start pic 9(8).
           10 ws-pm-prior-end pic 9(8).
           10 ws-pm-days pic 9(5).
           10 ws-pm-redeemed pic s9(7) value 0.
           10 ws-pm-gross pic s9(11)V99 value 0.
           10 ws-pm-net pic s9(11)V99 value 0.
           10 ws-pm-ret-count pic 9(7) value 0.
           10 ws-pm-ret-amount pic 9(11)V99 value 0.
           10 ws-pm-units pic s9(9) value 0.
           10 ws-pm-prior-units pic s9(9) value 0.
           10 ws-pm-num-stores pic 99 value 0.
           10 ws-pm-store occurs 20 times.
             15 ws-pm-st-num pic xx.
             15 ws-pm-st-redeemed pic s9(7).
             15 ws-pm-st-net pic s9(11)V99.

       01 ws-work-amount pic s9(11)V99 value 0.
       01 ws-work-pct pic s9(7)V9 value 0.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(40)
             value "PROMOTION EFFECTIVENESS".
         05 filler pic x(15) value "BUSINESS DATE: ".
         05 ws-head-date pic 9(8).
         05 filler pic x(69) value spaces.

       01 ws-promo-line.
         05 filler pic x(7) value "PROMO  ".
         05 ws-pl-code pic x(6).
         05 filler pic x(6) value "  SKU ".
         05 ws-pl-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-pl-disc pic x(13).
         05 filler pic x(7) value "  FROM ".
         05 ws-pl-start pic 9(8).
         05 filler pic x(4) value " TO ".
         05 ws-pl-end pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-pl-state pic x(20).
         05 filler pic x(34) value spaces.

       01 ws-disc-pct-text.
         05 ws-dp-pct pic zz9.
         05 filler pic x(10) value " PCT OFF".
       01 ws-disc-amt-text.
         05 filler pic x(1) value "$".
         05 ws-da-amt pic zzzz9.99.
         05 filler pic x(4) value " OFF".

       01 ws-figures-line.
         05 filler pic x(4) value spaces.
         05 filler pic x(12) value "REDEMPTIONS ".
         05 ws-fg-redeemed pic zzzzzz9-.
         05 filler pic x(18) value "  GROSS AT MASTER ".
         05 ws-fg-gross pic zz,zzz,zz9.99-.
         05 filler pic x(11) value "  DISCOUNT ".
         05 ws-fg-discount pic zz,zzz,zz9.99-.
         05 filler pic x(6) value "  NET ".
         05 ws-fg-net pic zz,zzz,zz9.99-.
         05 filler pic x(10) value "  RETURNS ".
         05 ws-fg-ret-count pic zzzzz9.
         05 filler pic x(1) value spaces.
         05 ws-fg-ret-amount pic zz,zzz,zz9.99.
         05 filler pic x(1) value spaces.

       01 ws-movement-line.
         05 filler pic x(4) value spaces.
         05 filler pic x(20) value "UNIT MOVEMENT  PROMO".
         05 filler pic x(1) value spaces.
         05 ws-mv-start pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-mv-end pic 9(8).
         05 ws-mv-units pic zzz,zzz,zz9-.
         05 filler pic x(9) value "   PRIOR ".
         05 ws-mv-prior-start pic 9(8).
         05 filler pic x(1) value "-".
         05 ws-mv-prior-end pic 9(8).
         05 ws-mv-prior-units pic zzz,zzz,zz9-.
         05 filler pic x(10) value "   CHANGE ".
         05 ws-mv-change pic x(9).
         05 filler pic x(21) value spaces.

       01 ws-pct-edit pic zzzz9.9-.

       01 ws-store-line.
         05 filler pic x(8) value spaces.
         05 filler pic x(6) value "STORE ".
         05 ws-sl-store pic xx.
         05 filler pic x(14) value "  REDEMPTIONS ".
         05 ws-sl-redeemed pic zzzzzz9-.
         05 filler pic x(6) value "  NET ".
         05 ws-sl-net pic zzz,zzz,zz9.99-.
         05 filler pic x(73) value spaces.

       01 ws-section-line.
         05 filler pic x(2) value spaces.
         05 ws-section-text pic x(60).
         05 filler pic x(70) value spaces.

       01 ws-closing-heading.
         05 filler pic x(10) value "  PROMO   ".
         05 filler pic x(7) value "DAYS   ".
         05 filler pic x(9) value "REDEEMED ".
         05 filler pic x(18) value "        NET SALES ".
         05 filler pic x(18) value "         DISCOUNT ".
         05 filler pic x(9) value "  DISC % ".
         05 filler pic x(18) value "          RETURNS ".
         05 filler pic x(9) value "   RET % ".
         05 filler pic x(18) value " NET AFTER RETURNS".
         05 filler pic x(11) value "    LIFT % ".
         05 filler pic x(5) value spaces.

       01 ws-closing-line.
         05 filler pic x(2) value spaces.
         05 ws-cl-code pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-cl-days pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-cl-redeemed pic zzzzzz9-.
         05 filler pic x(1) value spaces.
         05 ws-cl-net pic zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-cl-discount pic zzz,zzz,zz9.99-.
         05 filler pic x(1) value spaces.
         05 ws-cl-disc-pct pic x(8).
         05 filler pic x(3) value spaces.
         05 ws-cl-returns pic zzz,zzz,zz9.99.
         05 filler pic x(1) value spaces.
         05 ws-cl-ret-pct pic x(8).
         05 filler pic x(3) value spaces.
         05 ws-cl-net-after pic zzz,zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-cl-lift pic x(9).
         05 filler pic x(3) value spaces.

       01 ws-summary-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(19) value "PROMOTIONS REPORTED".
         05 ws-sum-promos pic zzzzz9.
         05 filler pic x(10) value "   CLOSED ".
         05 ws-sum-closed pic zzzzz9.
         05 filler pic x(24) value "   HISTORY ROWS READ    ".
         05 ws-sum-read pic zzzzz9.
         05 filler pic x(59) value spaces.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           move ws-start-date to ws-business-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-business-date
                       if run-ctl-supp numeric
                           move run-ctl-supp to ws-supp-seq
                       end-if
               end-read
               close run-control-file
           end-if.

           perform 040-load-promos.
           perform 050-load-sku-master.

           open input invoice-index-file.
           if ws-inv-status = "00"
               move "Y" to ws-inv-open
           else
               display "PROMOEFF: CANT OPEN INVOICE-INDEX, STATUS="
                   ws-inv-status " - RETURNS TIED BY RETURN CODE"
           end-if.

           if ws-num-promos > 0
               perform 100-scan-history
               perform 150-scan-sl
               perform 170-scan-returns
           end-if.

           if ws-inv-open = "Y"
               close invoice-index-file
           end-if.

           perform 500-write-report.
           perform 700-write-run-log.
           if ws-condition-code > 0
               move ws-condition-code to return-code
           end-if.
           goback.

       040-load-promos.
      * no promo master means nothing is running; the report says so
           open input promo-master-file.
           if ws-promo-status <> "00"
               exit paragraph
           end-if.

           read promo-master-file
               at end
                   move "Y" to ws-promo-eof.
           perform until ws-promo-eof = "Y"
               or ws-num-promos >= 50
               add 1 to ws-num-promos
               move ws-num-promos to ws-pm-sub
               perform 045-set-up-promo
               read promo-master-file
                   at end
                       move "Y" to ws-promo-eof
               end-read
           end-perform.
           close promo-master-file.

       045-set-up-promo.
           move pr-promo-code to ws-pm-code(ws-pm-sub).
           move pr-sku-code to ws-pm-sku(ws-pm-sub).
           move pr-disc-type to ws-pm-type(ws-pm-sub).
           move pr-percent to ws-pm-percent(ws-pm-sub).
           move pr-amount to ws-pm-amount(ws-pm-sub).
           move pr-start-date to ws-pm-start(ws-pm-sub).
           move pr-end-date to ws-pm-end(ws-pm-sub).
           move 0 to ws-pm-num-stores(ws-pm-sub).

      * the window runs to the end date, or to tonight while the
      * promotion is still on; the prior period is the same number
      * of days ending the day before it started
           evaluate true
               when pr-start-date > ws-business-date
                   move "F" to ws-pm-state(ws-pm-sub)
                   exit paragraph
               when pr-end-date < ws-business-date
                   move "C" to ws-pm-state(ws-pm-sub)
                   move pr-end-date to ws-pm-win-end(ws-pm-sub)
               when other
                   move "A" to ws-pm-state(ws-pm-sub)
                   move ws-business-date to ws-pm-win-end(ws-pm-sub)
           end-evaluate.

           compute ws-window-days =
             function integer-of-date(ws-pm-win-end(ws-pm-sub))
             - function integer-of-date(pr-start-date) + 1.
           move ws-window-days to ws-pm-days(ws-pm-sub).
           compute ws-pm-prior-end(ws-pm-sub) =
             function date-of-integer(
               function integer-of-date(pr-start-date) - 1).
           compute ws-pm-prior-start(ws-pm-sub) =
             function date-of-integer(
               function integer-of-date(pr-start-date)
               - ws-window-days).
           if ws-pm-prior-start(ws-pm-sub) < ws-earliest-date
               move ws-pm-prior-start(ws-pm-sub) to ws-earliest-date
           end-if.

       050-load-sku-master.
           open input sku-master-file.
           if ws-sku-status <> "00"
               exit paragraph
           end-if.

           read sku-master-file
               at end
                   move "Y" to ws-sku-eof.
           perform until ws-sku-eof = "Y"
               or ws-num-skus >= 1000
               add 1 to ws-num-skus
               move skm-sku-code to ws-sku-code(ws-num-skus)
               move skm-unit-price to ws-sku-price(ws-num-skus)
               read sku-master-file
                   at end
                       move "Y" to ws-sku-eof
               end-read
           end-perform.
           close sku-master-file.

       100-scan-history.
      * prior days only -- tonight is taken from the day's files
           open input history-file.
           if ws-hist-status <> "00"
               exit paragraph
           end-if.

           read history-file
               at end
                   move "Y" to ws-hist-eof.
           perform until ws-hist-eof = "Y"
               add 1 to ws-records-read
               if th-run-date not = ws-business-date
                   move th-transaction to ws-tx
                   if tx-trans-date >= ws-earliest-date
                       perform 300-post-transaction
                   end-if
               end-if
               read history-file
                   at end
                       move "Y" to ws-hist-eof
               end-read
           end-perform.
           close history-file.

       150-scan-sl.
           open input sl-records-file.
           if ws-slr-status <> "00"
               display "PROMOEFF: CANT OPEN SL-RECORDS, STATUS="
                   ws-slr-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read sl-records-file
               at end
                   move "Y" to ws-slr-eof.
           perform until ws-slr-eof = "Y"
               move slr-record to ws-tx
      * the "0"/"9" control records are not transactions
               if tx-trans-code not = "0" and tx-trans-code not = "9"
                   perform 300-post-transaction
               end-if
               read sl-records-file
                   at end
                       move "Y" to ws-slr-eof
               end-read
           end-perform.
           close sl-records-file.

       170-scan-returns.
           open input returns-file.
           if ws-returns-status <> "00"
               display "PROMOEFF: CANT OPEN RETURNS, STATUS="
                   ws-returns-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read returns-file
               at end
                   move "Y" to ws-ret-eof.
           perform until ws-ret-eof = "Y"
               move ret-record to ws-tx
               if tx-trans-code = "R"
                   perform 300-post-transaction
               end-if
               read returns-file
                   at end
                       move "Y" to ws-ret-eof
               end-read
           end-perform.
           close returns-file.

       300-post-transaction.
           evaluate tx-trans-code
               when "S"
                   move +1 to ws-apply-sign
                   perform 350-tally-movement
                   if tx-promo-code not = spaces
                       move tx-promo-code to ws-lookup-promo
                       perform 310-post-redemption
                   end-if
      * a void or a return counts against the promotion the original
      * sale was rung under
               when "V"
                   move -1 to ws-apply-sign
                   perform 350-tally-movement
                   perform 320-find-original-promo
                   if ws-orig-promo not = spaces
                       move ws-orig-promo to ws-lookup-promo
                       perform 310-post-redemption
                   end-if
               when "R"
                   perform 320-find-original-promo
                   if ws-orig-promo not = spaces
                       move ws-orig-promo to ws-lookup-promo
                       perform 330-post-promo-return
                   end-if
           end-evaluate.

       310-post-redemption.
           perform 340-find-promo.
           if ws-pm-found = 0
               exit paragraph
           end-if.
           if tx-trans-date < ws-pm-start(ws-pm-found)
             or tx-trans-date > ws-pm-win-end(ws-pm-found)
               exit paragraph
           end-if.

           if ws-apply-sign > 0
               add 1 to ws-redemptions-seen
           end-if.
           perform 360-find-sku-price.
           compute ws-master-value =
             tx-quantity * ws-sku-price-found * ws-apply-sign.
           add ws-apply-sign to ws-pm-redeemed(ws-pm-found).
           add ws-master-value to ws-pm-gross(ws-pm-found).
           compute ws-work-amount = tx-trans-amount * ws-apply-sign.
           add ws-work-amount to ws-pm-net(ws-pm-found).

           move 0 to ws-st-found.
           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-pm-num-stores(ws-pm-found)
               if tx-store-num = ws-pm-st-num(ws-pm-found, ws-st-sub)
                   move ws-st-sub to ws-st-found
               end-if
           end-perform.
           if ws-st-found = 0
             and ws-pm-num-stores(ws-pm-found) < 20
               add 1 to ws-pm-num-stores(ws-pm-found)
               move ws-pm-num-stores(ws-pm-found) to ws-st-found
               move tx-store-num
                 to ws-pm-st-num(ws-pm-found, ws-st-found)
               move 0 to ws-pm-st-redeemed(ws-pm-found, ws-st-found)
               move 0 to ws-pm-st-net(ws-pm-found, ws-st-found)
           end-if.
           if ws-st-found > 0
               add ws-apply-sign
                 to ws-pm-st-redeemed(ws-pm-found, ws-st-found)
               add ws-work-amount
                 to ws-pm-st-net(ws-pm-found, ws-st-found)
           end-if.

       320-find-original-promo.
      * the original sale on the index names the promotion; without
      * the index the code keyed on the record itself is used
           move spaces to ws-orig-promo.
           if ws-inv-open = "Y"
               move tx-invoice-num to inv-invoice-num
               read invoice-index-file
                   invalid key
                       continue
                   not invalid key
                       if inv-trans-code = "S"
                           move inv-promo-code to ws-orig-promo
                       end-if
               end-read
           else
               move tx-promo-code to ws-orig-promo
           end-if.

       330-post-promo-return.
      * returns count whenever they come back -- a promoted sale
      * returned after the promotion ended still counts against it
           perform 340-find-promo.
           if ws-pm-found = 0
               exit paragraph
           end-if.
           if ws-pm-future(ws-pm-found)
               exit paragraph
           end-if.
           add 1 to ws-promo-returns-seen.
           add 1 to ws-pm-ret-count(ws-pm-found).
           add tx-trans-amount to ws-pm-ret-amount(ws-pm-found).

       340-find-promo.
           move 0 to ws-pm-found.
           perform varying ws-pm-sub from 1 by 1
             until ws-pm-sub > ws-num-promos
               if ws-lookup-promo = ws-pm-code(ws-pm-sub)
                   move ws-pm-sub to ws-pm-found
               end-if
           end-perform.

       350-tally-movement.
      * every sale of the promoted SKU moves it, promoted or not
           perform varying ws-pm-sub from 1 by 1
             until ws-pm-sub > ws-num-promos
               if not ws-pm-future(ws-pm-sub)
                 and (ws-pm-sku(ws-pm-sub) = "ALL"
                   or ws-pm-sku(ws-pm-sub) = tx-sku-code)
                   if tx-trans-date >= ws-pm-start(ws-pm-sub)
                     and tx-trans-date <= ws-pm-win-end(ws-pm-sub)
                       compute ws-pm-units(ws-pm-sub) =
                         ws-pm-units(ws-pm-sub)
                         + tx-quantity * ws-apply-sign
                   end-if
                   if tx-trans-date >= ws-pm-prior-start(ws-pm-sub)
                     and tx-trans-date <= ws-pm-prior-end(ws-pm-sub)
                       compute ws-pm-prior-units(ws-pm-sub) =
                         ws-pm-prior-units(ws-pm-sub)
                         + tx-quantity * ws-apply-sign
                   end-if
               end-if
           end-perform.

       360-find-sku-price.
      * an item off the master is valued at the price keyed for it
           move tx-unit-price to ws-sku-price-found.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus
               if tx-sku-code = ws-sku-code(ws-sku-idx)
                   move ws-sku-price(ws-sku-idx) to ws-sku-price-found
               end-if
           end-perform.

       500-write-report.
           open output promo-report.
           move ws-business-date to ws-head-date.
           write pe-output from ws-heading-1.

           perform varying ws-pm-sub from 1 by 1
             until ws-pm-sub > ws-num-promos
               perform 520-write-one-promo
           end-perform.

           write pe-output from ws-blank-line.
           move "CLOSING SUMMARY - PROMOTIONS PAST THEIR END DATE"
             to ws-section-text.
           write pe-output from ws-section-line.
           write pe-output from ws-closing-heading.
           perform varying ws-pm-sub from 1 by 1
             until ws-pm-sub > ws-num-promos
               if ws-pm-closed(ws-pm-sub)
                   perform 560-write-closing-line
               end-if
           end-perform.
           if ws-promos-closed = 0
               move "  NONE" to ws-section-text
               write pe-output from ws-section-line
           end-if.

           move ws-promos-reported to ws-sum-promos.
           move ws-promos-closed to ws-sum-closed.
           move ws-records-read to ws-sum-read.
           write pe-output from ws-blank-line.
           write pe-output from ws-summary-line.
           close promo-report.

       520-write-one-promo.
           write pe-output from ws-blank-line.
           move ws-pm-code(ws-pm-sub) to ws-pl-code.
           move ws-pm-sku(ws-pm-sub) to ws-pl-sku.
           if ws-pm-type(ws-pm-sub) = "P"
               move ws-pm-percent(ws-pm-sub) to ws-dp-pct
               move ws-disc-pct-text to ws-pl-disc
           else
               move ws-pm-amount(ws-pm-sub) to ws-da-amt
               move ws-disc-amt-text to ws-pl-disc
           end-if.
           move ws-pm-start(ws-pm-sub) to ws-pl-start.
           move ws-pm-end(ws-pm-sub) to ws-pl-end.
           evaluate true
               when ws-pm-future(ws-pm-sub)
                   move "NOT YET STARTED" to ws-pl-state
               when ws-pm-closed(ws-pm-sub)
                   move "ENDED" to ws-pl-state
               when other
                   move "RUNNING" to ws-pl-state
           end-evaluate.
           write pe-output from ws-promo-line.
           if ws-pm-future(ws-pm-sub)
               exit paragraph
           end-if.
           add 1 to ws-promos-reported.

           move ws-pm-redeemed(ws-pm-sub) to ws-fg-redeemed.
           move ws-pm-gross(ws-pm-sub) to ws-fg-gross.
           compute ws-work-amount =
             ws-pm-gross(ws-pm-sub) - ws-pm-net(ws-pm-sub).
           move ws-work-amount to ws-fg-discount.
           move ws-pm-net(ws-pm-sub) to ws-fg-net.
           move ws-pm-ret-count(ws-pm-sub) to ws-fg-ret-count.
           move ws-pm-ret-amount(ws-pm-sub) to ws-fg-ret-amount.
           write pe-output from ws-figures-line.

           move ws-pm-start(ws-pm-sub) to ws-mv-start.
           move ws-pm-win-end(ws-pm-sub) to ws-mv-end.
           move ws-pm-units(ws-pm-sub) to ws-mv-units.
           move ws-pm-prior-start(ws-pm-sub) to ws-mv-prior-start.
           move ws-pm-prior-end(ws-pm-sub) to ws-mv-prior-end.
           move ws-pm-prior-units(ws-pm-sub) to ws-mv-prior-units.
           perform 540-lift-percent.
           move ws-pct-edit to ws-mv-change.
           if ws-pm-prior-units(ws-pm-sub) = 0
               move "  NO BASE" to ws-mv-change
           end-if.
           write pe-output from ws-movement-line.

           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-pm-num-stores(ws-pm-sub)
               move ws-pm-st-num(ws-pm-sub, ws-st-sub) to ws-sl-store
               move ws-pm-st-redeemed(ws-pm-sub, ws-st-sub)
                 to ws-sl-redeemed
               move ws-pm-st-net(ws-pm-sub, ws-st-sub) to ws-sl-net
               write pe-output from ws-store-line
           end-perform.

       540-lift-percent.
           move 0 to ws-work-pct.
           if ws-pm-prior-units(ws-pm-sub) not = 0
               compute ws-work-pct rounded =
                 (ws-pm-units(ws-pm-sub)
                   - ws-pm-prior-units(ws-pm-sub)) * 100
                 / ws-pm-prior-units(ws-pm-sub)
                   on size error
                       move 99999.9 to ws-work-pct
               end-compute
           end-if.
           move ws-work-pct to ws-pct-edit.

       560-write-closing-line.
           add 1 to ws-promos-closed.
           move ws-pm-code(ws-pm-sub) to ws-cl-code.
           move ws-pm-days(ws-pm-sub) to ws-cl-days.
           move ws-pm-redeemed(ws-pm-sub) to ws-cl-redeemed.
           move ws-pm-net(ws-pm-sub) to ws-cl-net.
           compute ws-work-amount =
             ws-pm-gross(ws-pm-sub) - ws-pm-net(ws-pm-sub).
           move ws-work-amount to ws-cl-discount.

           move spaces to ws-cl-disc-pct.
           if ws-pm-gross(ws-pm-sub) > 0
               compute ws-work-pct rounded =
                 ws-work-amount * 100 / ws-pm-gross(ws-pm-sub)
                   on size error
                       move 99999.9 to ws-work-pct
               end-compute
               move ws-work-pct to ws-pct-edit
               move ws-pct-edit to ws-cl-disc-pct
           end-if.

           move ws-pm-ret-amount(ws-pm-sub) to ws-cl-returns.
           move spaces to ws-cl-ret-pct.
           if ws-pm-net(ws-pm-sub) > 0
               compute ws-work-pct rounded =
                 ws-pm-ret-amount(ws-pm-sub) * 100
                 / ws-pm-net(ws-pm-sub)
                   on size error
                       move 99999.9 to ws-work-pct
               end-compute
               move ws-work-pct to ws-pct-edit
               move ws-pct-edit to ws-cl-ret-pct
           end-if.

           compute ws-work-amount =
             ws-pm-net(ws-pm-sub) - ws-pm-ret-amount(ws-pm-sub).
           move ws-work-amount to ws-cl-net-after.

           if ws-pm-prior-units(ws-pm-sub) = 0
               move "  NO BASE" to ws-cl-lift
           else
               perform 540-lift-percent
               move ws-pct-edit to ws-cl-lift
           end-if.
           write pe-output from ws-closing-line.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "PROMOEFF" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-records-read to rl-records-read.
           move ws-promos-reported to rl-records-written.
           move ws-promos-closed to rl-records-written-2.
           move ws-redemptions-seen to rl-records-written-3.
           move ws-promo-returns-seen to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program PROMOEFF.
      **************************************************************************

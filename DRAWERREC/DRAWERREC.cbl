       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. DRAWERREC.
      **************************************************************************
      * Cashier drawer count and over/short reconciliation.  Each
      * cashier's end-of-shift count card (drawer-count-cards.dat:
      * store, cashier-id, counted cash, starting float) is held
      * against what the drawer should contain:
      *
      *   expected = starting float
      *            + cash sales and exchange differences ("CA")
      *            + cash layaway payments ("P" on layaway-activity)
      *            + the cash side of split-tender sales and payments
      *            - cash refunds (returns.data "R")
      *            - cash voids
      *
      * split exactly as SETTLE splits them, from the day's
      * slrecord.data, returns.data and layaway-activity.data.
      * Counted less expected is the cashier's over (+) or short (-).
      *
      * Every reconciled count is kept on drawer-history.dat (one
      * year); a cashier short by more than the tolerance on
      * drawer-control.dat (default $1.00) at least the set number of
      * times (default 3) in the rolling window (default 30 days) is
      * flagged for loss prevention.  A rerun replaces a count
      * already on the history instead of adding it twice.  Cards
      * for a store whose sales have not come in tonight are held on
      * the card file for the supplemental run; all other cards are
      * consumed.  Cashiers who took cash but turned in no card are
      * listed too.  Output: drawer-over-short.out.  Runs nightly as
      * a pipeline stage after CASHREP.  Each loss prevention flag is
      * also written to case-feed.dat so CASEMGR opens (or refreshes)
      * a cashier case under the store and cashier id.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select sl-records-file
               assign to "../FinalProject/slrecord.data"
               organization is line sequential
               file status is ws-slr-status.

           select returns-file
               assign to "../FinalProject/returns.data"
               organization is line sequential
               file status is ws-returns-status.

           select layaway-activity-file
               assign to "../FinalProject/layaway-activity.data"
               organization is line sequential
               file status is ws-la-status.

           select cashier-master-file
               assign to "../cashier-master.dat"
               organization is line sequential
               file status is ws-cashier-master-status.

           select count-card-file
               assign to "../drawer-count-cards.dat"
               organization is line sequential
               file status is ws-card-status.

           select drawer-control-file
               assign to "../drawer-control.dat"
               organization is line sequential
               file status is ws-dc-status.

           select history-file
               assign to "../drawer-history.dat"
               organization is line sequential
               file status is ws-hist-status.

           select history-new-file
               assign to "../drawer-history-new.dat"
               organization is line sequential
               file status is ws-hist-new-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select drawer-report
               assign to "../drawer-over-short.out"
               organization is line sequential.

           select case-feed-file
               assign to "../case-feed.dat"
               organization is line sequential
               file status is ws-cf-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd sl-records-file
           record contains 79 characters
           data record is slr-record.

       01 slr-record.
         05 slr-trans-code pic x.
         05 slr-trans-amount pic 9(5)V99.
         05 slr-pay-type pic xx.
         05 slr-store-num pic xx.
         05 slr-invoice-num pic x(9).
         05 slr-sku-code pic x(15).
         05 slr-trans-date pic 9(8).
         05 slr-split-flag pic x.
         05 slr-split-pay-type pic xx.
         05 slr-split-amount pic 9(5)V99.
         05 slr-quantity pic 9(3).
         05 slr-unit-price pic 9(4)V99.
         05 slr-customer-num pic x(6).
         05 slr-promo-code pic x(6).
         05 slr-cashier-id pic x(4).

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

       fd cashier-master-file
          data record is ch-record
          record contains 27 characters.

       01 ch-record.
         05 ch-cashier-id pic x(4).
         05 ch-name pic x(20).
         05 ch-home-store pic xx.
         05 ch-active-flag pic x.

       fd count-card-file
           record contains 22 characters
           data record is dk-record.

       01 dk-record.
         05 dk-store-num pic xx.
         05 dk-cashier-id pic x(4).
         05 dk-counted-cash pic 9(7)V99.
         05 dk-starting-float pic 9(5)V99.

       fd drawer-control-file
           record contains 10 characters
           data record is dc-record.

       01 dc-record.
         05 dc-rolling-days pic 9(3).
         05 dc-short-count pic 99.
         05 dc-short-tolerance pic 9(3)V99.

       fd history-file
           record contains 52 characters
           data record is dh-record.

       01 dh-record.
         05 dh-count-date pic 9(8).
         05 dh-store-num pic xx.
         05 dh-cashier-id pic x(4).
         05 dh-starting-float pic 9(5)V99.
         05 dh-expected-cash pic s9(7)V99.
         05 dh-counted-cash pic 9(7)V99.
         05 dh-over-short pic s9(7)V99.
         05 dh-short-flag pic x.
         05 filler pic xxx.

       fd history-new-file
           record contains 52 characters
           data record is dhn-record.

       01 dhn-record pic x(52).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd drawer-report
           record contains 132 characters
           data record is dr-output.

       01 dr-output pic x(132).

       fd case-feed-file
           record contains 86 characters
           data record is cf-record.

       01 cf-record pic x(86).

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

       01 ws-slr-eof pic x value "N".
       01 ws-ret-eof pic x value "N".
       01 ws-la-eof pic x value "N".
       01 ws-chm-eof pic x value "N".
       01 ws-card-eof pic x value "N".
       01 ws-hist-eof pic x value "N".
       01 ws-slr-status pic xx value spaces.
       01 ws-returns-status pic xx value spaces.
       01 ws-la-status pic xx value spaces.
       01 ws-cashier-master-status pic xx value spaces.
       01 ws-card-status pic xx value spaces.
       01 ws-dc-status pic xx value spaces.
       01 ws-hist-status pic xx value spaces.
       01 ws-hist-new-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-cf-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-processing-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.

      * a cashier short by more than the tolerance this many times
      * inside the rolling window is flagged
       01 ws-rolling-days pic 9(3) value 30.
       01 ws-short-count pic 99 value 3.
       01 ws-short-tolerance pic 9(3)V99 value 1.00.
       01 ws-hist-retain-days pic 9(3) value 365.
       01 ws-window-start pic 9(8) value 0.
       01 ws-retain-start pic 9(8) value 0.

       01 ws-cards-read pic 9(6) value 0.
       01 ws-reconciled-count pic 9(6) value 0.
       01 ws-short-cards pic 9(6) value 0.
       01 ws-held-count pic 9(6) value 0.
       01 ws-lp-flagged pic 9(6) value 0.
       01 ws-no-card-count pic 9(6) value 0.
       01 ws-hist-kept pic 9(6) value 0.
       01 ws-overflow pic x value "N".

      * working fields for splitting one transaction across tenders
       01 ws-apply-sign pic s9 value +1.
       01 ws-primary-amount pic s9(8)V99 value 0.
       01 ws-split-amount pic s9(8)V99 value 0.
       01 ws-apply-tender pic xx value spaces.
       01 ws-apply-amount pic s9(8)V99 value 0.
       01 ws-apply-bucket pic x value spaces.
         88 ws-bucket-sale value "S".
         88 ws-bucket-layaway value "L".
         88 ws-bucket-split value "X".
         88 ws-bucket-refund value "R".
         88 ws-bucket-void value "V".

       01 ws-sub pic 999 value 0.
       01 ws-found-sub pic 999 value 0.
       01 ws-lookup-store pic xx value spaces.
       01 ws-lookup-cashier pic x(4) value spaces.

      * the cash each cashier took in and paid out today
       01 ws-num-activity pic 999 value 0.
       01 ws-activity-table.
         05 ws-dw-entry occurs 300 times
                         indexed by ws-dw-idx.
           10 ws-dw-store pic xx.
           10 ws-dw-cashier pic x(4).
           10 ws-dw-sales pic s9(7)V99.
           10 ws-dw-layaway pic s9(7)V99.
           10 ws-dw-split pic s9(7)V99.
           10 ws-dw-refunds pic s9(7)V99.
           10 ws-dw-voids pic s9(7)V99.
           10 ws-dw-carded pic x.

      * stores whose sales are in tonight's feed
       01 ws-num-feed-stores pic 99 value 0.
       01 ws-fs-sub pic 99 value 0.
       01 ws-fs-found pic 99 value 0.
       01 ws-feed-store-table.
         05 ws-fs-store pic xx occurs 50 times.

       01 ws-num-cards pic 999 value 0.
       01 ws-cd-sub pic 999 value 0.
       01 ws-card-table.
         05 ws-cd-entry occurs 300 times.
           10 ws-cd-store pic xx.
           10 ws-cd-cashier pic x(4).
           10 ws-cd-counted pic 9(7)V99.
           10 ws-cd-float pic 9(5)V99.
           10 ws-cd-activity pic 999.
           10 ws-cd-expected pic s9(7)V99.
           10 ws-cd-over-short pic s9(7)V99.
           10 ws-cd-state pic x.
             88 ws-cd-reconciled value "R".
             88 ws-cd-held value "H".

      * shorts per cashier inside the rolling window, today included
       01 ws-num-rolling pic 999 value 0.
       01 ws-rl-sub pic 999 value 0.
       01 ws-rl-found pic 999 value 0.
       01 ws-rolling-table.
         05 ws-rl-entry occurs 300 times.
           10 ws-rl-cashier pic x(4).
           10 ws-rl-shorts pic 9(4).
           10 ws-rl-short-amt pic s9(9)V99.

       01 ws-num-masters pic 999 value 0.
       01 ws-cm-sub pic 999 value 0.
       01 ws-cashier-name-table.
         05 ws-cm-entry occurs 100 times.
           10 ws-cm-id pic x(4).
           10 ws-cm-name pic x(20).

       01 ws-this-name pic x(20) value spaces.
       01 ws-this-cash pic s9(7)V99 value 0.
       01 ws-replaced pic x value "N".

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(40) value
                   "CASHIER DRAWER OVER/SHORT - PROCESSING ".
         05 ws-head-date pic 9(8).

       01 ws-heading-2.
         05 filler pic x(10) value space.
         05 filler pic x(28) value "LOSS PREVENTION FLAG: SHORT ".
         05 ws-head-count pic z9.
         05 filler pic x(18) value " OR MORE TIMES IN ".
         05 ws-head-days pic zz9.
         05 filler pic x(19) value " DAYS BY MORE THAN ".
         05 ws-head-tolerance pic $$$9.99.

       01 ws-heading-3.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE".
         05 filler pic x(9) value "CASHIER".
         05 filler pic x(22) value "NAME".
         05 filler pic x(13) value "   FLOAT".
         05 filler pic x(13) value "   EXPECTED".
         05 filler pic x(13) value "    COUNTED".
         05 filler pic x(13) value " OVER/SHORT".
         05 filler pic x(30) value "  FLAGS".

       01 ws-detail-line.
         05 filler pic x(3) value spaces.
         05 ws-det-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-det-cashier pic x(4).
         05 filler pic x(5) value spaces.
         05 ws-det-name pic x(20).
         05 filler pic x(1) value spaces.
         05 ws-det-float pic zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-det-expected pic zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-det-counted pic zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-det-over-short pic zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-det-flag pic x(6).
         05 ws-det-lp-flag pic x(30).

       01 ws-component-line.
         05 filler pic x(17) value spaces.
         05 filler pic x(12) value "CASH SALES ".
         05 ws-cmp-sales pic zzz,zz9.99-.
         05 filler pic x(10) value "  LAYAWAY ".
         05 ws-cmp-layaway pic zzz,zz9.99-.
         05 filler pic x(8) value "  SPLIT ".
         05 ws-cmp-split pic zzz,zz9.99-.
         05 filler pic x(10) value "  REFUNDS ".
         05 ws-cmp-refunds pic zzz,zz9.99-.
         05 filler pic x(8) value "  VOIDS ".
         05 ws-cmp-voids pic zzz,zz9.99-.

       01 ws-lp-text.
         05 filler pic x(4) value "LP: ".
         05 ws-lp-shorts pic zz9.
         05 filler pic x(11) value " SHORTS IN ".
         05 ws-lp-days pic zz9.
         05 filler pic x(5) value " DAYS".

      * a loss prevention flag staged for case-feed.dat
       01 ws-case-feed.
         05 ws-cf-source pic x(8) value "CASHIER".
         05 ws-cf-store pic xx.
         05 ws-cf-key pic x(16).
         05 ws-cf-amount pic s9(9)V99.
         05 ws-cf-severity pic x value "H".
         05 ws-cf-date pic 9(8).
         05 ws-cf-description pic x(40).

       01 ws-section-line.
         05 filler pic x(2) value spaces.
         05 ws-section-text pic x(60).

       01 ws-other-line.
         05 filler pic x(3) value spaces.
         05 ws-oth-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-oth-cashier pic x(4).
         05 filler pic x(5) value spaces.
         05 ws-oth-name pic x(20).
         05 filler pic x(1) value spaces.
         05 ws-oth-amount pic zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-oth-text pic x(40).

       01 ws-summary-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(13) value "CARDS READ:  ".
         05 ws-sum-read pic zzzz9.
         05 filler pic x(15) value "   RECONCILED: ".
         05 ws-sum-reconciled pic zzzz9.
         05 filler pic x(10) value "   SHORT: ".
         05 ws-sum-short pic zzzz9.
         05 filler pic x(9) value "   HELD: ".
         05 ws-sum-held pic zzzz9.
         05 filler pic x(13) value "   LP FLAGS: ".
         05 ws-sum-lp pic zzzz9.
         05 filler pic x(12) value "   NO CARD: ".
         05 ws-sum-no-card pic zzzz9.

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
           perform 050-load-cashier-master.
           perform 060-load-cards.

      * refusing beats silently dropping card 301 when the card file
      * is cleared
           if ws-overflow = "Y"
               display "DRAWERREC: MORE THAN 300 COUNT CARDS OR "
                 "CASHIERS - RUN REFUSED"
               move 8 to ws-condition-code
               perform 700-write-run-log
               move 8 to return-code
               goback
           end-if.

           perform 100-scan-sl.
           perform 200-scan-returns.
           perform 250-scan-layaway.

           if ws-overflow = "Y"
               display "DRAWERREC: MORE THAN 300 CASHIERS TOOK CASH "
                 "TODAY - RUN REFUSED"
               move 8 to ws-condition-code
               perform 700-write-run-log
               move 8 to return-code
               goback
           end-if.

           perform 300-reconcile-cards.
           perform 400-rewrite-history.
           perform 500-write-report.
           perform 550-rewrite-cards.
           perform 700-write-run-log.
           if ws-condition-code > 0
               move ws-condition-code to return-code
           end-if.
           goback.

       040-load-controls.
           open input drawer-control-file.
           if ws-dc-status = "00"
               read drawer-control-file
                   at end
                       continue
                   not at end
                       if dc-rolling-days numeric
                         and dc-rolling-days > 0
                           move dc-rolling-days to ws-rolling-days
                       end-if
                       if dc-short-count numeric
                         and dc-short-count > 0
                           move dc-short-count to ws-short-count
                       end-if
                       if dc-short-tolerance numeric
                           move dc-short-tolerance
                             to ws-short-tolerance
                       end-if
               end-read
               close drawer-control-file
           end-if.
           if ws-rolling-days > ws-hist-retain-days
               move ws-hist-retain-days to ws-rolling-days
           end-if.

      * the window counts today as its last day
           compute ws-window-start = function date-of-integer(
             function integer-of-date(ws-processing-date)
             - ws-rolling-days + 1).
           compute ws-retain-start = function date-of-integer(
             function integer-of-date(ws-processing-date)
             - ws-hist-retain-days + 1).

       050-load-cashier-master.
           open input cashier-master-file.
           if ws-cashier-master-status <> "00"
               exit paragraph
           end-if.

           read cashier-master-file
               at end
                   move "Y" to ws-chm-eof.
           perform until ws-chm-eof = "Y"
               or ws-num-masters >= 100
               add 1 to ws-num-masters
               move ch-cashier-id to ws-cm-id(ws-num-masters)
               move ch-name to ws-cm-name(ws-num-masters)
               read cashier-master-file
                   at end
                       move "Y" to ws-chm-eof
               end-read
           end-perform.
           close cashier-master-file.

       060-load-cards.
           open input count-card-file.
           if ws-card-status <> "00"
               exit paragraph
           end-if.

           read count-card-file
               at end
                   move "Y" to ws-card-eof.
           perform until ws-card-eof = "Y"
               add 1 to ws-cards-read
               if ws-num-cards < 300
                   add 1 to ws-num-cards
                   move dk-store-num to ws-cd-store(ws-num-cards)
                   move dk-cashier-id to ws-cd-cashier(ws-num-cards)
                   move dk-counted-cash to ws-cd-counted(ws-num-cards)
                   move dk-starting-float
                     to ws-cd-float(ws-num-cards)
                   move 0 to ws-cd-activity(ws-num-cards)
                   move 0 to ws-cd-expected(ws-num-cards)
                   move 0 to ws-cd-over-short(ws-num-cards)
                   move spaces to ws-cd-state(ws-num-cards)
               else
                   move "Y" to ws-overflow
               end-if
               read count-card-file
                   at end
                       move "Y" to ws-card-eof
               end-read
           end-perform.
           close count-card-file.

       100-scan-sl.
           open input sl-records-file.
           if ws-slr-status <> "00"
               display "DRAWERREC: CANT OPEN SL-RECORDS, STATUS="
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
               perform 150-post-sl-record
               read sl-records-file
                   at end
                       move "Y" to ws-slr-eof
               end-read
           end-perform.
           close sl-records-file.

       150-post-sl-record.
      * the "0"/"9" control records are not transactions
           if slr-trans-code = "0" or slr-trans-code = "9"
               exit paragraph
           end-if.
           move slr-store-num to ws-lookup-store.
           perform 180-note-feed-store.

           evaluate slr-trans-code
               when "S"
                   move +1 to ws-apply-sign
                   move "S" to ws-apply-bucket
      * the net difference on an exchange is money in the till
               when "E"
                   move +1 to ws-apply-sign
                   move "S" to ws-apply-bucket
               when "V"
                   move -1 to ws-apply-sign
                   move "V" to ws-apply-bucket
               when other
                   exit paragraph
           end-evaluate.

           move slr-cashier-id to ws-lookup-cashier.
           if slr-split-flag = "Y"
               compute ws-primary-amount =
                 (slr-trans-amount - slr-split-amount) * ws-apply-sign
               compute ws-split-amount =
                 slr-split-amount * ws-apply-sign
               move slr-pay-type to ws-apply-tender
               move ws-primary-amount to ws-apply-amount
               perform 160-post-cash
               if ws-bucket-sale
                   move "X" to ws-apply-bucket
               end-if
               move slr-split-pay-type to ws-apply-tender
               move ws-split-amount to ws-apply-amount
               perform 160-post-cash
           else
               move slr-pay-type to ws-apply-tender
               compute ws-apply-amount =
                 slr-trans-amount * ws-apply-sign
               perform 160-post-cash
           end-if.

       160-post-cash.
      * only the cash side of a transaction touches the drawer; the
      * split-tender cash of a sale is shown apart from plain cash
           if ws-apply-tender not = "CA" or ws-apply-amount = 0
               exit paragraph
           end-if.
           perform 170-find-or-add-activity.
           if ws-found-sub = 0
               exit paragraph
           end-if.
           evaluate true
               when ws-bucket-sale
                   add ws-apply-amount to ws-dw-sales(ws-found-sub)
               when ws-bucket-layaway
                   add ws-apply-amount to ws-dw-layaway(ws-found-sub)
               when ws-bucket-split
                   add ws-apply-amount to ws-dw-split(ws-found-sub)
               when ws-bucket-refund
                   add ws-apply-amount to ws-dw-refunds(ws-found-sub)
               when ws-bucket-void
                   add ws-apply-amount to ws-dw-voids(ws-found-sub)
           end-evaluate.

       170-find-or-add-activity.
           move 0 to ws-found-sub.
           perform varying ws-dw-idx from 1 by 1
             until ws-dw-idx > ws-num-activity
               if ws-lookup-store = ws-dw-store(ws-dw-idx)
                 and ws-lookup-cashier = ws-dw-cashier(ws-dw-idx)
                   move ws-dw-idx to ws-found-sub
               end-if
           end-perform.

           if ws-found-sub = 0
               if ws-num-activity < 300
                   add 1 to ws-num-activity
                   move ws-num-activity to ws-found-sub
                   move ws-lookup-store to ws-dw-store(ws-found-sub)
                   move ws-lookup-cashier
                     to ws-dw-cashier(ws-found-sub)
                   move 0 to ws-dw-sales(ws-found-sub)
                   move 0 to ws-dw-layaway(ws-found-sub)
                   move 0 to ws-dw-split(ws-found-sub)
                   move 0 to ws-dw-refunds(ws-found-sub)
                   move 0 to ws-dw-voids(ws-found-sub)
                   move "N" to ws-dw-carded(ws-found-sub)
               else
                   move "Y" to ws-overflow
               end-if
           end-if.

       180-note-feed-store.
           move 0 to ws-fs-found.
           perform varying ws-fs-sub from 1 by 1
             until ws-fs-sub > ws-num-feed-stores
               if ws-lookup-store = ws-fs-store(ws-fs-sub)
                   move ws-fs-sub to ws-fs-found
               end-if
           end-perform.
           if ws-fs-found = 0 and ws-num-feed-stores < 50
               add 1 to ws-num-feed-stores
               move ws-lookup-store to ws-fs-store(ws-num-feed-stores)
           end-if.

       200-scan-returns.
           open input returns-file.
           if ws-returns-status <> "00"
               display "DRAWERREC: CANT OPEN RETURNS, STATUS="
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
               if ret-trans-code = "R"
                   move ret-store-num to ws-lookup-store
                   move ret-cashier-id to ws-lookup-cashier
                   move "R" to ws-apply-bucket
                   if ret-split-flag = "Y"
                       compute ws-primary-amount =
                         0 - (ret-trans-amount - ret-split-amount)
                       compute ws-split-amount = 0 - ret-split-amount
                       move ret-pay-type to ws-apply-tender
                       move ws-primary-amount to ws-apply-amount
                       perform 160-post-cash
                       move ret-split-pay-type to ws-apply-tender
                       move ws-split-amount to ws-apply-amount
                       perform 160-post-cash
                   else
                       move ret-pay-type to ws-apply-tender
                       compute ws-apply-amount = 0 - ret-trans-amount
                       perform 160-post-cash
                   end-if
               end-if
               read returns-file
                   at end
                       move "Y" to ws-ret-eof
               end-read
           end-perform.
           close returns-file.

       250-scan-layaway.
      * only installment payments put money in the drawer; an absent
      * file is a day with no layaway activity
           open input layaway-activity-file.
           if ws-la-status <> "00"
               exit paragraph
           end-if.

           read layaway-activity-file
               at end
                   move "Y" to ws-la-eof.
           perform until ws-la-eof = "Y"
               if la-trans-code = "P"
                   move la-store-num to ws-lookup-store
                   move la-cashier-id to ws-lookup-cashier
                   move "L" to ws-apply-bucket
                   if la-split-flag = "Y"
                       compute ws-primary-amount =
                         la-trans-amount - la-split-amount
                       move la-pay-type to ws-apply-tender
                       move ws-primary-amount to ws-apply-amount
                       perform 160-post-cash
                       move la-split-pay-type to ws-apply-tender
                       move la-split-amount to ws-apply-amount
                       perform 160-post-cash
                   else
                       move la-pay-type to ws-apply-tender
                       move la-trans-amount to ws-apply-amount
                       perform 160-post-cash
                   end-if
               end-if
               read layaway-activity-file
                   at end
                       move "Y" to ws-la-eof
               end-read
           end-perform.
           close layaway-activity-file.

       300-reconcile-cards.
           perform varying ws-cd-sub from 1 by 1
             until ws-cd-sub > ws-num-cards
               perform 350-reconcile-one-card
           end-perform.

       350-reconcile-one-card.
      * a store with no sales in tonight's feed has not transmitted
      * yet -- its cards wait for the supplemental run
           move ws-cd-store(ws-cd-sub) to ws-lookup-store.
           move 0 to ws-fs-found.
           perform varying ws-fs-sub from 1 by 1
             until ws-fs-sub > ws-num-feed-stores
               if ws-lookup-store = ws-fs-store(ws-fs-sub)
                   move ws-fs-sub to ws-fs-found
               end-if
           end-perform.
           if ws-fs-found = 0
               move "H" to ws-cd-state(ws-cd-sub)
               add 1 to ws-held-count
               exit paragraph
           end-if.

           move "R" to ws-cd-state(ws-cd-sub).
           add 1 to ws-reconciled-count.
           move 0 to ws-this-cash.
           move ws-cd-cashier(ws-cd-sub) to ws-lookup-cashier.
           move 0 to ws-found-sub.
           perform varying ws-dw-idx from 1 by 1
             until ws-dw-idx > ws-num-activity
               if ws-lookup-store = ws-dw-store(ws-dw-idx)
                 and ws-lookup-cashier = ws-dw-cashier(ws-dw-idx)
                   move ws-dw-idx to ws-found-sub
               end-if
           end-perform.
           move ws-found-sub to ws-cd-activity(ws-cd-sub).
           if ws-found-sub > 0
               move "Y" to ws-dw-carded(ws-found-sub)
               compute ws-this-cash = ws-dw-sales(ws-found-sub)
                 + ws-dw-layaway(ws-found-sub)
                 + ws-dw-split(ws-found-sub)
                 + ws-dw-refunds(ws-found-sub)
                 + ws-dw-voids(ws-found-sub)
           end-if.

           compute ws-cd-expected(ws-cd-sub) =
             ws-cd-float(ws-cd-sub) + ws-this-cash.
           compute ws-cd-over-short(ws-cd-sub) =
             ws-cd-counted(ws-cd-sub) - ws-cd-expected(ws-cd-sub).
           if ws-cd-over-short(ws-cd-sub) < 0
             and (0 - ws-cd-over-short(ws-cd-sub))
               > ws-short-tolerance
               add 1 to ws-short-cards
           end-if.

       400-rewrite-history.
      * the kept history goes to the new file first -- minus what has
      * aged out and any count for tonight's date the cards now being
      * reconciled replace -- then tonight's counts, and the new file
      * replaces the old.  Shorts inside the window are tallied per
      * cashier on the way through.
           open output history-new-file.
           open input history-file.
           if ws-hist-status = "00"
               read history-file
                   at end
                       move "Y" to ws-hist-eof
               end-read
               perform until ws-hist-eof = "Y"
                   perform 420-check-replaced
                   if dh-count-date >= ws-retain-start
                     and ws-replaced = "N"
                       add 1 to ws-hist-kept
                       write dhn-record from dh-record
                       perform 450-tally-rolling
                   end-if
                   read history-file
                       at end
                           move "Y" to ws-hist-eof
                   end-read
               end-perform
               close history-file
           end-if.

           perform varying ws-cd-sub from 1 by 1
             until ws-cd-sub > ws-num-cards
               if ws-cd-reconciled(ws-cd-sub)
                   move spaces to dh-record
                   move ws-processing-date to dh-count-date
                   move ws-cd-store(ws-cd-sub) to dh-store-num
                   move ws-cd-cashier(ws-cd-sub) to dh-cashier-id
                   move ws-cd-float(ws-cd-sub) to dh-starting-float
                   move ws-cd-expected(ws-cd-sub) to dh-expected-cash
                   move ws-cd-counted(ws-cd-sub) to dh-counted-cash
                   move ws-cd-over-short(ws-cd-sub) to dh-over-short
                   move "N" to dh-short-flag
                   if dh-over-short < 0
                     and (0 - dh-over-short) > ws-short-tolerance
                       move "Y" to dh-short-flag
                   end-if
                   write dhn-record from dh-record
                   perform 450-tally-rolling
               end-if
           end-perform.
           close history-new-file.

           move "N" to ws-hist-eof.
           open input history-new-file.
           open output history-file.
           read history-new-file
               at end
                   move "Y" to ws-hist-eof.
           perform until ws-hist-eof = "Y"
               write dh-record from dhn-record
               read history-new-file
                   at end
                       move "Y" to ws-hist-eof
               end-read
           end-perform.
           close history-new-file, history-file.

       420-check-replaced.
           move "N" to ws-replaced.
           if dh-count-date not = ws-processing-date
               exit paragraph
           end-if.
           perform varying ws-cd-sub from 1 by 1
             until ws-cd-sub > ws-num-cards
               if ws-cd-reconciled(ws-cd-sub)
                 and dh-store-num = ws-cd-store(ws-cd-sub)
                 and dh-cashier-id = ws-cd-cashier(ws-cd-sub)
                   move "Y" to ws-replaced
               end-if
           end-perform.

       450-tally-rolling.
      * the loss-prevention pattern follows the cashier, whichever
      * store the drawer was in
           if dh-count-date < ws-window-start
             or dh-count-date > ws-processing-date
             or dh-short-flag not = "Y"
               exit paragraph
           end-if.
           move 0 to ws-rl-found.
           perform varying ws-rl-sub from 1 by 1
             until ws-rl-sub > ws-num-rolling
               if dh-cashier-id = ws-rl-cashier(ws-rl-sub)
                   move ws-rl-sub to ws-rl-found
               end-if
           end-perform.
           if ws-rl-found = 0 and ws-num-rolling < 300
               add 1 to ws-num-rolling
               move ws-num-rolling to ws-rl-found
               move dh-cashier-id to ws-rl-cashier(ws-rl-found)
               move 0 to ws-rl-shorts(ws-rl-found)
               move 0 to ws-rl-short-amt(ws-rl-found)
           end-if.
           if ws-rl-found > 0
               add 1 to ws-rl-shorts(ws-rl-found)
               add dh-over-short to ws-rl-short-amt(ws-rl-found)
           end-if.

       500-write-report.
           open output drawer-report.
           move ws-processing-date to ws-head-date.
           move ws-short-count to ws-head-count.
           move ws-rolling-days to ws-head-days.
           move ws-short-tolerance to ws-head-tolerance.
           write dr-output from ws-heading-1.
           write dr-output from ws-heading-2.
           write dr-output from ws-blank-line.
           write dr-output from ws-heading-3.

           perform varying ws-cd-sub from 1 by 1
             until ws-cd-sub > ws-num-cards
               if ws-cd-reconciled(ws-cd-sub)
                   perform 520-write-one-count
               end-if
           end-perform.

           write dr-output from ws-blank-line.
           move "CASHIERS WHO TOOK CASH WITH NO COUNT CARD"
             to ws-section-text.
           write dr-output from ws-section-line.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-activity
               if ws-dw-carded(ws-sub) = "N"
                   add 1 to ws-no-card-count
                   move ws-dw-store(ws-sub) to ws-oth-store
                   move ws-dw-cashier(ws-sub) to ws-lookup-cashier
                   move ws-dw-cashier(ws-sub) to ws-oth-cashier
                   perform 540-find-name
                   move ws-this-name to ws-oth-name
                   compute ws-this-cash = ws-dw-sales(ws-sub)
                     + ws-dw-layaway(ws-sub) + ws-dw-split(ws-sub)
                     + ws-dw-refunds(ws-sub) + ws-dw-voids(ws-sub)
                   move ws-this-cash to ws-oth-amount
                   move "NET CASH - DRAWER NOT COUNTED" to ws-oth-text
                   write dr-output from ws-other-line
               end-if
           end-perform.

           write dr-output from ws-blank-line.
           move "COUNT CARDS HELD - STORE NOT YET TRANSMITTED"
             to ws-section-text.
           write dr-output from ws-section-line.
           perform varying ws-cd-sub from 1 by 1
             until ws-cd-sub > ws-num-cards
               if ws-cd-held(ws-cd-sub)
                   move ws-cd-store(ws-cd-sub) to ws-oth-store
                   move ws-cd-cashier(ws-cd-sub) to ws-lookup-cashier
                   move ws-cd-cashier(ws-cd-sub) to ws-oth-cashier
                   perform 540-find-name
                   move ws-this-name to ws-oth-name
                   move ws-cd-counted(ws-cd-sub) to ws-oth-amount
                   move "COUNTED - HELD FOR SUPPLEMENTAL RUN"
                     to ws-oth-text
                   write dr-output from ws-other-line
               end-if
           end-perform.

           move ws-cards-read to ws-sum-read.
           move ws-reconciled-count to ws-sum-reconciled.
           move ws-short-cards to ws-sum-short.
           move ws-held-count to ws-sum-held.
           move ws-lp-flagged to ws-sum-lp.
           move ws-no-card-count to ws-sum-no-card.
           write dr-output from ws-blank-line.
           write dr-output from ws-summary-line.
           close drawer-report.

       520-write-one-count.
           move ws-cd-store(ws-cd-sub) to ws-det-store.
           move ws-cd-cashier(ws-cd-sub) to ws-det-cashier.
           move ws-cd-cashier(ws-cd-sub) to ws-lookup-cashier.
           perform 540-find-name.
           move ws-this-name to ws-det-name.
           move ws-cd-float(ws-cd-sub) to ws-det-float.
           move ws-cd-expected(ws-cd-sub) to ws-det-expected.
           move ws-cd-counted(ws-cd-sub) to ws-det-counted.
           move ws-cd-over-short(ws-cd-sub) to ws-det-over-short.

           evaluate true
               when ws-cd-over-short(ws-cd-sub) < 0
                 and (0 - ws-cd-over-short(ws-cd-sub))
                   > ws-short-tolerance
                   move "SHORT" to ws-det-flag
               when ws-cd-over-short(ws-cd-sub) > ws-short-tolerance
                   move "OVER" to ws-det-flag
               when other
                   move spaces to ws-det-flag
           end-evaluate.

           move spaces to ws-det-lp-flag.
           move 0 to ws-rl-found.
           perform varying ws-rl-sub from 1 by 1
             until ws-rl-sub > ws-num-rolling
               if ws-lookup-cashier = ws-rl-cashier(ws-rl-sub)
                   move ws-rl-sub to ws-rl-found
               end-if
           end-perform.
           if ws-rl-found > 0
               if ws-rl-shorts(ws-rl-found) >= ws-short-count
                   move ws-rl-shorts(ws-rl-found) to ws-lp-shorts
                   move ws-rolling-days to ws-lp-days
                   move ws-lp-text to ws-det-lp-flag
                   add 1 to ws-lp-flagged
                   perform 530-raise-case
               end-if
           end-if.
           write dr-output from ws-detail-line.

           move 0 to ws-cmp-sales.
           move 0 to ws-cmp-layaway.
           move 0 to ws-cmp-split.
           move 0 to ws-cmp-refunds.
           move 0 to ws-cmp-voids.
           move ws-cd-activity(ws-cd-sub) to ws-sub.
           if ws-sub > 0
               move ws-dw-sales(ws-sub) to ws-cmp-sales
               move ws-dw-layaway(ws-sub) to ws-cmp-layaway
               move ws-dw-split(ws-sub) to ws-cmp-split
               move ws-dw-refunds(ws-sub) to ws-cmp-refunds
               move ws-dw-voids(ws-sub) to ws-cmp-voids
           end-if.
           write dr-output from ws-component-line.

       530-raise-case.
           move ws-cd-store(ws-cd-sub) to ws-cf-store.
           move ws-lookup-cashier to ws-cf-key.
           move ws-rl-short-amt(ws-rl-found) to ws-cf-amount.
           move ws-processing-date to ws-cf-date.
           move ws-lp-text to ws-cf-description.
           open extend case-feed-file.
           if ws-cf-status = "35"
               open output case-feed-file
           end-if.
           write cf-record from ws-case-feed.
           close case-feed-file.

       540-find-name.
           if ws-lookup-cashier = spaces
               move "(NO OPERATOR ID)" to ws-this-name
           else
               move "(NOT ON MASTER)" to ws-this-name
               perform varying ws-cm-sub from 1 by 1
                 until ws-cm-sub > ws-num-masters
                   if ws-lookup-cashier = ws-cm-id(ws-cm-sub)
                       move ws-cm-name(ws-cm-sub) to ws-this-name
                   end-if
               end-perform
           end-if.

       550-rewrite-cards.
      * reconciled cards are consumed; held cards stay for the
      * supplemental run that brings their store's sales in
           if ws-card-status <> "00"
               exit paragraph
           end-if.
           open output count-card-file.
           perform varying ws-cd-sub from 1 by 1
             until ws-cd-sub > ws-num-cards
               if ws-cd-held(ws-cd-sub)
                   move ws-cd-store(ws-cd-sub) to dk-store-num
                   move ws-cd-cashier(ws-cd-sub) to dk-cashier-id
                   move ws-cd-counted(ws-cd-sub) to dk-counted-cash
                   move ws-cd-float(ws-cd-sub) to dk-starting-float
                   write dk-record
               end-if
           end-perform.
           close count-card-file.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "DRAWERREC" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-cards-read to rl-records-read.
           move ws-reconciled-count to rl-records-written.
           move ws-short-cards to rl-records-written-2.
           move ws-lp-flagged to rl-records-written-3.
           move ws-held-count to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program DRAWERREC.
      **************************************************************************

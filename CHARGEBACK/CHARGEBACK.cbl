       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. CHARGEBACK.
      **************************************************************************
      * Credit/debit chargeback case tracking.  The card processor's
      * chargeback file (chargeback-incoming.dat: card type, invoice,
      * amount, reason code, dispute date) is matched to the original
      * sale on invoice-index.dat and each dispute is opened as a case
      * on chargeback-master.dat under the next case number.  A
      * dispute that names no card sale, a different tender or more
      * than the card paid is listed as an exception instead.
      *
      * The case is then worked from chargeback-cards.dat:
      *   R  represented -- the store's evidence has gone back to the
      *                     processor (open cases only)
      *   W  won         -- the processor reversed the chargeback
      *   L  lost        -- the money is gone for good
      * A lost case is dated with the processing date so GLJOURNAL
      * reverses the revenue that night (DR CHARGEBACK CONTRA-REV,
      * CR the card tender's clearing account), and is queued on
      * chargeback-explain.dat so DEPRECON can show it as an
      * explained short on the store's deposit.
      *
      * Both input files are consumed and cleared.  A supplemental
      * run leaves them for the regular run, so a night's losses are
      * journalled exactly once.  chargeback-report.out lists the
      * night's cases, actions and exceptions and every case still
      * open; chargeback-rate.out gives loss prevention each store's
      * month-to-date chargeback count and value against its card
      * sales on the index.  Runs nightly as a pipeline stage before
      * SETTLE and GLJOURNAL.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select incoming-file
               assign to "../chargeback-incoming.dat"
               organization is line sequential
               file status is ws-in-status.

           select action-card-file
               assign to "../chargeback-cards.dat"
               organization is line sequential
               file status is ws-card-status.

           select chargeback-master-file
               assign to "../chargeback-master.dat"
               organization is line sequential
               file status is ws-cbm-status.

           select explain-file
               assign to "../chargeback-explain.dat"
               organization is line sequential
               file status is ws-ex-status.

           select invoice-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is dynamic
               record key is inv-invoice-num
               file status is ws-inv-status.

           select store-master-file
               assign to "../store-master.dat"
               organization is line sequential
               file status is ws-store-master-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select chargeback-report
               assign to "../chargeback-report.out"
               organization is line sequential.

           select rate-report
               assign to "../chargeback-rate.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd incoming-file
           record contains 30 characters
           data record is cbi-record.

       01 cbi-record.
         05 cbi-card-type pic xx.
         05 cbi-invoice-num pic x(9).
         05 cbi-amount pic 9(5)V99.
         05 cbi-reason pic x(4).
         05 cbi-dispute-date pic 9(8).

       fd action-card-file
           record contains 45 characters
           data record is cba-record.

       01 cba-record.
         05 cba-action pic x.
         05 cba-case-num pic 9(6).
         05 cba-user pic x(8).
         05 cba-comment pic x(30).

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

       fd explain-file
           record contains 29 characters
           data record is cbx-record.

       01 cbx-record.
         05 cbx-store-num pic xx.
         05 cbx-tender pic xx.
         05 cbx-amount pic 9(9)V99.
         05 cbx-case-num pic 9(6).
         05 cbx-lost-date pic 9(8).

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

       fd store-master-file
          data record is stm-record
          record contains 33 characters.

       01 stm-record.
         05 stm-store-num pic xx.
         05 stm-store-name pic x(20).
         05 stm-active-flag pic x.
         05 stm-district pic xx.
         05 stm-grace-end pic 9(8).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd chargeback-report
           record contains 100 characters
           data record is cr-output.

       01 cr-output pic x(100).

       fd rate-report
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

       01 ws-in-eof pic x value "N".
       01 ws-card-eof pic x value "N".
       01 ws-cbm-eof pic x value "N".
       01 ws-index-eof pic x value "N".
       01 ws-store-master-eof pic x value "N".
       01 ws-in-status pic xx value spaces.
       01 ws-card-status pic xx value spaces.
       01 ws-cbm-status pic xx value spaces.
       01 ws-ex-status pic xx value spaces.
       01 ws-inv-status pic xx value spaces.
       01 ws-store-master-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-processing-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.
       01 ws-inv-open pic x value "N".

       01 ws-month-start pic 9(8) value 0.
       01 ws-today-int pic 9(8) value 0.
       01 ws-days-open pic s9(5) value 0.

       01 ws-disputes-read pic 9(6) value 0.
       01 ws-cases-opened pic 9(6) value 0.
       01 ws-exception-count pic 9(6) value 0.
       01 ws-cards-read pic 9(6) value 0.
       01 ws-lost-count pic 9(6) value 0.
       01 ws-won-count pic 9(6) value 0.
       01 ws-open-count pic 9(6) value 0.
       01 ws-lost-amount pic 9(9)V99 value 0.

       01 ws-reject-reason pic x(30) value spaces.
       01 ws-card-portion pic 9(5)V99 value 0.
       01 ws-next-case pic 9(6) value 0.

       01 ws-num-cases pic 9(4) value 0.
       01 ws-case-overflow pic x value "N".
       01 ws-sub pic 9(4) value 0.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-case-table.
         05 ws-cs-entry occurs 2000 times
                         indexed by ws-cs-idx.
           10 ws-cs-case-num pic 9(6).
           10 ws-cs-store pic xx.
           10 ws-cs-invoice pic x(9).
           10 ws-cs-card-type pic xx.
           10 ws-cs-amount pic 9(5)V99.
           10 ws-cs-reason pic x(4).
           10 ws-cs-dispute-date pic 9(8).
           10 ws-cs-sale-date pic 9(8).
           10 ws-cs-sale-amount pic 9(5)V99.
           10 ws-cs-status pic x.
           10 ws-cs-status-date pic 9(8).
           10 ws-cs-user pic x(8).

      * month-to-date chargeback rate by store
       01 ws-num-stores pic 99 value 0.
       01 ws-st-sub pic 99 value 0.
       01 ws-st-found pic 99 value 0.
       01 ws-lookup-store pic xx value spaces.
       01 ws-rate-table.
         05 ws-rt-entry occurs 20 times.
           10 ws-rt-store pic xx.
           10 ws-rt-name pic x(20).
           10 ws-rt-card-count pic 9(6).
           10 ws-rt-card-amount pic 9(9)V99.
           10 ws-rt-cb-count pic 9(5).
           10 ws-rt-cb-amount pic 9(9)V99.
           10 ws-rt-lost-amount pic 9(9)V99.
       01 ws-rate-per-thousand pic 9(5)V99 value 0.
       01 ws-rate-percent pic 9(3)V99 value 0.
       01 ws-chain-card-count pic 9(7) value 0.
       01 ws-chain-cb-count pic 9(6) value 0.

       01 ws-blank-line pic x(100) value spaces.

       01 ws-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(40) value
                   "CHARGEBACK CASES - PROCESSING DATE ".
         05 ws-head-date pic 9(8).

       01 ws-section-line.
         05 filler pic x(2) value spaces.
         05 ws-section-text pic x(60).

       01 ws-case-heading.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "CASE".
         05 filler pic x(6) value "STORE".
         05 filler pic x(11) value "INVOICE".
         05 filler pic x(5) value "CARD".
         05 filler pic x(12) value "     AMOUNT".
         05 filler pic x(6) value "RSN".
         05 filler pic x(10) value "DISPUTED".
         05 filler pic x(7) value "STATUS".
         05 filler pic x(30) value "NOTE".

       01 ws-case-line.
         05 filler pic x(3) value spaces.
         05 ws-cl-case pic 9(6).
         05 filler pic x(3) value spaces.
         05 ws-cl-store pic xx.
         05 filler pic x(3) value spaces.
         05 ws-cl-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-cl-card pic xx.
         05 filler pic x(2) value spaces.
         05 ws-cl-amount pic zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-cl-reason pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-cl-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-cl-status pic x.
         05 filler pic x(3) value spaces.
         05 ws-cl-note pic x(35).

       01 ws-days-note.
         05 ws-dn-days pic zzzz9.
         05 filler pic x(5) value " DAYS".

       01 ws-summary-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "DISPUTES: ".
         05 ws-sum-read pic zzzz9.
         05 filler pic x(10) value "  OPENED: ".
         05 ws-sum-opened pic zzzz9.
         05 filler pic x(14) value "  EXCEPTIONS: ".
         05 ws-sum-exceptions pic zzzz9.
         05 filler pic x(7) value "  WON: ".
         05 ws-sum-won pic zzzz9.
         05 filler pic x(8) value "  LOST: ".
         05 ws-sum-lost pic zzzz9.
         05 filler pic x(8) value "  OPEN: ".
         05 ws-sum-open pic zzzz9.

       01 ws-rate-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(40) value
                   "CHARGEBACK RATE BY STORE - MONTH TO ".
         05 ws-rate-head-date pic 9(8).

       01 ws-rate-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(24) value "STORE".
         05 filler pic x(6) value "  TXNS".
         05 filler pic x(16) value "      CARD SALES".
         05 filler pic x(6) value "   CBS".
         05 filler pic x(14) value "     CB AMOUNT".
         05 filler pic x(14) value "          LOST".
         05 filler pic x(10) value "  PER 1000".
         05 filler pic x(7) value "    PCT".

       01 ws-rate-line.
         05 filler pic x(2) value spaces.
         05 ws-rl-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-rl-name pic x(20).
         05 ws-rl-card-count pic zzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-rl-card-amount pic zzz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-rl-cb-count pic zzz9.
         05 filler pic x(1) value spaces.
         05 ws-rl-cb-amount pic zz,zzz,zz9.99.
         05 filler pic x(1) value spaces.
         05 ws-rl-lost-amount pic zz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-rl-per-thousand pic zzzz9.99.
         05 filler pic x(1) value spaces.
         05 ws-rl-percent pic zz9.99.

       01 ws-rate-total-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(24) value "CHAIN".
         05 ws-rt-tot-card-count pic zzzzzz9.
         05 filler pic x(20) value spaces.
         05 ws-rt-tot-cb-count pic zzzz9.

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
           move ws-processing-date to ws-month-start.
           move "01" to ws-month-start(7:2).

           perform 050-load-master.

      * refusing beats silently dropping case 2001 on the rewrite
           if ws-case-overflow = "Y"
               display "CHARGEBACK: MASTER EXCEEDS 2000 CASES - "
                 "RUN REFUSED"
               move 8 to ws-condition-code
               perform 700-write-run-log
               move 8 to return-code
               goback
           end-if.

           open input invoice-index-file.
           if ws-inv-status = "00"
               move "Y" to ws-inv-open
           else
               display "CHARGEBACK: CANT OPEN INVOICE-INDEX, STATUS="
                   ws-inv-status " - DISPUTES LEFT FOR NEXT RUN"
           end-if.

           open output chargeback-report.
           move ws-processing-date to ws-head-date.
           write cr-output from ws-heading-1.

      * a night's disputes and outcomes are taken once, on the
      * regular run -- a supplemental run leaves them waiting
           if ws-supp-seq = 0 and ws-inv-open = "Y"
               perform 100-open-new-cases
               perform 200-apply-actions
               perform 500-rewrite-master
           end-if.

           perform 300-list-open-cases.

           move ws-disputes-read to ws-sum-read.
           move ws-cases-opened to ws-sum-opened.
           move ws-exception-count to ws-sum-exceptions.
           move ws-won-count to ws-sum-won.
           move ws-lost-count to ws-sum-lost.
           move ws-open-count to ws-sum-open.
           write cr-output from ws-blank-line.
           write cr-output from ws-summary-line.
           close chargeback-report.

           perform 600-write-rate-report.
           if ws-inv-open = "Y"
               close invoice-index-file
           end-if.

           perform 700-write-run-log.
           if ws-condition-code > 0
               move ws-condition-code to return-code
           end-if.
           goback.

       050-load-master.
           open input chargeback-master-file.
           if ws-cbm-status <> "00"
               exit paragraph
           end-if.

           read chargeback-master-file
               at end
                   move "Y" to ws-cbm-eof.
           perform until ws-cbm-eof = "Y"
               if ws-num-cases < 2000
                   add 1 to ws-num-cases
                   move cbm-case-num to ws-cs-case-num(ws-num-cases)
                   move cbm-store-num to ws-cs-store(ws-num-cases)
                   move cbm-invoice-num to ws-cs-invoice(ws-num-cases)
                   move cbm-card-type to ws-cs-card-type(ws-num-cases)
                   move cbm-amount to ws-cs-amount(ws-num-cases)
                   move cbm-reason to ws-cs-reason(ws-num-cases)
                   move cbm-dispute-date
                     to ws-cs-dispute-date(ws-num-cases)
                   move cbm-sale-date to ws-cs-sale-date(ws-num-cases)
                   move cbm-sale-amount
                     to ws-cs-sale-amount(ws-num-cases)
                   move cbm-status to ws-cs-status(ws-num-cases)
                   move cbm-status-date
                     to ws-cs-status-date(ws-num-cases)
                   move cbm-user to ws-cs-user(ws-num-cases)
                   if cbm-case-num > ws-next-case
                       move cbm-case-num to ws-next-case
                   end-if
               else
                   move "Y" to ws-case-overflow
               end-if
               read chargeback-master-file
                   at end
                       move "Y" to ws-cbm-eof
               end-read
           end-perform.
           close chargeback-master-file.

       100-open-new-cases.
           open input incoming-file.
           if ws-in-status <> "00"
               exit paragraph
           end-if.

           write cr-output from ws-blank-line.
           move "DISPUTES RECEIVED FROM THE PROCESSOR"
             to ws-section-text.
           write cr-output from ws-section-line.
           write cr-output from ws-case-heading.

           read incoming-file
               at end
                   move "Y" to ws-in-eof.
           perform until ws-in-eof = "Y"
               add 1 to ws-disputes-read
               perform 150-open-one-case
               read incoming-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close incoming-file.

      * consumed disputes must not open a second case
           open output incoming-file.
           close incoming-file.

       150-open-one-case.
           move spaces to ws-reject-reason.
           move cbi-invoice-num to inv-invoice-num.
           read invoice-index-file
               invalid key
                   move "INVOICE NOT ON INDEX" to ws-reject-reason
           end-read.

           if ws-reject-reason = spaces
               move 0 to ws-card-portion
               if inv-pay-type = cbi-card-type
                   compute ws-card-portion = inv-trans-amount
                   if inv-split-flag = "Y"
                       compute ws-card-portion =
                         inv-trans-amount - inv-split-amount
                   end-if
               end-if
               if inv-split-flag = "Y"
                 and inv-split-pay-type = cbi-card-type
                   add inv-split-amount to ws-card-portion
               end-if
               evaluate true
                   when cbi-card-type not = "CR"
                     and cbi-card-type not = "DB"
                       move "CARD TYPE NOT CR OR DB"
                         to ws-reject-reason
                   when inv-trans-code not = "S"
                       move "INVOICE IS NOT A SALE"
                         to ws-reject-reason
                   when ws-card-portion = 0
                       move "SALE NOT PAID BY THIS CARD"
                         to ws-reject-reason
                   when cbi-amount not numeric or cbi-amount = 0
                       move "AMOUNT NOT VALID" to ws-reject-reason
                   when cbi-amount > ws-card-portion
                       move "AMOUNT EXCEEDS CARD PAYMENT"
                         to ws-reject-reason
               end-evaluate
           end-if.

      * the processor re-sends a dispute it has not heard back on
           if ws-reject-reason = spaces
               perform varying ws-cs-idx from 1 by 1
                 until ws-cs-idx > ws-num-cases
                   if ws-cs-invoice(ws-cs-idx) = cbi-invoice-num
                     and ws-cs-card-type(ws-cs-idx) = cbi-card-type
                     and ws-cs-dispute-date(ws-cs-idx)
                       = cbi-dispute-date
                       move "DUPLICATE OF AN EXISTING CASE"
                         to ws-reject-reason
                   end-if
               end-perform
           end-if.

           if ws-reject-reason = spaces and ws-num-cases >= 2000
               move "CHARGEBACK MASTER FULL" to ws-reject-reason
           end-if.

           move 0 to ws-cl-case.
           move spaces to ws-cl-store.
           move cbi-invoice-num to ws-cl-invoice.
           move cbi-card-type to ws-cl-card.
           move cbi-amount to ws-cl-amount.
           move cbi-reason to ws-cl-reason.
           move cbi-dispute-date to ws-cl-date.

           if ws-reject-reason not = spaces
               add 1 to ws-exception-count
               move "X" to ws-cl-status
               move ws-reject-reason to ws-cl-note
               write cr-output from ws-case-line
               exit paragraph
           end-if.

           add 1 to ws-next-case.
           add 1 to ws-num-cases.
           add 1 to ws-cases-opened.
           move ws-next-case to ws-cs-case-num(ws-num-cases).
           move inv-store-num to ws-cs-store(ws-num-cases).
           move cbi-invoice-num to ws-cs-invoice(ws-num-cases).
           move cbi-card-type to ws-cs-card-type(ws-num-cases).
           move cbi-amount to ws-cs-amount(ws-num-cases).
           move cbi-reason to ws-cs-reason(ws-num-cases).
           move cbi-dispute-date to ws-cs-dispute-date(ws-num-cases).
           move inv-trans-date to ws-cs-sale-date(ws-num-cases).
           move inv-trans-amount to ws-cs-sale-amount(ws-num-cases).
           move "O" to ws-cs-status(ws-num-cases).
           move ws-processing-date to ws-cs-status-date(ws-num-cases).
           move "PROCESSR" to ws-cs-user(ws-num-cases).

           move ws-next-case to ws-cl-case.
           move inv-store-num to ws-cl-store.
           move "O" to ws-cl-status.
           move "CASE OPENED" to ws-cl-note.
           write cr-output from ws-case-line.

       200-apply-actions.
           open input action-card-file.
           if ws-card-status <> "00"
               exit paragraph
           end-if.

           write cr-output from ws-blank-line.
           move "CASE ACTIONS" to ws-section-text.
           write cr-output from ws-section-line.
           write cr-output from ws-case-heading.

           read action-card-file
               at end
                   move "Y" to ws-card-eof.
           perform until ws-card-eof = "Y"
               add 1 to ws-cards-read
               perform 250-apply-one-action
               read action-card-file
                   at end
                       move "Y" to ws-card-eof
               end-read
           end-perform.
           close action-card-file.

      * consumed actions must not be applied twice
           open output action-card-file.
           close action-card-file.

       250-apply-one-action.
           move spaces to ws-reject-reason.
           move 0 to ws-found-sub.
           perform varying ws-cs-idx from 1 by 1
             until ws-cs-idx > ws-num-cases
               if ws-cs-case-num(ws-cs-idx) = cba-case-num
                   move ws-cs-idx to ws-found-sub
               end-if
           end-perform.

           evaluate true
               when cba-action not = "R" and cba-action not = "W"
                 and cba-action not = "L"
                   move "INVALID ACTION" to ws-reject-reason
               when ws-found-sub = 0
                   move "CASE NOT ON FILE" to ws-reject-reason
               when ws-cs-status(ws-found-sub) = "W"
                 or ws-cs-status(ws-found-sub) = "L"
                   move "CASE ALREADY CLOSED" to ws-reject-reason
               when cba-action = "R"
                 and ws-cs-status(ws-found-sub) = "R"
                   move "CASE ALREADY REPRESENTED"
                     to ws-reject-reason
               when cba-user = spaces
                   move "NO USER ON CARD" to ws-reject-reason
           end-evaluate.

           move cba-case-num to ws-cl-case.
           move cba-action to ws-cl-status.
           if ws-found-sub > 0
               move ws-cs-store(ws-found-sub) to ws-cl-store
               move ws-cs-invoice(ws-found-sub) to ws-cl-invoice
               move ws-cs-card-type(ws-found-sub) to ws-cl-card
               move ws-cs-amount(ws-found-sub) to ws-cl-amount
               move ws-cs-reason(ws-found-sub) to ws-cl-reason
               move ws-cs-dispute-date(ws-found-sub) to ws-cl-date
           else
               move spaces to ws-cl-store
               move spaces to ws-cl-invoice
               move spaces to ws-cl-card
               move 0 to ws-cl-amount
               move spaces to ws-cl-reason
               move 0 to ws-cl-date
           end-if.

           if ws-reject-reason not = spaces
               add 1 to ws-exception-count
               move ws-reject-reason to ws-cl-note
               write cr-output from ws-case-line
               exit paragraph
           end-if.

           move cba-action to ws-cs-status(ws-found-sub).
           move ws-processing-date to ws-cs-status-date(ws-found-sub).
           move cba-user to ws-cs-user(ws-found-sub).
           move cba-comment to ws-cl-note.
           evaluate cba-action
               when "W"
                   add 1 to ws-won-count
               when "L"
                   add 1 to ws-lost-count
                   add ws-cs-amount(ws-found-sub) to ws-lost-amount
                   perform 270-queue-explanation
           end-evaluate.
           write cr-output from ws-case-line.

       270-queue-explanation.
      * DEPRECON takes these off the queue when it reconciles the
      * store's deposits
           open extend explain-file.
           if ws-ex-status = "35"
               open output explain-file
           end-if.
           move ws-cs-store(ws-found-sub) to cbx-store-num.
           move ws-cs-card-type(ws-found-sub) to cbx-tender.
           move ws-cs-amount(ws-found-sub) to cbx-amount.
           move ws-cs-case-num(ws-found-sub) to cbx-case-num.
           move ws-processing-date to cbx-lost-date.
           write cbx-record.
           close explain-file.

       300-list-open-cases.
           compute ws-today-int =
             function integer-of-date(ws-processing-date).
           write cr-output from ws-blank-line.
           move "CASES STILL OPEN (DAYS SINCE DISPUTE)"
             to ws-section-text.
           write cr-output from ws-section-line.
           write cr-output from ws-case-heading.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-cases
               if ws-cs-status(ws-sub) = "O"
                 or ws-cs-status(ws-sub) = "R"
                   add 1 to ws-open-count
                   move ws-cs-case-num(ws-sub) to ws-cl-case
                   move ws-cs-store(ws-sub) to ws-cl-store
                   move ws-cs-invoice(ws-sub) to ws-cl-invoice
                   move ws-cs-card-type(ws-sub) to ws-cl-card
                   move ws-cs-amount(ws-sub) to ws-cl-amount
                   move ws-cs-reason(ws-sub) to ws-cl-reason
                   move ws-cs-dispute-date(ws-sub) to ws-cl-date
                   move ws-cs-status(ws-sub) to ws-cl-status
                   compute ws-days-open = ws-today-int
                     - function integer-of-date(
                       ws-cs-dispute-date(ws-sub))
                   move ws-days-open to ws-dn-days
                   move ws-days-note to ws-cl-note
                   write cr-output from ws-case-line
               end-if
           end-perform.

       500-rewrite-master.
           open output chargeback-master-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-cases
               move ws-cs-case-num(ws-sub) to cbm-case-num
               move ws-cs-store(ws-sub) to cbm-store-num
               move ws-cs-invoice(ws-sub) to cbm-invoice-num
               move ws-cs-card-type(ws-sub) to cbm-card-type
               move ws-cs-amount(ws-sub) to cbm-amount
               move ws-cs-reason(ws-sub) to cbm-reason
               move ws-cs-dispute-date(ws-sub) to cbm-dispute-date
               move ws-cs-sale-date(ws-sub) to cbm-sale-date
               move ws-cs-sale-amount(ws-sub) to cbm-sale-amount
               move ws-cs-status(ws-sub) to cbm-status
               move ws-cs-status-date(ws-sub) to cbm-status-date
               move ws-cs-user(ws-sub) to cbm-user
               write cbm-record
           end-perform.
           close chargeback-master-file.

       600-write-rate-report.
           perform 610-load-stores.
           if ws-inv-open = "Y"
               perform 620-count-card-sales
           end-if.

      * disputes are counted in the month they arrived
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-cases
               if ws-cs-dispute-date(ws-sub) >= ws-month-start
                 and ws-cs-dispute-date(ws-sub) <= ws-processing-date
                   move ws-cs-store(ws-sub) to ws-lookup-store
                   perform 650-find-store
                   if ws-st-found > 0
                       add 1 to ws-rt-cb-count(ws-st-found)
                       add ws-cs-amount(ws-sub)
                         to ws-rt-cb-amount(ws-st-found)
                       if ws-cs-status(ws-sub) = "L"
                           add ws-cs-amount(ws-sub)
                             to ws-rt-lost-amount(ws-st-found)
                       end-if
                   end-if
               end-if
           end-perform.

           open output rate-report.
           move ws-processing-date to ws-rate-head-date.
           write rr-output from ws-rate-heading-1.
           write rr-output from ws-blank-line.
           write rr-output from ws-rate-heading-2.

           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-stores
               move 0 to ws-rate-per-thousand
               move 0 to ws-rate-percent
               if ws-rt-card-count(ws-st-sub) > 0
                   compute ws-rate-per-thousand rounded =
                     (ws-rt-cb-count(ws-st-sub) * 1000)
                       / ws-rt-card-count(ws-st-sub)
               end-if
               if ws-rt-card-amount(ws-st-sub) > 0
                   compute ws-rate-percent rounded =
                     (ws-rt-cb-amount(ws-st-sub) * 100)
                       / ws-rt-card-amount(ws-st-sub)
               end-if
               add ws-rt-card-count(ws-st-sub) to ws-chain-card-count
               add ws-rt-cb-count(ws-st-sub) to ws-chain-cb-count
               move ws-rt-store(ws-st-sub) to ws-rl-store
               move ws-rt-name(ws-st-sub) to ws-rl-name
               move ws-rt-card-count(ws-st-sub) to ws-rl-card-count
               move ws-rt-card-amount(ws-st-sub) to ws-rl-card-amount
               move ws-rt-cb-count(ws-st-sub) to ws-rl-cb-count
               move ws-rt-cb-amount(ws-st-sub) to ws-rl-cb-amount
               move ws-rt-lost-amount(ws-st-sub) to ws-rl-lost-amount
               move ws-rate-per-thousand to ws-rl-per-thousand
               move ws-rate-percent to ws-rl-percent
               write rr-output from ws-rate-line
           end-perform.

           move ws-chain-card-count to ws-rt-tot-card-count.
           move ws-chain-cb-count to ws-rt-tot-cb-count.
           write rr-output from ws-blank-line.
           write rr-output from ws-rate-total-line.
           close rate-report.

       610-load-stores.
           open input store-master-file.
           if ws-store-master-status <> "00"
               exit paragraph
           end-if.
           read store-master-file
               at end
                   move "Y" to ws-store-master-eof.
           perform until ws-store-master-eof = "Y"
               or ws-num-stores >= 20
               add 1 to ws-num-stores
               move stm-store-num to ws-rt-store(ws-num-stores)
               move stm-store-name to ws-rt-name(ws-num-stores)
               move 0 to ws-rt-card-count(ws-num-stores)
               move 0 to ws-rt-card-amount(ws-num-stores)
               move 0 to ws-rt-cb-count(ws-num-stores)
               move 0 to ws-rt-cb-amount(ws-num-stores)
               move 0 to ws-rt-lost-amount(ws-num-stores)
               read store-master-file
                   at end
                       move "Y" to ws-store-master-eof
               end-read
           end-perform.
           close store-master-file.

       620-count-card-sales.
      * the index is keyed by invoice, so the month's card sales are
      * found by walking the whole file
           move low-values to inv-invoice-num.
           start invoice-index-file
             key not < inv-invoice-num
               invalid key
                   move "Y" to ws-index-eof
           end-start.

           perform until ws-index-eof = "Y"
               read invoice-index-file next record
                   at end
                       move "Y" to ws-index-eof
                   not at end
                       if inv-trans-code = "S"
                         and inv-trans-date >= ws-month-start
                         and inv-trans-date <= ws-processing-date
                           perform 630-count-one-sale
                       end-if
               end-read
           end-perform.

       630-count-one-sale.
           move 0 to ws-card-portion.
           if inv-pay-type = "CR" or inv-pay-type = "DB"
               compute ws-card-portion = inv-trans-amount
               if inv-split-flag = "Y"
                   compute ws-card-portion =
                     inv-trans-amount - inv-split-amount
               end-if
           end-if.
           if inv-split-flag = "Y"
             and (inv-split-pay-type = "CR"
               or inv-split-pay-type = "DB")
               add inv-split-amount to ws-card-portion
           end-if.
           if ws-card-portion = 0
               exit paragraph
           end-if.
           move inv-store-num to ws-lookup-store.
           perform 650-find-store.
           if ws-st-found > 0
               add 1 to ws-rt-card-count(ws-st-found)
               add ws-card-portion to ws-rt-card-amount(ws-st-found)
           end-if.

       650-find-store.
           move 0 to ws-st-found.
           perform varying ws-st-sub from 1 by 1
             until ws-st-sub > ws-num-stores
               if ws-lookup-store = ws-rt-store(ws-st-sub)
                   move ws-st-sub to ws-st-found
               end-if
           end-perform.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "CHARGEBACK" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-disputes-read to rl-records-read.
           move ws-cases-opened to rl-records-written.
           move ws-exception-count to rl-records-written-2.
           move ws-lost-count to rl-records-written-3.
           move ws-won-count to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program CHARGEBACK.
      **************************************************************************

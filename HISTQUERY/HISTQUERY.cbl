       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. HISTQUERY.
      **************************************************************************
      * Ad hoc transaction history query.  Selection cards on
      * history-query-cards.dat pick transactions out of the
      * transaction-history.dat archive; the matches are sorted on a
      * chosen break field and listed on history-query.out with a
      * subtotal at each change of that field and a grand total.  A
      * CSV extract of the same matches (history-query.csv) is
      * written when asked for, for auditors who want the records in
      * a spreadsheet.
      *
      * Card layout (38 bytes): keyword x(8), from value x(15), to
      * value x(15), values left-justified.
      *
      *   STORE    store number          \
      *   CODE     transaction code       |  one value per card in
      *   PAYTYPE  payment type (primary  |  "from"; several cards for
      *            or split tender)       |  the same keyword select
      *   SKU      sku code               |  any of the values
      *   CUSTOMER customer number        |
      *   CASHIER  cashier id             |
      *   PROMO    promotion code        /
      *   DATE     transaction date range, yyyymmdd from/to (to
      *            blank = the one day)
      *   AMOUNT   transaction amount range, 7 digits in cents
      *            from/to (to blank = no upper limit)
      *   BREAK    break field: STORE, DATE, CODE, PAYTYPE, SKU,
      *            CUSTOMER, CASHIER or PROMO (default STORE)
      *   CSV      Y = also write history-query.csv
      *
      * Different keywords must all match ("every void at store 03
      * by cashier C002 in August" is three cards).  A card that does
      * not make sense is listed and the query is not run, since a
      * dropped selection would quietly widen the answer.  Runs on
      * request.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select query-card-file
               assign to "../history-query-cards.dat"
               organization is line sequential
               file status is ws-card-status.

           select history-file
               assign to "../transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

           select sort-work-file
               assign to "../histquery-work".

           select query-report
               assign to "../history-query.out"
               organization is line sequential.

           select csv-extract-file
               assign to "../history-query.csv"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd query-card-file
           record contains 38 characters
           data record is hq-record.

       01 hq-record.
         05 hq-keyword pic x(8).
         05 hq-value-from pic x(15).
         05 hq-value-to pic x(15).

       fd history-file
           record contains 91 characters
           data record is th-record.

       01 th-record.
         05 th-run-date pic 9(8).
         05 th-run-seq pic 9(4).
         05 th-transaction.
           10 th-trans-code pic x.
           10 th-trans-amount pic 9(5)V99.
           10 th-pay-type pic xx.
           10 th-store-num pic xx.
           10 th-invoice-num pic x(9).
           10 th-sku-code pic x(15).
           10 th-trans-date pic 9(8).
           10 th-split-flag pic x.
           10 th-split-pay-type pic xx.
           10 th-split-amount pic 9(5)V99.
           10 th-quantity pic 9(3).
           10 th-unit-price pic 9(4)V99.
           10 th-customer-num pic x(6).
           10 th-promo-code pic x(6).
           10 th-cashier-id pic x(4).

       sd sort-work-file
           data record is sw-record.

       01 sw-record.
         05 sw-break-value pic x(15).
         05 sw-run-date pic 9(8).
         05 sw-transaction.
           10 sw-trans-code pic x.
           10 sw-trans-amount pic 9(5)V99.
           10 sw-pay-type pic xx.
           10 sw-store-num pic xx.
           10 sw-invoice-num pic x(9).
           10 sw-sku-code pic x(15).
           10 sw-trans-date pic 9(8).
           10 sw-split-flag pic x.
           10 sw-split-pay-type pic xx.
           10 sw-split-amount pic 9(5)V99.
           10 sw-quantity pic 9(3).
           10 sw-unit-price pic 9(4)V99.
           10 sw-customer-num pic x(6).
           10 sw-promo-code pic x(6).
           10 sw-cashier-id pic x(4).

       fd query-report
           record contains 132 characters
           data record is hqr-output.

       01 hqr-output pic x(132).

       fd csv-extract-file
           record contains 150 characters
           data record is csv-output-record.

       01 csv-output-record pic x(150).

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

       01 ws-card-eof pic x value "N".
       01 ws-hist-eof pic x value "N".
       01 ws-sort-eof pic x value "N".
       01 ws-card-status pic xx value spaces.
       01 ws-hist-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-cards-read pic 9(4) value 0.
       01 ws-cards-rejected pic 9(4) value 0.
       01 ws-records-read pic 9(6) value 0.
       01 ws-records-matched pic 9(6) value 0.
       01 ws-csv-written pic 9(6) value 0.
       01 ws-card-reason pic x(30) value spaces.

      * the selections
       01 ws-num-values pic 99 value 0.
       01 ws-val-sub pic 99 value 0.
       01 ws-value-table.
         05 ws-value-entry occurs 50 times.
           10 ws-val-keyword pic x(8).
           10 ws-val-value pic x(15).
       01 ws-date-from pic 9(8) value 0.
       01 ws-date-to pic 9(8) value 99999999.
       01 ws-amount-from pic 9(5)V99 value 0.
       01 ws-amount-to pic 9(5)V99 value 99999.99.
       01 ws-break-field pic x(8) value "STORE".
       01 ws-csv-wanted pic x value "N".

       01 ws-card-value pic x(15).
       01 ws-card-date redefines ws-card-value.
         05 ws-card-date-n pic 9(8).
         05 filler pic x(7).
       01 ws-card-amount redefines ws-card-value.
         05 ws-card-amount-n pic 9(5)V99.
         05 filler pic x(8).

      * matching one transaction against the selections
       01 ws-keyword-used pic x value "N".
       01 ws-keyword-hit pic x value "N".
       01 ws-selected pic x value "N".
       01 ws-test-keyword pic x(8) value spaces.
       01 ws-test-value pic x(15) value spaces.
       01 ws-test-value-2 pic x(15) value spaces.

      * control break
       01 ws-first-record pic x value "Y".
       01 ws-prev-break pic x(15) value spaces.
       01 ws-signed-amount pic s9(7)V99 value 0.
       01 ws-brk-count pic 9(6) value 0.
       01 ws-brk-amount pic s9(9)V99 value 0.
       01 ws-brk-net pic s9(9)V99 value 0.
       01 ws-tot-count pic 9(6) value 0.
       01 ws-tot-amount pic s9(9)V99 value 0.
       01 ws-tot-net pic s9(9)V99 value 0.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(30) value "TRANSACTION HISTORY QUERY".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-hd-date pic 9(8).
         05 filler pic x(84) value spaces.

       01 ws-card-line.
         05 filler pic x(4) value spaces.
         05 ws-cl-keyword pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-cl-from pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-cl-to pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-cl-reason pic x(30).
         05 filler pic x(54) value spaces.

       01 ws-heading-2.
         05 filler pic x(11) value "RUN DATE".
         05 filler pic x(5) value "CODE".
         05 filler pic x(4) value "STR".
         05 filler pic x(11) value "INVOICE".
         05 filler pic x(10) value "TRAN DATE".
         05 filler pic x(8) value "PAY/SPL".
         05 filler pic x(10) value "    AMOUNT".
         05 filler pic x(2) value spaces.
         05 filler pic x(16) value "SKU".
         05 filler pic x(6) value "QTY".
         05 filler pic x(10) value "CUSTOMER".
         05 filler pic x(8) value "CASHIER".
         05 filler pic x(6) value "PROMO".
         05 filler pic x(25) value spaces.

       01 ws-detail-line.
         05 ws-dl-run-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-dl-code pic x.
         05 filler pic x(4) value spaces.
         05 ws-dl-store pic xx.
         05 filler pic x(2) value spaces.
         05 ws-dl-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-dl-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-dl-pay pic xx.
         05 ws-dl-slash pic x.
         05 ws-dl-split-pay pic xx.
         05 filler pic x(3) value spaces.
         05 ws-dl-amount pic zz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-dl-sku pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-dl-qty pic zz9.
         05 filler pic x(3) value spaces.
         05 ws-dl-customer pic x(6).
         05 filler pic x(4) value spaces.
         05 ws-dl-cashier pic x(4).
         05 filler pic x(4) value spaces.
         05 ws-dl-promo pic x(6).
         05 filler pic x(26) value spaces.

       01 ws-break-line.
         05 filler pic x(4) value spaces.
         05 filler pic x(6) value "TOTAL ".
         05 ws-bl-field pic x(8).
         05 filler pic x(1) value spaces.
         05 ws-bl-value pic x(15).
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "COUNT: ".
         05 ws-bl-count pic zzz,zz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "AMOUNT: ".
         05 ws-bl-amount pic zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 filler pic x(5) value "NET: ".
         05 ws-bl-net pic zzz,zzz,zz9.99-.
         05 filler pic x(33) value spaces.

       01 ws-message-line.
         05 ws-msg-text pic x(80).
         05 filler pic x(52) value spaces.

       01 ws-csv-line pic x(150).
       01 ws-csv-amount pic zzzz9.99.
       01 ws-csv-split-amount pic zzzz9.99.
       01 ws-csv-price pic zzz9.99.
       01 ws-csv-qty pic zz9.

       01 ws-csv-heading.
         05 filler pic x(30)
           value "RUN_DATE,TRANS_CODE,STORE,INVO".
         05 filler pic x(30)
           value "ICE,TRANS_DATE,PAY_TYPE,SPLIT_".
         05 filler pic x(30)
           value "PAY_TYPE,SPLIT_AMOUNT,AMOUNT,S".
         05 filler pic x(30)
           value "KU,QTY,UNIT_PRICE,CUSTOMER,PRO".
         05 filler pic x(30)
           value "MO,CASHIER".

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           open input query-card-file.
           if ws-card-status <> "00"
               display "HISTQUERY: NO SELECTION CARDS, STATUS="
                   ws-card-status " - NOTHING TO DO"
               perform 700-write-run-log
               goback
           end-if.

           open output query-report.
           move ws-start-date to ws-hd-date.
           write hqr-output from ws-heading-1.
           write hqr-output from ws-blank-line.
           move "SELECTIONS:" to ws-msg-text.
           write hqr-output from ws-message-line.

           perform 100-read-card.
           perform 150-take-card until ws-card-eof = "Y".
           close query-card-file.

           if ws-cards-rejected > 0
               write hqr-output from ws-blank-line
               move "*** SELECTION CARDS IN ERROR - QUERY NOT RUN ***"
                 to ws-msg-text
               write hqr-output from ws-message-line
               close query-report
               move 8 to ws-condition-code
               perform 700-write-run-log
               move 8 to return-code
               goback
           end-if.

           open input history-file.
           if ws-hist-status <> "00"
               display "HISTQUERY: CANT OPEN TRANSACTION-HISTORY, "
                 "STATUS=" ws-hist-status
               close query-report
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           if ws-csv-wanted = "Y"
               open output csv-extract-file
               write csv-output-record from ws-csv-heading
           end-if.

           write hqr-output from ws-blank-line.
           write hqr-output from ws-heading-2.

           sort sort-work-file
               ascending key sw-break-value
               ascending key sw-trans-date
               ascending key sw-invoice-num
               input procedure is 300-select-transactions
               output procedure is 400-list-matches.

           close history-file.
           if ws-csv-wanted = "Y"
               close csv-extract-file
           end-if.
           close query-report.

           perform 700-write-run-log.
           if ws-condition-code > 0
               move ws-condition-code to return-code
           end-if.
           goback.

       100-read-card.
           read query-card-file
               at end
                   move "Y" to ws-card-eof.

       150-take-card.
           add 1 to ws-cards-read.
           move spaces to ws-card-reason.
           move hq-value-from to ws-card-value.

           evaluate hq-keyword
               when "STORE"
               when "CODE"
               when "PAYTYPE"
               when "SKU"
               when "CUSTOMER"
               when "CASHIER"
               when "PROMO"
                   if hq-value-from = spaces
                       move "NO VALUE ON CARD" to ws-card-reason
                   else
                       if ws-num-values >= 50
                           move "TOO MANY SELECTION VALUES"
                             to ws-card-reason
                       else
                           add 1 to ws-num-values
                           move hq-keyword
                             to ws-val-keyword(ws-num-values)
                           move hq-value-from
                             to ws-val-value(ws-num-values)
                       end-if
                   end-if
               when "DATE"
                   perform 160-take-date-card
               when "AMOUNT"
                   perform 170-take-amount-card
               when "BREAK"
                   evaluate hq-value-from
                       when "STORE"
                       when "DATE"
                       when "CODE"
                       when "PAYTYPE"
                       when "SKU"
                       when "CUSTOMER"
                       when "CASHIER"
                       when "PROMO"
                           move hq-value-from to ws-break-field
                       when other
                           move "INVALID BREAK FIELD"
                             to ws-card-reason
                   end-evaluate
               when "CSV"
                   if hq-value-from = "Y" or hq-value-from = "N"
                       move hq-value-from to ws-csv-wanted
                   else
                       move "CSV MUST BE Y OR N" to ws-card-reason
                   end-if
               when other
                   move "UNKNOWN KEYWORD" to ws-card-reason
           end-evaluate.

           move hq-keyword to ws-cl-keyword.
           move hq-value-from to ws-cl-from.
           move hq-value-to to ws-cl-to.
           if ws-card-reason not = spaces
               add 1 to ws-cards-rejected
               move ws-card-reason to ws-cl-reason
           else
               move spaces to ws-cl-reason
           end-if.
           write hqr-output from ws-card-line.

           perform 100-read-card.

       160-take-date-card.
           if ws-card-value(9:7) not = spaces
             or ws-card-date-n not numeric
               move "INVALID FROM DATE" to ws-card-reason
               exit paragraph
           end-if.
           if function test-date-yyyymmdd(ws-card-date-n) not = 0
               move "INVALID FROM DATE" to ws-card-reason
               exit paragraph
           end-if.
           move ws-card-date-n to ws-date-from.

           if hq-value-to = spaces
               move ws-date-from to ws-date-to
               exit paragraph
           end-if.
           move hq-value-to to ws-card-value.
           if ws-card-value(9:7) not = spaces
             or ws-card-date-n not numeric
               move "INVALID TO DATE" to ws-card-reason
               exit paragraph
           end-if.
           if function test-date-yyyymmdd(ws-card-date-n) not = 0
               move "INVALID TO DATE" to ws-card-reason
               exit paragraph
           end-if.
           if ws-card-date-n < ws-date-from
               move "TO DATE BEFORE FROM DATE" to ws-card-reason
               exit paragraph
           end-if.
           move ws-card-date-n to ws-date-to.

       170-take-amount-card.
           if ws-card-value(8:8) not = spaces
             or ws-card-amount-n not numeric
               move "INVALID FROM AMOUNT" to ws-card-reason
               exit paragraph
           end-if.
           move ws-card-amount-n to ws-amount-from.

           if hq-value-to = spaces
               move 99999.99 to ws-amount-to
               exit paragraph
           end-if.
           move hq-value-to to ws-card-value.
           if ws-card-value(8:8) not = spaces
             or ws-card-amount-n not numeric
               move "INVALID TO AMOUNT" to ws-card-reason
               exit paragraph
           end-if.
           if ws-card-amount-n < ws-amount-from
               move "TO AMOUNT BELOW FROM AMOUNT" to ws-card-reason
               exit paragraph
           end-if.
           move ws-card-amount-n to ws-amount-to.

       300-select-transactions.
           read history-file
               at end
                   move "Y" to ws-hist-eof
           end-read.
           perform until ws-hist-eof = "Y"
               add 1 to ws-records-read
               perform 320-check-selections
               if ws-selected = "Y"
                   add 1 to ws-records-matched
                   move th-run-date to sw-run-date
                   move th-transaction to sw-transaction
                   perform 340-set-break-value
                   release sw-record
               end-if
               read history-file
                   at end
                       move "Y" to ws-hist-eof
               end-read
           end-perform.

       320-check-selections.
           move "N" to ws-selected.
           if th-trans-date < ws-date-from
             or th-trans-date > ws-date-to
               exit paragraph
           end-if.
           if th-trans-amount < ws-amount-from
             or th-trans-amount > ws-amount-to
               exit paragraph
           end-if.

           move "STORE" to ws-test-keyword.
           move th-store-num to ws-test-value.
           move spaces to ws-test-value-2.
           perform 330-check-keyword.
           if ws-keyword-used = "Y" and ws-keyword-hit = "N"
               exit paragraph
           end-if.

           move "CODE" to ws-test-keyword.
           move th-trans-code to ws-test-value.
           perform 330-check-keyword.
           if ws-keyword-used = "Y" and ws-keyword-hit = "N"
               exit paragraph
           end-if.

      * a split tender is selected by either of its payment types
           move "PAYTYPE" to ws-test-keyword.
           move th-pay-type to ws-test-value.
           if th-split-flag = "Y"
               move th-split-pay-type to ws-test-value-2
           end-if.
           perform 330-check-keyword.
           move spaces to ws-test-value-2.
           if ws-keyword-used = "Y" and ws-keyword-hit = "N"
               exit paragraph
           end-if.

           move "SKU" to ws-test-keyword.
           move th-sku-code to ws-test-value.
           perform 330-check-keyword.
           if ws-keyword-used = "Y" and ws-keyword-hit = "N"
               exit paragraph
           end-if.

           move "CUSTOMER" to ws-test-keyword.
           move th-customer-num to ws-test-value.
           perform 330-check-keyword.
           if ws-keyword-used = "Y" and ws-keyword-hit = "N"
               exit paragraph
           end-if.

           move "CASHIER" to ws-test-keyword.
           move th-cashier-id to ws-test-value.
           perform 330-check-keyword.
           if ws-keyword-used = "Y" and ws-keyword-hit = "N"
               exit paragraph
           end-if.

           move "PROMO" to ws-test-keyword.
           move th-promo-code to ws-test-value.
           perform 330-check-keyword.
           if ws-keyword-used = "Y" and ws-keyword-hit = "N"
               exit paragraph
           end-if.

           move "Y" to ws-selected.

       330-check-keyword.
      * ws-test-keyword / ws-test-value(-2) set by the caller
           move "N" to ws-keyword-used.
           move "N" to ws-keyword-hit.
           perform varying ws-val-sub from 1 by 1
             until ws-val-sub > ws-num-values
               if ws-val-keyword(ws-val-sub) = ws-test-keyword
                   move "Y" to ws-keyword-used
                   if ws-val-value(ws-val-sub) = ws-test-value
                     or (ws-test-value-2 not = spaces
                     and ws-val-value(ws-val-sub) = ws-test-value-2)
                       move "Y" to ws-keyword-hit
                   end-if
               end-if
           end-perform.

       340-set-break-value.
           move spaces to sw-break-value.
           evaluate ws-break-field
               when "STORE"
                   move th-store-num to sw-break-value
               when "DATE"
                   move th-trans-date to sw-break-value
               when "CODE"
                   move th-trans-code to sw-break-value
               when "PAYTYPE"
                   move th-pay-type to sw-break-value
               when "SKU"
                   move th-sku-code to sw-break-value
               when "CUSTOMER"
                   move th-customer-num to sw-break-value
               when "CASHIER"
                   move th-cashier-id to sw-break-value
               when "PROMO"
                   move th-promo-code to sw-break-value
           end-evaluate.

       400-list-matches.
           perform until ws-sort-eof = "Y"
               return sort-work-file
                   at end
                       move "Y" to ws-sort-eof
                   not at end
                       perform 420-list-transaction
               end-return
           end-perform.

           if ws-first-record = "Y"
               write hqr-output from ws-blank-line
               move "NO TRANSACTIONS MATCH THE SELECTIONS"
                 to ws-msg-text
               write hqr-output from ws-message-line
               exit paragraph
           end-if.
           perform 450-write-break-total.

           write hqr-output from ws-blank-line.
           move "ALL" to ws-bl-field.
           move "SELECTED" to ws-bl-value.
           move ws-tot-count to ws-bl-count.
           move ws-tot-amount to ws-bl-amount.
           move ws-tot-net to ws-bl-net.
           write hqr-output from ws-break-line.

       420-list-transaction.
           if ws-first-record = "Y"
               move "N" to ws-first-record
               move sw-break-value to ws-prev-break
           end-if.
           if sw-break-value not = ws-prev-break
               perform 450-write-break-total
               move sw-break-value to ws-prev-break
           end-if.

      * net amount: voids and returns take money back
           if sw-trans-code = "V" or sw-trans-code = "R"
               compute ws-signed-amount = 0 - sw-trans-amount
           else
               move sw-trans-amount to ws-signed-amount
           end-if.

           move sw-run-date to ws-dl-run-date.
           move sw-trans-code to ws-dl-code.
           move sw-store-num to ws-dl-store.
           move sw-invoice-num to ws-dl-invoice.
           move sw-trans-date to ws-dl-date.
           move sw-pay-type to ws-dl-pay.
           if sw-split-flag = "Y"
               move "/" to ws-dl-slash
               move sw-split-pay-type to ws-dl-split-pay
           else
               move spaces to ws-dl-slash
               move spaces to ws-dl-split-pay
           end-if.
           move ws-signed-amount to ws-dl-amount.
           move sw-sku-code to ws-dl-sku.
           move sw-quantity to ws-dl-qty.
           move sw-customer-num to ws-dl-customer.
           move sw-cashier-id to ws-dl-cashier.
           move sw-promo-code to ws-dl-promo.
           write hqr-output from ws-detail-line.

           add 1 to ws-brk-count.
           add sw-trans-amount to ws-brk-amount.
           add ws-signed-amount to ws-brk-net.

           if ws-csv-wanted = "Y"
               perform 460-write-csv-extract
           end-if.

       450-write-break-total.
           move ws-break-field to ws-bl-field.
           move ws-prev-break to ws-bl-value.
           move ws-brk-count to ws-bl-count.
           move ws-brk-amount to ws-bl-amount.
           move ws-brk-net to ws-bl-net.
           write hqr-output from ws-break-line.
           write hqr-output from ws-blank-line.

           add ws-brk-count to ws-tot-count.
           add ws-brk-amount to ws-tot-amount.
           add ws-brk-net to ws-tot-net.
           move 0 to ws-brk-count.
           move 0 to ws-brk-amount.
           move 0 to ws-brk-net.

       460-write-csv-extract.
           move sw-trans-amount to ws-csv-amount.
           move sw-split-amount to ws-csv-split-amount.
           move sw-unit-price to ws-csv-price.
           move sw-quantity to ws-csv-qty.
           move spaces to ws-csv-line.
           string
               sw-run-date delimited by size
               "," delimited by size
               sw-trans-code delimited by size
               "," delimited by size
               sw-store-num delimited by size
               "," delimited by size
               function trim(sw-invoice-num) delimited by size
               "," delimited by size
               sw-trans-date delimited by size
               "," delimited by size
               function trim(sw-pay-type) delimited by size
               "," delimited by size
               function trim(sw-split-pay-type) delimited by size
               "," delimited by size
               function trim(ws-csv-split-amount) delimited by size
               "," delimited by size
               function trim(ws-csv-amount) delimited by size
               "," delimited by size
               function trim(sw-sku-code) delimited by size
               "," delimited by size
               function trim(ws-csv-qty) delimited by size
               "," delimited by size
               function trim(ws-csv-price) delimited by size
               "," delimited by size
               function trim(sw-customer-num) delimited by size
               "," delimited by size
               function trim(sw-promo-code) delimited by size
               "," delimited by size
               function trim(sw-cashier-id) delimited by size
             into ws-csv-line.

           write csv-output-record from ws-csv-line.
           add 1 to ws-csv-written.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "HISTQUERY" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-records-read to rl-records-read.
           move ws-records-matched to rl-records-written.
           move ws-csv-written to rl-records-written-2.
           move ws-cards-read to rl-records-written-3.
           move 0 to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program HISTQUERY.
      **************************************************************************

       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. CUSTERASE.
      **************************************************************************
      * Customer personal data erasure.  When a customer asks for
      * their personal data to be deleted, an erasure request card
      * (erasure-request-cards.dat) is submitted and this program
      * blanks the name on customer-master.dat and replaces the
      * customer number everywhere it is stored with an anonymous
      * token ("Z" and a five-digit sequence):
      *
      *   customer-master.dat     number, name and certificate number
      *   loyalty-master.dat      and the loyalty-master-prev.dat
      *                           opening image LOYALTY reruns from
      *   transaction-history.dat
      *   invoice-index.dat       and its customer cross-reference,
      *                           invoice-customer-xref.dat
      *   check-register.dat
      *   layaway-master.dat      and layaway-master-prev.dat
      *   customer-merge.dat
      *
      * Only the number moves; every amount, count and points balance
      * stays where it was, so MTDROLLUP, TREND, the tax return and
      * the GL figures do not change.  The token row stays on the
      * customer master flagged "E" (erased) with its tax exemption
      * flag and expiry, so EDIT rejects the old number from then on
      * and exempt sales history still reconciles.  An exempt
      * customer's certificate number is replaced by the token too:
      * every exemption test wants a certificate on file, and a blank
      * one would turn the customer's past exempt sales (and the tax
      * on their returns) taxable.  Duplicate numbers
      * earlier merged into the customer by CUSTMAINT are erased with
      * it, each under its own token.
      *
      * A request for a customer who still has an open layaway or an
      * uncashed refund check is held: it is reported and left on the
      * card file until those close.  Completed erasures are logged on
      * customer-erasure.dat (token, date requested, date erased,
      * requesting operator) -- the log never carries the old number,
      * so nothing links the token back to the person.  Rejected cards
      * are reported and dropped.  Report: erasure-report.out.
      *
      * Card layout (22 bytes): customer number, requesting operator
      * id, date the customer made the request (yyyymmdd).  The
      * operator must be an active operator granted function "E" on
      * operator-auth.dat.  Run on demand.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select request-card-file
               assign to "../erasure-request-cards.dat"
               organization is line sequential
               file status is ws-card-status.

           select customer-master-file
               assign to "../customer-master.dat"
               organization is line sequential
               file status is ws-customer-master-status.

           select operator-auth-file
               assign to "../operator-auth.dat"
               organization is line sequential
               file status is ws-auth-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select loyalty-master-file
               assign to "../loyalty-master.dat"
               organization is line sequential
               file status is ws-file-status.

           select loyalty-prev-file
               assign to "../loyalty-master-prev.dat"
               organization is line sequential
               file status is ws-file-status.

           select history-file
               assign to "../transaction-history.dat"
               organization is line sequential
               file status is ws-file-status.

           select invoice-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is dynamic
               record key is inv-invoice-num
               file status is ws-inv-status.

           select customer-xref-file
               assign to "../invoice-customer-xref.dat"
               organization is indexed
               access mode is dynamic
               record key is cx-key
               file status is ws-cx-status.

           select check-register-file
               assign to "../check-register.dat"
               organization is line sequential
               file status is ws-file-status.

           select layaway-master-file
               assign to "../layaway-master.dat"
               organization is line sequential
               file status is ws-file-status.

           select layaway-prev-file
               assign to "../layaway-master-prev.dat"
               organization is line sequential
               file status is ws-file-status.

           select merge-log-file
               assign to "../customer-merge.dat"
               organization is line sequential
               file status is ws-file-status.

           select erasure-log-file
               assign to "../customer-erasure.dat"
               organization is line sequential
               file status is ws-log-status.

           select erase-work-file
               assign to "../customer-erase-work.dat"
               organization is line sequential
               file status is ws-work-status.

           select erasure-report
               assign to "../erasure-report.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd request-card-file
           record contains 22 characters
           data record is erc-record.

       01 erc-record.
         05 erc-customer-num pic x(6).
         05 erc-user-id pic x(8).
         05 erc-request-date pic x(8).
         05 erc-request-date-n redefines erc-request-date pic 9(8).

       fd customer-master-file
          data record is cu-record
          record contains 48 characters.

       01 cu-record.
         05 cu-customer-num pic x(6).
         05 cu-name pic x(20).
         05 cu-active-flag pic x.
         05 cu-exempt-flag pic x.
         05 cu-cert-num pic x(12).
         05 cu-cert-expiry pic 9(8).

       fd operator-auth-file
          data record is op-record
          record contains 17 characters.

       01 op-record.
         05 op-operator-id pic x(8).
         05 op-functions pic x(8).
         05 op-active-flag pic x.

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd loyalty-master-file
           record contains 86 characters
           data record is lym-record.

       01 lym-record pic x(86).

       fd loyalty-prev-file
           record contains 86 characters
           data record is lyp-record.

       01 lyp-record pic x(86).

       fd history-file
           record contains 91 characters
           data record is th-record.

       01 th-record pic x(91).

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

       fd customer-xref-file
          data record is cx-record.

       01 cx-record.
         05 cx-key.
           10 cx-customer-num pic x(6).
           10 cx-invoice-num pic x(9).

       fd check-register-file
           record contains 50 characters
           data record is ck-record.

       01 ck-record.
         05 ck-store pic xx.
         05 ck-check-num pic 9(6).
         05 ck-invoice pic x(9).
         05 ck-customer pic x(6).
         05 ck-amount pic 9(7)V99.
         05 ck-issue-date pic 9(8).
         05 ck-status pic x.
         05 ck-source pic x.
         05 ck-status-date pic 9(8).

       fd layaway-master-file
           record contains 81 characters
           data record is lm-record.

       01 lm-record.
         05 lm-invoice-num pic x(9).
         05 lm-store-num pic xx.
         05 lm-open-date pic 9(8).
         05 lm-orig-amount pic 9(5)V99.
         05 lm-paid-amount pic 9(5)V99.
         05 lm-balance pic 9(5)V99.
         05 lm-last-activity-date pic 9(8).
         05 lm-status pic x.
         05 lm-sku-code pic x(15).
         05 lm-quantity pic 9(3).
         05 lm-customer-num pic x(6).
         05 lm-reminder-date pic 9(8).

       fd layaway-prev-file
           record contains 81 characters
           data record is lmp-record.

       01 lmp-record pic x(81).

       fd merge-log-file
           record contains 28 characters
           data record is cml-record.

       01 cml-record.
         05 cml-retired-num pic x(6).
         05 cml-survivor-num pic x(6).
         05 cml-merge-date pic 9(8).
         05 cml-user-id pic x(8).

       fd erasure-log-file
           record contains 31 characters
           data record is cel-record.

       01 cel-record.
         05 cel-token pic x(6).
         05 cel-request-date pic 9(8).
         05 cel-erased-date pic 9(8).
         05 cel-user-id pic x(8).
         05 cel-kind pic x.

       fd erase-work-file
           record contains 91 characters
           data record is ew-record.

       01 ew-record pic x(91).

       fd erasure-report
           record contains 120 characters
           data record is er-output.

       01 er-output pic x(120).

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
       01 ws-card-status pic xx value spaces.
       01 ws-customer-master-eof pic x value "N".
       01 ws-customer-master-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-file-status pic xx value spaces.
       01 ws-file-eof pic x value "N".
       01 ws-inv-status pic xx value spaces.
       01 ws-inv-eof pic x value "N".
       01 ws-cx-status pic xx value spaces.
       01 ws-xref-eof pic x value "N".
       01 ws-xref-sub pic 999 value 0.
       01 ws-xref-invoice pic x(9) value spaces.
       01 ws-log-status pic xx value spaces.
       01 ws-work-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-processing-date pic 9(8) value 0.

       01 ws-num-customers pic 9(4) value 0.
       01 ws-sub pic 9(4) value 0.
       01 ws-find-num pic x(6) value spaces.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-customer-table.
         05 ws-cust-entry occurs 5000 times.
           10 ws-cust-tbl-num pic x(6).
           10 ws-cust-tbl-name pic x(20).
           10 ws-cust-tbl-active pic x.
           10 ws-cust-tbl-exempt pic x.
           10 ws-cust-tbl-cert pic x(12).
           10 ws-cust-tbl-expiry pic 9(8).

      * the deck as read; held cards are written back for the next run
       01 ws-num-cards pic 999 value 0.
       01 ws-card-sub pic 999 value 0.
       01 ws-scan-sub pic 999 value 0.
       01 ws-card-table.
         05 ws-card-entry occurs 200 times.
           10 ws-cd-row pic x(22).
           10 ws-cd-state pic x.
             88 ws-cd-pending value "P".
             88 ws-cd-erased value "E".
             88 ws-cd-held value "H".
             88 ws-cd-rejected value "R".
           10 ws-cd-reason pic x(30).
           10 ws-cd-cust-sub pic 9(4).
       01 ws-card-work.
         05 ws-cw-customer-num pic x(6).
         05 ws-cw-user-id pic x(8).
         05 ws-cw-request-date pic 9(8).

      * every number to erase: the requested customer and the
      * duplicates merged into it; an entry is dropped again when its
      * card is held
       01 ws-num-erase pic 999 value 0.
       01 ws-er-sub pic 999 value 0.
       01 ws-er-found pic 999 value 0.
       01 ws-erase-table.
         05 ws-er-entry occurs 300 times.
           10 ws-er-num pic x(6).
           10 ws-er-token pic x(6).
           10 ws-er-card pic 999.
           10 ws-er-kind pic x.
           10 ws-er-live pic x.

      * customer-merge.dat held in memory: retired number, survivor
       01 ws-num-merges pic 9(4) value 0.
       01 ws-mg-sub pic 9(4) value 0.
       01 ws-merge-table.
         05 ws-mg-entry occurs 1000 times.
           10 ws-mg-retired pic x(6).
           10 ws-mg-survivor pic x(6).

      * anonymous tokens: "Z" and the next number past any token on
      * the master or the erasure log
       01 ws-last-token pic 9(5) value 0.
       01 ws-token.
         05 ws-token-prefix pic x value "Z".
         05 ws-token-seq pic 9(5).
       01 ws-token-x redefines ws-token pic x(6).
       01 ws-token-free pic x value "N".

      * one row of whichever file is being re-keyed, and where in it
      * the customer numbers sit (0 = no second number)
       01 ws-rk-row pic x(91) value spaces.
       01 ws-rk-offset-1 pic 99 value 0.
       01 ws-rk-offset-2 pic 99 value 0.
       01 ws-rk-offset pic 99 value 0.
       01 ws-rk-changed pic 9(6) value 0.
       01 ws-rk-file-name pic x(24) value spaces.

       01 ws-total-rekeyed pic 9(6) value 0.
       01 ws-master-erased pic 9(4) value 0.

      * operator authorization: an erasure card is only honoured from
      * an operator the auth file knows, marks active, and grants
      * this program's function letter
       01 ws-auth-status pic xx value spaces.
       01 ws-auth-eof pic x value "N".
       01 ws-num-operators pic 99 value 0.
       01 ws-auth-sub pic 99 value 0.
       01 ws-auth-table.
         05 ws-auth-entry occurs 50 times.
           10 ws-auth-id pic x(8).
           10 ws-auth-functions pic x(8).
           10 ws-auth-active pic x.
       01 ws-op-ok pic x value "N".
       01 ws-op-reason pic x(30) value spaces.
       01 ws-op-lookup pic x(8) value spaces.
       01 ws-op-hits pic 99 value 0.

       01 ws-erased-count pic 9(4) value 0.
       01 ws-held-count pic 9(4) value 0.
       01 ws-rejected-count pic 9(4) value 0.

       01 ws-blank-line pic x(120) value spaces.

       01 ws-heading-1.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "CUSTOMER DATA ERASURE REPORT".
         05 filler pic x(6) value "DATE: ".
         05 ws-head-date pic 9(8).

       01 ws-section-line.
         05 filler pic x(2) value spaces.
         05 ws-section-text pic x(60).

       01 ws-request-line.
         05 filler pic x(4) value spaces.
         05 ws-rq-result pic x(8).
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "CUSTOMER: ".
         05 ws-rq-customer pic x(6).
         05 filler pic x(3) value spaces.
         05 filler pic x(11) value "REQUESTED: ".
         05 ws-rq-date pic x(8).
         05 filler pic x(3) value spaces.
         05 filler pic x(4) value "BY: ".
         05 ws-rq-user pic x(8).
         05 filler pic x(3) value spaces.
         05 ws-rq-reason pic x(30).

       01 ws-file-line.
         05 filler pic x(4) value spaces.
         05 ws-fl-name pic x(24).
         05 filler pic x(15) value "ROWS RE-KEYED: ".
         05 ws-fl-count pic zzzzz9.

       01 ws-message-line.
         05 filler pic x(4) value spaces.
         05 ws-msg-text pic x(60).

       01 ws-summary-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "CARDS: ".
         05 ws-sum-cards pic zz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "ERASED: ".
         05 ws-sum-erased pic zz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(6) value "HELD: ".
         05 ws-sum-held pic zz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-sum-rejected pic zz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(19) value "NUMBERS TOKENISED: ".
         05 ws-sum-numbers pic zz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           open input request-card-file.
           if ws-card-status <> "00"
               display "CUSTERASE: NO ERASURE REQUESTS, STATUS="
                   ws-card-status " - NOTHING TO DO"
               perform 700-write-run-log
               goback
           end-if.

           move ws-start-date to ws-processing-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-processing-date
               end-read
               close run-control-file
           end-if.

           perform 050-load-customer-master.
           perform 055-load-merge-log.
           perform 060-find-last-token.
           perform 065-load-operator-auth.

      * the index is the one file opened in place; make sure it can
      * be before anything else is touched
           open i-o invoice-index-file.
           if ws-inv-status <> "00"
               display "CUSTERASE: INVOICE-INDEX NOT AVAILABLE, STATUS="
                   ws-inv-status " - NO ERASURES APPLIED"
               close request-card-file
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.
           close invoice-index-file.

           perform 100-read-card.
           perform 150-take-card until ws-card-eof = "Y".
           close request-card-file.

           perform 200-check-open-layaways.
           perform 220-check-uncashed-checks.
           perform 240-assign-tokens.

           open output erasure-report.
           move ws-processing-date to ws-head-date.
           write er-output from ws-heading-1.
           write er-output from ws-blank-line.
           move "ERASURE REQUESTS" to ws-section-text.
           write er-output from ws-section-line.
           perform 280-report-card
             varying ws-card-sub from 1 by 1
             until ws-card-sub > ws-num-cards.

           if ws-erased-count > 0
               write er-output from ws-blank-line
               move "CUSTOMER NUMBERS REPLACED BY TOKEN"
                 to ws-section-text
               write er-output from ws-section-line
               perform 300-rewrite-customer-master
               perform 400-rekey-loyalty
               perform 420-rekey-loyalty-prev
               perform 440-rekey-history
               perform 460-rekey-invoice-index
               perform 480-rekey-check-register
               perform 500-rekey-layaway
               perform 520-rekey-layaway-prev
               perform 540-rekey-merge-log
               perform 560-write-erasure-log
           end-if.
           perform 580-rewrite-cards.

           move ws-num-cards to ws-sum-cards.
           move ws-erased-count to ws-sum-erased.
           move ws-held-count to ws-sum-held.
           move ws-rejected-count to ws-sum-rejected.
           move 0 to ws-sub.
           perform varying ws-er-sub from 1 by 1
             until ws-er-sub > ws-num-erase
               if ws-er-live(ws-er-sub) = "Y"
                   add 1 to ws-sub
               end-if
           end-perform.
           move ws-sub to ws-sum-numbers.
           write er-output from ws-blank-line.
           write er-output from ws-summary-line.
           close erasure-report.

           if ws-held-count > 0 or ws-rejected-count > 0
               if ws-condition-code < 4
                   move 4 to ws-condition-code
               end-if
           end-if.
           perform 700-write-run-log.
           if ws-condition-code > 4
               move ws-condition-code to return-code
           end-if.
           goback.

       050-load-customer-master.
           open input customer-master-file.
           if ws-customer-master-status <> "00"
               display "CUSTERASE: CANT OPEN CUSTOMER-MASTER, STATUS="
                   ws-customer-master-status
               close request-card-file
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read customer-master-file
               at end
                   move "Y" to ws-customer-master-eof.

           perform until ws-customer-master-eof = "Y"
               or ws-num-customers >= 5000
               add 1 to ws-num-customers
               move cu-customer-num
                 to ws-cust-tbl-num(ws-num-customers)
               move cu-name to ws-cust-tbl-name(ws-num-customers)
               move cu-active-flag
                 to ws-cust-tbl-active(ws-num-customers)
               move cu-exempt-flag
                 to ws-cust-tbl-exempt(ws-num-customers)
               move cu-cert-num to ws-cust-tbl-cert(ws-num-customers)
               if cu-cert-expiry numeric
                   move cu-cert-expiry
                     to ws-cust-tbl-expiry(ws-num-customers)
               else
                   move 0 to ws-cust-tbl-expiry(ws-num-customers)
               end-if
               read customer-master-file
                   at end
                       move "Y" to ws-customer-master-eof
               end-read
           end-perform.
           close customer-master-file.

      * a master too big for the table would lose its tail on the
      * rewrite -- refuse instead
           if ws-customer-master-eof not = "Y"
               display "CUSTERASE: MORE THAN 5000 CUSTOMERS - "
                 "RUN REFUSED"
               close request-card-file
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

       055-load-merge-log.
           open input merge-log-file.
           if ws-file-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-file-eof.
           read merge-log-file
               at end
                   move "Y" to ws-file-eof.
           perform until ws-file-eof = "Y"
               or ws-num-merges >= 1000
               add 1 to ws-num-merges
               move cml-retired-num to ws-mg-retired(ws-num-merges)
               move cml-survivor-num to ws-mg-survivor(ws-num-merges)
               read merge-log-file
                   at end
                       move "Y" to ws-file-eof
               end-read
           end-perform.
           close merge-log-file.

       060-find-last-token.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-customers
               move ws-cust-tbl-num(ws-sub) to ws-token-x
               if ws-token-prefix = "Z" and ws-token-seq numeric
                 and ws-token-seq > ws-last-token
                   move ws-token-seq to ws-last-token
               end-if
           end-perform.

           open input erasure-log-file.
           if ws-log-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-file-eof.
           read erasure-log-file
               at end
                   move "Y" to ws-file-eof.
           perform until ws-file-eof = "Y"
               move cel-token to ws-token-x
               if ws-token-seq numeric
                 and ws-token-seq > ws-last-token
                   move ws-token-seq to ws-last-token
               end-if
               read erasure-log-file
                   at end
                       move "Y" to ws-file-eof
               end-read
           end-perform.
           close erasure-log-file.

       065-load-operator-auth.
           open input operator-auth-file.
           if ws-auth-status <> "00"
               display "CUSTERASE: NO OPERATOR AUTH FILE, STATUS="
                   ws-auth-status " - ALL CARDS WILL REJECT"
               exit paragraph
           end-if.
           read operator-auth-file
               at end
                   move "Y" to ws-auth-eof.
           perform until ws-auth-eof = "Y"
               or ws-num-operators >= 50
               add 1 to ws-num-operators
               move op-operator-id to ws-auth-id(ws-num-operators)
               move op-functions
                 to ws-auth-functions(ws-num-operators)
               move op-active-flag
                 to ws-auth-active(ws-num-operators)
               read operator-auth-file
                   at end
                       move "Y" to ws-auth-eof
               end-read
           end-perform.
           close operator-auth-file.

       066-check-operator.
      * the id to verify arrives in ws-op-lookup
           move "N" to ws-op-ok.
           move "UNKNOWN OPERATOR" to ws-op-reason.
           perform varying ws-auth-sub from 1 by 1
             until ws-auth-sub > ws-num-operators
               if ws-op-lookup = ws-auth-id(ws-auth-sub)
                   if ws-auth-active(ws-auth-sub) not = "Y"
                       move "OPERATOR NOT ACTIVE" to ws-op-reason
                   else
                       move 0 to ws-op-hits
                       inspect ws-auth-functions(ws-auth-sub)
                         tallying ws-op-hits for all "E"
                       if ws-op-hits > 0
                           move "Y" to ws-op-ok
                       else
                           move "OPERATOR NOT AUTHORIZED"
                             to ws-op-reason
                       end-if
                   end-if
               end-if
           end-perform.

       070-find-customer.
      * the number to find arrives in ws-find-num
           move 0 to ws-found-sub.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-customers
               if ws-cust-tbl-num(ws-sub) = ws-find-num
                   move ws-sub to ws-found-sub
               end-if
           end-perform.

       075-match-erase.
      * the number to test arrives in ws-find-num; only entries still
      * live (card not held) match
           move 0 to ws-er-found.
           if ws-find-num = spaces
               exit paragraph
           end-if.
           perform varying ws-er-sub from 1 by 1
             until ws-er-sub > ws-num-erase
               or ws-er-found > 0
               if ws-er-live(ws-er-sub) = "Y"
                 and ws-find-num = ws-er-num(ws-er-sub)
                   move ws-er-sub to ws-er-found
               end-if
           end-perform.

       100-read-card.
           read request-card-file
               at end
                   move "Y" to ws-card-eof.

       150-take-card.
           if ws-num-cards >= 200
               display "CUSTERASE: MORE THAN 200 REQUESTS - "
                 "THE REST WAIT FOR THE NEXT RUN"
               move 8 to ws-condition-code
               move "Y" to ws-card-eof
               exit paragraph
           end-if.
           add 1 to ws-num-cards.
           move erc-record to ws-cd-row(ws-num-cards).
           move "P" to ws-cd-state(ws-num-cards).
           move spaces to ws-cd-reason(ws-num-cards).
           move 0 to ws-cd-cust-sub(ws-num-cards).

           move erc-customer-num to ws-find-num.
           perform 070-find-customer.
           move ws-found-sub to ws-cd-cust-sub(ws-num-cards).
           move erc-user-id to ws-op-lookup.
           perform 066-check-operator.
           move erc-customer-num to ws-find-num.
           perform 075-match-erase.

           evaluate true
               when ws-op-ok = "N"
                   move ws-op-reason to ws-cd-reason(ws-num-cards)
               when erc-customer-num = spaces
                   move "BLANK CUSTOMER NUMBER"
                     to ws-cd-reason(ws-num-cards)
               when erc-request-date-n not numeric
                   move "INVALID REQUEST DATE"
                     to ws-cd-reason(ws-num-cards)
               when function test-date-yyyymmdd(erc-request-date-n)
                   not = 0
                   move "INVALID REQUEST DATE"
                     to ws-cd-reason(ws-num-cards)
               when ws-found-sub = 0
                   move "CUSTOMER NOT ON MASTER"
                     to ws-cd-reason(ws-num-cards)
               when ws-cust-tbl-active(ws-found-sub) = "E"
                   move "CUSTOMER ALREADY ERASED"
                     to ws-cd-reason(ws-num-cards)
               when ws-cust-tbl-active(ws-found-sub) = "M"
                   move "MERGED - ERASE THE SURVIVOR"
                     to ws-cd-reason(ws-num-cards)
               when ws-er-found > 0
                   move "DUPLICATE REQUEST IN DECK"
                     to ws-cd-reason(ws-num-cards)
               when ws-num-erase >= 300
                   move "TOO MANY NUMBERS IN ONE RUN"
                     to ws-cd-reason(ws-num-cards)
           end-evaluate.

           if ws-cd-reason(ws-num-cards) not = spaces
               move "R" to ws-cd-state(ws-num-cards)
           else
               move erc-customer-num to ws-find-num
               perform 160-add-erase-number
               perform 170-add-merged-numbers
           end-if.

           perform 100-read-card.

       160-add-erase-number.
           if ws-num-erase >= 300
               exit paragraph
           end-if.
           add 1 to ws-num-erase.
           move ws-find-num to ws-er-num(ws-num-erase).
           move spaces to ws-er-token(ws-num-erase).
           move ws-num-cards to ws-er-card(ws-num-erase).
           move "Y" to ws-er-live(ws-num-erase).
           if ws-er-num(ws-num-erase) = erc-customer-num
               move "R" to ws-er-kind(ws-num-erase)
           else
               move "M" to ws-er-kind(ws-num-erase)
           end-if.

       170-add-merged-numbers.
      * CUSTMAINT logs every merge against the final survivor, so one
      * pass finds all the duplicates folded into this customer
           perform varying ws-mg-sub from 1 by 1
             until ws-mg-sub > ws-num-merges
               if ws-mg-survivor(ws-mg-sub) = erc-customer-num
                   move ws-mg-retired(ws-mg-sub) to ws-find-num
                   perform 075-match-erase
                   if ws-er-found = 0
                       perform 160-add-erase-number
                   end-if
               end-if
           end-perform.

       200-check-open-layaways.
           open input layaway-master-file.
           if ws-file-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-file-eof.
           read layaway-master-file
               at end
                   move "Y" to ws-file-eof.
           perform until ws-file-eof = "Y"
               if lm-status = "O"
                   move lm-customer-num to ws-find-num
                   perform 075-match-erase
                   if ws-er-found > 0
                       move "OPEN LAYAWAY" to ws-rk-file-name
                       perform 260-hold-card
                   end-if
               end-if
               read layaway-master-file
                   at end
                       move "Y" to ws-file-eof
               end-read
           end-perform.
           close layaway-master-file.

       220-check-uncashed-checks.
           open input check-register-file.
           if ws-file-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-file-eof.
           read check-register-file
               at end
                   move "Y" to ws-file-eof.
           perform until ws-file-eof = "Y"
               if ck-status = "O"
                   move ck-customer to ws-find-num
                   perform 075-match-erase
                   if ws-er-found > 0
                       move "UNCASHED REFUND CHECK" to ws-rk-file-name
                       perform 260-hold-card
                   end-if
               end-if
               read check-register-file
                   at end
                       move "Y" to ws-file-eof
               end-read
           end-perform.
           close check-register-file.

       240-assign-tokens.
           perform varying ws-er-sub from 1 by 1
             until ws-er-sub > ws-num-erase
               if ws-er-live(ws-er-sub) = "Y"
                   move "N" to ws-token-free
                   perform until ws-token-free = "Y"
                       add 1 to ws-last-token
                       move "Z" to ws-token-prefix
                       move ws-last-token to ws-token-seq
                       move ws-token-x to ws-find-num
                       perform 070-find-customer
                       if ws-found-sub = 0
                           move "Y" to ws-token-free
                       end-if
                   end-perform
                   move ws-token-x to ws-er-token(ws-er-sub)
                   move ws-er-num(ws-er-sub) to ws-find-num
                   perform 070-find-customer
                   if ws-found-sub > 0
                       move ws-token-x to ws-cust-tbl-num(ws-found-sub)
                       move spaces to ws-cust-tbl-name(ws-found-sub)
                       if ws-cust-tbl-cert(ws-found-sub) not = spaces
                           move ws-token-x
                             to ws-cust-tbl-cert(ws-found-sub)
                       end-if
                       move "E" to ws-cust-tbl-active(ws-found-sub)
                       add 1 to ws-master-erased
                   end-if
               end-if
           end-perform.

           perform varying ws-card-sub from 1 by 1
             until ws-card-sub > ws-num-cards
               if ws-cd-pending(ws-card-sub)
                   move "E" to ws-cd-state(ws-card-sub)
               end-if
           end-perform.

       260-hold-card.
      * the whole request waits -- the customer and every duplicate
      * merged into them -- until the open item closes
           move ws-er-card(ws-er-found) to ws-scan-sub.
           if ws-cd-pending(ws-scan-sub)
               move "H" to ws-cd-state(ws-scan-sub)
               move ws-rk-file-name to ws-cd-reason(ws-scan-sub)
           end-if.
           perform varying ws-er-sub from 1 by 1
             until ws-er-sub > ws-num-erase
               if ws-er-card(ws-er-sub) = ws-scan-sub
                   move "N" to ws-er-live(ws-er-sub)
               end-if
           end-perform.

       280-report-card.
           move ws-cd-row(ws-card-sub) to ws-card-work.
           move ws-cw-customer-num to ws-rq-customer.
           move ws-cd-row(ws-card-sub)(15:8) to ws-rq-date.
           move ws-cw-user-id to ws-rq-user.
           move ws-cd-reason(ws-card-sub) to ws-rq-reason.
           evaluate true
               when ws-cd-erased(ws-card-sub)
                   move "ERASED" to ws-rq-result
                   add 1 to ws-erased-count
               when ws-cd-held(ws-card-sub)
                   move "HELD" to ws-rq-result
                   add 1 to ws-held-count
               when other
                   move "REJECTED" to ws-rq-result
                   add 1 to ws-rejected-count
           end-evaluate.
           write er-output from ws-request-line.

       300-rewrite-customer-master.
           open output customer-master-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-customers
               move ws-cust-tbl-num(ws-sub) to cu-customer-num
               move ws-cust-tbl-name(ws-sub) to cu-name
               move ws-cust-tbl-active(ws-sub) to cu-active-flag
               move ws-cust-tbl-exempt(ws-sub) to cu-exempt-flag
               move ws-cust-tbl-cert(ws-sub) to cu-cert-num
               move ws-cust-tbl-expiry(ws-sub) to cu-cert-expiry
               write cu-record
           end-perform.
           close customer-master-file.
           move "CUSTOMER-MASTER" to ws-fl-name.
           move ws-master-erased to ws-fl-count.
           write er-output from ws-file-line.
           add ws-master-erased to ws-total-rekeyed.

      * each line sequential file below is re-keyed into the work
      * file and copied back only when something changed, so a
      * failure part-way leaves that file as it was
       400-rekey-loyalty.
           move "LOYALTY-MASTER" to ws-rk-file-name.
           move 1 to ws-rk-offset-1.
           move 0 to ws-rk-offset-2.
           move 0 to ws-rk-changed.
           open input loyalty-master-file.
           if ws-file-status = "00"
               open output erase-work-file
               move "N" to ws-file-eof
               read loyalty-master-file
                   at end
                       move "Y" to ws-file-eof
               end-read
               perform until ws-file-eof = "Y"
                   move lym-record to ws-rk-row
                   perform 600-rekey-row
                   write ew-record from ws-rk-row
                   read loyalty-master-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
               end-perform
               close loyalty-master-file, erase-work-file
               if ws-rk-changed > 0
                   open input erase-work-file
                   open output loyalty-master-file
                   move "N" to ws-file-eof
                   read erase-work-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
                   perform until ws-file-eof = "Y"
                       write lym-record from ew-record
                       read erase-work-file
                           at end
                               move "Y" to ws-file-eof
                       end-read
                   end-perform
                   close erase-work-file, loyalty-master-file
               end-if
           end-if.
           perform 650-report-file.

       420-rekey-loyalty-prev.
           move "LOYALTY-MASTER-PREV" to ws-rk-file-name.
           move 1 to ws-rk-offset-1.
           move 0 to ws-rk-offset-2.
           move 0 to ws-rk-changed.
           open input loyalty-prev-file.
           if ws-file-status = "00"
               open output erase-work-file
               move "N" to ws-file-eof
               read loyalty-prev-file
                   at end
                       move "Y" to ws-file-eof
               end-read
               perform until ws-file-eof = "Y"
                   move lyp-record to ws-rk-row
                   perform 600-rekey-row
                   write ew-record from ws-rk-row
                   read loyalty-prev-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
               end-perform
               close loyalty-prev-file, erase-work-file
               if ws-rk-changed > 0
                   open input erase-work-file
                   open output loyalty-prev-file
                   move "N" to ws-file-eof
                   read erase-work-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
                   perform until ws-file-eof = "Y"
                       write lyp-record from ew-record
                       read erase-work-file
                           at end
                               move "Y" to ws-file-eof
                       end-read
                   end-perform
                   close erase-work-file, loyalty-prev-file
               end-if
           end-if.
           perform 650-report-file.

       440-rekey-history.
      * run date and sequence ahead of the transaction put the
      * customer number at position 76
           move "TRANSACTION-HISTORY" to ws-rk-file-name.
           move 76 to ws-rk-offset-1.
           move 0 to ws-rk-offset-2.
           move 0 to ws-rk-changed.
           open input history-file.
           if ws-file-status = "00"
               open output erase-work-file
               move "N" to ws-file-eof
               read history-file
                   at end
                       move "Y" to ws-file-eof
               end-read
               perform until ws-file-eof = "Y"
                   move th-record to ws-rk-row
                   perform 600-rekey-row
                   write ew-record from ws-rk-row
                   read history-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
               end-perform
               close history-file, erase-work-file
               if ws-rk-changed > 0
                   open input erase-work-file
                   open output history-file
                   move "N" to ws-file-eof
                   read erase-work-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
                   perform until ws-file-eof = "Y"
                       write th-record from ew-record
                       read erase-work-file
                           at end
                               move "Y" to ws-file-eof
                       end-read
                   end-perform
                   close erase-work-file, history-file
               end-if
           end-if.
           perform 650-report-file.

       460-rekey-invoice-index.
           move "INVOICE-INDEX" to ws-rk-file-name.
           move 0 to ws-rk-changed.
           open i-o invoice-index-file.
           if ws-inv-status <> "00"
               display "CUSTERASE: INVOICE-INDEX NOT AVAILABLE, STATUS="
                   ws-inv-status " - INDEX NOT RE-KEYED"
               move 8 to ws-condition-code
               exit paragraph
           end-if.

           open i-o customer-xref-file.
           if ws-cx-status = "00"
               perform 465-rekey-by-customer
                 varying ws-xref-sub from 1 by 1
                 until ws-xref-sub > ws-num-erase
               close customer-xref-file
               close invoice-index-file
               perform 650-report-file
               exit paragraph
           end-if.

      * no cross-reference: the index is keyed by invoice, so walk the
      * whole file; IDXREORG builds the cross-reference from it later
           display "CUSTERASE: CUSTOMER XREF NOT AVAILABLE, STATUS="
               ws-cx-status " - SCANNING WHOLE INDEX".

           move "N" to ws-inv-eof.
           move low-values to inv-invoice-num.
           start invoice-index-file
             key not < inv-invoice-num
               invalid key
                   move "Y" to ws-inv-eof
           end-start.

           perform until ws-inv-eof = "Y"
               read invoice-index-file next record
                   at end
                       move "Y" to ws-inv-eof
                   not at end
                       move inv-customer-num to ws-find-num
                       perform 075-match-erase
                       if ws-er-found > 0
                           move ws-er-token(ws-er-found)
                             to inv-customer-num
                           rewrite inv-record
                           add 1 to ws-rk-changed
                       end-if
               end-read
           end-perform.
           close invoice-index-file.
           perform 650-report-file.

       465-rekey-by-customer.
      * each pass takes the number's first remaining cross-reference
      * row; re-keying deletes it, so the next pass finds the next
           if ws-er-live(ws-xref-sub) not = "Y"
               exit paragraph
           end-if.
           move "N" to ws-xref-eof.
           perform until ws-xref-eof = "Y"
               move ws-er-num(ws-xref-sub) to cx-customer-num
               move low-values to cx-invoice-num
               start customer-xref-file
                 key not < cx-key
                   invalid key
                       move "Y" to ws-xref-eof
               end-start
               if ws-xref-eof = "N"
                   read customer-xref-file next record
                       at end
                           move "Y" to ws-xref-eof
                   end-read
               end-if
               if ws-xref-eof = "N"
                   if cx-customer-num = ws-er-num(ws-xref-sub)
                       perform 470-rekey-one-invoice
                   else
                       move "Y" to ws-xref-eof
                   end-if
               end-if
           end-perform.

       470-rekey-one-invoice.
           move cx-invoice-num to ws-xref-invoice.
           delete customer-xref-file record
               invalid key
                   move "Y" to ws-xref-eof
                   exit paragraph
           end-delete.

           move ws-xref-invoice to inv-invoice-num.
           read invoice-index-file
               invalid key
                   exit paragraph
           end-read.
           if inv-customer-num = ws-er-num(ws-xref-sub)
               move ws-er-token(ws-xref-sub) to inv-customer-num
               rewrite inv-record
               add 1 to ws-rk-changed
           end-if.

      * the row goes back under whatever number the index now holds,
      * so the token's invoices stay reachable for CUSTINQ
           if inv-customer-num not = spaces
               move inv-customer-num to cx-customer-num
               move ws-xref-invoice to cx-invoice-num
               write cx-record
                   invalid key
                       continue
               end-write
           end-if.

       480-rekey-check-register.
           move "CHECK-REGISTER" to ws-rk-file-name.
           move 18 to ws-rk-offset-1.
           move 0 to ws-rk-offset-2.
           move 0 to ws-rk-changed.
           open input check-register-file.
           if ws-file-status = "00"
               open output erase-work-file
               move "N" to ws-file-eof
               read check-register-file
                   at end
                       move "Y" to ws-file-eof
               end-read
               perform until ws-file-eof = "Y"
                   move ck-record to ws-rk-row
                   perform 600-rekey-row
                   write ew-record from ws-rk-row
                   read check-register-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
               end-perform
               close check-register-file, erase-work-file
               if ws-rk-changed > 0
                   open input erase-work-file
                   open output check-register-file
                   move "N" to ws-file-eof
                   read erase-work-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
                   perform until ws-file-eof = "Y"
                       write ck-record from ew-record
                       read erase-work-file
                           at end
                               move "Y" to ws-file-eof
                       end-read
                   end-perform
                   close erase-work-file, check-register-file
               end-if
           end-if.
           perform 650-report-file.

       500-rekey-layaway.
           move "LAYAWAY-MASTER" to ws-rk-file-name.
           move 68 to ws-rk-offset-1.
           move 0 to ws-rk-offset-2.
           move 0 to ws-rk-changed.
           open input layaway-master-file.
           if ws-file-status = "00"
               open output erase-work-file
               move "N" to ws-file-eof
               read layaway-master-file
                   at end
                       move "Y" to ws-file-eof
               end-read
               perform until ws-file-eof = "Y"
                   move lm-record to ws-rk-row
                   perform 600-rekey-row
                   write ew-record from ws-rk-row
                   read layaway-master-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
               end-perform
               close layaway-master-file, erase-work-file
               if ws-rk-changed > 0
                   open input erase-work-file
                   open output layaway-master-file
                   move "N" to ws-file-eof
                   read erase-work-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
                   perform until ws-file-eof = "Y"
                       write lm-record from ew-record
                       read erase-work-file
                           at end
                               move "Y" to ws-file-eof
                       end-read
                   end-perform
                   close erase-work-file, layaway-master-file
               end-if
           end-if.
           perform 650-report-file.

       520-rekey-layaway-prev.
           move "LAYAWAY-MASTER-PREV" to ws-rk-file-name.
           move 68 to ws-rk-offset-1.
           move 0 to ws-rk-offset-2.
           move 0 to ws-rk-changed.
           open input layaway-prev-file.
           if ws-file-status = "00"
               open output erase-work-file
               move "N" to ws-file-eof
               read layaway-prev-file
                   at end
                       move "Y" to ws-file-eof
               end-read
               perform until ws-file-eof = "Y"
                   move lmp-record to ws-rk-row
                   perform 600-rekey-row
                   write ew-record from ws-rk-row
                   read layaway-prev-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
               end-perform
               close layaway-prev-file, erase-work-file
               if ws-rk-changed > 0
                   open input erase-work-file
                   open output layaway-prev-file
                   move "N" to ws-file-eof
                   read erase-work-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
                   perform until ws-file-eof = "Y"
                       write lmp-record from ew-record
                       read erase-work-file
                           at end
                               move "Y" to ws-file-eof
                       end-read
                   end-perform
                   close erase-work-file, layaway-prev-file
               end-if
           end-if.
           perform 650-report-file.

       540-rekey-merge-log.
      * both the retired number and the survivor are customer numbers
           move "CUSTOMER-MERGE" to ws-rk-file-name.
           move 1 to ws-rk-offset-1.
           move 7 to ws-rk-offset-2.
           move 0 to ws-rk-changed.
           open input merge-log-file.
           if ws-file-status = "00"
               open output erase-work-file
               move "N" to ws-file-eof
               read merge-log-file
                   at end
                       move "Y" to ws-file-eof
               end-read
               perform until ws-file-eof = "Y"
                   move cml-record to ws-rk-row
                   perform 600-rekey-row
                   write ew-record from ws-rk-row
                   read merge-log-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
               end-perform
               close merge-log-file, erase-work-file
               if ws-rk-changed > 0
                   open input erase-work-file
                   open output merge-log-file
                   move "N" to ws-file-eof
                   read erase-work-file
                       at end
                           move "Y" to ws-file-eof
                   end-read
                   perform until ws-file-eof = "Y"
                       write cml-record from ew-record
                       read erase-work-file
                           at end
                               move "Y" to ws-file-eof
                       end-read
                   end-perform
                   close erase-work-file, merge-log-file
               end-if
           end-if.
           perform 650-report-file.

       560-write-erasure-log.
           open extend erasure-log-file.
           if ws-log-status <> "00"
               open output erasure-log-file
           end-if.
           perform varying ws-er-sub from 1 by 1
             until ws-er-sub > ws-num-erase
               if ws-er-live(ws-er-sub) = "Y"
                   move ws-er-card(ws-er-sub) to ws-card-sub
                   move ws-cd-row(ws-card-sub) to ws-card-work
                   move ws-er-token(ws-er-sub) to cel-token
                   move ws-cw-request-date to cel-request-date
                   move ws-processing-date to cel-erased-date
                   move ws-cw-user-id to cel-user-id
                   move ws-er-kind(ws-er-sub) to cel-kind
                   write cel-record
               end-if
           end-perform.
           close erasure-log-file.

       580-rewrite-cards.
      * erased and rejected requests are consumed; held ones wait on
      * the card file for the layaway or check to close
           open output request-card-file.
           perform varying ws-card-sub from 1 by 1
             until ws-card-sub > ws-num-cards
               if ws-cd-held(ws-card-sub)
                   write erc-record from ws-cd-row(ws-card-sub)
               end-if
           end-perform.
           close request-card-file.

       600-rekey-row.
           move ws-rk-offset-1 to ws-rk-offset.
           perform 610-rekey-one-number.
           if ws-rk-offset-2 > 0
               move ws-rk-offset-2 to ws-rk-offset
               perform 610-rekey-one-number
           end-if.

       610-rekey-one-number.
           move ws-rk-row(ws-rk-offset:6) to ws-find-num.
           perform 075-match-erase.
           if ws-er-found > 0
               move ws-er-token(ws-er-found)
                 to ws-rk-row(ws-rk-offset:6)
               add 1 to ws-rk-changed
           end-if.

       650-report-file.
           move ws-rk-file-name to ws-fl-name.
           move ws-rk-changed to ws-fl-count.
           write er-output from ws-file-line.
           add ws-rk-changed to ws-total-rekeyed.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "CUSTERASE" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-num-cards to rl-records-read.
           move ws-erased-count to rl-records-written.
           move ws-held-count to rl-records-written-2.
           move ws-rejected-count to rl-records-written-3.
           move ws-total-rekeyed to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program CUSTERASE.
      **************************************************************************

       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. CUSTMAINT.
      **************************************************************************
      * Applies add/change/deactivate/merge maintenance cards to
      * customer-master.dat so the file is never hand-edited again.
      * EDIT, CUSTINQ, LOYSTMT, LAYAWAY and INTEGRITY all load this
      * file.  Every card is validated and every applied or rejected
      * card is written to the cust-maint-audit.out before/after audit
      * with the submitting user and the run date/time.
      *
      * A merge card ("M") folds a duplicate customer number into the
      * surviving one.  The duplicate stays on the master flagged "M"
      * (retired by merge) so EDIT rejects it from then on; its
      * loyalty-master.dat row is added into the survivor's (spend,
      * visits, returns and points -- the opening image LOYALTY
      * rebuilds a same-day rerun from is merged the same way, so a
      * rerun cannot bring the duplicate back); its invoice-index.dat
      * entries and check-register.dat refund checks are re-pointed to
      * the survivor.  Each merge is logged to customer-merge.dat
      * (retired number, survivor, date, user) for anyone who later
      * meets the old number in the history archive.  Merging into a
      * number merged earlier in the same deck follows the chain to
      * the final survivor.  The duplicate's invoices are found
      * through the customer cross-reference
      * (invoice-customer-xref.dat), which is re-pointed along with
      * the index; without it the whole index is walked.
      *
      * A and C cards also carry the customer's sales tax exemption:
      * flag "Y" with the exemption certificate number and its expiry
      * date (both required, expiry not already past), "N" to clear
      * it, or blank to leave it as it is.  A blank name on a C card
      * likewise leaves the name alone.  EDIT refuses an exempt
      * customer's sale once the certificate has lapsed.
      *
      * Card layout (62 bytes): action (A=add, C=change, D=deactivate,
      * M=merge), customer number, customer name, submitting user id,
      * surviving customer number (M cards only), tax exempt flag,
      * certificate number, certificate expiry (yyyymmdd).  The user
      * id must be an active operator granted function "M" on
      * operator-auth.dat or the card rejects unapplied.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select maint-card-file
               assign to "../cust-maint-cards.dat"
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

           select loyalty-master-file
               assign to "../loyalty-master.dat"
               organization is line sequential
               file status is ws-lym-status.

           select loyalty-prev-file
               assign to "../loyalty-master-prev.dat"
               organization is line sequential
               file status is ws-lym-status.

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
               file status is ws-reg-status.

           select check-register-new-file
               assign to "../check-register-new.dat"
               organization is line sequential
               file status is ws-regn-status.

           select merge-log-file
               assign to "../customer-merge.dat"
               organization is line sequential
               file status is ws-merge-status.

           select audit-report
               assign to "../cust-maint-audit.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd maint-card-file
           record contains 62 characters
           data record is cmc-record.

       01 cmc-record.
         05 cmc-action pic x.
         05 cmc-customer-num pic x(6).
         05 cmc-name pic x(20).
         05 cmc-user-id pic x(8).
         05 cmc-survivor-num pic x(6).
         05 cmc-exempt-flag pic x.
         05 cmc-cert-num pic x(12).
         05 cmc-cert-expiry pic x(8).
         05 cmc-cert-expiry-n redefines cmc-cert-expiry pic 9(8).

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

       fd loyalty-master-file
           record contains 86 characters
           data record is lym-record.

       01 lym-record.
         05 lym-customer-num pic x(6).
         05 lym-spend pic s9(9)V99.
         05 lym-visits pic 9(5).
         05 lym-ret-amount pic 9(9)V99.
         05 lym-ret-count pic 9(5).
         05 lym-tier pic x.
         05 lym-points-balance pic s9(9).
         05 lym-points-earned pic s9(9).
         05 lym-points-redeemed pic s9(9).
         05 lym-points-month pic 9(6).
         05 lym-month-earned pic s9(7).
         05 lym-month-redeemed pic s9(7).

       fd loyalty-prev-file
           record contains 86 characters
           data record is lyp-record.

       01 lyp-record pic x(86).

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

       fd check-register-new-file
           record contains 50 characters
           data record is ckn-record.

       01 ckn-record pic x(50).

       fd merge-log-file
           record contains 28 characters
           data record is cml-record.

       01 cml-record.
         05 cml-retired-num pic x(6).
         05 cml-survivor-num pic x(6).
         05 cml-merge-date pic 9(8).
         05 cml-user-id pic x(8).

       fd audit-report
           record contains 120 characters
           data record is aud-output.

       01 aud-output pic x(120).

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
       01 ws-lym-status pic xx value spaces.
       01 ws-lym-eof pic x value "N".
       01 ws-inv-status pic xx value spaces.
       01 ws-inv-eof pic x value "N".
       01 ws-cx-status pic xx value spaces.
       01 ws-xref-eof pic x value "N".
       01 ws-xref-sub pic 99 value 0.
       01 ws-xref-invoice pic x(9) value spaces.
       01 ws-reg-status pic xx value spaces.
       01 ws-regn-status pic xx value spaces.
       01 ws-reg-eof pic x value "N".
       01 ws-merge-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-num-customers pic 9(4) value 0.
       01 ws-sub pic 9(4) value 0.
       01 ws-surv-sub pic 9(4) value 0.
       01 ws-find-num pic x(6) value spaces.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-find-sub pic 9(4) value 0.
       01 ws-customer-table.
         05 ws-cust-entry occurs 2000 times.
           10 ws-cust-tbl-num pic x(6).
           10 ws-cust-tbl-name pic x(20).
           10 ws-cust-tbl-active pic x.
           10 ws-cust-tbl-exempt pic x.
           10 ws-cust-tbl-cert pic x(12).
           10 ws-cust-tbl-expiry pic 9(8).

      * merges applied from this deck; the file re-pointing runs once
      * after every card is in, against the final survivor of each
       01 ws-num-merges pic 99 value 0.
       01 ws-merge-sub pic 99 value 0.
       01 ws-merge-found pic 99 value 0.
       01 ws-merge-table.
         05 ws-merge-entry occurs 50 times.
           10 ws-mrg-retired pic x(6).
           10 ws-mrg-survivor pic x(6).
           10 ws-mrg-user pic x(8).
           10 ws-mrg-loyalty pic 9(4).
           10 ws-mrg-index pic 9(6).
           10 ws-mrg-checks pic 9(4).

      * one loyalty image (master or opening) at a time
       01 ws-num-loy pic 9(4) value 0.
       01 ws-loy-sub pic 9(4) value 0.
       01 ws-loy-ret-sub pic 9(4) value 0.
       01 ws-loy-surv-sub pic 9(4) value 0.
       01 ws-loy-which pic x value space.
       01 ws-loy-overflow pic x value "N".
       01 ws-loyalty-table.
         05 ws-loy-entry occurs 500 times.
           10 ws-loy-row pic x(86).
           10 ws-loy-dropped pic x.
       01 ws-loy-work.
         05 ws-lw-customer-num pic x(6).
         05 ws-lw-spend pic s9(9)V99.
         05 ws-lw-visits pic 9(5).
         05 ws-lw-ret-amount pic 9(9)V99.
         05 ws-lw-ret-count pic 9(5).
         05 ws-lw-tier pic x.
         05 ws-lw-points-balance pic s9(9).
         05 ws-lw-points-earned pic s9(9).
         05 ws-lw-points-redeemed pic s9(9).
         05 ws-lw-points-month pic 9(6).
         05 ws-lw-month-earned pic s9(7).
         05 ws-lw-month-redeemed pic s9(7).
       01 ws-loy-from.
         05 ws-lf-customer-num pic x(6).
         05 ws-lf-spend pic s9(9)V99.
         05 ws-lf-visits pic 9(5).
         05 ws-lf-ret-amount pic 9(9)V99.
         05 ws-lf-ret-count pic 9(5).
         05 ws-lf-tier pic x.
         05 ws-lf-points-balance pic s9(9).
         05 ws-lf-points-earned pic s9(9).
         05 ws-lf-points-redeemed pic s9(9).
         05 ws-lf-points-month pic 9(6).
         05 ws-lf-month-earned pic s9(7).
         05 ws-lf-month-redeemed pic s9(7).
       01 ws-tier-rank-1 pic 9 value 0.
       01 ws-tier-rank-2 pic 9 value 0.
       01 ws-rank-tier pic x value space.
       01 ws-rank-value pic 9 value 0.

      * operator authorization: a maintenance card is only honoured
      * from an operator the auth file knows, marks active, and
      * grants this program's function letter
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

       01 ws-card-count pic 9(4) value 0.
       01 ws-applied-count pic 9(4) value 0.
       01 ws-rejected-count pic 9(4) value 0.
       01 ws-repointed-count pic 9(6) value 0.
       01 ws-card-ok pic x value "N".
       01 ws-reject-reason pic x(30) value spaces.

       01 ws-aud-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "CUSTOMER MASTER MAINTENANCE AUDIT".
         05 filler pic x(6) value "DATE: ".
         05 ws-aud-head-date pic 9(8).
         05 filler pic x(4) value spaces.
         05 filler pic x(6) value "TIME: ".
         05 ws-aud-head-time pic 9(8).

       01 ws-aud-detail.
         05 filler pic x(8) value "ACTION: ".
         05 ws-aud-action pic x.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "CUSTOMER: ".
         05 ws-aud-customer pic x(6).
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "BEFORE: ".
         05 ws-aud-before pic x(22).
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "AFTER: ".
         05 ws-aud-after pic x(22).
         05 filler pic x(3) value spaces.
         05 filler pic x(4) value "BY: ".
         05 ws-aud-user pic x(8).

      * written under the detail line when the card moved the
      * customer's tax exemption
       01 ws-aud-exempt.
         05 filler pic x(12) value spaces.
         05 filler pic x(15) value "TAX EXEMPTION: ".
         05 filler pic x(8) value "BEFORE: ".
         05 ws-aud-ex-before pic x(23).
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "AFTER: ".
         05 ws-aud-ex-after pic x(23).

       01 ws-aud-reject.
         05 filler pic x(10) value "REJECTED: ".
         05 filler pic x(8) value "ACTION: ".
         05 ws-rej-action pic x.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "CUSTOMER: ".
         05 ws-rej-customer pic x(6).
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "REASON: ".
         05 ws-rej-reason pic x(30).
         05 filler pic x(3) value spaces.
         05 filler pic x(4) value "BY: ".
         05 ws-rej-user pic x(8).

       01 ws-aud-merge-head.
         05 filler pic x(40) value
                   "MERGES APPLIED TO DEPENDENT FILES".

       01 ws-aud-merge.
         05 filler pic x(2) value spaces.
         05 ws-am-retired pic x(6).
         05 filler pic x(6) value " INTO ".
         05 ws-am-survivor pic x(6).
         05 filler pic x(4) value spaces.
         05 filler pic x(14) value "LOYALTY ROWS: ".
         05 ws-am-loyalty pic zzz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(15) value "INDEX ENTRIES: ".
         05 ws-am-index pic zzzzz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(15) value "REFUND CHECKS: ".
         05 ws-am-checks pic zzz9.

       01 ws-aud-summary.
         05 filler pic x(15) value "CARDS READ:    ".
         05 ws-aud-sum-read pic zzz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(9) value "APPLIED: ".
         05 ws-aud-sum-applied pic zzz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-aud-sum-rejected pic zzz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(8) value "MERGES: ".
         05 ws-aud-sum-merges pic z9.

       01 ws-blank-line pic x(120) value spaces.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           open input maint-card-file.
           if ws-card-status <> "00"
               display "CUSTMAINT: NO MAINTENANCE CARDS, STATUS="
                   ws-card-status " - NOTHING TO DO"
               perform 700-write-run-log
               goback
           end-if.

           perform 050-load-customer-master.
           perform 065-load-operator-auth.

           open output audit-report.
           move ws-start-date to ws-aud-head-date.
           move ws-start-time to ws-aud-head-time.
           write aud-output from ws-aud-heading.
           write aud-output from ws-blank-line.

           perform 100-read-card.
           perform 150-apply-card until ws-card-eof = "Y".
           close maint-card-file.

           perform 300-rewrite-customer-master.

           if ws-num-merges > 0
               move "M" to ws-loy-which
               perform 400-merge-loyalty
               move "P" to ws-loy-which
               perform 400-merge-loyalty
               perform 450-repoint-invoice-index
               perform 470-repoint-check-register
               perform 490-write-merge-log
           end-if.

           move ws-card-count to ws-aud-sum-read.
           move ws-applied-count to ws-aud-sum-applied.
           move ws-rejected-count to ws-aud-sum-rejected.
           move ws-num-merges to ws-aud-sum-merges.
           write aud-output from ws-blank-line.
           write aud-output from ws-aud-summary.
           close audit-report.

           perform 700-write-run-log.
           if ws-condition-code > 0
               move ws-condition-code to return-code
           end-if.
           goback.

       050-load-customer-master.
           open input customer-master-file.
           if ws-customer-master-status <> "00"
               display "CUSTMAINT: CANT OPEN CUSTOMER-MASTER, STATUS="
                   ws-customer-master-status
               close maint-card-file
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read customer-master-file
               at end
                   move "Y" to ws-customer-master-eof.

           perform until ws-customer-master-eof = "Y"
               or ws-num-customers >= 2000
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

      * the master is rewritten whole -- refusing beats silently
      * dropping the customers past the table
           if ws-customer-master-eof not = "Y"
               display "CUSTMAINT: CUSTOMER MASTER EXCEEDS 2000 - "
                 "RUN REFUSED"
               close customer-master-file
               close maint-card-file
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           close customer-master-file.

       065-load-operator-auth.
           open input operator-auth-file.
           if ws-auth-status <> "00"
               display "CUSTMAINT: NO OPERATOR AUTH FILE, STATUS="
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
                         tallying ws-op-hits for all "M"
                       if ws-op-hits > 0
                           move "Y" to ws-op-ok
                       else
                           move "OPERATOR NOT AUTHORIZED"
                             to ws-op-reason
                       end-if
                   end-if
               end-if
           end-perform.

       100-read-card.
           read maint-card-file
               at end
                   move "Y" to ws-card-eof.

       150-apply-card.
           add 1 to ws-card-count.
           perform 200-validate-card.

           if ws-card-ok = "Y"
               add 1 to ws-applied-count
               evaluate cmc-action
                   when "A"
                       perform 210-add-customer
                   when "C"
                       perform 220-change-customer
                   when "D"
                       perform 230-deactivate-customer
                   when "M"
                       perform 240-merge-customer
               end-evaluate
           else
               add 1 to ws-rejected-count
               move cmc-action to ws-rej-action
               move cmc-customer-num to ws-rej-customer
               move ws-reject-reason to ws-rej-reason
               move cmc-user-id to ws-rej-user
               write aud-output from ws-aud-reject
           end-if.

           perform 100-read-card.

       200-validate-card.
           move "Y" to ws-card-ok.
           move spaces to ws-reject-reason.
           move cmc-customer-num to ws-find-num.
           perform 205-find-customer.
           move ws-found-sub to ws-sub.
           move 0 to ws-surv-sub.
           if cmc-action = "M"
               move cmc-survivor-num to ws-find-num
               perform 205-find-customer
               move ws-found-sub to ws-surv-sub
           end-if.
           move cmc-user-id to ws-op-lookup.
           perform 066-check-operator.

           evaluate true
               when ws-op-ok = "N"
                   move "N" to ws-card-ok
                   move ws-op-reason to ws-reject-reason
               when cmc-action not = "A" and cmc-action not = "C"
                 and cmc-action not = "D" and cmc-action not = "M"
                   move "N" to ws-card-ok
                   move "INVALID ACTION CODE" to ws-reject-reason
               when cmc-customer-num = spaces
                   move "N" to ws-card-ok
                   move "BLANK CUSTOMER NUMBER" to ws-reject-reason
               when cmc-action = "A" and ws-sub > 0
                   move "N" to ws-card-ok
                   move "DUPLICATE CUSTOMER NUMBER" to ws-reject-reason
               when cmc-action = "A" and cmc-name = spaces
                   move "N" to ws-card-ok
                   move "BLANK CUSTOMER NAME" to ws-reject-reason
               when cmc-action = "A" and ws-num-customers >= 2000
                   move "N" to ws-card-ok
                   move "CUSTOMER TABLE FULL" to ws-reject-reason
               when cmc-action not = "A" and ws-sub = 0
                   move "N" to ws-card-ok
                   move "CUSTOMER NOT ON MASTER" to ws-reject-reason
               when cmc-action not = "A"
                 and ws-cust-tbl-active(ws-sub) = "M"
                   move "N" to ws-card-ok
                   move "CUSTOMER RETIRED BY MERGE" to ws-reject-reason
               when cmc-action = "C" and cmc-name = spaces
                 and cmc-exempt-flag = space
                   move "N" to ws-card-ok
                   move "NOTHING TO CHANGE ON CARD" to ws-reject-reason
               when (cmc-action = "A" or cmc-action = "C")
                 and cmc-exempt-flag not = space
                 and cmc-exempt-flag not = "Y"
                 and cmc-exempt-flag not = "N"
                   move "N" to ws-card-ok
                   move "INVALID TAX EXEMPT FLAG" to ws-reject-reason
               when (cmc-action = "A" or cmc-action = "C")
                 and cmc-exempt-flag = "Y"
                 and (cmc-cert-num = spaces
                   or cmc-cert-expiry not numeric)
                   move "N" to ws-card-ok
                   move "EXEMPT NEEDS CERT AND EXPIRY"
                     to ws-reject-reason
               when (cmc-action = "A" or cmc-action = "C")
                 and cmc-exempt-flag = "Y"
                 and function test-date-yyyymmdd(cmc-cert-expiry-n)
                   not = 0
                   move "N" to ws-card-ok
                   move "INVALID CERTIFICATE EXPIRY" to ws-reject-reason
               when (cmc-action = "A" or cmc-action = "C")
                 and cmc-exempt-flag = "Y"
                 and cmc-cert-expiry-n < ws-start-date
                   move "N" to ws-card-ok
                   move "CERTIFICATE ALREADY EXPIRED"
                     to ws-reject-reason
               when cmc-action = "M" and ws-surv-sub = 0
                   move "N" to ws-card-ok
                   move "SURVIVOR NOT ON MASTER" to ws-reject-reason
               when cmc-action = "M"
                 and cmc-survivor-num = cmc-customer-num
                   move "N" to ws-card-ok
                   move "CANNOT MERGE INTO ITSELF" to ws-reject-reason
               when cmc-action = "M"
                 and ws-cust-tbl-active(ws-surv-sub) not = "Y"
                   move "N" to ws-card-ok
                   move "SURVIVOR NOT ACTIVE" to ws-reject-reason
               when cmc-action = "M" and ws-num-merges >= 50
                   move "N" to ws-card-ok
                   move "TOO MANY MERGES IN ONE RUN" to ws-reject-reason
           end-evaluate.

       205-find-customer.
      * the number to look up arrives in ws-find-num
           move 0 to ws-found-sub.
           perform varying ws-find-sub from 1 by 1
             until ws-find-sub > ws-num-customers
               or ws-found-sub > 0
               if ws-find-num = ws-cust-tbl-num(ws-find-sub)
                   move ws-find-sub to ws-found-sub
               end-if
           end-perform.

       210-add-customer.
           add 1 to ws-num-customers.
           move cmc-customer-num to ws-cust-tbl-num(ws-num-customers).
           move cmc-name to ws-cust-tbl-name(ws-num-customers).
           move "Y" to ws-cust-tbl-active(ws-num-customers).
           move "N" to ws-cust-tbl-exempt(ws-num-customers).
           move spaces to ws-cust-tbl-cert(ws-num-customers).
           move 0 to ws-cust-tbl-expiry(ws-num-customers).

           move ws-num-customers to ws-sub.
           perform 280-format-before.
           move "(NOT ON MASTER)" to ws-aud-before.
           perform 250-apply-exemption.
           perform 285-format-after.
           perform 290-write-audit-detail.

       220-change-customer.
           perform 280-format-before.
           if cmc-name not = spaces
               move cmc-name to ws-cust-tbl-name(ws-sub)
           end-if.
           perform 250-apply-exemption.
           perform 285-format-after.
           perform 290-write-audit-detail.

       230-deactivate-customer.
           perform 280-format-before.
           move "N" to ws-cust-tbl-active(ws-sub).
           perform 285-format-after.
           perform 290-write-audit-detail.

       240-merge-customer.
           perform 280-format-before.
           move ws-aud-ex-before to ws-aud-ex-after.
           move "M" to ws-cust-tbl-active(ws-sub).
           move spaces to ws-aud-after.
           string "MERGED INTO " delimited by size
                  cmc-survivor-num delimited by size
             into ws-aud-after.
           perform 290-write-audit-detail.

      * an earlier merge into the number now being retired follows
      * it on to the new survivor
           perform varying ws-merge-sub from 1 by 1
             until ws-merge-sub > ws-num-merges
               if ws-mrg-survivor(ws-merge-sub) = cmc-customer-num
                   move cmc-survivor-num
                     to ws-mrg-survivor(ws-merge-sub)
               end-if
           end-perform.
           add 1 to ws-num-merges.
           move cmc-customer-num to ws-mrg-retired(ws-num-merges).
           move cmc-survivor-num to ws-mrg-survivor(ws-num-merges).
           move cmc-user-id to ws-mrg-user(ws-num-merges).
           move 0 to ws-mrg-loyalty(ws-num-merges).
           move 0 to ws-mrg-index(ws-num-merges).
           move 0 to ws-mrg-checks(ws-num-merges).

       250-apply-exemption.
      * a blank flag leaves the exemption as it stands
           evaluate cmc-exempt-flag
               when "Y"
                   move "Y" to ws-cust-tbl-exempt(ws-sub)
                   move cmc-cert-num to ws-cust-tbl-cert(ws-sub)
                   move cmc-cert-expiry-n to ws-cust-tbl-expiry(ws-sub)
               when "N"
                   move "N" to ws-cust-tbl-exempt(ws-sub)
                   move spaces to ws-cust-tbl-cert(ws-sub)
                   move 0 to ws-cust-tbl-expiry(ws-sub)
           end-evaluate.

       280-format-before.
           move spaces to ws-aud-before.
           string ws-cust-tbl-name(ws-sub) delimited by size
                  " " delimited by size
                  ws-cust-tbl-active(ws-sub) delimited by size
             into ws-aud-before.
           move spaces to ws-aud-ex-before.
           string ws-cust-tbl-exempt(ws-sub) delimited by size
                  " " delimited by size
                  ws-cust-tbl-cert(ws-sub) delimited by size
                  " " delimited by size
                  ws-cust-tbl-expiry(ws-sub) delimited by size
             into ws-aud-ex-before.

       285-format-after.
           move spaces to ws-aud-after.
           string ws-cust-tbl-name(ws-sub) delimited by size
                  " " delimited by size
                  ws-cust-tbl-active(ws-sub) delimited by size
             into ws-aud-after.
           move spaces to ws-aud-ex-after.
           string ws-cust-tbl-exempt(ws-sub) delimited by size
                  " " delimited by size
                  ws-cust-tbl-cert(ws-sub) delimited by size
                  " " delimited by size
                  ws-cust-tbl-expiry(ws-sub) delimited by size
             into ws-aud-ex-after.

       290-write-audit-detail.
           move cmc-action to ws-aud-action.
           move cmc-customer-num to ws-aud-customer.
           move cmc-user-id to ws-aud-user.
           write aud-output from ws-aud-detail.
           if ws-aud-ex-after not = ws-aud-ex-before
               write aud-output from ws-aud-exempt
           end-if.

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

       400-merge-loyalty.
      * ws-loy-which: "M" the live master, "P" the opening image
      * LOYALTY rebuilds a same-day rerun from
           move 0 to ws-num-loy.
           move "N" to ws-lym-eof.
           move "N" to ws-loy-overflow.
           if ws-loy-which = "M"
               open input loyalty-master-file
           else
               open input loyalty-prev-file
           end-if.
           if ws-lym-status <> "00"
               exit paragraph
           end-if.
           perform 405-read-loyalty-row.
           perform until ws-lym-eof = "Y"
               if ws-num-loy >= 500
                   move "Y" to ws-loy-overflow
                   move "Y" to ws-lym-eof
               else
                   add 1 to ws-num-loy
                   move lym-record to ws-loy-row(ws-num-loy)
                   move "N" to ws-loy-dropped(ws-num-loy)
                   perform 405-read-loyalty-row
               end-if
           end-perform.
           if ws-loy-which = "M"
               close loyalty-master-file
           else
               close loyalty-prev-file
           end-if.

           if ws-loy-overflow = "Y"
               display "CUSTMAINT: LOYALTY FILE EXCEEDS 500 ROWS - "
                 "LOYALTY BALANCES NOT MERGED"
               move 8 to ws-condition-code
               exit paragraph
           end-if.

           perform varying ws-merge-sub from 1 by 1
             until ws-merge-sub > ws-num-merges
               perform 410-merge-one-loyalty
           end-perform.

           if ws-loy-which = "M"
               open output loyalty-master-file
           else
               open output loyalty-prev-file
           end-if.
           perform varying ws-loy-sub from 1 by 1
             until ws-loy-sub > ws-num-loy
               if ws-loy-dropped(ws-loy-sub) = "N"
                   move ws-loy-row(ws-loy-sub) to lym-record
                   if ws-loy-which = "M"
                       write lym-record
                   else
                       write lyp-record from lym-record
                   end-if
               end-if
           end-perform.
           if ws-loy-which = "M"
               close loyalty-master-file
           else
               close loyalty-prev-file
           end-if.

       405-read-loyalty-row.
           if ws-loy-which = "M"
               read loyalty-master-file
                   at end
                       move "Y" to ws-lym-eof
               end-read
           else
               read loyalty-prev-file into lym-record
                   at end
                       move "Y" to ws-lym-eof
               end-read
           end-if.

       410-merge-one-loyalty.
           move 0 to ws-loy-ret-sub.
           move 0 to ws-loy-surv-sub.
           perform varying ws-loy-sub from 1 by 1
             until ws-loy-sub > ws-num-loy
               if ws-loy-dropped(ws-loy-sub) = "N"
                   if ws-loy-row(ws-loy-sub)(1:6)
                     = ws-mrg-retired(ws-merge-sub)
                       move ws-loy-sub to ws-loy-ret-sub
                   end-if
                   if ws-loy-row(ws-loy-sub)(1:6)
                     = ws-mrg-survivor(ws-merge-sub)
                       move ws-loy-sub to ws-loy-surv-sub
                   end-if
               end-if
           end-perform.
           if ws-loy-ret-sub = 0
               exit paragraph
           end-if.
           if ws-loy-which = "M"
               add 1 to ws-mrg-loyalty(ws-merge-sub)
           end-if.

      * no survivor row yet: the duplicate's row simply changes hands
           if ws-loy-surv-sub = 0
               move ws-mrg-survivor(ws-merge-sub)
                 to ws-loy-row(ws-loy-ret-sub)(1:6)
               exit paragraph
           end-if.

           move ws-loy-row(ws-loy-ret-sub) to ws-loy-from.
           move ws-loy-row(ws-loy-surv-sub) to ws-loy-work.
           perform 415-zero-old-points.
           add ws-lf-spend to ws-lw-spend.
           add ws-lf-visits to ws-lw-visits.
           add ws-lf-ret-amount to ws-lw-ret-amount.
           add ws-lf-ret-count to ws-lw-ret-count.
           add ws-lf-points-balance to ws-lw-points-balance.
           add ws-lf-points-earned to ws-lw-points-earned.
           add ws-lf-points-redeemed to ws-lw-points-redeemed.
      * month-to-date figures only add when both rows are for the
      * same month; otherwise the later month's stand
           evaluate true
               when ws-lf-points-month = ws-lw-points-month
                   add ws-lf-month-earned to ws-lw-month-earned
                   add ws-lf-month-redeemed to ws-lw-month-redeemed
               when ws-lf-points-month > ws-lw-points-month
                   move ws-lf-points-month to ws-lw-points-month
                   move ws-lf-month-earned to ws-lw-month-earned
                   move ws-lf-month-redeemed to ws-lw-month-redeemed
           end-evaluate.
      * the better tier stands until LOYALTY re-tiers the combined
      * spend on its next run
           move ws-lw-tier to ws-rank-tier.
           perform 420-rank-tier.
           move ws-rank-value to ws-tier-rank-1.
           move ws-lf-tier to ws-rank-tier.
           perform 420-rank-tier.
           move ws-rank-value to ws-tier-rank-2.
           if ws-tier-rank-2 > ws-tier-rank-1
               move ws-lf-tier to ws-lw-tier
           end-if.
           move ws-loy-work to ws-loy-row(ws-loy-surv-sub).
           move "Y" to ws-loy-dropped(ws-loy-ret-sub).

       415-zero-old-points.
      * rows written before points were kept carry spaces there
           if ws-lw-points-balance not numeric
               move 0 to ws-lw-points-balance
               move 0 to ws-lw-points-earned
               move 0 to ws-lw-points-redeemed
               move 0 to ws-lw-points-month
               move 0 to ws-lw-month-earned
               move 0 to ws-lw-month-redeemed
           end-if.
           if ws-lf-points-balance not numeric
               move 0 to ws-lf-points-balance
               move 0 to ws-lf-points-earned
               move 0 to ws-lf-points-redeemed
               move 0 to ws-lf-points-month
               move 0 to ws-lf-month-earned
               move 0 to ws-lf-month-redeemed
           end-if.

       420-rank-tier.
           evaluate ws-rank-tier
               when "G"
                   move 3 to ws-rank-value
               when "S"
                   move 2 to ws-rank-value
               when "B"
                   move 1 to ws-rank-value
               when other
                   move 0 to ws-rank-value
           end-evaluate.

       450-repoint-invoice-index.
           open i-o invoice-index-file.
           if ws-inv-status <> "00"
               display "CUSTMAINT: INVOICE-INDEX NOT AVAILABLE, STATUS="
                   ws-inv-status " - INDEX NOT RE-POINTED"
               move 8 to ws-condition-code
               exit paragraph
           end-if.

           open i-o customer-xref-file.
           if ws-cx-status = "00"
               perform 460-repoint-by-customer
                 varying ws-xref-sub from 1 by 1
                 until ws-xref-sub > ws-num-merges
               close customer-xref-file
               close invoice-index-file
               exit paragraph
           end-if.

      * no cross-reference: the index is keyed by invoice, so walk the
      * whole file; IDXREORG builds the cross-reference from it later
           display "CUSTMAINT: CUSTOMER XREF NOT AVAILABLE, STATUS="
               ws-cx-status " - SCANNING WHOLE INDEX".

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
                       perform 455-match-merge
                       if ws-merge-found > 0
                           move ws-mrg-survivor(ws-merge-found)
                             to inv-customer-num
                           rewrite inv-record
                           add 1 to ws-mrg-index(ws-merge-found)
                           add 1 to ws-repointed-count
                       end-if
               end-read
           end-perform.
           close invoice-index-file.

       455-match-merge.
      * the customer number to test arrives in ws-find-num
           move 0 to ws-merge-found.
           if ws-find-num = spaces
               exit paragraph
           end-if.
           perform varying ws-merge-sub from 1 by 1
             until ws-merge-sub > ws-num-merges
               or ws-merge-found > 0
               if ws-find-num = ws-mrg-retired(ws-merge-sub)
                   move ws-merge-sub to ws-merge-found
               end-if
           end-perform.

       460-repoint-by-customer.
      * each pass takes the duplicate's first remaining cross-reference
      * row; re-pointing deletes it, so the next pass finds the next
           move "N" to ws-xref-eof.
           perform until ws-xref-eof = "Y"
               move ws-mrg-retired(ws-xref-sub) to cx-customer-num
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
                   if cx-customer-num = ws-mrg-retired(ws-xref-sub)
                       perform 465-repoint-one-invoice
                   else
                       move "Y" to ws-xref-eof
                   end-if
               end-if
           end-perform.

       465-repoint-one-invoice.
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
           if inv-customer-num = ws-mrg-retired(ws-xref-sub)
               move ws-mrg-survivor(ws-xref-sub) to inv-customer-num
               rewrite inv-record
               add 1 to ws-mrg-index(ws-xref-sub)
               add 1 to ws-repointed-count
           end-if.

      * the row goes back under whatever number the index now holds
           if inv-customer-num not = spaces
               move inv-customer-num to cx-customer-num
               move ws-xref-invoice to cx-invoice-num
               write cx-record
                   invalid key
                       continue
               end-write
           end-if.

       470-repoint-check-register.
      * refund checks issued to the duplicate number follow it to
      * the survivor; rewritten through a -new file as everywhere else
           open input check-register-file.
           if ws-reg-status <> "00"
               exit paragraph
           end-if.
           open output check-register-new-file.
           read check-register-file
               at end
                   move "Y" to ws-reg-eof.
           perform until ws-reg-eof = "Y"
               move ck-customer to ws-find-num
               perform 455-match-merge
               if ws-merge-found > 0
                   move ws-mrg-survivor(ws-merge-found) to ck-customer
                   add 1 to ws-mrg-checks(ws-merge-found)
                   add 1 to ws-repointed-count
               end-if
               write ckn-record from ck-record
               read check-register-file
                   at end
                       move "Y" to ws-reg-eof
               end-read
           end-perform.
           close check-register-file, check-register-new-file.

           move "N" to ws-reg-eof.
           open input check-register-new-file.
           open output check-register-file.
           read check-register-new-file
               at end
                   move "Y" to ws-reg-eof.
           perform until ws-reg-eof = "Y"
               write ck-record from ckn-record
               read check-register-new-file
                   at end
                       move "Y" to ws-reg-eof
               end-read
           end-perform.
           close check-register-new-file, check-register-file.

       490-write-merge-log.
           open extend merge-log-file.
           if ws-merge-status <> "00"
               open output merge-log-file
           end-if.
           write aud-output from ws-blank-line.
           write aud-output from ws-aud-merge-head.
           perform varying ws-merge-sub from 1 by 1
             until ws-merge-sub > ws-num-merges
               move ws-mrg-retired(ws-merge-sub) to cml-retired-num
               move ws-mrg-survivor(ws-merge-sub) to cml-survivor-num
               move ws-start-date to cml-merge-date
               move ws-mrg-user(ws-merge-sub) to cml-user-id
               write cml-record

               move ws-mrg-retired(ws-merge-sub) to ws-am-retired
               move ws-mrg-survivor(ws-merge-sub) to ws-am-survivor
               move ws-mrg-loyalty(ws-merge-sub) to ws-am-loyalty
               move ws-mrg-index(ws-merge-sub) to ws-am-index
               move ws-mrg-checks(ws-merge-sub) to ws-am-checks
               write aud-output from ws-aud-merge
           end-perform.
           close merge-log-file.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "CUSTMAINT" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-card-count to rl-records-read.
           move ws-applied-count to rl-records-written.
           move ws-rejected-count to rl-records-written-2.
           move ws-num-merges to rl-records-written-3.
           move ws-repointed-count to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program CUSTMAINT.
      **************************************************************************

       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. CHECKRECON.
      **************************************************************************
      * Refund check reconciliation against the bank.  This stage
      * sends the bank the positive-pay file (positive-pay.dat, built
      * in 550-write-positive-pay and described below); the bank
      * sends back what it actually paid on bank-paid-checks.dat
      * (store, check number, amount paid, paid date -- consumed and
      * cleared once applied).  Each paid check is marked cleared on
      * check-register.dat, and check-recon.out flags every paid item
      * that does not agree with the register:
      *
      *   - a check number we never issued
      *   - an amount different from the amount we issued
      *   - a check paid after it was voided, or paid twice
      *
      * On the regular nightly run, every check still outstanding
      * more than the stale-date limit (check-control.dat, default 180
      * days) is voided on the register as stale ("S" -- it can never
      * be reissued; the customer now claims it from the state) and
      * added to the standing unclaimed-property.dat.  GLJOURNAL
      * reverses the night's stale checks out of checks outstanding
      * into the unclaimed-property liability.  The unclaimed-property
      * report lists the calendar year's stale checks by store for the
      * annual escheat filing.
      *
      * As the last stage to change a check's status, this stage
      * sends the bank the positive-pay issue file (positive-pay.dat:
      * header, one detail per check with a void flag, count/amount
      * trailer).  It carries every check issued tonight, and every
      * earlier check voided or gone stale tonight flagged void, so
      * the bank refuses it if presented.  It is rebuilt from the
      * register, so a same-day rerun sends the same list again
      * rather than an empty one.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select check-register-file
               assign to "../check-register.dat"
               organization is line sequential
               file status is ws-reg-status.

           select bank-paid-file
               assign to "../bank-paid-checks.dat"
               organization is line sequential
               file status is ws-bp-status.

           select check-control-file
               assign to "../check-control.dat"
               organization is line sequential
               file status is ws-cc-status.

           select unclaimed-file
               assign to "../unclaimed-property.dat"
               organization is line sequential
               file status is ws-up-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select positive-pay-file
               assign to "../positive-pay.dat"
               organization is line sequential.

           select recon-report
               assign to "../check-recon.out"
               organization is line sequential.

           select unclaimed-report
               assign to "../unclaimed-property.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

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

       fd bank-paid-file
           record contains 25 characters
           data record is bp-record.

       01 bp-record.
         05 bp-store pic xx.
         05 bp-check-num pic 9(6).
         05 bp-amount pic 9(7)V99.
         05 bp-paid-date pic 9(8).

       fd check-control-file
           record contains 3 characters
           data record is cc-record.

       01 cc-record.
         05 cc-stale-days pic 9(3).

       fd unclaimed-file
           record contains 48 characters
           data record is up-record.

       01 up-record.
         05 up-store pic xx.
         05 up-check-num pic 9(6).
         05 up-invoice pic x(9).
         05 up-customer pic x(6).
         05 up-amount pic 9(7)V99.
         05 up-issue-date pic 9(8).
         05 up-void-date pic 9(8).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd positive-pay-file
           record contains 33 characters
           data record is pp-record.

       01 pp-record pic x(33).

       fd recon-report
           record contains 100 characters
           data record is rc-output.

       01 rc-output pic x(100).

       fd unclaimed-report
           record contains 100 characters
           data record is ur-output.

       01 ur-output pic x(100).

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

       01 ws-reg-eof pic x value "N".
       01 ws-bp-eof pic x value "N".
       01 ws-up-eof pic x value "N".
       01 ws-reg-status pic xx value spaces.
       01 ws-bp-status pic xx value spaces.
       01 ws-cc-status pic xx value spaces.
       01 ws-up-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-processing-date pic 9(8) value 0.
       01 ws-processing-year pic 9(4) value 0.
       01 ws-supp-seq pic 99 value 0.

      * a check uncashed this long is presumed abandoned
       01 ws-stale-days pic 9(3) value 180.
       01 ws-today-int pic 9(8) value 0.
       01 ws-issue-int pic 9(8) value 0.
       01 ws-days-out pic s9(5) value 0.

       01 ws-paid-read pic 9(6) value 0.
       01 ws-paid-matched pic 9(4) value 0.
       01 ws-exception-count pic 9(4) value 0.
       01 ws-stale-count pic 9(4) value 0.
       01 ws-stale-amount pic 9(9)V99 value 0.

       01 ws-num-checks pic 9(4) value 0.
       01 ws-register-overflow pic x value "N".
       01 ws-sub pic 9(4) value 0.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-check-table.
         05 ws-ck-entry occurs 2000 times
                         indexed by ws-ck-idx.
           10 ws-ck-store pic xx.
           10 ws-ck-num pic 9(6).
           10 ws-ck-invoice pic x(9).
           10 ws-ck-customer pic x(6).
           10 ws-ck-amount pic 9(7)V99.
           10 ws-ck-date pic 9(8).
           10 ws-ck-status pic x.
           10 ws-ck-source pic x.
           10 ws-ck-status-date pic 9(8).

       01 ws-pp-count pic 9(6) value 0.
       01 ws-pp-amount pic 9(9)V99 value 0.
       01 ws-pp-header.
         05 ws-pph-type pic x value "H".
         05 ws-pph-issue-date pic 9(8).
         05 filler pic x(24) value spaces.
       01 ws-pp-detail.
         05 ws-ppd-type pic x value "D".
         05 ws-ppd-store pic xx.
         05 ws-ppd-check-num pic 9(6).
         05 ws-ppd-amount pic 9(7)V99.
         05 ws-ppd-issue-date pic 9(8).
         05 ws-ppd-payee pic x(6).
         05 ws-ppd-void-flag pic x.
       01 ws-pp-trailer.
         05 ws-ppt-type pic x value "T".
         05 ws-ppt-count pic 9(6).
         05 ws-ppt-amount pic 9(9)V99.
         05 filler pic x(15) value spaces.

      * the standing unclaimed-property file, kept in memory so a
      * same-day rerun never lists the same stale check twice
       01 ws-num-unclaimed pic 9(4) value 0.
       01 ws-up-sub pic 9(4) value 0.
       01 ws-up-found pic 9(4) value 0.
       01 ws-unclaimed-overflow pic x value "N".
       01 ws-unclaimed-table.
         05 ws-up-entry occurs 2000 times.
           10 ws-up-store pic xx.
           10 ws-up-check-num pic 9(6).
           10 ws-up-invoice pic x(9).
           10 ws-up-customer pic x(6).
           10 ws-up-amount pic 9(7)V99.
           10 ws-up-issue-date pic 9(8).
           10 ws-up-void-date pic 9(8).

      * escheat report subtotals by store
       01 ws-num-up-stores pic 99 value 0.
       01 ws-ups-sub pic 99 value 0.
       01 ws-ups-found pic 99 value 0.
       01 ws-up-store-table.
         05 ws-ups-entry occurs 50 times.
           10 ws-ups-store pic xx.
           10 ws-ups-count pic 9(4).
           10 ws-ups-amount pic 9(9)V99.
       01 ws-up-year-count pic 9(4) value 0.
       01 ws-up-year-amount pic 9(9)V99 value 0.
       01 ws-up-void-year pic 9(4) value 0.

       01 ws-blank-line pic x(100) value spaces.

       01 ws-rc-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(40) value
                   "REFUND CHECK BANK RECONCILIATION - DATE ".
         05 ws-rc-head-date pic 9(8).

       01 ws-rc-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(14) value "RESULT".
         05 filler pic x(7) value "STORE".
         05 filler pic x(9) value "CHECK".
         05 filler pic x(14) value "BANK PAID".
         05 filler pic x(14) value "REGISTER AMT".
         05 filler pic x(11) value "PAID DATE".
         05 filler pic x(20) value "NOTE".

       01 ws-rc-detail.
         05 filler pic x(2) value spaces.
         05 ws-rc-result pic x(12).
         05 filler pic x(2) value spaces.
         05 ws-rc-store pic xx.
         05 filler pic x(5) value spaces.
         05 ws-rc-check pic 9(6).
         05 filler pic x(3) value spaces.
         05 ws-rc-bank-amount pic zzz,zz9.99.
         05 filler pic x(4) value spaces.
         05 ws-rc-reg-amount pic zzz,zz9.99.
         05 filler pic x(4) value spaces.
         05 ws-rc-paid-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-rc-note pic x(24).

       01 ws-rc-stale-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "CHECKS VOIDED AS STALE-DATED TONIGHT".

       01 ws-rc-stale-detail.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE: ".
         05 ws-rs-store pic xx.
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "CHECK: ".
         05 ws-rs-check pic 9(6).
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "ISSUED: ".
         05 ws-rs-issued pic 9(8).
         05 filler pic x(3) value spaces.
         05 filler pic x(6) value "DAYS: ".
         05 ws-rs-days pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "AMOUNT: ".
         05 ws-rs-amount pic zzz,zz9.99.

       01 ws-rc-summary-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(11) value "BANK PAID: ".
         05 ws-rcs-read pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "MATCHED: ".
         05 ws-rcs-matched pic zzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(12) value "EXCEPTIONS: ".
         05 ws-rcs-exceptions pic zzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "STALE: ".
         05 ws-rcs-stale pic zzz9.
         05 filler pic x(2) value spaces.
         05 ws-rcs-stale-amount pic $$,$$$,$$9.99.

       01 ws-ur-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(44) value
                   "UNCLAIMED PROPERTY - STALE REFUND CHECKS FOR".
         05 filler pic x value space.
         05 ws-ur-head-year pic 9(4).

       01 ws-ur-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE".
         05 filler pic x(9) value "CHECK".
         05 filler pic x(11) value "INVOICE".
         05 filler pic x(10) value "PAYEE".
         05 filler pic x(11) value "ISSUED".
         05 filler pic x(11) value "VOIDED".
         05 filler pic x(12) value "AMOUNT".

       01 ws-ur-detail.
         05 filler pic x(3) value spaces.
         05 ws-ur-store pic xx.
         05 filler pic x(4) value spaces.
         05 ws-ur-check pic 9(6).
         05 filler pic x(3) value spaces.
         05 ws-ur-invoice pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-ur-payee pic x(6).
         05 filler pic x(4) value spaces.
         05 ws-ur-issued pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-ur-voided pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-ur-amount pic zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-ur-note pic x(4).

       01 ws-ur-store-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE: ".
         05 ws-urs-store pic xx.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "CHECKS: ".
         05 ws-urs-count pic zzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "AMOUNT: ".
         05 ws-urs-amount pic $$,$$$,$$9.99.

       01 ws-ur-total-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(20) value "TOTAL FOR THE YEAR: ".
         05 ws-urt-count pic zzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "AMOUNT: ".
         05 ws-urt-amount pic $$,$$$,$$9.99.

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
           move ws-processing-date(1:4) to ws-processing-year.

           perform 040-load-controls.
           perform 050-load-register.
           perform 060-load-unclaimed.

      * refusing beats silently dropping check 2001 on the rewrite
           if ws-register-overflow = "Y"
             or ws-unclaimed-overflow = "Y"
               display "CHECKRECON: REGISTER OR UNCLAIMED-PROPERTY "
                 "FILE EXCEEDS 2000 CHECKS - RUN REFUSED"
               move 8 to ws-condition-code
               perform 700-write-run-log
               move 8 to return-code
               goback
           end-if.

           open output recon-report.
           move ws-processing-date to ws-rc-head-date.
           write rc-output from ws-rc-heading-1.
           write rc-output from ws-blank-line.
           write rc-output from ws-rc-heading-2.

           perform 100-apply-bank-paid.

      * stale voiding is a once-a-night decision; a supplemental run
      * for a prior date leaves it to the regular run
           if ws-supp-seq = 0
               perform 200-void-stale-checks
           end-if.

           perform 500-rewrite-register.
           perform 550-write-positive-pay.
           perform 520-rewrite-unclaimed.
           perform 600-write-unclaimed-report.

           move ws-paid-read to ws-rcs-read.
           move ws-paid-matched to ws-rcs-matched.
           move ws-exception-count to ws-rcs-exceptions.
           move ws-stale-count to ws-rcs-stale.
           move ws-stale-amount to ws-rcs-stale-amount.
           write rc-output from ws-blank-line.
           write rc-output from ws-rc-summary-line.
           close recon-report.

           perform 700-write-run-log.
           goback.

       040-load-controls.
           open input check-control-file.
           if ws-cc-status = "00"
               read check-control-file
                   at end
                       continue
                   not at end
                       if cc-stale-days numeric
                         and cc-stale-days > 0
                           move cc-stale-days to ws-stale-days
                       end-if
               end-read
               close check-control-file
           end-if.

       050-load-register.
           open input check-register-file.
           if ws-reg-status <> "00"
               exit paragraph
           end-if.

           read check-register-file
               at end
                   move "Y" to ws-reg-eof.
           perform until ws-reg-eof = "Y"
               or ws-num-checks >= 2000
               add 1 to ws-num-checks
               move ck-store to ws-ck-store(ws-num-checks)
               move ck-check-num to ws-ck-num(ws-num-checks)
               move ck-invoice to ws-ck-invoice(ws-num-checks)
               move ck-customer to ws-ck-customer(ws-num-checks)
               move ck-amount to ws-ck-amount(ws-num-checks)
               move ck-issue-date to ws-ck-date(ws-num-checks)
               move ck-status to ws-ck-status(ws-num-checks)
               if ck-source = "L"
                   move "L" to ws-ck-source(ws-num-checks)
               else
                   move "R" to ws-ck-source(ws-num-checks)
               end-if
               if ck-status-date numeric
                   move ck-status-date
                     to ws-ck-status-date(ws-num-checks)
               else
                   move 0 to ws-ck-status-date(ws-num-checks)
               end-if
               read check-register-file
                   at end
                       move "Y" to ws-reg-eof
               end-read
           end-perform.
           if ws-reg-eof not = "Y" and ws-num-checks >= 2000
               move "Y" to ws-register-overflow
           end-if.
           close check-register-file.

       060-load-unclaimed.
           open input unclaimed-file.
           if ws-up-status <> "00"
               exit paragraph
           end-if.

           read unclaimed-file
               at end
                   move "Y" to ws-up-eof.
           perform until ws-up-eof = "Y"
               or ws-num-unclaimed >= 2000
               add 1 to ws-num-unclaimed
               move up-store to ws-up-store(ws-num-unclaimed)
               move up-check-num to ws-up-check-num(ws-num-unclaimed)
               move up-invoice to ws-up-invoice(ws-num-unclaimed)
               move up-customer to ws-up-customer(ws-num-unclaimed)
               move up-amount to ws-up-amount(ws-num-unclaimed)
               move up-issue-date
                 to ws-up-issue-date(ws-num-unclaimed)
               move up-void-date to ws-up-void-date(ws-num-unclaimed)
               read unclaimed-file
                   at end
                       move "Y" to ws-up-eof
               end-read
           end-perform.
           if ws-up-eof not = "Y" and ws-num-unclaimed >= 2000
               move "Y" to ws-unclaimed-overflow
           end-if.
           close unclaimed-file.

       100-apply-bank-paid.
           open input bank-paid-file.
           if ws-bp-status <> "00"
               exit paragraph
           end-if.

           read bank-paid-file
               at end
                   move "Y" to ws-bp-eof.
           perform until ws-bp-eof = "Y"
               add 1 to ws-paid-read
               perform 150-match-one-paid
               read bank-paid-file
                   at end
                       move "Y" to ws-bp-eof
               end-read
           end-perform.
           close bank-paid-file.

      * consumed paid items must not be applied twice
           open output bank-paid-file.
           close bank-paid-file.

       150-match-one-paid.
           move 0 to ws-found-sub.
           perform varying ws-ck-idx from 1 by 1
             until ws-ck-idx > ws-num-checks
               if bp-store = ws-ck-store(ws-ck-idx)
                 and bp-check-num = ws-ck-num(ws-ck-idx)
                   set ws-found-sub to ws-ck-idx
               end-if
           end-perform.

           move bp-store to ws-rc-store.
           move bp-check-num to ws-rc-check.
           move bp-amount to ws-rc-bank-amount.
           move bp-paid-date to ws-rc-paid-date.

           if ws-found-sub = 0
               move 0 to ws-rc-reg-amount
               move "EXCEPTION" to ws-rc-result
               move "CHECK NUMBER NOT ISSUED" to ws-rc-note
               add 1 to ws-exception-count
               write rc-output from ws-rc-detail
               exit paragraph
           end-if.

           move ws-ck-amount(ws-found-sub) to ws-rc-reg-amount.
           evaluate true
               when ws-ck-status(ws-found-sub) = "V"
                 or ws-ck-status(ws-found-sub) = "S"
                   move "EXCEPTION" to ws-rc-result
                   move "PAID AFTER VOID" to ws-rc-note
                   add 1 to ws-exception-count
               when ws-ck-status(ws-found-sub) = "C"
                   move "EXCEPTION" to ws-rc-result
                   move "ALREADY PAID" to ws-rc-note
                   add 1 to ws-exception-count
      * the bank paid it, so it is off the outstanding list whatever
      * the amount -- the difference is loss prevention's to chase
               when bp-amount not = ws-ck-amount(ws-found-sub)
                   move "C" to ws-ck-status(ws-found-sub)
                   move ws-processing-date
                     to ws-ck-status-date(ws-found-sub)
                   move "EXCEPTION" to ws-rc-result
                   move "AMOUNT DOES NOT MATCH" to ws-rc-note
                   add 1 to ws-exception-count
               when other
                   move "C" to ws-ck-status(ws-found-sub)
                   move ws-processing-date
                     to ws-ck-status-date(ws-found-sub)
                   move "PAID" to ws-rc-result
                   move spaces to ws-rc-note
                   add 1 to ws-paid-matched
           end-evaluate.
           write rc-output from ws-rc-detail.

       200-void-stale-checks.
           compute ws-today-int =
             function integer-of-date(ws-processing-date).

           write rc-output from ws-blank-line.
           write rc-output from ws-rc-stale-heading.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-checks
               if ws-ck-status(ws-sub) = "O"
                   compute ws-issue-int =
                     function integer-of-date(ws-ck-date(ws-sub))
                   subtract ws-issue-int from ws-today-int
                     giving ws-days-out
                   if ws-days-out > ws-stale-days
                       perform 250-void-one-stale
                   end-if
               end-if
           end-perform.

       250-void-one-stale.
           if ws-num-unclaimed >= 2000
               display "CHECKRECON: UNCLAIMED-PROPERTY FILE FULL - "
                 "CHECK " ws-ck-num(ws-sub) " LEFT OUTSTANDING"
               move 8 to ws-condition-code
               exit paragraph
           end-if.

           move "S" to ws-ck-status(ws-sub).
           move ws-processing-date to ws-ck-status-date(ws-sub).
           add 1 to ws-num-unclaimed.
           move ws-ck-store(ws-sub) to ws-up-store(ws-num-unclaimed).
           move ws-ck-num(ws-sub) to ws-up-check-num(ws-num-unclaimed).
           move ws-ck-invoice(ws-sub)
             to ws-up-invoice(ws-num-unclaimed).
           move ws-ck-customer(ws-sub)
             to ws-up-customer(ws-num-unclaimed).
           move ws-ck-amount(ws-sub) to ws-up-amount(ws-num-unclaimed).
           move ws-ck-date(ws-sub)
             to ws-up-issue-date(ws-num-unclaimed).
           move ws-processing-date
             to ws-up-void-date(ws-num-unclaimed).

           add 1 to ws-stale-count.
           add ws-ck-amount(ws-sub) to ws-stale-amount.
           move ws-ck-store(ws-sub) to ws-rs-store.
           move ws-ck-num(ws-sub) to ws-rs-check.
           move ws-ck-date(ws-sub) to ws-rs-issued.
           move ws-days-out to ws-rs-days.
           move ws-ck-amount(ws-sub) to ws-rs-amount.
           write rc-output from ws-rc-stale-detail.

       500-rewrite-register.
           open output check-register-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-checks
               move ws-ck-store(ws-sub) to ck-store
               move ws-ck-num(ws-sub) to ck-check-num
               move ws-ck-invoice(ws-sub) to ck-invoice
               move ws-ck-customer(ws-sub) to ck-customer
               move ws-ck-amount(ws-sub) to ck-amount
               move ws-ck-date(ws-sub) to ck-issue-date
               move ws-ck-status(ws-sub) to ck-status
               move ws-ck-source(ws-sub) to ck-source
               move ws-ck-status-date(ws-sub) to ck-status-date
               write ck-record
           end-perform.
           close check-register-file.

       550-write-positive-pay.
      * a check issued and spoiled the same day still goes to the
      * bank, flagged void, so it can never be presented; so does an
      * older check voided or gone stale tonight
           open output positive-pay-file.
           move ws-processing-date to ws-pph-issue-date.
           write pp-record from ws-pp-header.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-checks
               if ws-ck-date(ws-sub) = ws-processing-date
                 or ((ws-ck-status(ws-sub) = "V"
                   or ws-ck-status(ws-sub) = "S")
                   and ws-ck-status-date(ws-sub) = ws-processing-date)
                   move ws-ck-store(ws-sub) to ws-ppd-store
                   move ws-ck-num(ws-sub) to ws-ppd-check-num
                   move ws-ck-amount(ws-sub) to ws-ppd-amount
                   move ws-ck-date(ws-sub) to ws-ppd-issue-date
                   move ws-ck-customer(ws-sub) to ws-ppd-payee
                   if ws-ck-status(ws-sub) = "V"
                     or ws-ck-status(ws-sub) = "S"
                       move "V" to ws-ppd-void-flag
                   else
                       move space to ws-ppd-void-flag
                       add ws-ck-amount(ws-sub) to ws-pp-amount
                   end-if
                   write pp-record from ws-pp-detail
                   add 1 to ws-pp-count
               end-if
           end-perform.

           move ws-pp-count to ws-ppt-count.
           move ws-pp-amount to ws-ppt-amount.
           write pp-record from ws-pp-trailer.
           close positive-pay-file.

       520-rewrite-unclaimed.
           open output unclaimed-file.
           perform varying ws-up-sub from 1 by 1
             until ws-up-sub > ws-num-unclaimed
               move ws-up-store(ws-up-sub) to up-store
               move ws-up-check-num(ws-up-sub) to up-check-num
               move ws-up-invoice(ws-up-sub) to up-invoice
               move ws-up-customer(ws-up-sub) to up-customer
               move ws-up-amount(ws-up-sub) to up-amount
               move ws-up-issue-date(ws-up-sub) to up-issue-date
               move ws-up-void-date(ws-up-sub) to up-void-date
               write up-record
           end-perform.
           close unclaimed-file.

       600-write-unclaimed-report.
      * the escheat filing covers checks gone stale in the calendar
      * year; tonight's additions are marked NEW
           open output unclaimed-report.
           move ws-processing-year to ws-ur-head-year.
           write ur-output from ws-ur-heading-1.
           write ur-output from ws-blank-line.
           write ur-output from ws-ur-heading-2.

           perform varying ws-up-sub from 1 by 1
             until ws-up-sub > ws-num-unclaimed
               move ws-up-void-date(ws-up-sub)(1:4) to ws-up-void-year
               if ws-up-void-year = ws-processing-year
                   perform 620-report-one-unclaimed
               end-if
           end-perform.

           write ur-output from ws-blank-line.
           perform varying ws-ups-sub from 1 by 1
             until ws-ups-sub > ws-num-up-stores
               move ws-ups-store(ws-ups-sub) to ws-urs-store
               move ws-ups-count(ws-ups-sub) to ws-urs-count
               move ws-ups-amount(ws-ups-sub) to ws-urs-amount
               write ur-output from ws-ur-store-line
           end-perform.
           move ws-up-year-count to ws-urt-count.
           move ws-up-year-amount to ws-urt-amount.
           write ur-output from ws-blank-line.
           write ur-output from ws-ur-total-line.
           close unclaimed-report.

       620-report-one-unclaimed.
           move ws-up-store(ws-up-sub) to ws-ur-store.
           move ws-up-check-num(ws-up-sub) to ws-ur-check.
           move ws-up-invoice(ws-up-sub) to ws-ur-invoice.
           move ws-up-customer(ws-up-sub) to ws-ur-payee.
           move ws-up-issue-date(ws-up-sub) to ws-ur-issued.
           move ws-up-void-date(ws-up-sub) to ws-ur-voided.
           move ws-up-amount(ws-up-sub) to ws-ur-amount.
           if ws-up-void-date(ws-up-sub) = ws-processing-date
               move "NEW" to ws-ur-note
           else
               move spaces to ws-ur-note
           end-if.
           write ur-output from ws-ur-detail.

           add 1 to ws-up-year-count.
           add ws-up-amount(ws-up-sub) to ws-up-year-amount.

           move 0 to ws-ups-found.
           perform varying ws-ups-sub from 1 by 1
             until ws-ups-sub > ws-num-up-stores
               if ws-ups-store(ws-ups-sub) = ws-up-store(ws-up-sub)
                   move ws-ups-sub to ws-ups-found
               end-if
           end-perform.
           if ws-ups-found = 0 and ws-num-up-stores < 50
               add 1 to ws-num-up-stores
               move ws-num-up-stores to ws-ups-found
               move ws-up-store(ws-up-sub)
                 to ws-ups-store(ws-ups-found)
               move 0 to ws-ups-count(ws-ups-found)
               move 0 to ws-ups-amount(ws-ups-found)
           end-if.
           if ws-ups-found > 0
               add 1 to ws-ups-count(ws-ups-found)
               add ws-up-amount(ws-up-sub)
                 to ws-ups-amount(ws-ups-found)
           end-if.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "CHECKRECON" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-paid-read to rl-records-read.
           move ws-paid-matched to rl-records-written.
           move ws-exception-count to rl-records-written-2.
           move ws-stale-count to rl-records-written-3.
           move 0 to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program CHECKRECON.
      **************************************************************************

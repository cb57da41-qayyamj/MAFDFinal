       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. TAXRETURN.
      **************************************************************************
      * Monthly sales tax return by jurisdiction.  Reads every
      * transaction archived on transaction-history.dat for the
      * month's business dates and puts each one under the
      * jurisdiction and effective-dated rate from tax-jurisdiction.dat
      * that applied to its store on its own transaction date (a
      * store override beats its district's rate; a store with
      * neither falls to the chain rate on control-params.dat), so a
      * mid-month rate change lands on the right days without anyone
      * adding up daily feeds.  Per jurisdiction, per rate in force,
      * it reports:
      *
      *   gross sales     sales, layaway openings and exchanges, net
      *                   of voids
      *   returns         returns
      *   exempt          net sales to customers whose tax exemption
      *                   certificate covered the sale (returns of
      *                   such sales come back out), as S&L treats them
      *   taxable         gross less returns less exempt
      *   tax collected   per-transaction rounded tax on the taxable
      *                   sales, voids netted
      *   tax refunded    per-transaction rounded tax on the taxable
      *                   returns
      *   net tax         collected less refunded
      *
      * The net tax of each jurisdiction is then reconciled to the
      * SALES TAX PAYABLE postings GLJOURNAL kept on
      * gl-tax-history.dat for the same business dates (sales tax
      * less returns tax less layaway forfeiture tax).  Any
      * difference is printed and logged on the run log with
      * condition code 8 -- the return must not be filed until it is
      * explained -- but the nightly chain is not held up for it.
      *
      * The month comes from tax-return-card.dat (yyyymm), which is
      * cleared once taken; without a card it is the month before the
      * current business date.
      * Output: tax-return.out.  PIPELINE runs it on the first
      * business day of the month from job-schedule.dat, filing the
      * month just closed; it can also be run on demand with a card.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select period-card-file
               assign to "../tax-return-card.dat"
               organization is line sequential
               file status is ws-card-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select store-master-file
               assign to "../store-master.dat"
               organization is line sequential
               file status is ws-store-master-status.

           select district-master-file
               assign to "../district-master.dat"
               organization is line sequential
               file status is ws-district-status.

           select tax-jurisdiction-file
               assign to "../tax-jurisdiction.dat"
               organization is line sequential
               file status is ws-tj-status.

           select control-params-file
               assign to "../control-params.dat"
               organization is line sequential
               file status is ws-control-params-status.

           select customer-master-file
               assign to "../customer-master.dat"
               organization is line sequential
               file status is ws-cu-status.

           select history-file
               assign to "../transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

           select invoice-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is random
               record key is inv-invoice-num
               file status is ws-inv-status.

           select tax-history-file
               assign to "../gl-tax-history.dat"
               organization is line sequential
               file status is ws-gth-status.

           select tax-return-report
               assign to "../tax-return.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd period-card-file
           record contains 6 characters
           data record is pc-record.

       01 pc-record.
         05 pc-period pic 9(6).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd store-master-file
          data record is sm-record
          record contains 33 characters.

       01 sm-record.
         05 sm-store-num pic xx.
         05 sm-store-name pic x(20).
         05 sm-active-flag pic x.
         05 sm-district pic xx.
         05 sm-grace-end pic 9(8).

       fd district-master-file
          data record is dm-record
          record contains 22 characters.

       01 dm-record.
         05 dm-district pic xx.
         05 dm-name pic x(20).

       fd tax-jurisdiction-file
           record contains 15 characters
           data record is tj-record.

       01 tj-record.
         05 tj-type pic x.
         05 tj-key pic xx.
         05 tj-rate pic 9V999.
         05 tj-eff-date pic 9(8).

       fd control-params-file
          data record is cp-record
          record contains 17 characters.

       01 cp-record.
         05 cp-tax-rate pic 9v999.
         05 cp-invalid-threshold pic 9(3).
         05 cp-page-size pic 99.
         05 cp-batch-mode pic x.
         05 cp-high-value-threshold pic 9(5)V99.

       fd customer-master-file
           record contains 48 characters
           data record is cu-record.

       01 cu-record.
         05 cu-customer-num pic x(6).
         05 cu-name pic x(20).
         05 cu-active-flag pic x.
         05 cu-exempt-flag pic x.
         05 cu-cert-num pic x(12).
         05 cu-cert-expiry pic 9(8).

       fd history-file
           record contains 91 characters
           data record is th-record.

       01 th-record.
         05 th-run-date pic 9(8).
         05 th-run-seq pic 9(4).
         05 th-transaction pic x(79).

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

       fd tax-history-file
           record contains 48 characters
           data record is gth-record.

       01 gth-record.
         05 gth-batch-date pic 9(8).
         05 gth-supp-seq pic 99.
         05 gth-store-num pic xx.
         05 gth-jur-type pic x.
         05 gth-jur pic xx.
         05 gth-sales-tax pic s9(9)V99.
         05 gth-return-tax pic s9(9)V99.
         05 gth-forfeit-tax pic s9(9)V99.

       fd tax-return-report
           record contains 132 characters
           data record is tr-output.

       01 tr-output pic x(132).

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

       01 ws-card-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-store-master-status pic xx value spaces.
       01 ws-district-status pic xx value spaces.
       01 ws-tj-status pic xx value spaces.
       01 ws-control-params-status pic xx value spaces.
       01 ws-cu-status pic xx value spaces.
       01 ws-hist-status pic xx value spaces.
       01 ws-inv-status pic xx value spaces.
       01 ws-gth-status pic xx value spaces.
       01 ws-inv-open pic x value "N".
       01 ws-store-master-eof pic x value "N".
       01 ws-district-eof pic x value "N".
       01 ws-tj-eof pic x value "N".
       01 ws-cu-eof pic x value "N".
       01 ws-hist-eof pic x value "N".
       01 ws-gth-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.

      * the month being filed
       01 ws-period pic 9(6) value 0.
       01 ws-period-x redefines ws-period.
         05 ws-period-yyyy pic 9(4).
         05 ws-period-mm pic 99.
       01 ws-period-start pic 9(8) value 0.
       01 ws-period-end pic 9(8) value 0.
       01 ws-next-month-start pic 9(8) value 0.
       01 ws-work-date pic 9(8) value 0.
       01 ws-work-date-x redefines ws-work-date.
         05 ws-wd-yyyy pic 9(4).
         05 ws-wd-mm pic 99.
         05 ws-wd-dd pic 99.

       01 ws-records-read pic 9(6) value 0.
       01 ws-tx-in-period pic 9(6) value 0.
       01 ws-gl-rows pic 9(6) value 0.

      * the transaction being filed
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
       01 ws-tx-date pic 9(8) value 0.

       01 ws-chain-rate pic 9V999 value 0.

       01 ws-num-stores pic 99 value 0.
       01 ws-sub pic 99 value 0.
       01 ws-found-sub pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 20 times.
           10 ws-store-tbl-num pic xx.
           10 ws-store-tbl-name pic x(20).
           10 ws-store-tbl-district pic xx.

       01 ws-num-districts pic 99 value 0.
       01 ws-dist-sub pic 99 value 0.
       01 ws-district-table.
         05 ws-dist-entry occurs 10 times.
           10 ws-dist-code pic xx.
           10 ws-dist-name pic x(20).

       01 ws-num-jurs pic 99 value 0.
       01 ws-jur-sub pic 99 value 0.
       01 ws-jur-table.
         05 ws-jur-entry occurs 50 times.
           10 ws-jur-type pic x.
           10 ws-jur-key pic xx.
           10 ws-jur-rate pic 9V999.
           10 ws-jur-eff-date pic 9(8).

      * what the rate resolution found for one store and date
       01 ws-best-dist-date pic 9(8) value 0.
       01 ws-best-store-date pic 9(8) value 0.
       01 ws-best-dist-rate pic 9V999 value 0.
       01 ws-best-store-rate pic 9V999 value 0.
       01 ws-best-dist-jur pic xx value spaces.
       01 ws-res-type pic x value spaces.
       01 ws-res-key pic xx value spaces.
       01 ws-res-rate pic 9V999 value 0.
       01 ws-res-eff-date pic 9(8) value 0.

       01 ws-num-exempt pic 9(4) value 0.
       01 ws-exempt-sub pic 9(4) value 0.
       01 ws-exempt-table.
         05 ws-exempt-entry occurs 500 times.
           10 ws-exempt-num pic x(6).
           10 ws-exempt-expiry pic 9(8).
       01 ws-exempt-cust pic x(6) value spaces.
       01 ws-exempt-date pic 9(8) value 0.
       01 ws-tax-exempt pic x value "N".

      * one line per jurisdiction and rate in force during the month
       01 ws-num-lines pic 999 value 0.
       01 ws-line-sub pic 999 value 0.
       01 ws-line-found pic 999 value 0.
       01 ws-sort-i pic 999 value 0.
       01 ws-sort-j pic 999 value 0.
       01 ws-line-table.
         05 ws-line-entry occurs 100 times.
           10 ws-ln-sort-key.
             15 ws-ln-type pic x.
             15 ws-ln-key pic xx.
             15 ws-ln-eff-date pic 9(8).
           10 ws-ln-rate pic 9V999.
           10 ws-ln-gross pic s9(11)V99.
           10 ws-ln-returns pic s9(11)V99.
           10 ws-ln-exempt pic s9(11)V99.
           10 ws-ln-collected pic s9(11)V99.
           10 ws-ln-refunded pic s9(11)V99.
       01 ws-line-swap pic x(80).

      * one reconciliation row per jurisdiction
       01 ws-num-recs pic 99 value 0.
       01 ws-rec-sub pic 99 value 0.
       01 ws-rec-found pic 99 value 0.
       01 ws-recon-table.
         05 ws-rec-entry occurs 60 times.
           10 ws-rec-type pic x.
           10 ws-rec-key pic xx.
           10 ws-rec-return-net pic s9(11)V99.
           10 ws-rec-gl-sales pic s9(11)V99.
           10 ws-rec-gl-returns pic s9(11)V99.
           10 ws-rec-gl-forfeit pic s9(11)V99.
       01 ws-find-type pic x value spaces.
       01 ws-find-key pic xx value spaces.

       01 ws-line-tax pic s9(7)V99 value 0.
       01 ws-net-amount pic s9(11)V99 value 0.
       01 ws-taxable pic s9(11)V99 value 0.
       01 ws-gl-net pic s9(11)V99 value 0.
       01 ws-difference pic s9(11)V99 value 0.
       01 ws-any-difference pic x value "N".
       01 ws-overflow pic x value "N".

       01 ws-jt-gross pic s9(11)V99 value 0.
       01 ws-jt-returns pic s9(11)V99 value 0.
       01 ws-jt-exempt pic s9(11)V99 value 0.
       01 ws-jt-collected pic s9(11)V99 value 0.
       01 ws-jt-refunded pic s9(11)V99 value 0.
       01 ws-co-gross pic s9(11)V99 value 0.
       01 ws-co-returns pic s9(11)V99 value 0.
       01 ws-co-exempt pic s9(11)V99 value 0.
       01 ws-co-collected pic s9(11)V99 value 0.
       01 ws-co-refunded pic s9(11)V99 value 0.
       01 ws-co-return-net pic s9(11)V99 value 0.
       01 ws-co-gl-sales pic s9(11)V99 value 0.
       01 ws-co-gl-returns pic s9(11)V99 value 0.
       01 ws-co-gl-forfeit pic s9(11)V99 value 0.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(40)
             value "MONTHLY SALES TAX RETURN BY JURISDICTION".
         05 filler pic x(4) value spaces.
         05 filler pic x(8) value "PERIOD: ".
         05 ws-hd-period pic 9(6).
         05 filler pic x(4) value spaces.
         05 ws-hd-start pic 9(8).
         05 filler pic x(4) value " TO ".
         05 ws-hd-end pic 9(8).
         05 filler pic x(50) value spaces.

       01 ws-heading-2.
         05 filler pic x(27) value "JURISDICTION / RATE".
         05 filler pic x(15) value "    GROSS SALES".
         05 filler pic x(15) value "        RETURNS".
         05 filler pic x(15) value "         EXEMPT".
         05 filler pic x(15) value "        TAXABLE".
         05 filler pic x(15) value "  TAX COLLECTED".
         05 filler pic x(15) value "   TAX REFUNDED".
         05 filler pic x(15) value "        NET TAX".

       01 ws-jur-line.
         05 ws-jl-label pic x(9).
         05 ws-jl-key pic xx.
         05 filler pic x(2) value spaces.
         05 ws-jl-name pic x(30).
         05 filler pic x(89) value spaces.

       01 ws-amount-line.
         05 ws-al-label pic x(27).
         05 ws-al-gross pic zzz,zzz,zz9.99-.
         05 ws-al-returns pic zzz,zzz,zz9.99-.
         05 ws-al-exempt pic zzz,zzz,zz9.99-.
         05 ws-al-taxable pic zzz,zzz,zz9.99-.
         05 ws-al-collected pic zzz,zzz,zz9.99-.
         05 ws-al-refunded pic zzz,zzz,zz9.99-.
         05 ws-al-net pic zzz,zzz,zz9.99-.

       01 ws-rate-label.
         05 filler pic x(3) value spaces.
         05 filler pic x(5) value "RATE ".
         05 ws-rl-rate pic 9.999.
         05 filler pic x(5) value " EFF ".
         05 ws-rl-eff pic 9(8).
         05 filler pic x(1) value spaces.

       01 ws-recon-heading.
         05 filler pic x(40)
             value "RECONCILIATION TO GENERAL LEDGER".
         05 filler pic x(92) value spaces.

       01 ws-recon-heading-2.
         05 filler pic x(24) value "JURISDICTION".
         05 filler pic x(15) value " RETURN NET TAX".
         05 filler pic x(15) value "   GL SALES TAX".
         05 filler pic x(15) value " GL RETURNS TAX".
         05 filler pic x(15) value " GL FORFEIT TAX".
         05 filler pic x(15) value "     GL NET TAX".
         05 filler pic x(15) value "     DIFFERENCE".
         05 filler pic x(18) value spaces.

       01 ws-recon-line.
         05 ws-rc-label pic x(24).
         05 ws-rc-return-net pic zzz,zzz,zz9.99-.
         05 ws-rc-gl-sales pic zzz,zzz,zz9.99-.
         05 ws-rc-gl-returns pic zzz,zzz,zz9.99-.
         05 ws-rc-gl-forfeit pic zzz,zzz,zz9.99-.
         05 ws-rc-gl-net pic zzz,zzz,zz9.99-.
         05 ws-rc-difference pic zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 ws-rc-flag pic x(15).

       01 ws-message-line.
         05 ws-msg-text pic x(80).
         05 filler pic x(52) value spaces.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 040-set-period.
           perform 050-load-store-master.
           perform 055-load-districts.
           perform 060-load-control-params.
           perform 065-load-tax-jurisdictions.
           perform 070-load-exempt-customers.

           open input invoice-index-file.
           if ws-inv-status = "00"
               move "Y" to ws-inv-open
           else
               display "TAXRETURN: CANT OPEN INVOICE-INDEX, STATUS="
                   ws-inv-status " - RETURNS JUDGED ON THEIR OWN DATE"
           end-if.

           perform 100-scan-history.
           if ws-inv-open = "Y"
               close invoice-index-file
           end-if.

           perform 300-scan-gl-tax-history.
           perform 400-sort-lines.

           open output tax-return-report.
           perform 500-write-return.
           perform 600-write-reconciliation.
           close tax-return-report.

           perform 700-write-run-log.
           goback.

       040-set-period.
           move ws-start-date to ws-business-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-business-date
               end-read
               close run-control-file
           end-if.

      * without a card, the month just closed
           move ws-business-date to ws-work-date.
           if ws-wd-mm = 1
               compute ws-period-yyyy = ws-wd-yyyy - 1
               move 12 to ws-period-mm
           else
               move ws-wd-yyyy to ws-period-yyyy
               compute ws-period-mm = ws-wd-mm - 1
           end-if.

           open input period-card-file.
           if ws-card-status = "00"
               read period-card-file
                   at end
                       continue
                   not at end
                       if pc-period numeric
                         and pc-period(5:2) >= "01"
                         and pc-period(5:2) <= "12"
                           move pc-period to ws-period
                       else
                           display "TAXRETURN: INVALID PERIOD CARD "
                             pc-record " - RUN ABORTED"
                           move 16 to ws-condition-code
                           perform 700-write-run-log
                           move 16 to return-code
                           goback
                       end-if
               end-read
               close period-card-file
      * a card is good for one filing; left behind it would send the
      * next scheduled run back to the same month
               open output period-card-file
               close period-card-file
           end-if.

           move ws-period-yyyy to ws-wd-yyyy.
           move ws-period-mm to ws-wd-mm.
           move 1 to ws-wd-dd.
           move ws-work-date to ws-period-start.
           if ws-period-mm = 12
               compute ws-wd-yyyy = ws-period-yyyy + 1
               move 1 to ws-wd-mm
           else
               compute ws-wd-mm = ws-period-mm + 1
           end-if.
           move ws-work-date to ws-next-month-start.
           compute ws-period-end = function date-of-integer(
             function integer-of-date(ws-next-month-start) - 1).

       050-load-store-master.
           open input store-master-file.
           if ws-store-master-status <> "00"
               display "TAXRETURN: CANT OPEN STORE-MASTER, STATUS="
                   ws-store-master-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read store-master-file
               at end
                   move "Y" to ws-store-master-eof.
           perform until ws-store-master-eof = "Y"
               or ws-num-stores >= 20
               add 1 to ws-num-stores
               move sm-store-num to ws-store-tbl-num(ws-num-stores)
               move sm-store-name to ws-store-tbl-name(ws-num-stores)
               move sm-district
                 to ws-store-tbl-district(ws-num-stores)
               read store-master-file
                   at end
                       move "Y" to ws-store-master-eof
               end-read
           end-perform.
           close store-master-file.

       055-load-districts.
           open input district-master-file.
           if ws-district-status <> "00"
               exit paragraph
           end-if.

           read district-master-file
               at end
                   move "Y" to ws-district-eof.
           perform until ws-district-eof = "Y"
               or ws-num-districts >= 10
               add 1 to ws-num-districts
               move dm-district to ws-dist-code(ws-num-districts)
               move dm-name to ws-dist-name(ws-num-districts)
               read district-master-file
                   at end
                       move "Y" to ws-district-eof
               end-read
           end-perform.
           close district-master-file.

       060-load-control-params.
           open input control-params-file.
           if ws-control-params-status = "00"
               read control-params-file
                   at end
                       continue
                   not at end
                       if cp-tax-rate numeric
                           move cp-tax-rate to ws-chain-rate
                       end-if
               end-read
               close control-params-file
           end-if.

       065-load-tax-jurisdictions.
           open input tax-jurisdiction-file.
           if ws-tj-status <> "00"
               display "TAXRETURN: TAX JURISDICTION MASTER NOT "
                 "AVAILABLE, STATUS=" ws-tj-status
                 " - CHAIN RATE USED FOR ALL STORES"
               exit paragraph
           end-if.

           read tax-jurisdiction-file
               at end
                   move "Y" to ws-tj-eof.
           perform until ws-tj-eof = "Y"
               or ws-num-jurs >= 50
               add 1 to ws-num-jurs
               move tj-type to ws-jur-type(ws-num-jurs)
               move tj-key to ws-jur-key(ws-num-jurs)
               move tj-rate to ws-jur-rate(ws-num-jurs)
               move tj-eff-date to ws-jur-eff-date(ws-num-jurs)
               read tax-jurisdiction-file
                   at end
                       move "Y" to ws-tj-eof
               end-read
           end-perform.
           close tax-jurisdiction-file.

       070-load-exempt-customers.
           open input customer-master-file.
           if ws-cu-status <> "00"
               display "TAXRETURN: CUSTOMER MASTER NOT AVAILABLE, "
                 "STATUS=" ws-cu-status
                 " - NO TAX EXEMPTIONS APPLIED"
               exit paragraph
           end-if.

           read customer-master-file
               at end
                   move "Y" to ws-cu-eof.
           perform until ws-cu-eof = "Y"
               if cu-exempt-flag = "Y" and cu-cert-num not = spaces
                 and cu-cert-expiry numeric
                 and ws-num-exempt < 500
                   add 1 to ws-num-exempt
                   move cu-customer-num to ws-exempt-num(ws-num-exempt)
                   move cu-cert-expiry
                     to ws-exempt-expiry(ws-num-exempt)
               end-if
               read customer-master-file
                   at end
                       move "Y" to ws-cu-eof
               end-read
           end-perform.
           close customer-master-file.

       100-scan-history.
           open input history-file.
           if ws-hist-status <> "00"
               display "TAXRETURN: CANT OPEN TRANSACTION-HISTORY, "
                 "STATUS=" ws-hist-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read history-file
               at end
                   move "Y" to ws-hist-eof.
           perform until ws-hist-eof = "Y"
               add 1 to ws-records-read
               if th-run-date >= ws-period-start
                 and th-run-date <= ws-period-end
                   move th-transaction to ws-tx
                   perform 150-file-transaction
               end-if
               read history-file
                   at end
                       move "Y" to ws-hist-eof
               end-read
           end-perform.
           close history-file.

       150-file-transaction.
           if tx-trans-code not = "S" and tx-trans-code not = "L"
             and tx-trans-code not = "E" and tx-trans-code not = "V"
             and tx-trans-code not = "R"
               exit paragraph
           end-if.
           add 1 to ws-tx-in-period.

           if tx-trans-date numeric
               move tx-trans-date to ws-tx-date
           else
               move th-run-date to ws-tx-date
           end-if.
           perform 200-resolve-rate.
           perform 250-find-line.
           if ws-line-found = 0
               exit paragraph
           end-if.

           move tx-customer-num to ws-exempt-cust.
           move ws-tx-date to ws-exempt-date.
           if tx-trans-code = "R"
               perform 270-find-original-sale
           end-if.
           perform 280-check-tax-exempt.

           compute ws-line-tax rounded = tx-trans-amount * ws-res-rate.
           evaluate tx-trans-code
               when "V"
                   subtract tx-trans-amount
                     from ws-ln-gross(ws-line-found)
                   if ws-tax-exempt = "Y"
                       subtract tx-trans-amount
                         from ws-ln-exempt(ws-line-found)
                   else
                       subtract ws-line-tax
                         from ws-ln-collected(ws-line-found)
                   end-if
               when "R"
                   add tx-trans-amount to ws-ln-returns(ws-line-found)
                   if ws-tax-exempt = "Y"
                       subtract tx-trans-amount
                         from ws-ln-exempt(ws-line-found)
                   else
                       add ws-line-tax
                         to ws-ln-refunded(ws-line-found)
                   end-if
               when other
                   add tx-trans-amount to ws-ln-gross(ws-line-found)
                   if ws-tax-exempt = "Y"
                       add tx-trans-amount
                         to ws-ln-exempt(ws-line-found)
                   else
                       add ws-line-tax
                         to ws-ln-collected(ws-line-found)
                   end-if
           end-evaluate.

       200-resolve-rate.
      * latest row effective on the transaction date wins; a store
      * override beats the district rate; neither means the chain rate
           move 0 to ws-found-sub.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores or ws-found-sub > 0
               if ws-store-tbl-num(ws-sub) = tx-store-num
                   move ws-sub to ws-found-sub
               end-if
           end-perform.

           move 0 to ws-best-dist-date.
           move 0 to ws-best-store-date.
           move 0 to ws-best-dist-rate.
           move 0 to ws-best-store-rate.
           move spaces to ws-best-dist-jur.

           perform varying ws-jur-sub from 1 by 1
             until ws-jur-sub > ws-num-jurs
               if ws-jur-eff-date(ws-jur-sub) <= ws-tx-date
                   if ws-jur-type(ws-jur-sub) = "D"
                     and ws-found-sub > 0
                     and ws-jur-key(ws-jur-sub)
                       = ws-store-tbl-district(ws-found-sub)
                     and ws-jur-eff-date(ws-jur-sub)
                       >= ws-best-dist-date
                       move ws-jur-eff-date(ws-jur-sub)
                         to ws-best-dist-date
                       move ws-jur-rate(ws-jur-sub)
                         to ws-best-dist-rate
                       move ws-jur-key(ws-jur-sub)
                         to ws-best-dist-jur
                   end-if
                   if ws-jur-type(ws-jur-sub) = "S"
                     and ws-jur-key(ws-jur-sub) = tx-store-num
                     and ws-jur-eff-date(ws-jur-sub)
                       >= ws-best-store-date
                       move ws-jur-eff-date(ws-jur-sub)
                         to ws-best-store-date
                       move ws-jur-rate(ws-jur-sub)
                         to ws-best-store-rate
                   end-if
               end-if
           end-perform.

           evaluate true
               when ws-best-store-date > 0
                   move "S" to ws-res-type
                   move tx-store-num to ws-res-key
                   move ws-best-store-rate to ws-res-rate
                   move ws-best-store-date to ws-res-eff-date
               when ws-best-dist-date > 0
                   move "D" to ws-res-type
                   move ws-best-dist-jur to ws-res-key
                   move ws-best-dist-rate to ws-res-rate
                   move ws-best-dist-date to ws-res-eff-date
               when other
                   move "C" to ws-res-type
                   move spaces to ws-res-key
                   move ws-chain-rate to ws-res-rate
                   move 0 to ws-res-eff-date
           end-evaluate.

       250-find-line.
           move 0 to ws-line-found.
           perform varying ws-line-sub from 1 by 1
             until ws-line-sub > ws-num-lines or ws-line-found > 0
               if ws-ln-type(ws-line-sub) = ws-res-type
                 and ws-ln-key(ws-line-sub) = ws-res-key
                 and ws-ln-eff-date(ws-line-sub) = ws-res-eff-date
                   move ws-line-sub to ws-line-found
               end-if
           end-perform.
           if ws-line-found > 0
               exit paragraph
           end-if.

           if ws-num-lines >= 100
               if ws-overflow = "N"
                   display "TAXRETURN: MORE THAN 100 JURISDICTION "
                     "RATES IN THE MONTH - RETURN INCOMPLETE"
                   move "Y" to ws-overflow
                   move 8 to ws-condition-code
               end-if
               exit paragraph
           end-if.
           add 1 to ws-num-lines.
           move ws-num-lines to ws-line-found.
           move ws-res-type to ws-ln-type(ws-line-found).
           move ws-res-key to ws-ln-key(ws-line-found).
           move ws-res-eff-date to ws-ln-eff-date(ws-line-found).
           move ws-res-rate to ws-ln-rate(ws-line-found).
           move 0 to ws-ln-gross(ws-line-found).
           move 0 to ws-ln-returns(ws-line-found).
           move 0 to ws-ln-exempt(ws-line-found).
           move 0 to ws-ln-collected(ws-line-found).
           move 0 to ws-ln-refunded(ws-line-found).

       270-find-original-sale.
      * a return is exempt when the sale it reverses was
           if ws-inv-open = "Y"
               move tx-invoice-num to inv-invoice-num
               read invoice-index-file
                   invalid key
                       continue
                   not invalid key
                       if inv-trans-code = "S"
                           move inv-customer-num to ws-exempt-cust
                           move inv-trans-date to ws-exempt-date
                       end-if
               end-read
           end-if.

       280-check-tax-exempt.
           move "N" to ws-tax-exempt.
           if ws-exempt-cust not = spaces
               perform varying ws-exempt-sub from 1 by 1
                 until ws-exempt-sub > ws-num-exempt
                   or ws-tax-exempt = "Y"
                   if ws-exempt-num(ws-exempt-sub) = ws-exempt-cust
                     and ws-exempt-expiry(ws-exempt-sub)
                       >= ws-exempt-date
                       move "Y" to ws-tax-exempt
                   end-if
               end-perform
           end-if.

       300-scan-gl-tax-history.
           open input tax-history-file.
           if ws-gth-status <> "00"
               display "TAXRETURN: GL-TAX-HISTORY NOT AVAILABLE, "
                 "STATUS=" ws-gth-status
                 " - RECONCILIATION SHOWS NO GL POSTINGS"
               exit paragraph
           end-if.

           read tax-history-file
               at end
                   move "Y" to ws-gth-eof.
           perform until ws-gth-eof = "Y"
               if gth-batch-date >= ws-period-start
                 and gth-batch-date <= ws-period-end
                   add 1 to ws-gl-rows
                   move gth-jur-type to ws-find-type
                   move gth-jur to ws-find-key
                   perform 350-find-recon
                   if ws-rec-found > 0
                       add gth-sales-tax
                         to ws-rec-gl-sales(ws-rec-found)
                       add gth-return-tax
                         to ws-rec-gl-returns(ws-rec-found)
                       add gth-forfeit-tax
                         to ws-rec-gl-forfeit(ws-rec-found)
                   end-if
               end-if
               read tax-history-file
                   at end
                       move "Y" to ws-gth-eof
               end-read
           end-perform.
           close tax-history-file.

       350-find-recon.
      * ws-find-type / ws-find-key set by the caller
           move 0 to ws-rec-found.
           perform varying ws-rec-sub from 1 by 1
             until ws-rec-sub > ws-num-recs or ws-rec-found > 0
               if ws-rec-type(ws-rec-sub) = ws-find-type
                 and ws-rec-key(ws-rec-sub) = ws-find-key
                   move ws-rec-sub to ws-rec-found
               end-if
           end-perform.
           if ws-rec-found = 0 and ws-num-recs < 60
               add 1 to ws-num-recs
               move ws-num-recs to ws-rec-found
               move ws-find-type to ws-rec-type(ws-rec-found)
               move ws-find-key to ws-rec-key(ws-rec-found)
               move 0 to ws-rec-return-net(ws-rec-found)
               move 0 to ws-rec-gl-sales(ws-rec-found)
               move 0 to ws-rec-gl-returns(ws-rec-found)
               move 0 to ws-rec-gl-forfeit(ws-rec-found)
           end-if.

       400-sort-lines.
      * jurisdiction order, then each jurisdiction's rates by date
           perform varying ws-sort-i from 1 by 1
             until ws-sort-i >= ws-num-lines
               compute ws-sort-j = ws-sort-i + 1
               perform until ws-sort-j > ws-num-lines
                   if ws-ln-sort-key(ws-sort-j)
                     < ws-ln-sort-key(ws-sort-i)
                       move ws-line-entry(ws-sort-i) to ws-line-swap
                       move ws-line-entry(ws-sort-j)
                         to ws-line-entry(ws-sort-i)
                       move ws-line-swap to ws-line-entry(ws-sort-j)
                   end-if
                   add 1 to ws-sort-j
               end-perform
           end-perform.

       500-write-return.
           move ws-period to ws-hd-period.
           move ws-period-start to ws-hd-start.
           move ws-period-end to ws-hd-end.
           write tr-output from ws-heading-1.
           write tr-output from ws-blank-line.
           write tr-output from ws-heading-2.

           if ws-num-lines = 0
               write tr-output from ws-blank-line
               move "NO TRANSACTIONS ON THE HISTORY FOR THE PERIOD"
                 to ws-msg-text
               write tr-output from ws-message-line
           end-if.

           perform varying ws-line-sub from 1 by 1
             until ws-line-sub > ws-num-lines
               if ws-line-sub = 1
                 or ws-ln-type(ws-line-sub)
                   not = ws-ln-type(ws-line-sub - 1)
                 or ws-ln-key(ws-line-sub)
                   not = ws-ln-key(ws-line-sub - 1)
                   perform 510-start-jurisdiction
               end-if

               move ws-ln-rate(ws-line-sub) to ws-rl-rate
               move ws-ln-eff-date(ws-line-sub) to ws-rl-eff
               move ws-rate-label to ws-al-label
               move ws-ln-gross(ws-line-sub) to ws-jt-gross
               move ws-ln-returns(ws-line-sub) to ws-jt-returns
               move ws-ln-exempt(ws-line-sub) to ws-jt-exempt
               move ws-ln-collected(ws-line-sub) to ws-jt-collected
               move ws-ln-refunded(ws-line-sub) to ws-jt-refunded
               perform 530-format-amounts
               write tr-output from ws-amount-line

               perform 520-add-to-jurisdiction

               if ws-line-sub = ws-num-lines
                 or ws-ln-type(ws-line-sub)
                   not = ws-ln-type(ws-line-sub + 1)
                 or ws-ln-key(ws-line-sub)
                   not = ws-ln-key(ws-line-sub + 1)
                   perform 540-end-jurisdiction
               end-if
           end-perform.

           write tr-output from ws-blank-line.
           move "COMPANY TOTAL" to ws-al-label.
           move ws-co-gross to ws-jt-gross.
           move ws-co-returns to ws-jt-returns.
           move ws-co-exempt to ws-jt-exempt.
           move ws-co-collected to ws-jt-collected.
           move ws-co-refunded to ws-jt-refunded.
           perform 530-format-amounts.
           write tr-output from ws-amount-line.

       510-start-jurisdiction.
           write tr-output from ws-blank-line.
           move spaces to ws-jl-name.
           evaluate ws-ln-type(ws-line-sub)
               when "D"
                   move "DISTRICT" to ws-jl-label
                   move ws-ln-key(ws-line-sub) to ws-jl-key
                   perform varying ws-dist-sub from 1 by 1
                     until ws-dist-sub > ws-num-districts
                       if ws-dist-code(ws-dist-sub)
                         = ws-ln-key(ws-line-sub)
                           move ws-dist-name(ws-dist-sub)
                             to ws-jl-name
                       end-if
                   end-perform
               when "S"
                   move "STORE" to ws-jl-label
                   move ws-ln-key(ws-line-sub) to ws-jl-key
                   perform varying ws-sub from 1 by 1
                     until ws-sub > ws-num-stores
                       if ws-store-tbl-num(ws-sub)
                         = ws-ln-key(ws-line-sub)
                           move ws-store-tbl-name(ws-sub)
                             to ws-jl-name
                       end-if
                   end-perform
               when other
                   move "CHAIN" to ws-jl-label
                   move spaces to ws-jl-key
                   move "NO JURISDICTION - CHAIN RATE"
                     to ws-jl-name
           end-evaluate.
           write tr-output from ws-jur-line.

           move 0 to ws-jt-gross.
           move 0 to ws-jt-returns.
           move 0 to ws-jt-exempt.
           move 0 to ws-jt-collected.
           move 0 to ws-jt-refunded.
           move ws-ln-type(ws-line-sub) to ws-find-type.
           move ws-ln-key(ws-line-sub) to ws-find-key.
           perform 350-find-recon.

       520-add-to-jurisdiction.
      * ws-rec-found was set when the jurisdiction started
           if ws-rec-found > 0
               compute ws-rec-return-net(ws-rec-found) =
                 ws-rec-return-net(ws-rec-found)
                 + ws-ln-collected(ws-line-sub)
                 - ws-ln-refunded(ws-line-sub)
           end-if.
           add ws-ln-gross(ws-line-sub) to ws-co-gross.
           add ws-ln-returns(ws-line-sub) to ws-co-returns.
           add ws-ln-exempt(ws-line-sub) to ws-co-exempt.
           add ws-ln-collected(ws-line-sub) to ws-co-collected.
           add ws-ln-refunded(ws-line-sub) to ws-co-refunded.

       530-format-amounts.
      * ws-jt-* hold the figures to print
           move ws-jt-gross to ws-al-gross.
           move ws-jt-returns to ws-al-returns.
           move ws-jt-exempt to ws-al-exempt.
           compute ws-taxable = ws-jt-gross - ws-jt-returns
             - ws-jt-exempt.
           move ws-taxable to ws-al-taxable.
           move ws-jt-collected to ws-al-collected.
           move ws-jt-refunded to ws-al-refunded.
           compute ws-net-amount = ws-jt-collected - ws-jt-refunded.
           move ws-net-amount to ws-al-net.

       540-end-jurisdiction.
      * the jurisdiction total is rebuilt from its own rate lines
           move 0 to ws-jt-gross.
           move 0 to ws-jt-returns.
           move 0 to ws-jt-exempt.
           move 0 to ws-jt-collected.
           move 0 to ws-jt-refunded.
           perform varying ws-sort-i from 1 by 1
             until ws-sort-i > ws-num-lines
               if ws-ln-type(ws-sort-i) = ws-ln-type(ws-line-sub)
                 and ws-ln-key(ws-sort-i) = ws-ln-key(ws-line-sub)
                   add ws-ln-gross(ws-sort-i) to ws-jt-gross
                   add ws-ln-returns(ws-sort-i) to ws-jt-returns
                   add ws-ln-exempt(ws-sort-i) to ws-jt-exempt
                   add ws-ln-collected(ws-sort-i) to ws-jt-collected
                   add ws-ln-refunded(ws-sort-i) to ws-jt-refunded
               end-if
           end-perform.
           move "   JURISDICTION TOTAL" to ws-al-label.
           perform 530-format-amounts.
           write tr-output from ws-amount-line.

       600-write-reconciliation.
           write tr-output from ws-blank-line.
           write tr-output from ws-blank-line.
           write tr-output from ws-recon-heading.
           write tr-output from ws-blank-line.
           write tr-output from ws-recon-heading-2.

           perform varying ws-rec-sub from 1 by 1
             until ws-rec-sub > ws-num-recs
               move spaces to ws-rc-label
               evaluate ws-rec-type(ws-rec-sub)
                   when "D"
                       string "DISTRICT " delimited by size
                              ws-rec-key(ws-rec-sub) delimited by size
                         into ws-rc-label
                   when "S"
                       string "STORE    " delimited by size
                              ws-rec-key(ws-rec-sub) delimited by size
                         into ws-rc-label
                   when other
                       move "CHAIN RATE" to ws-rc-label
               end-evaluate
               move ws-rec-return-net(ws-rec-sub) to ws-rc-return-net
               move ws-rec-gl-sales(ws-rec-sub) to ws-rc-gl-sales
               move ws-rec-gl-returns(ws-rec-sub) to ws-rc-gl-returns
               move ws-rec-gl-forfeit(ws-rec-sub) to ws-rc-gl-forfeit
               compute ws-gl-net = ws-rec-gl-sales(ws-rec-sub)
                 - ws-rec-gl-returns(ws-rec-sub)
                 - ws-rec-gl-forfeit(ws-rec-sub)
               move ws-gl-net to ws-rc-gl-net
               compute ws-difference =
                 ws-rec-return-net(ws-rec-sub) - ws-gl-net
               move ws-difference to ws-rc-difference
               if ws-difference not = 0
                   move "** DIFFERENCE" to ws-rc-flag
                   move "Y" to ws-any-difference
               else
                   move spaces to ws-rc-flag
               end-if
               write tr-output from ws-recon-line

               add ws-rec-return-net(ws-rec-sub) to ws-co-return-net
               add ws-rec-gl-sales(ws-rec-sub) to ws-co-gl-sales
               add ws-rec-gl-returns(ws-rec-sub) to ws-co-gl-returns
               add ws-rec-gl-forfeit(ws-rec-sub) to ws-co-gl-forfeit
           end-perform.

           write tr-output from ws-blank-line.
           move "COMPANY TOTAL" to ws-rc-label.
           move ws-co-return-net to ws-rc-return-net.
           move ws-co-gl-sales to ws-rc-gl-sales.
           move ws-co-gl-returns to ws-rc-gl-returns.
           move ws-co-gl-forfeit to ws-rc-gl-forfeit.
           compute ws-gl-net = ws-co-gl-sales - ws-co-gl-returns
             - ws-co-gl-forfeit.
           move ws-gl-net to ws-rc-gl-net.
           compute ws-difference = ws-co-return-net - ws-gl-net.
           move ws-difference to ws-rc-difference.
           if ws-difference not = 0
               move "** DIFFERENCE" to ws-rc-flag
           else
               move spaces to ws-rc-flag
           end-if.
           write tr-output from ws-recon-line.

           write tr-output from ws-blank-line.
           if ws-any-difference = "Y"
               move "*** RETURN DOES NOT AGREE TO GENERAL LEDGER ***"
                 to ws-msg-text
               display "TAXRETURN: RETURN DOES NOT AGREE TO GENERAL "
                 "LEDGER - SEE TAX-RETURN.OUT"
               if ws-condition-code < 8
                   move 8 to ws-condition-code
               end-if
           else
               move "RETURN AGREES TO GENERAL LEDGER TAX PAYABLE"
                 to ws-msg-text
           end-if.
           write tr-output from ws-message-line.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "TAXRETURN" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-records-read to rl-records-read.
           move ws-tx-in-period to rl-records-written.
           move ws-num-lines to rl-records-written-2.
           move ws-num-recs to rl-records-written-3.
           move ws-gl-rows to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program TAXRETURN.
      **************************************************************************

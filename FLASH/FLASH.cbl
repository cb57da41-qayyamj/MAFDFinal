      *
      * Runs at the end of the pipeline; output flash-report.out is
      * the one sheet handed to the GM each morning.
      *
      * Each store's day is also kept on flash-daily.dat (sales,
      * layaway, refunds; 90 days) so the plan-versus-actual report
      * builds its week and month to date from these same figures.
      * A regular run replaces the date's rows; a supplemental run
      * replaces only the stores it carries.
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-run-ctl-status.

           select daily-file
               assign to "../flash-daily.dat"
               organization is line sequential
               file status is ws-fd-status.

           select daily-new-file
               assign to "../flash-daily-new.dat"
               organization is line sequential
               file status is ws-fdn-status.

           select customer-master-file
               assign to "../customer-master.dat"
               organization is line sequential
               file status is ws-cu-status.

           select flash-report
               assign to "../flash-report.out"
               organization is line sequential.
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd daily-file
           record contains 45 characters
           data record is fd-record.

       01 fd-record.
         05 fd-date pic 9(8).
         05 fd-store-num pic xx.
         05 fd-gross pic s9(9)V99.
         05 fd-layaway pic s9(9)V99.
         05 fd-refunds pic 9(9)V99.
         05 fd-supp-seq pic 99.

       fd daily-new-file
           record contains 45 characters
           data record is fdn-record.

       01 fdn-record pic x(45).

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

       fd flash-report
           record contains 132 characters
           data record is fl-output.
       01 ws-end-time pic 9(8) value 0.
       01 ws-flash-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.
       01 ws-fd-status pic xx value spaces.
       01 ws-fdn-status pic xx value spaces.
       01 ws-fd-eof pic x value "N".
       01 ws-fd-retain-days pic 9(3) value 90.
       01 ws-fd-cutoff-date pic 9(8) value 0.
       01 ws-fd-keep pic x value "Y".
       01 ws-fd-written pic 9(6) value 0.

       01 ws-tax-rate pic 9v999 value 0.
       01 ws-tax-calc pic s9(10)V99 value 0.
       01 ws-best-store-rate pic 9V999 value 0.
       01 ws-resolve-sub pic 99 value 0.

      * tax-exempt customers: their sales carry no tax, as on the
      * S&L report
       01 ws-cu-status pic xx value spaces.
       01 ws-cu-eof pic x value "N".
       01 ws-num-exempt pic 9(4) value 0.
       01 ws-exempt-sub pic 9(4) value 0.
       01 ws-exempt-table.
         05 ws-exempt-entry occurs 500 times.
           10 ws-exempt-num pic x(6).
           10 ws-exempt-expiry pic 9(8).
       01 ws-tax-exempt pic x value "N".

       01 ws-net-revenue pic s9(12)V99 value 0.
       01 ws-co-gross pic s9(12)V99 value 0.
       01 ws-co-layaway pic s9(12)V99 value 0.
           perform 055-load-control-params.
           perform 060-get-flash-date.
           perform 065-load-tax-jurisdictions.
           perform 066-load-exempt-customers.
           perform 100-accumulate-sl.
           perform 200-accumulate-returns.
           perform 300-write-flash.
           perform 400-write-daily-history.
           perform 700-write-run-log.
           goback.

               perform 068-resolve-store-rate
           end-perform.

       066-load-exempt-customers.
           open input customer-master-file.
           if ws-cu-status not = "00"
               display "FLASH: CUSTOMER MASTER NOT AVAILABLE, "
                 "STATUS=" ws-cu-status
                 " - NO TAX EXEMPTIONS APPLIED"
               exit paragraph
           end-if.

           read customer-master-file
               at end
                   move "Y" to ws-cu-eof
           end-read.
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

       068-resolve-store-rate.
      * latest effective-dated row wins; a store override beats the
      * district rate; a store with neither keeps cp-tax-rate
                   compute ws-tax-calc rounded =
                     slr-trans-amount
                       * ws-store-tbl-rate(ws-found-sub)
                   perform 160-check-tax-exempt
                   if ws-tax-exempt = "Y"
                       move 0 to ws-tax-calc
                   end-if
                   evaluate slr-trans-code
                       when "S"
                           add 1 to ws-fl-sl-count(ws-found-sub)
               end-if
           end-perform.

       160-check-tax-exempt.
           move "N" to ws-tax-exempt.
           if slr-customer-num not = spaces
               perform varying ws-exempt-sub from 1 by 1
                 until ws-exempt-sub > ws-num-exempt
                   or ws-tax-exempt = "Y"
                   if ws-exempt-num(ws-exempt-sub) = slr-customer-num
                     and ws-exempt-expiry(ws-exempt-sub)
                       >= slr-trans-date
                       move "Y" to ws-tax-exempt
                   end-if
               end-perform
           end-if.

       200-accumulate-returns.
      * refunds come from the accepted-returns feed Program1 writes,
      * so the returns it rejected are excluded here exactly as they
           add ws-fl-ret-count(ws-sub) to ws-co-ret-count.


       400-write-daily-history.
      * the kept history goes to the new file first -- minus what has
      * aged out and the rows this run replaces -- then tonight's
      * rows, and the new file replaces the old
           compute ws-fd-cutoff-date = function date-of-integer(
             function integer-of-date(ws-flash-date)
             - ws-fd-retain-days).

           open output daily-new-file.
           open input daily-file.
           if ws-fd-status = "00"
               read daily-file
                   at end
                       move "Y" to ws-fd-eof
               end-read
               perform until ws-fd-eof = "Y"
                   perform 410-check-daily-row
                   if ws-fd-keep = "Y"
                       write fdn-record from fd-record
                   end-if
                   read daily-file
                       at end
                           move "Y" to ws-fd-eof
                   end-read
               end-perform
               close daily-file
           end-if.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores
               if ws-supp-seq = 0
                 or ws-fl-sl-count(ws-sub) > 0
                 or ws-fl-ret-count(ws-sub) > 0
                   move ws-flash-date to fd-date
                   move ws-store-tbl-num(ws-sub) to fd-store-num
                   move ws-fl-gross(ws-sub) to fd-gross
                   move ws-fl-layaway(ws-sub) to fd-layaway
                   move ws-fl-refunds(ws-sub) to fd-refunds
                   move ws-supp-seq to fd-supp-seq
                   write fdn-record from fd-record
                   add 1 to ws-fd-written
               end-if
           end-perform.
           close daily-new-file.

           move "N" to ws-fd-eof.
           open input daily-new-file.
           open output daily-file.
           read daily-new-file
               at end
                   move "Y" to ws-fd-eof.
           perform until ws-fd-eof = "Y"
               write fd-record from fdn-record
               read daily-new-file
                   at end
                       move "Y" to ws-fd-eof
               end-read
           end-perform.
           close daily-new-file, daily-file.

       410-check-daily-row.
           move "Y" to ws-fd-keep.
           if fd-date <= ws-fd-cutoff-date
               move "N" to ws-fd-keep
               exit paragraph
           end-if.
           if fd-date not = ws-flash-date
               exit paragraph
           end-if.
           if ws-supp-seq = 0
               move "N" to ws-fd-keep
               exit paragraph
           end-if.
           move fd-store-num to ws-lookup-store.
           perform 150-find-store.
           if ws-found-sub > 0
               if ws-fl-sl-count(ws-found-sub) > 0
                 or ws-fl-ret-count(ws-found-sub) > 0
                   move "N" to ws-fd-keep
               end-if
           end-if.

       950-init-file-controls.
           move ws-flash-date to ws-ctl-expected-date.
           move "N" to ws-ctl-hdr-seen.
           move ws-condition-code to rl-condition-code.
           move ws-records-read to rl-records-read.
           move ws-num-stores to rl-records-written.
           move ws-fd-written to rl-records-written-2.
           move 0 to rl-records-written-3.
           move 0 to rl-records-written-4.


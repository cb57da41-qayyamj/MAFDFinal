      *
      * Today this analysis only happens after a store audit finds a
      * problem; this report surfaces the patterns the same day.
      *
      * Every exception is also written to case-feed.dat so CASEMGR
      * opens a loss-prevention case for it (or refreshes the open one
      * when the same store or invoice turns up again the next night):
      * ratio breaches and repeat-return invoices as high severity,
      * same-day pairs as medium.
      **************************************************************************
       environment division.
       input-output section.
               assign to "../returns-abuse-report.out"
               organization is line sequential.

           select case-feed-file
               assign to "../case-feed.dat"
               organization is line sequential
               file status is ws-cf-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       01 ab-output pic x(120).

       fd case-feed-file
           record contains 86 characters
           data record is cf-record.

       01 cf-record pic x(86).

       fd run-log-file
          data record is rl-record.

       01 ws-inv-status pic xx value spaces.
       01 ws-inv-open pic x value "N".
       01 ws-ac-status pic xx value spaces.
       01 ws-cf-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
           10 ws-ret-inv-num pic x(9).
           10 ws-ret-inv-count pic 9(3).
           10 ws-ret-inv-store pic xx.
           10 ws-ret-inv-amount pic 9(7)V99.

       01 ws-lookup-store pic xx value spaces.
       01 ws-found-sub pic 99 value 0.
       01 ws-ratio pic s9(7)V9 value 0.

      * one exception case staged for case-feed.dat
       01 ws-case-feed.
         05 ws-cf-source pic x(8).
         05 ws-cf-store pic xx.
         05 ws-cf-key pic x(16).
         05 ws-cf-amount pic s9(9)V99.
         05 ws-cf-severity pic x.
         05 ws-cf-date pic 9(8).
         05 ws-cf-description pic x(40).

       01 ws-blank-line pic x(120) value spaces.

       01 ws-heading-1.

           if ws-inv-sub > 0
               add 1 to ws-ret-inv-count(ws-inv-sub)
               add ret-trans-amount to ws-ret-inv-amount(ws-inv-sub)
           else
               if ws-num-invoices < 500
                   add 1 to ws-num-invoices
                   move ret-invoice-num
                     to ws-ret-inv-num(ws-num-invoices)
                   move 1 to ws-ret-inv-count(ws-num-invoices)
                   move ret-trans-amount
                     to ws-ret-inv-amount(ws-num-invoices)
                   move ret-store-num
                     to ws-ret-inv-store(ws-num-invoices)
               end-if
                           move ret-trans-date to ws-sd-date
                           move ret-trans-amount to ws-sd-amount
                           write ab-output from ws-sameday-line
                           move "RETSAMDY" to ws-cf-source
                           move ret-store-num to ws-cf-store
                           move ret-invoice-num to ws-cf-key
                           move ret-trans-amount to ws-cf-amount
                           move "M" to ws-cf-severity
                           move "SAME-DAY SALE AND RETURN"
                             to ws-cf-description
                           perform 650-raise-case
                       end-if
               end-read
           end-if.
                   move ws-store-returns(ws-sub) to ws-rat-returns
                   move ws-ratio to ws-rat-ratio
                   write ab-output from ws-ratio-line
                   move "RETRATIO" to ws-cf-source
                   move ws-store-tbl-num(ws-sub) to ws-cf-store
                   move "RETURN RATIO" to ws-cf-key
                   move ws-store-returns(ws-sub) to ws-cf-amount
                   move "H" to ws-cf-severity
                   move "RETURN-TO-SALES RATIO OVER CEILING"
                     to ws-cf-description
                   perform 650-raise-case
               end-if
           end-perform.

                   move ws-ret-inv-store(ws-inv-sub) to ws-mul-store
                   move ws-ret-inv-count(ws-inv-sub) to ws-mul-count
                   write ab-output from ws-multi-line
                   move "RETMULTI" to ws-cf-source
                   move ws-ret-inv-store(ws-inv-sub) to ws-cf-store
                   move ws-ret-inv-num(ws-inv-sub) to ws-cf-key
                   move ws-ret-inv-amount(ws-inv-sub) to ws-cf-amount
                   move "H" to ws-cf-severity
                   move "INVOICE RETURNED MORE THAN ONCE"
                     to ws-cf-description
                   perform 650-raise-case
               end-if
           end-perform.

       650-raise-case.
           move ws-start-date to ws-cf-date.
           open extend case-feed-file.
           if ws-cf-status = "35"
               open output case-feed-file
           end-if.
           write cf-record from ws-case-feed.
           close case-feed-file.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

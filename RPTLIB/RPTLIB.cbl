       01 ws-lines-expired pic 9(6) value 0.
       01 ws-reports-stored pic 9(4) value 0.

       01 ws-num-reports pic 99 value 11.
       01 ws-sub pic 99 value 0.
       01 ws-report-table.
         05 ws-rpt-entry occurs 11 times.
           10 ws-rpt-name pic x(20).
           10 ws-rpt-path pic x(40).
       01 ws-this-report pic x(20) value spaces.
           move "../balancing-report.out" to ws-rpt-path(7).
           move "ERRORREPORT" to ws-rpt-name(8).
           move "../../../ErrorReport.out" to ws-rpt-path(8).
           move "INVOICEGAPRPT" to ws-rpt-name(9).
           move "../invoice-gap-report.out" to ws-rpt-path(9).
           move "STOREQUALITY" to ws-rpt-name(10).
           move "../store-quality.out" to ws-rpt-path(10).
           move "PRICENOTICE" to ws-rpt-name(11).
           move "../price-notice-control.out" to ws-rpt-path(11).

       100-carry-forward-library.
      * keep rows inside retention, drop rows for today's reports

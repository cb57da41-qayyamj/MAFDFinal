       01 ws-card-ok pic x value "N".
       01 ws-reject-reason pic x(30) value spaces.

       01 ws-num-masters pic 99 value 10.
       01 ws-sub pic 99 value 0.
       01 ws-found-sub pic 99 value 0.
       01 ws-master-table.
         05 ws-mst-entry occurs 10 times.
           10 ws-mst-name pic x(20).
           10 ws-mst-path pic x(30).

           move "../mtd-summary.dat" to ws-mst-path(6).
           move "STORE-DAY-TOTALS" to ws-mst-name(7).
           move "../store-day-totals.dat" to ws-mst-path(7).
           move "LAYAWAY-MASTER" to ws-mst-name(8).
           move "../layaway-master.dat" to ws-mst-path(8).
           move "INVENTORY-MASTER" to ws-mst-name(9).
           move "../inventory-master.dat" to ws-mst-path(9).
           move "LOYALTY-MASTER" to ws-mst-name(10).
           move "../loyalty-master.dat" to ws-mst-path(10).

       060-open-audit.
           open extend restore-audit-file.

      * Generation backup for the masters that are rewritten in place
      * with no prior copy: store-master.dat, customer-master.dat,
      * sku-master.dat, control-params.dat, giftcard-liability.dat,
      * mtd-summary.dat and store-day-totals.dat -- and the layaway,
      * inventory and loyalty masters, whose same-day -prev images
      * go back only one night; their generations are where
      * BALREBUILD starts a replay of the transaction history from.
      * Runs as a pipeline stage ahead of EDIT, before anything
      * updates them: existing generations shift down one (g1 becomes
      * g2 and so on, the oldest falling off), then the live file is
      * copied to g1.  The number of generations kept comes from
      * backup-control.dat (default 3).  RESTORE puts any master back
      * to a chosen generation.
      *
      * Files are copied through the BKIN/BKOUT assignment names,
      * re-pointed per file (the DISTRIB technique); a master that
       01 ws-lines-copied pic 9(6) value 0.
       01 ws-copy-count pic 9(6) value 0.

       01 ws-num-masters pic 99 value 10.
       01 ws-sub pic 99 value 0.
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

       100-backup-one-master.
      * shift the generations down, oldest first so nothing is

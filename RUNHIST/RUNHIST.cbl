           10 ws-hist-read pic 9(6).

      * the nightly chain in running order, as PIPELINE drives it
       01 ws-num-stages pic 99 value 39.
       01 ws-stage-sub pic 99 value 0.
       01 ws-stage-table.
         05 ws-stage-entry occurs 39 times.
           10 ws-stg-name pic x(10).
           10 ws-stg-done pic x.
           10 ws-stg-tonight pic 9(7).
           move "PROGRAM1" to ws-stg-name(8).
           move "LOYALTY" to ws-stg-name(9).
           move "CASHREP" to ws-stg-name(10).
           move "DRAWERREC" to ws-stg-name(11).
           move "REFUNDCHK" to ws-stg-name(12).
           move "CHECKRECON" to ws-stg-name(13).
           move "CHARGEBACK" to ws-stg-name(14).
           move "INVGAP" to ws-stg-name(15).
           move "STOREQUAL" to ws-stg-name(16).
           move "SKUSALES" to ws-stg-name(17).
           move "REPLENISH" to ws-stg-name(18).
           move "PRICENOTE" to ws-stg-name(19).
           move "LAYAWAY" to ws-stg-name(20).
           move "WINDDOWN" to ws-stg-name(21).
           move "SETTLE" to ws-stg-name(22).
           move "GLJOURNAL" to ws-stg-name(23).
           move "GIFTCARD" to ws-stg-name(24).
           move "TREND" to ws-stg-name(25).
           move "RETANALYT" to ws-stg-name(26).
           move "DATEROLLUP" to ws-stg-name(27).
           move "MTDROLLUP" to ws-stg-name(28).
           move "PROMOEFF" to ws-stg-name(29).
           move "EXEMPTREG" to ws-stg-name(30).
           move "ARCHIVE" to ws-stg-name(31).
           move "DISTRIB" to ws-stg-name(32).
           move "FLASH" to ws-stg-name(33).
           move "PLANACTUAL" to ws-stg-name(34).
           move "WHEXTRACT" to ws-stg-name(35).
           move "INTEGRITY" to ws-stg-name(36).
           move "CASEMGR" to ws-stg-name(37).
           move "BALANCER" to ws-stg-name(38).
           move "RPTLIB" to ws-stg-name(39).

           perform varying ws-stage-sub from 1 by 1
             until ws-stage-sub > ws-num-stages

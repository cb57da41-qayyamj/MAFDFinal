       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. REPLMAINT.
      **************************************************************************
      * Applies add/change/deactivate maintenance cards to
      * replen-params.dat, the reorder point and order-up-to quantity
      * REPLENISH holds every store/SKU to, so the file is never
      * hand-edited.  Every card is validated (store on store-master,
      * SKU on sku-master, no duplicate adds, no changing or retiring
      * a row that is not on file, an order-up-to level at or above
      * the reorder point) and every applied or rejected card is
      * written to the replen-maint-audit.out history with
      * before/after values, the submitting user and the run
      * date/time.  A deactivated row stays on file so its levels are
      * not lost; a change card puts it back in service.
      *
      * Card layout (36 bytes): action (A=add, C=change,
      * D=deactivate), store number, sku code, reorder point 9(5),
      * order-up-to quantity 9(5), submitting user id.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select maint-card-file
               assign to "../replen-maint-cards.dat"
               organization is line sequential
               file status is ws-card-status.

           select replen-params-file
               assign to "../replen-params.dat"
               organization is line sequential
               file status is ws-params-status.

           select store-master-file
               assign to "../store-master.dat"
               organization is line sequential
               file status is ws-store-master-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select audit-report
               assign to "../replen-maint-audit.out"
               organization is line sequential
               file status is ws-audit-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd maint-card-file
           record contains 36 characters
           data record is rpc-record.

       01 rpc-record.
         05 rpc-action pic x.
         05 rpc-store-num pic xx.
         05 rpc-sku-code pic x(15).
         05 rpc-reorder-point pic 9(5).
         05 rpc-order-up-to pic 9(5).
         05 rpc-user-id pic x(8).

       fd replen-params-file
           record contains 28 characters
           data record is rp-record.

       01 rp-record.
         05 rp-store-num pic xx.
         05 rp-sku-code pic x(15).
         05 rp-reorder-point pic 9(5).
         05 rp-order-up-to pic 9(5).
         05 rp-active-flag pic x.

       fd store-master-file
          data record is stm-record
          record contains 33 characters.

       01 stm-record.
         05 stm-store-num pic xx.
         05 stm-store-name pic x(20).
         05 stm-active-flag pic x.
         05 stm-district pic xx.
         05 stm-grace-end pic 9(8).

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

       fd audit-report
           record contains 132 characters
           data record is aud-output.

       01 aud-output pic x(132).

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
       01 ws-params-eof pic x value "N".
       01 ws-store-master-eof pic x value "N".
       01 ws-sku-master-eof pic x value "N".
       01 ws-card-status pic xx value spaces.
       01 ws-params-status pic xx value spaces.
       01 ws-store-master-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-audit-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-num-stores pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
                            indexed by ws-store-idx.
           10 ws-store-tbl-num pic xx.

       01 ws-num-skus pic 9(4) value 0.
       01 ws-sku-table.
         05 ws-sku-entry occurs 1000 times
                          indexed by ws-sku-idx.
           10 ws-sku-tbl-code pic x(15).

       01 ws-num-params pic 9(4) value 0.
       01 ws-params-overflow pic x value "N".
       01 ws-sub pic 9(4) value 0.
       01 ws-store-found pic x value "N".
       01 ws-sku-found pic x value "N".
       01 ws-params-table.
         05 ws-rp-entry occurs 2000 times
                         indexed by ws-rp-idx.
           10 ws-rp-store pic xx.
           10 ws-rp-sku pic x(15).
           10 ws-rp-reorder-point pic 9(5).
           10 ws-rp-order-up-to pic 9(5).
           10 ws-rp-active pic x.

       01 ws-cards-read pic 9(4) value 0.
       01 ws-applied-count pic 9(4) value 0.
       01 ws-rejected-count pic 9(4) value 0.
       01 ws-master-changed pic x value "N".
       01 ws-card-ok pic x value "N".
       01 ws-reject-reason pic x(30) value spaces.

       01 ws-before-value pic x(27) value spaces.
       01 ws-after-value pic x(27) value spaces.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-aud-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(34) value
                   "REPLENISHMENT PARAMETER AUDIT".
         05 filler pic x(6) value "DATE: ".
         05 ws-aud-head-date pic 9(8).
         05 filler pic x(4) value spaces.
         05 filler pic x(6) value "TIME: ".
         05 ws-aud-head-time pic 9(8).

       01 ws-aud-detail.
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "APPLIED ".
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "ACTION: ".
         05 ws-aud-action pic x.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE: ".
         05 ws-aud-store pic xx.
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "SKU: ".
         05 ws-aud-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "BEFORE: ".
         05 ws-aud-before pic x(16).
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "AFTER: ".
         05 ws-aud-after pic x(16).
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "BY: ".
         05 ws-aud-user pic x(8).

       01 ws-aud-reject.
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "REJECTED: ".
         05 filler pic x(8) value "ACTION: ".
         05 ws-rej-action pic x.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE: ".
         05 ws-rej-store pic xx.
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "SKU: ".
         05 ws-rej-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "REASON: ".
         05 ws-rej-reason pic x(30).
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "BY: ".
         05 ws-rej-user pic x(8).

       01 ws-aud-summary.
         05 filler pic x(2) value spaces.
         05 filler pic x(13) value "CARDS READ:  ".
         05 ws-aud-sum-read pic zzz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(9) value "APPLIED: ".
         05 ws-aud-sum-applied pic zzz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-aud-sum-rejected pic zzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 040-load-store-master.
           perform 045-load-sku-master.
           perform 050-load-params.

      * refusing beats silently dropping row 2001 on the rewrite
           if ws-params-overflow = "Y"
               display "REPLMAINT: PARAMETER FILE EXCEEDS 2000 ROWS - "
                 "RUN REFUSED"
               move 8 to ws-condition-code
               perform 700-write-run-log
               move 8 to return-code
               goback
           end-if.

           perform 060-open-audit.
           perform 200-apply-cards.

           if ws-master-changed = "Y"
               perform 600-rewrite-params
           end-if.

           move ws-cards-read to ws-aud-sum-read.
           move ws-applied-count to ws-aud-sum-applied.
           move ws-rejected-count to ws-aud-sum-rejected.
           write aud-output from ws-blank-line.
           write aud-output from ws-aud-summary.
           close audit-report.

           perform 700-write-run-log.
           goback.

       040-load-store-master.
           open input store-master-file.
           if ws-store-master-status <> "00"
               display "REPLMAINT: CANT OPEN STORE-MASTER, STATUS="
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
               or ws-num-stores >= 50
               add 1 to ws-num-stores
               move stm-store-num to ws-store-tbl-num(ws-num-stores)
               read store-master-file
                   at end
                       move "Y" to ws-store-master-eof
               end-read
           end-perform.
           close store-master-file.

       045-load-sku-master.
           open input sku-master-file.
           if ws-sku-master-status <> "00"
               display "REPLMAINT: CANT OPEN SKU-MASTER, STATUS="
                   ws-sku-master-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read sku-master-file
               at end
                   move "Y" to ws-sku-master-eof.
           perform until ws-sku-master-eof = "Y"
               or ws-num-skus >= 1000
               add 1 to ws-num-skus
               move skm-sku-code to ws-sku-tbl-code(ws-num-skus)
               read sku-master-file
                   at end
                       move "Y" to ws-sku-master-eof
               end-read
           end-perform.
           close sku-master-file.

       050-load-params.
      * absent until the first card deck -- the file starts empty
           open input replen-params-file.
           if ws-params-status <> "00"
               exit paragraph
           end-if.

           read replen-params-file
               at end
                   move "Y" to ws-params-eof.
           perform until ws-params-eof = "Y"
               or ws-num-params >= 2000
               add 1 to ws-num-params
               move rp-store-num to ws-rp-store(ws-num-params)
               move rp-sku-code to ws-rp-sku(ws-num-params)
               move rp-reorder-point
                 to ws-rp-reorder-point(ws-num-params)
               move rp-order-up-to to ws-rp-order-up-to(ws-num-params)
               move rp-active-flag to ws-rp-active(ws-num-params)
               read replen-params-file
                   at end
                       move "Y" to ws-params-eof
               end-read
           end-perform.

           if ws-params-eof not = "Y" and ws-num-params >= 2000
               move "Y" to ws-params-overflow
           end-if.
           close replen-params-file.

       060-open-audit.
           open extend audit-report.
           if ws-audit-status = "35"
               open output audit-report
           end-if.
           move ws-start-date to ws-aud-head-date.
           move ws-start-time to ws-aud-head-time.
           write aud-output from ws-aud-heading.

       200-apply-cards.
           open input maint-card-file.
           if ws-card-status <> "00"
               display "REPLMAINT: NO MAINTENANCE CARDS, STATUS="
                   ws-card-status
               exit paragraph
           end-if.

           read maint-card-file
               at end
                   move "Y" to ws-card-eof.

           perform until ws-card-eof = "Y"
               add 1 to ws-cards-read
               perform 300-apply-one-card
               read maint-card-file
                   at end
                       move "Y" to ws-card-eof
               end-read
           end-perform.

           close maint-card-file.

       300-apply-one-card.
           perform 400-validate-card.
           if ws-card-ok = "Y"
               add 1 to ws-applied-count
               move "Y" to ws-master-changed
               evaluate rpc-action
                   when "A"
                       perform 310-add-params
                   when "C"
                       perform 320-change-params
                   when "D"
                       perform 330-deactivate-params
               end-evaluate
           else
               add 1 to ws-rejected-count
               perform 510-write-audit-reject
           end-if.

       310-add-params.
           add 1 to ws-num-params.
           move rpc-store-num to ws-rp-store(ws-num-params).
           move rpc-sku-code to ws-rp-sku(ws-num-params).
           move rpc-reorder-point to ws-rp-reorder-point(ws-num-params).
           move rpc-order-up-to to ws-rp-order-up-to(ws-num-params).
           move "Y" to ws-rp-active(ws-num-params).

           move "(NOT ON FILE)" to ws-before-value.
           move ws-num-params to ws-sub.
           perform 390-format-after.
           perform 500-write-audit-detail.

       320-change-params.
           perform 380-format-before.
           move rpc-reorder-point to ws-rp-reorder-point(ws-sub).
           move rpc-order-up-to to ws-rp-order-up-to(ws-sub).
           move "Y" to ws-rp-active(ws-sub).
           perform 390-format-after.
           perform 500-write-audit-detail.

       330-deactivate-params.
           perform 380-format-before.
           move "N" to ws-rp-active(ws-sub).
           perform 390-format-after.
           perform 500-write-audit-detail.

       380-format-before.
           move spaces to ws-before-value.
           string ws-rp-reorder-point(ws-sub) delimited by size
                  " " delimited by size
                  ws-rp-order-up-to(ws-sub) delimited by size
                  " " delimited by size
                  ws-rp-active(ws-sub) delimited by size
             into ws-before-value.

       390-format-after.
           move spaces to ws-after-value.
           string ws-rp-reorder-point(ws-sub) delimited by size
                  " " delimited by size
                  ws-rp-order-up-to(ws-sub) delimited by size
                  " " delimited by size
                  ws-rp-active(ws-sub) delimited by size
             into ws-after-value.

       400-validate-card.
           move "Y" to ws-card-ok.
           move spaces to ws-reject-reason.
           perform 450-find-params.
           perform 460-find-store.
           perform 470-find-sku.

           evaluate true
               when rpc-action not = "A" and rpc-action not = "C"
                 and rpc-action not = "D"
                   move "N" to ws-card-ok
                   move "INVALID ACTION CODE" to ws-reject-reason
               when ws-store-found = "N"
                   move "N" to ws-card-ok
                   move "STORE NOT ON MASTER" to ws-reject-reason
               when ws-sku-found = "N"
                   move "N" to ws-card-ok
                   move "SKU NOT ON MASTER" to ws-reject-reason
               when rpc-action = "A" and ws-sub > 0
                   move "N" to ws-card-ok
                   move "DUPLICATE STORE/SKU" to ws-reject-reason
               when rpc-action = "A" and ws-num-params >= 2000
                   move "N" to ws-card-ok
                   move "PARAMETER TABLE FULL" to ws-reject-reason
               when rpc-action not = "A" and ws-sub = 0
                   move "N" to ws-card-ok
                   move "STORE/SKU NOT ON FILE" to ws-reject-reason
               when rpc-action = "D"
                   continue
               when rpc-reorder-point not numeric
                 or rpc-order-up-to not numeric
                   move "N" to ws-card-ok
                   move "QUANTITY NOT NUMERIC" to ws-reject-reason
               when rpc-order-up-to = 0
                   move "N" to ws-card-ok
                   move "ORDER-UP-TO MUST BE NONZERO"
                     to ws-reject-reason
               when rpc-order-up-to < rpc-reorder-point
                   move "N" to ws-card-ok
                   move "ORDER-UP-TO BELOW REORDER PT"
                     to ws-reject-reason
           end-evaluate.

       450-find-params.
           move 0 to ws-sub.
           perform varying ws-rp-idx from 1 by 1
             until ws-rp-idx > ws-num-params
               if rpc-store-num = ws-rp-store(ws-rp-idx)
                 and rpc-sku-code = ws-rp-sku(ws-rp-idx)
                   move ws-rp-idx to ws-sub
               end-if
           end-perform.

       460-find-store.
           move "N" to ws-store-found.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-num-stores
               if rpc-store-num = ws-store-tbl-num(ws-store-idx)
                   move "Y" to ws-store-found
               end-if
           end-perform.

       470-find-sku.
           move "N" to ws-sku-found.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus
               if rpc-sku-code = ws-sku-tbl-code(ws-sku-idx)
                   move "Y" to ws-sku-found
               end-if
           end-perform.

       500-write-audit-detail.
           move rpc-action to ws-aud-action.
           move rpc-store-num to ws-aud-store.
           move rpc-sku-code to ws-aud-sku.
           move ws-before-value to ws-aud-before.
           move ws-after-value to ws-aud-after.
           move rpc-user-id to ws-aud-user.
           write aud-output from ws-aud-detail.

       510-write-audit-reject.
           move rpc-action to ws-rej-action.
           move rpc-store-num to ws-rej-store.
           move rpc-sku-code to ws-rej-sku.
           move ws-reject-reason to ws-rej-reason.
           move rpc-user-id to ws-rej-user.
           write aud-output from ws-aud-reject.

       600-rewrite-params.
           open output replen-params-file.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-params
               move ws-rp-store(ws-sub) to rp-store-num
               move ws-rp-sku(ws-sub) to rp-sku-code
               move ws-rp-reorder-point(ws-sub) to rp-reorder-point
               move ws-rp-order-up-to(ws-sub) to rp-order-up-to
               move ws-rp-active(ws-sub) to rp-active-flag
               write rp-record
           end-perform.
           close replen-params-file.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "REPLMAINT" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-cards-read to rl-records-read.
           move ws-applied-count to rl-records-written.
           move ws-rejected-count to rl-records-written-2.
           move ws-num-params to rl-records-written-3.
           move 0 to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program REPLMAINT.
      **************************************************************************

       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. RTVREPORT.
      **************************************************************************
      * Weekly return-to-vendor claims and returns write-off.  Reads
      * the return dispositions INVENTORY posted on
      * return-disposition-log.dat for the seven days ending on the
      * report date and prints:
      *
      *   rtv-claims.out       every unit routed back to the vendor
      *                        (disposition V), by vendor and SKU,
      *                        with units and value, vendor subtotals
      *                        and a total -- what the claims are
      *                        filed from
      *   return-writeoff.out  every unit destroyed (disposition X),
      *                        by store and SKU, with units and value,
      *                        store subtotals and a total
      *
      * Units are valued at the SKU's unit price as INVENTORY logged
      * it.  The vendor for each SKU comes from sku-vendor.dat (SKU,
      * vendor number, vendor name); a SKU not on it is listed under
      * "NO VENDOR ON FILE" so its units are not lost from the claim
      * total.
      *
      * The report date comes from rtv-report-card.dat (yyyymmdd, the
      * last day of the week wanted, consumed and cleared once read);
      * without a card it is the current business date.  PIPELINE runs
      * it weekly from job-schedule.dat; it can also be run on demand
      * with a card for an earlier week (the log keeps 90 days).
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select disposition-log-file
               assign to "../return-disposition-log.dat"
               organization is line sequential
               file status is ws-dl-status.

           select sku-vendor-file
               assign to "../sku-vendor.dat"
               organization is line sequential
               file status is ws-sv-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select report-card-file
               assign to "../rtv-report-card.dat"
               organization is line sequential
               file status is ws-card-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select sort-work-file
               assign to "../rtvreport-work".

           select claims-report
               assign to "../rtv-claims.out"
               organization is line sequential.

           select writeoff-report
               assign to "../return-writeoff.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd disposition-log-file
           record contains 48 characters
           data record is dl-record.

       01 dl-record.
         05 dl-post-date pic 9(8).
         05 dl-store-num pic xx.
         05 dl-invoice-num pic x(9).
         05 dl-sku-code pic x(15).
         05 dl-disposition pic x.
         05 dl-quantity pic 9(5).
         05 dl-unit-value pic 9(4)V99.
         05 dl-supp-seq pic 99.

       fd sku-vendor-file
           record contains 41 characters
           data record is sv-record.

       01 sv-record.
         05 sv-sku-code pic x(15).
         05 sv-vendor-num pic x(6).
         05 sv-vendor-name pic x(20).

       fd sku-master-file
          data record is skm-record
          record contains 48 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-sku-name pic x(20).
         05 skm-active-flag pic x.
         05 skm-unit-price pic 9(4)V99.
         05 skm-unit-cost pic 9(4)V99.

       fd report-card-file
           record contains 8 characters
           data record is rc-record.

       01 rc-record.
         05 rc-report-date pic x(8).
         05 rc-report-date-n redefines rc-report-date pic 9(8).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

      * one sort serves both listings: the group is the vendor for
      * the claims and the store for the write-off
       sd sort-work-file
           data record is sw-record.

       01 sw-record.
         05 sw-group pic x(6).
         05 sw-sku pic x(15).
         05 sw-quantity pic 9(5).
         05 sw-value pic 9(7)V99.

       fd claims-report
           record contains 100 characters
           data record is cl-output.

       01 cl-output pic x(100).

       fd writeoff-report
           record contains 100 characters
           data record is wo-output.

       01 wo-output pic x(100).

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

       01 ws-dl-status pic xx value spaces.
       01 ws-dl-eof pic x value "N".
       01 ws-sv-status pic xx value spaces.
       01 ws-sv-eof pic x value "N".
       01 ws-sku-master-status pic xx value spaces.
       01 ws-sku-master-eof pic x value "N".
       01 ws-card-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-sort-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-report-date pic 9(8) value 0.
       01 ws-week-start pic 9(8) value 0.
       01 ws-card-used pic x value "N".

       01 ws-log-read pic 9(6) value 0.
       01 ws-rtv-rows pic 9(6) value 0.
       01 ws-writeoff-rows pic 9(6) value 0.

      * which listing the sort is building: V claims, X write-off
       01 ws-pass pic x value spaces.

       01 ws-num-vendors pic 9(4) value 0.
       01 ws-sv-sub pic 9(4) value 0.
       01 ws-vendor-table.
         05 ws-sv-entry occurs 1000 times.
           10 ws-sv-tbl-sku pic x(15).
           10 ws-sv-tbl-vendor pic x(6).
           10 ws-sv-tbl-name pic x(20).

       01 ws-num-skus pic 9(4) value 0.
       01 ws-sku-sub pic 9(4) value 0.
       01 ws-sku-table.
         05 ws-sku-entry occurs 1000 times.
           10 ws-sku-tbl-code pic x(15).
           10 ws-sku-tbl-name pic x(20).

       01 ws-lookup-name pic x(20) value spaces.

      * control break state
       01 ws-first-row pic x value "Y".
       01 ws-prev-group pic x(6) value spaces.
       01 ws-prev-sku pic x(15) value spaces.
       01 ws-sku-units pic 9(7) value 0.
       01 ws-sku-value pic 9(9)V99 value 0.
       01 ws-group-units pic 9(7) value 0.
       01 ws-group-value pic 9(9)V99 value 0.
       01 ws-total-units pic 9(7) value 0.
       01 ws-total-value pic 9(9)V99 value 0.

       01 ws-blank-line pic x(100) value spaces.

       01 ws-heading-1.
         05 filler pic x(2) value spaces.
         05 ws-head-title pic x(40).
         05 filler pic x(13) value "WEEK ENDING: ".
         05 ws-head-date pic 9(8).

       01 ws-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "FROM:   ".
         05 ws-head-from pic 9(8).

       01 ws-group-heading.
         05 filler pic x(2) value spaces.
         05 ws-gh-label pic x(8).
         05 ws-gh-group pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-gh-name pic x(20).

       01 ws-column-heading.
         05 filler pic x(6) value spaces.
         05 filler pic x(17) value "SKU".
         05 filler pic x(22) value "DESCRIPTION".
         05 filler pic x(9) value "    UNITS".
         05 filler pic x(3) value spaces.
         05 filler pic x(14) value "         VALUE".

       01 ws-detail-line.
         05 filler pic x(6) value spaces.
         05 ws-dt-sku pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-dt-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-dt-units pic z,zzz,zz9.
         05 filler pic x(3) value spaces.
         05 ws-dt-value pic $$$,$$$,$$9.99.

       01 ws-subtotal-line.
         05 filler pic x(6) value spaces.
         05 ws-st-label pic x(39).
         05 ws-st-units pic z,zzz,zz9.
         05 filler pic x(3) value spaces.
         05 ws-st-value pic $$$,$$$,$$9.99.

       01 ws-message-line.
         05 filler pic x(6) value spaces.
         05 ws-msg-text pic x(60).

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           move ws-start-date to ws-report-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-report-date
               end-read
               close run-control-file
           end-if.

           open input report-card-file.
           if ws-card-status = "00"
               read report-card-file
                   at end
                       continue
                   not at end
                       if rc-report-date-n numeric
                         and function test-date-yyyymmdd(
                           rc-report-date-n) = 0
                           move rc-report-date-n to ws-report-date
                           move "Y" to ws-card-used
                       else
                           display "RTVREPORT: INVALID REPORT CARD "
                             rc-report-date " - CURRENT WEEK USED"
                           move 4 to ws-condition-code
                       end-if
               end-read
               close report-card-file
           end-if.

           compute ws-week-start = function date-of-integer(
             function integer-of-date(ws-report-date) - 6).

           perform 050-load-vendors.
           perform 060-load-sku-names.

           open input disposition-log-file.
           if ws-dl-status <> "00" and ws-dl-status <> "35"
               display "RTVREPORT: CANT OPEN DISPOSITION LOG, STATUS="
                   ws-dl-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.
           if ws-dl-status = "00"
               close disposition-log-file
           end-if.

           open output claims-report.
           move "RETURN-TO-VENDOR CLAIMS" to ws-head-title.
           move ws-report-date to ws-head-date.
           move ws-week-start to ws-head-from.
           write cl-output from ws-heading-1.
           write cl-output from ws-heading-2.
           write cl-output from ws-blank-line.
           move "V" to ws-pass.
           perform 200-run-pass.
           close claims-report.

           open output writeoff-report.
           move "RETURNS WRITE-OFF (DESTROYED UNITS)" to ws-head-title.
           write wo-output from ws-heading-1.
           write wo-output from ws-heading-2.
           write wo-output from ws-blank-line.
           move "X" to ws-pass.
           perform 200-run-pass.
           close writeoff-report.

      * the card is for one run only
           if ws-card-used = "Y"
               open output report-card-file
               close report-card-file
           end-if.

           perform 700-write-run-log.
           goback.

       050-load-vendors.
           open input sku-vendor-file.
           if ws-sv-status <> "00"
               display "RTVREPORT: NO SKU-VENDOR FILE, STATUS="
                   ws-sv-status " - CLAIMS LISTED WITHOUT VENDOR"
               if ws-condition-code < 4
                   move 4 to ws-condition-code
               end-if
               exit paragraph
           end-if.
           read sku-vendor-file
               at end
                   move "Y" to ws-sv-eof.
           perform until ws-sv-eof = "Y"
               or ws-num-vendors >= 1000
               add 1 to ws-num-vendors
               move sv-sku-code to ws-sv-tbl-sku(ws-num-vendors)
               move sv-vendor-num to ws-sv-tbl-vendor(ws-num-vendors)
               move sv-vendor-name to ws-sv-tbl-name(ws-num-vendors)
               read sku-vendor-file
                   at end
                       move "Y" to ws-sv-eof
               end-read
           end-perform.
           close sku-vendor-file.

       060-load-sku-names.
           open input sku-master-file.
           if ws-sku-master-status <> "00"
               exit paragraph
           end-if.
           read sku-master-file
               at end
                   move "Y" to ws-sku-master-eof.
           perform until ws-sku-master-eof = "Y"
               or ws-num-skus >= 1000
               add 1 to ws-num-skus
               move skm-sku-code to ws-sku-tbl-code(ws-num-skus)
               move skm-sku-name to ws-sku-tbl-name(ws-num-skus)
               read sku-master-file
                   at end
                       move "Y" to ws-sku-master-eof
               end-read
           end-perform.
           close sku-master-file.

       200-run-pass.
           move "Y" to ws-first-row.
           move "N" to ws-sort-eof.
           move 0 to ws-total-units.
           move 0 to ws-total-value.
           sort sort-work-file
               ascending key sw-group
               ascending key sw-sku
               input procedure is 210-select-rows
               output procedure is 250-list-rows.

       210-select-rows.
           open input disposition-log-file.
           if ws-dl-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-dl-eof.
           read disposition-log-file
               at end
                   move "Y" to ws-dl-eof.
           perform until ws-dl-eof = "Y"
               if ws-pass = "V"
                   add 1 to ws-log-read
               end-if
               if dl-disposition = ws-pass
                 and dl-post-date >= ws-week-start
                 and dl-post-date <= ws-report-date
                   if ws-pass = "V"
                       perform 220-find-vendor
                       add 1 to ws-rtv-rows
                   else
                       move dl-store-num to sw-group
                       add 1 to ws-writeoff-rows
                   end-if
                   move dl-sku-code to sw-sku
                   move dl-quantity to sw-quantity
                   compute sw-value = dl-quantity * dl-unit-value
                   release sw-record
               end-if
               read disposition-log-file
                   at end
                       move "Y" to ws-dl-eof
               end-read
           end-perform.
           close disposition-log-file.

       220-find-vendor.
      * a SKU with no vendor sorts to the end of the claims
           move high-values to sw-group.
           perform varying ws-sv-sub from 1 by 1
             until ws-sv-sub > ws-num-vendors
               if ws-sv-tbl-sku(ws-sv-sub) = dl-sku-code
                   move ws-sv-tbl-vendor(ws-sv-sub) to sw-group
               end-if
           end-perform.

       250-list-rows.
           perform until ws-sort-eof = "Y"
               return sort-work-file
                   at end
                       move "Y" to ws-sort-eof
                   not at end
                       perform 260-list-one-row
               end-return
           end-perform.

           if ws-first-row = "Y"
               if ws-pass = "V"
                   move "NO UNITS ROUTED TO VENDORS THIS WEEK"
                     to ws-msg-text
                   write cl-output from ws-message-line
               else
                   move "NO UNITS DESTROYED THIS WEEK" to ws-msg-text
                   write wo-output from ws-message-line
               end-if
               exit paragraph
           end-if.

           perform 270-write-sku-line.
           perform 280-write-group-total.
           move "TOTAL" to ws-st-label.
           move ws-total-units to ws-st-units.
           move ws-total-value to ws-st-value.
           if ws-pass = "V"
               write cl-output from ws-subtotal-line
           else
               write wo-output from ws-subtotal-line
           end-if.

       260-list-one-row.
           if ws-first-row = "N"
               if sw-group not = ws-prev-group
                   perform 270-write-sku-line
                   perform 280-write-group-total
               else
                   if sw-sku not = ws-prev-sku
                       perform 270-write-sku-line
                   end-if
               end-if
           end-if.

           if ws-first-row = "Y" or sw-group not = ws-prev-group
               perform 290-write-group-heading
           end-if.
           move "N" to ws-first-row.
           move sw-group to ws-prev-group.
           move sw-sku to ws-prev-sku.

           add sw-quantity to ws-sku-units.
           add sw-value to ws-sku-value.

       270-write-sku-line.
           move spaces to ws-lookup-name.
           perform varying ws-sku-sub from 1 by 1
             until ws-sku-sub > ws-num-skus
               if ws-sku-tbl-code(ws-sku-sub) = ws-prev-sku
                   move ws-sku-tbl-name(ws-sku-sub) to ws-lookup-name
               end-if
           end-perform.
           move ws-prev-sku to ws-dt-sku.
           move ws-lookup-name to ws-dt-name.
           move ws-sku-units to ws-dt-units.
           move ws-sku-value to ws-dt-value.
           if ws-pass = "V"
               write cl-output from ws-detail-line
           else
               write wo-output from ws-detail-line
           end-if.
           add ws-sku-units to ws-group-units.
           add ws-sku-value to ws-group-value.
           move 0 to ws-sku-units.
           move 0 to ws-sku-value.

       280-write-group-total.
           if ws-pass = "V"
               move "VENDOR TOTAL" to ws-st-label
           else
               move "STORE TOTAL" to ws-st-label
           end-if.
           move ws-group-units to ws-st-units.
           move ws-group-value to ws-st-value.
           if ws-pass = "V"
               write cl-output from ws-subtotal-line
               write cl-output from ws-blank-line
           else
               write wo-output from ws-subtotal-line
               write wo-output from ws-blank-line
           end-if.
           add ws-group-units to ws-total-units.
           add ws-group-value to ws-total-value.
           move 0 to ws-group-units.
           move 0 to ws-group-value.

       290-write-group-heading.
           if ws-pass = "V"
               move "VENDOR: " to ws-gh-label
               if sw-group = high-values
                   move spaces to ws-gh-group
                   move "NO VENDOR ON FILE" to ws-gh-name
               else
                   move sw-group to ws-gh-group
                   move spaces to ws-gh-name
                   perform varying ws-sv-sub from 1 by 1
                     until ws-sv-sub > ws-num-vendors
                       if ws-sv-tbl-vendor(ws-sv-sub) = sw-group
                           move ws-sv-tbl-name(ws-sv-sub)
                             to ws-gh-name
                       end-if
                   end-perform
               end-if
               write cl-output from ws-group-heading
               write cl-output from ws-column-heading
           else
               move "STORE:  " to ws-gh-label
               move sw-group to ws-gh-group
               move spaces to ws-gh-name
               write wo-output from ws-group-heading
               write wo-output from ws-column-heading
           end-if.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "RTVREPORT" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-log-read to rl-records-read.
           move ws-rtv-rows to rl-records-written.
           move ws-writeoff-rows to rl-records-written-2.
           move 0 to rl-records-written-3.
           move 0 to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program RTVREPORT.
      **************************************************************************

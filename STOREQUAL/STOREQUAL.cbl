       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. STOREQUAL.
      **************************************************************************
      * Store data-quality scorecard.  Measures which stores cause the
      * suspense work, night by night and month to date, so district
      * managers can aim retraining where it counts.  For each store:
      *
      *   sent        detail records in the store's balanced feeds,
      *               from COLLECTOR's feed-log.dat
      *   rejected    items EDIT parked in suspense.dat with tonight's
      *               processing date (a recycled item that fails
      *               again counts again), and rejects per thousand
      *               sent
      *   by reason   the rejects grouped by EDIT's reject text into
      *               SKU, PRICE, PROMO, CASHIER, DATE, STORE, CUST,
      *               INVOICE and OTHER
      *   feed rej    feeds COLLECTOR turned away (bad header or
      *               trailer, stale date, out of balance, too large)
      *   late        feeds missing at the regular run's cutoff,
      *               whether or not a supplemental run took them in
      *   days to     average days an item sat in suspense before
      *   clear       SUSPFIX corrected it, from suspense-cleared.dat
      *
      * Tonight's figures are kept on store-quality.dat, one row per
      * store per processing date; a rerun or supplemental run of the
      * same date replaces that date's rows.  The cleared-item log is
      * consumed as it is read, its items charged to the night they
      * were picked up.  store-quality.out ranks the stores worst
      * first by month-to-date rejects per thousand, each against its
      * own rate for the whole prior month.  Reject rows whose store
      * number is not on the master (EDIT's INVALID STORE NUMBER) are
      * counted below the ranking.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select store-master-file
               assign to "../store-master.dat"
               organization is line sequential
               file status is ws-store-master-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select feed-log-file
               assign to "../feed-log.dat"
               organization is line sequential
               file status is ws-fl-status.

           select suspense-file
               assign to "../suspense.dat"
               organization is line sequential
               file status is ws-susp-status.

           select cleared-log-file
               assign to "../suspense-cleared.dat"
               organization is line sequential
               file status is ws-sc-status.

           select quality-file
               assign to "../store-quality.dat"
               organization is line sequential
               file status is ws-sq-status.

           select quality-new-file
               assign to "../store-quality-new.dat"
               organization is line sequential
               file status is ws-sqn-status.

           select quality-report
               assign to "../store-quality.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd store-master-file
          data record is sm-record
          record contains 33 characters.

       01 sm-record.
         05 sm-store-num pic xx.
         05 sm-store-name pic x(20).
         05 sm-active-flag pic x.
         05 sm-district pic xx.
         05 sm-grace-end pic 9(8).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

      * written by COLLECTOR
       fd feed-log-file
           record contains 41 characters
           data record is fl-record.

       01 fl-record.
         05 fl-run-date pic 9(8).
         05 fl-run-seq pic 9(4).
         05 fl-run-supp pic 9(2).
         05 fl-store-num pic xx.
         05 fl-verdict pic x(18).
         05 fl-records pic 9(7).

       fd suspense-file
          data record is susp-record
          record contains 118 characters.

       01 susp-record.
         05 susp-status pic x.
         05 susp-reject-date pic 9(8).
         05 susp-reason pic x(30).
         05 susp-transaction.
           10 filler pic x(10).
           10 susp-store-num pic xx.
           10 filler pic x(67).

      * written by SUSPFIX
       fd cleared-log-file
          data record is sc-record
          record contains 62 characters.

       01 sc-record.
         05 sc-clear-date pic 9(8).
         05 sc-reject-date pic 9(8).
         05 sc-store-num pic xx.
         05 sc-days-open pic 9(5).
         05 sc-invoice pic x(9).
         05 sc-reason pic x(30).

       fd quality-file
           record contains 87 characters
           data record is sq-record.

       01 sq-record.
         05 sq-date pic 9(8).
         05 sq-store-num pic xx.
         05 sq-sent pic 9(7).
         05 sq-rejected pic 9(7).
         05 sq-reason-count occurs 9 times pic 9(5).
         05 sq-feeds-rejected pic 9(3).
         05 sq-feeds-late pic 9(3).
         05 sq-cleared pic 9(5).
         05 sq-clear-days pic 9(7).

       fd quality-new-file
           record contains 87 characters
           data record is sqn-record.

       01 sqn-record pic x(87).

       fd quality-report
           record contains 132 characters
           data record is qr-output.

       01 qr-output pic x(132).

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

       01 ws-store-master-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-fl-status pic xx value spaces.
       01 ws-susp-status pic xx value spaces.
       01 ws-sc-status pic xx value spaces.
       01 ws-sq-status pic xx value spaces.
       01 ws-sqn-status pic xx value spaces.
       01 ws-in-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-run-date pic 9(8) value 0.
       01 ws-run-date-x redefines ws-run-date.
         05 ws-run-month pic 9(6).
         05 filler pic 99.
       01 ws-supp-seq pic 99 value 0.
       01 ws-prior-month pic 9(6) value 0.
       01 ws-prior-month-x redefines ws-prior-month.
         05 ws-pm-year pic 9(4).
         05 ws-pm-month pic 99.
       01 ws-row-date pic 9(8) value 0.
       01 ws-row-date-x redefines ws-row-date.
         05 ws-row-month pic 9(6).
         05 filler pic 99.

       01 ws-feed-rows pic 9(6) value 0.
       01 ws-reject-rows pic 9(6) value 0.
       01 ws-cleared-rows pic 9(6) value 0.
       01 ws-rows-kept pic 9(6) value 0.
       01 ws-rows-written pic 9(6) value 0.
       01 ws-unknown-rejects pic 9(6) value 0.
       01 ws-store-overflow pic x value "N".

      * reject text to reason group, first keyword found wins --
      * PROMO ahead of SKU for "PROMO NOT FOR THIS SKU"
       01 ws-num-keywords pic 99 value 11.
       01 ws-kw-sub pic 99 value 0.
       01 ws-kw-hits pic 99 value 0.
       01 ws-bucket pic 9 value 0.
       01 ws-keyword-table.
         05 ws-kw-entry occurs 11 times.
           10 ws-kw-text pic x(10).
           10 ws-kw-len pic 99.
           10 ws-kw-bucket pic 9.
       01 ws-num-buckets pic 99 value 9.
       01 ws-bk-sub pic 99 value 0.
       01 ws-bucket-table.
         05 ws-bucket-name occurs 9 times pic x(7).

       01 ws-num-stores pic 99 value 0.
       01 ws-sub pic 99 value 0.
       01 ws-found-sub pic 99 value 0.
       01 ws-this-store pic xx value spaces.
       01 ws-store-table.
         05 ws-store-entry occurs 20 times.
           10 ws-st-num pic xx.
           10 ws-st-name pic x(20).
           10 ws-st-active pic x.
           10 ws-st-district pic xx.
      * tonight
           10 ws-sd-sent pic 9(7).
           10 ws-sd-rejected pic 9(7).
           10 ws-sd-reason occurs 9 times pic 9(5).
           10 ws-sd-feeds-rejected pic 9(3).
           10 ws-sd-feeds-late pic 9(3).
           10 ws-sd-cleared pic 9(5).
           10 ws-sd-clear-days pic 9(7).
      * month to date, tonight included once 400 has run
           10 ws-sm-sent pic 9(9).
           10 ws-sm-rejected pic 9(7).
           10 ws-sm-reason occurs 9 times pic 9(6).
           10 ws-sm-feeds-rejected pic 9(4).
           10 ws-sm-feeds-late pic 9(4).
           10 ws-sm-cleared pic 9(6).
           10 ws-sm-clear-days pic 9(8).
      * the whole prior month
           10 ws-sp-sent pic 9(9).
           10 ws-sp-rejected pic 9(7).
           10 ws-sp-rows pic 9(4).
           10 ws-sd-rate pic 9(4)V9.
           10 ws-sm-rate pic 9(4)V9.
           10 ws-sp-rate pic 9(4)V9.
           10 ws-st-listed pic x.

       01 ws-rank-i pic 99 value 0.
       01 ws-rank-j pic 99 value 0.
       01 ws-rank-temp pic 99 value 0.
       01 ws-rank-table.
         05 ws-rank-order occurs 20 times pic 99.
       01 ws-rank-number pic 99 value 0.
       01 ws-stores-listed pic 99 value 0.

       01 ws-calc-sent pic 9(9) value 0.
       01 ws-calc-rejected pic 9(7) value 0.
       01 ws-calc-rate pic 9(4)V9 value 0.
       01 ws-change pic s9(4)V9 value 0.
       01 ws-avg-days pic 9(5)V9 value 0.

       01 ws-total-day-sent pic 9(9) value 0.
       01 ws-total-day-rejected pic 9(7) value 0.
       01 ws-total-mtd-sent pic 9(9) value 0.
       01 ws-total-mtd-rejected pic 9(7) value 0.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(31) value
                   "STORE DATA-QUALITY SCORECARD - ".
         05 ws-head-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-head-supp pic x(15) value spaces.

       01 ws-heading-2.
         05 filler pic x(10) value space.
         05 filler pic x(52) value
                 "RANKED WORST FIRST BY MONTH-TO-DATE REJECTS PER 1000".
         05 filler pic x(23) value
                   " - COMPARED WITH MONTH ".
         05 ws-head-prior pic 9(6).

       01 ws-column-heading-1.
         05 filler pic x(1) value spaces.
         05 filler pic x(41) value
                   "RANK  ST STORE NAME          DIST ------ ".
         05 filler pic x(41) value
                   "TONIGHT ------   ---- MONTH TO DATE ---- ".
         05 filler pic x(38) value
                   "  PRIOR   CHANGE FEED REJ   LATE  AVG ".
         05 filler pic x(4) value
                   "DAYS".

       01 ws-column-heading-2.
         05 filler pic x(38) value spaces.
         05 filler pic x(39) value
                   "SENT    REJ  /1000       SENT     REJ  ".
         05 filler pic x(40) value
                   "/1000   /1000    /1000 TNT/MTD TNT/MTD  ".
         05 filler pic x(8) value
                   "TO CLEAR".

       01 ws-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-dt-rank pic zz9.
         05 filler pic x(2) value spaces.
         05 ws-dt-store pic xx.
         05 filler pic x value space.
         05 ws-dt-name pic x(20).
         05 filler pic x value space.
         05 ws-dt-district pic xx.
         05 filler pic x(2) value spaces.
         05 ws-dt-day-sent pic zzzzzz9.
         05 filler pic x value space.
         05 ws-dt-day-rejected pic zzzzz9.
         05 filler pic x value space.
         05 ws-dt-day-rate pic zzz9.9.
         05 filler pic x(3) value spaces.
         05 ws-dt-mtd-sent pic zzzzzzz9.
         05 filler pic x value space.
         05 ws-dt-mtd-rejected pic zzzzzz9.
         05 filler pic x value space.
         05 ws-dt-mtd-rate pic zzz9.9.
         05 filler pic x(2) value spaces.
         05 ws-dt-prior pic x(6) value spaces.
         05 ws-dt-prior-num redefines ws-dt-prior pic zzz9.9.
         05 filler pic x(2) value spaces.
         05 ws-dt-change pic x(7) value spaces.
         05 ws-dt-change-num redefines ws-dt-change pic ----9.9.
         05 filler pic x(2) value spaces.
         05 ws-dt-day-feed-rej pic z9.
         05 filler pic x value "/".
         05 ws-dt-mtd-feed-rej pic zz9.
         05 filler pic x(2) value spaces.
         05 ws-dt-day-late pic z9.
         05 filler pic x value "/".
         05 ws-dt-mtd-late pic zz9.
         05 filler pic x(3) value spaces.
         05 ws-dt-avg-days pic x(7) value spaces.
         05 ws-dt-avg-days-num redefines ws-dt-avg-days
                                pic zzzz9.9.

       01 ws-reason-line.
         05 filler pic x(8) value spaces.
         05 ws-rsn-label pic x(8).
         05 ws-rsn-bucket occurs 9 times.
           10 ws-rsn-name pic x(7).
           10 ws-rsn-count pic zzzz9.
           10 filler pic x value space.

       01 ws-total-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(35) value "ALL STORES".
         05 filler pic x(2) value spaces.
         05 ws-tl-day-sent pic zzzzzz9.
         05 filler pic x value space.
         05 ws-tl-day-rejected pic zzzzz9.
         05 filler pic x value space.
         05 ws-tl-day-rate pic zzz9.9.
         05 filler pic x(3) value spaces.
         05 ws-tl-mtd-sent pic zzzzzzz9.
         05 filler pic x value space.
         05 ws-tl-mtd-rejected pic zzzzzz9.
         05 filler pic x value space.
         05 ws-tl-mtd-rate pic zzz9.9.

       01 ws-unknown-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(50) value
                 "REJECTS TONIGHT FROM STORE NUMBERS NOT ON MASTER: ".
         05 ws-ul-count pic zzzzz9.

       01 ws-legend-1.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "REASON GROUPS: SKU = BLANK OR UNRECOGNIZ".
         05 filler pic x(40) value
                   "ED SKU, PRICE = PRICE EXTENSION, PROMO =".
         05 filler pic x(34) value
                   " PROMO CODE, CASHIER = CASHIER ID,".

       01 ws-legend-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "DATE = TRANSACTION DATE, STORE = STORE N".
         05 filler pic x(40) value
                   "UMBER OR WIND-DOWN, CUST = CUSTOMER, LOY".
         05 filler pic x(22) value
                   "ALTY OR TAX EXEMPTION,".

       01 ws-legend-3.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "INVOICE = INVOICE NUMBER OR NO PRIOR SAL".
         05 filler pic x(40) value
                   "E, OTHER = CODE, PAYMENT, AMOUNT, QUANTI".
         05 filler pic x(19) value
                   "TY OR SPLIT TENDER.".

       01 ws-legend-4.
         05 filler pic x(2) value spaces.
         05 filler pic x(40) value
                   "LATE = FEED MISSING AT THE REGULAR RUN'S".
         05 filler pic x(40) value
                   " CUTOFF.  AVG DAYS TO CLEAR IS MONTH TO ".
         05 filler pic x(5) value
                   "DATE.".

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 040-load-controls.
           perform 045-init-tables.
           perform 050-load-store-master.

           perform 100-score-feeds.
           perform 150-score-rejects.
           perform 200-load-history.
           perform 250-take-cleared-items.
           perform 300-write-tonight.
           perform 350-replace-history.

           perform 400-figure-rates.
           perform 450-rank-stores.
           perform 500-write-report.

           if ws-store-overflow = "Y"
               display "STOREQUAL: MORE THAN 20 STORES ON THE MASTER - "
                 "THE REST ARE NOT SCORED"
               move 4 to ws-condition-code
           end-if.
           perform 700-write-run-log.
           goback.

       040-load-controls.
           move ws-start-date to ws-run-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-run-date
                       if run-ctl-supp numeric
                           move run-ctl-supp to ws-supp-seq
                       end-if
               end-read
               close run-control-file
           end-if.

           move ws-run-month to ws-prior-month.
           if ws-pm-month = 1
               subtract 1 from ws-pm-year
               move 12 to ws-pm-month
           else
               subtract 1 from ws-pm-month
           end-if.

       045-init-tables.
           move "PROMO" to ws-kw-text(1).
           move 5 to ws-kw-len(1).
           move 3 to ws-kw-bucket(1).
           move "SKU" to ws-kw-text(2).
           move 3 to ws-kw-len(2).
           move 1 to ws-kw-bucket(2).
           move "PRICE" to ws-kw-text(3).
           move 5 to ws-kw-len(3).
           move 2 to ws-kw-bucket(3).
           move "CASHIER" to ws-kw-text(4).
           move 7 to ws-kw-len(4).
           move 4 to ws-kw-bucket(4).
           move "DATE" to ws-kw-text(5).
           move 4 to ws-kw-len(5).
           move 5 to ws-kw-bucket(5).
           move "STORE" to ws-kw-text(6).
           move 5 to ws-kw-len(6).
           move 6 to ws-kw-bucket(6).
           move "CUSTOMER" to ws-kw-text(7).
           move 8 to ws-kw-len(7).
           move 7 to ws-kw-bucket(7).
           move "LOYALTY" to ws-kw-text(8).
           move 7 to ws-kw-len(8).
           move 7 to ws-kw-bucket(8).
           move "EXEMPT" to ws-kw-text(9).
           move 6 to ws-kw-len(9).
           move 7 to ws-kw-bucket(9).
           move "INVOICE" to ws-kw-text(10).
           move 7 to ws-kw-len(10).
           move 8 to ws-kw-bucket(10).
           move "PRIOR SALE" to ws-kw-text(11).
           move 10 to ws-kw-len(11).
           move 8 to ws-kw-bucket(11).

           move "SKU" to ws-bucket-name(1).
           move "PRICE" to ws-bucket-name(2).
           move "PROMO" to ws-bucket-name(3).
           move "CASHIER" to ws-bucket-name(4).
           move "DATE" to ws-bucket-name(5).
           move "STORE" to ws-bucket-name(6).
           move "CUST" to ws-bucket-name(7).
           move "INVOICE" to ws-bucket-name(8).
           move "OTHER" to ws-bucket-name(9).

       050-load-store-master.
           open input store-master-file.
           if ws-store-master-status <> "00"
               display "STOREQUAL: CANT OPEN STORE-MASTER, STATUS="
                   ws-store-master-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           move "N" to ws-in-eof.
           read store-master-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               if ws-num-stores < 20
                   add 1 to ws-num-stores
                   initialize ws-store-entry(ws-num-stores)
                   move sm-store-num to ws-st-num(ws-num-stores)
                   move sm-store-name to ws-st-name(ws-num-stores)
                   move sm-active-flag to ws-st-active(ws-num-stores)
                   move sm-district to ws-st-district(ws-num-stores)
                   move "N" to ws-st-listed(ws-num-stores)
               else
                   move "Y" to ws-store-overflow
               end-if
               read store-master-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close store-master-file.

       060-find-store.
           move 0 to ws-found-sub.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores or ws-found-sub > 0
               if ws-st-num(ws-sub) = ws-this-store
                   move ws-sub to ws-found-sub
               end-if
           end-perform.

       100-score-feeds.
      * every run of tonight's date counts: a feed turned away on the
      * regular run and balanced on a supplemental is one rejection;
      * a store already consumed shows MISSING on later runs, so only
      * the regular run's MISSING is a late feed
           open input feed-log-file.
           if ws-fl-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read feed-log-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               if fl-run-date = ws-run-date
                   add 1 to ws-feed-rows
                   move fl-store-num to ws-this-store
                   perform 060-find-store
                   if ws-found-sub > 0
                       evaluate true
                           when fl-verdict = "RECEIVED/BALANCED"
                               add fl-records
                                 to ws-sd-sent(ws-found-sub)
                           when fl-verdict = "MISSING"
                               if fl-run-supp = 0
                                   add 1 to
                                     ws-sd-feeds-late(ws-found-sub)
                               end-if
                           when other
                               add 1 to
                                 ws-sd-feeds-rejected(ws-found-sub)
                       end-evaluate
                   end-if
               end-if
               read feed-log-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close feed-log-file.

       150-score-rejects.
           open input suspense-file.
           if ws-susp-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read suspense-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               if susp-reject-date = ws-run-date
                   add 1 to ws-reject-rows
                   move susp-store-num to ws-this-store
                   perform 060-find-store
                   if ws-found-sub = 0
                       add 1 to ws-unknown-rejects
                   else
                       perform 160-classify-reason
                       add 1 to ws-sd-rejected(ws-found-sub)
                       add 1 to ws-sd-reason(ws-found-sub, ws-bucket)
                   end-if
               end-if
               read suspense-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close suspense-file.

       160-classify-reason.
           move 9 to ws-bucket.
           perform varying ws-kw-sub from 1 by 1
             until ws-kw-sub > ws-num-keywords or ws-bucket not = 9
               move 0 to ws-kw-hits
               inspect susp-reason tallying ws-kw-hits
                 for all ws-kw-text(ws-kw-sub)(1:ws-kw-len(ws-kw-sub))
               if ws-kw-hits > 0
                   move ws-kw-bucket(ws-kw-sub) to ws-bucket
               end-if
           end-perform.

       200-load-history.
      * every row but tonight's date is carried to the new file;
      * tonight's rows are rebuilt, keeping only the cleared items
      * already charged to them by an earlier run of the date
           open output quality-new-file.
           open input quality-file.
           if ws-sq-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read quality-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               move sq-store-num to ws-this-store
               perform 060-find-store
               move sq-date to ws-row-date
               if sq-date = ws-run-date
                   if ws-found-sub > 0
                       add sq-cleared to ws-sd-cleared(ws-found-sub)
                       add sq-clear-days
                         to ws-sd-clear-days(ws-found-sub)
                   end-if
               else
                   write sqn-record from sq-record
                   add 1 to ws-rows-kept
                   if ws-found-sub > 0
                       perform 210-accumulate-history-row
                   end-if
               end-if
               read quality-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close quality-file.

       210-accumulate-history-row.
           evaluate true
               when ws-row-month = ws-run-month
                 and ws-row-date < ws-run-date
                   add sq-sent to ws-sm-sent(ws-found-sub)
                   add sq-rejected to ws-sm-rejected(ws-found-sub)
                   perform varying ws-bk-sub from 1 by 1
                     until ws-bk-sub > ws-num-buckets
                       add sq-reason-count(ws-bk-sub)
                         to ws-sm-reason(ws-found-sub, ws-bk-sub)
                   end-perform
                   add sq-feeds-rejected
                     to ws-sm-feeds-rejected(ws-found-sub)
                   add sq-feeds-late to ws-sm-feeds-late(ws-found-sub)
                   add sq-cleared to ws-sm-cleared(ws-found-sub)
                   add sq-clear-days to ws-sm-clear-days(ws-found-sub)
               when ws-row-month = ws-prior-month
                   add sq-sent to ws-sp-sent(ws-found-sub)
                   add sq-rejected to ws-sp-rejected(ws-found-sub)
                   add 1 to ws-sp-rows(ws-found-sub)
           end-evaluate.

       250-take-cleared-items.
      * consumed on the spot, like recycle.dat, so an item is charged
      * to one night only
           open input cleared-log-file.
           if ws-sc-status <> "00"
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read cleared-log-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               add 1 to ws-cleared-rows
               move sc-store-num to ws-this-store
               perform 060-find-store
               if ws-found-sub > 0
                   add 1 to ws-sd-cleared(ws-found-sub)
                   add sc-days-open to ws-sd-clear-days(ws-found-sub)
               end-if
               read cleared-log-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close cleared-log-file.

       300-write-tonight.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores
               move ws-run-date to sq-date
               move ws-st-num(ws-sub) to sq-store-num
               move ws-sd-sent(ws-sub) to sq-sent
               move ws-sd-rejected(ws-sub) to sq-rejected
               perform varying ws-bk-sub from 1 by 1
                 until ws-bk-sub > ws-num-buckets
                   move ws-sd-reason(ws-sub, ws-bk-sub)
                     to sq-reason-count(ws-bk-sub)
               end-perform
               move ws-sd-feeds-rejected(ws-sub) to sq-feeds-rejected
               move ws-sd-feeds-late(ws-sub) to sq-feeds-late
               move ws-sd-cleared(ws-sub) to sq-cleared
               move ws-sd-clear-days(ws-sub) to sq-clear-days
               write sqn-record from sq-record
               add 1 to ws-rows-written
           end-perform.
           close quality-new-file.

       350-replace-history.
           move "N" to ws-in-eof.
           open input quality-new-file.
           open output quality-file.
           read quality-new-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write sq-record from sqn-record
               read quality-new-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close quality-new-file.
           close quality-file.

      * the cleared items are on store-quality.dat now
           if ws-cleared-rows > 0
               open output cleared-log-file
               close cleared-log-file
           end-if.

       400-figure-rates.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores
               add ws-sd-sent(ws-sub) to ws-sm-sent(ws-sub)
               add ws-sd-rejected(ws-sub) to ws-sm-rejected(ws-sub)
               perform varying ws-bk-sub from 1 by 1
                 until ws-bk-sub > ws-num-buckets
                   add ws-sd-reason(ws-sub, ws-bk-sub)
                     to ws-sm-reason(ws-sub, ws-bk-sub)
               end-perform
               add ws-sd-feeds-rejected(ws-sub)
                 to ws-sm-feeds-rejected(ws-sub)
               add ws-sd-feeds-late(ws-sub) to ws-sm-feeds-late(ws-sub)
               add ws-sd-cleared(ws-sub) to ws-sm-cleared(ws-sub)
               add ws-sd-clear-days(ws-sub) to ws-sm-clear-days(ws-sub)

               move ws-sd-sent(ws-sub) to ws-calc-sent
               move ws-sd-rejected(ws-sub) to ws-calc-rejected
               perform 410-rate-per-thousand
               move ws-calc-rate to ws-sd-rate(ws-sub)
               move ws-sm-sent(ws-sub) to ws-calc-sent
               move ws-sm-rejected(ws-sub) to ws-calc-rejected
               perform 410-rate-per-thousand
               move ws-calc-rate to ws-sm-rate(ws-sub)
               move ws-sp-sent(ws-sub) to ws-calc-sent
               move ws-sp-rejected(ws-sub) to ws-calc-rejected
               perform 410-rate-per-thousand
               move ws-calc-rate to ws-sp-rate(ws-sub)

      * a closed store with nothing this month drops off the card
               if ws-st-active(ws-sub) = "Y"
                 or ws-st-active(ws-sub) = "W"
                 or ws-sm-sent(ws-sub) > 0 or ws-sm-rejected(ws-sub) > 0
                   move "Y" to ws-st-listed(ws-sub)
               end-if

               add ws-sd-sent(ws-sub) to ws-total-day-sent
               add ws-sd-rejected(ws-sub) to ws-total-day-rejected
               add ws-sm-sent(ws-sub) to ws-total-mtd-sent
               add ws-sm-rejected(ws-sub) to ws-total-mtd-rejected
           end-perform.

       410-rate-per-thousand.
      * rejects with nothing sent (recycled items only) score as if
      * every record failed
           evaluate true
               when ws-calc-sent > 0
                   compute ws-calc-rate rounded =
                     ws-calc-rejected * 1000 / ws-calc-sent
                       on size error
                           move 9999.9 to ws-calc-rate
                   end-compute
               when ws-calc-rejected > 0
                   move 1000 to ws-calc-rate
               when other
                   move 0 to ws-calc-rate
           end-evaluate.

       450-rank-stores.
           perform varying ws-rank-i from 1 by 1
             until ws-rank-i > ws-num-stores
               move ws-rank-i to ws-rank-order(ws-rank-i)
           end-perform.

           perform varying ws-rank-i from 1 by 1
             until ws-rank-i > ws-num-stores
               perform varying ws-rank-j from ws-rank-i by 1
                 until ws-rank-j > ws-num-stores
                   if ws-sm-rate(ws-rank-order(ws-rank-j))
                     > ws-sm-rate(ws-rank-order(ws-rank-i))
                     or (ws-sm-rate(ws-rank-order(ws-rank-j))
                       = ws-sm-rate(ws-rank-order(ws-rank-i))
                       and ws-sm-rejected(ws-rank-order(ws-rank-j))
                         > ws-sm-rejected(ws-rank-order(ws-rank-i)))
                       move ws-rank-order(ws-rank-i) to ws-rank-temp
                       move ws-rank-order(ws-rank-j)
                         to ws-rank-order(ws-rank-i)
                       move ws-rank-temp to ws-rank-order(ws-rank-j)
                   end-if
               end-perform
           end-perform.

       500-write-report.
           open output quality-report.
           move ws-run-date to ws-head-date.
           if ws-supp-seq > 0
               string "SUPPLEMENTAL " delimited by size
                      ws-supp-seq delimited by size
                 into ws-head-supp
           end-if.
           move ws-prior-month to ws-head-prior.
           write qr-output from ws-heading-1.
           write qr-output from ws-heading-2.
           write qr-output from ws-blank-line.
           write qr-output from ws-column-heading-1.
           write qr-output from ws-column-heading-2.
           write qr-output from ws-blank-line.

           move 0 to ws-rank-number.
           perform varying ws-rank-i from 1 by 1
             until ws-rank-i > ws-num-stores
               move ws-rank-order(ws-rank-i) to ws-sub
               if ws-st-listed(ws-sub) = "Y"
                   add 1 to ws-rank-number
                   perform 510-write-store-lines
               end-if
           end-perform.

           move ws-total-day-sent to ws-calc-sent.
           move ws-total-day-rejected to ws-calc-rejected.
           perform 410-rate-per-thousand.
           move ws-total-day-sent to ws-tl-day-sent.
           move ws-total-day-rejected to ws-tl-day-rejected.
           move ws-calc-rate to ws-tl-day-rate.
           move ws-total-mtd-sent to ws-calc-sent.
           move ws-total-mtd-rejected to ws-calc-rejected.
           perform 410-rate-per-thousand.
           move ws-total-mtd-sent to ws-tl-mtd-sent.
           move ws-total-mtd-rejected to ws-tl-mtd-rejected.
           move ws-calc-rate to ws-tl-mtd-rate.
           write qr-output from ws-total-line.
           if ws-unknown-rejects > 0
               move ws-unknown-rejects to ws-ul-count
               write qr-output from ws-unknown-line
           end-if.

           write qr-output from ws-blank-line.
           write qr-output from ws-legend-1.
           write qr-output from ws-legend-2.
           write qr-output from ws-legend-3.
           write qr-output from ws-legend-4.
           close quality-report.

       510-write-store-lines.
           add 1 to ws-stores-listed.
           move ws-rank-number to ws-dt-rank.
           move ws-st-num(ws-sub) to ws-dt-store.
           move ws-st-name(ws-sub) to ws-dt-name.
           move ws-st-district(ws-sub) to ws-dt-district.
           move ws-sd-sent(ws-sub) to ws-dt-day-sent.
           move ws-sd-rejected(ws-sub) to ws-dt-day-rejected.
           move ws-sd-rate(ws-sub) to ws-dt-day-rate.
           move ws-sm-sent(ws-sub) to ws-dt-mtd-sent.
           move ws-sm-rejected(ws-sub) to ws-dt-mtd-rejected.
           move ws-sm-rate(ws-sub) to ws-dt-mtd-rate.

      * a store with no prior-month rows has nothing to compare with
           if ws-sp-rows(ws-sub) = 0
               move "  NONE" to ws-dt-prior
               move spaces to ws-dt-change
           else
               move ws-sp-rate(ws-sub) to ws-dt-prior-num
               compute ws-change = ws-sm-rate(ws-sub)
                 - ws-sp-rate(ws-sub)
               move ws-change to ws-dt-change-num
           end-if.

           move ws-sd-feeds-rejected(ws-sub) to ws-dt-day-feed-rej.
           move ws-sm-feeds-rejected(ws-sub) to ws-dt-mtd-feed-rej.
           move ws-sd-feeds-late(ws-sub) to ws-dt-day-late.
           move ws-sm-feeds-late(ws-sub) to ws-dt-mtd-late.
           if ws-sm-cleared(ws-sub) = 0
               move spaces to ws-dt-avg-days
           else
               compute ws-avg-days rounded =
                 ws-sm-clear-days(ws-sub) / ws-sm-cleared(ws-sub)
               move ws-avg-days to ws-dt-avg-days-num
           end-if.
           write qr-output from ws-detail-line.

           move "TONIGHT" to ws-rsn-label.
           perform varying ws-bk-sub from 1 by 1
             until ws-bk-sub > ws-num-buckets
               move ws-bucket-name(ws-bk-sub) to ws-rsn-name(ws-bk-sub)
               move ws-sd-reason(ws-sub, ws-bk-sub)
                 to ws-rsn-count(ws-bk-sub)
           end-perform.
           write qr-output from ws-reason-line.
           move "MTD" to ws-rsn-label.
           perform varying ws-bk-sub from 1 by 1
             until ws-bk-sub > ws-num-buckets
               move ws-sm-reason(ws-sub, ws-bk-sub)
                 to ws-rsn-count(ws-bk-sub)
           end-perform.
           write qr-output from ws-reason-line.
           write qr-output from ws-blank-line.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "STOREQUAL" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-reject-rows to rl-records-read.
           move ws-rows-written to rl-records-written.
           move ws-stores-listed to rl-records-written-2.
           move ws-feed-rows to rl-records-written-3.
           move ws-cleared-rows to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program STOREQUAL.
      **************************************************************************

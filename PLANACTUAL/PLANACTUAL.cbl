       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. PLANACTUAL.
      **************************************************************************
      * Daily sales plan versus actual.  Finance loads the period's
      * plan once onto sales-plan.dat -- one row per store per
      * business date carrying planned sales and planned returns --
      * and replaces the file when the next period's plan is set.
      *
      * Actuals come from flash-daily.dat, the per-store daily
      * figures FLASH keeps, so the numbers agree with the flash:
      *
      *   actual net = gross sales + layaway - refunds
      *   plan net   = planned sales - planned returns
      *
      * For the business date, the week to date (weeks start on
      * Sunday) and the month to date each store's actual is set
      * against plan with the variance in dollars and percent.  Any
      * store whose variance falls outside the band on
      * plan-control.dat (default plus or minus 10.0 percent), or
      * that has sales and no plan, is listed at the top of the
      * report; the store detail, a rollup by district
      * (district-master.dat) and the chain total follow.
      * Output: plan-vs-actual.out.  Runs nightly as a pipeline stage
      * after FLASH.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select store-master-file
               assign to "../store-master.dat"
               organization is line sequential
               file status is ws-store-master-status.

           select district-master-file
               assign to "../district-master.dat"
               organization is line sequential
               file status is ws-district-status.

           select plan-file
               assign to "../sales-plan.dat"
               organization is line sequential
               file status is ws-plan-status.

           select plan-control-file
               assign to "../plan-control.dat"
               organization is line sequential
               file status is ws-pc-status.

           select daily-file
               assign to "../flash-daily.dat"
               organization is line sequential
               file status is ws-fd-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select plan-report
               assign to "../plan-vs-actual.out"
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

       fd district-master-file
          data record is dm-record
          record contains 22 characters.

       01 dm-record.
         05 dm-district pic xx.
         05 dm-name pic x(20).

       fd plan-file
           record contains 28 characters
           data record is sp-record.

       01 sp-record.
         05 sp-store-num pic xx.
         05 sp-date pic 9(8).
         05 sp-planned-sales pic 9(7)V99.
         05 sp-planned-returns pic 9(7)V99.

       fd plan-control-file
           record contains 4 characters
           data record is pc-record.

       01 pc-record.
         05 pc-tolerance-pct pic 9(3)V9.

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

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

       fd plan-report
           record contains 132 characters
           data record is pa-output.

       01 pa-output pic x(132).

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

       01 ws-sm-eof pic x value "N".
       01 ws-dm-eof pic x value "N".
       01 ws-plan-eof pic x value "N".
       01 ws-fd-eof pic x value "N".
       01 ws-store-master-status pic xx value spaces.
       01 ws-district-status pic xx value spaces.
       01 ws-plan-status pic xx value spaces.
       01 ws-pc-status pic xx value spaces.
       01 ws-fd-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-business-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.

      * the week runs Sunday through Saturday; integer day 1 of the
      * date functions is a Monday, so the remainder of the day
      * number by 7 is the count of days since Sunday
       01 ws-date-int pic 9(8) value 0.
       01 ws-week-quot pic 9(8) value 0.
       01 ws-days-since-sunday pic 9 value 0.
       01 ws-week-start pic 9(8) value 0.
       01 ws-month-start pic 9(8) value 0.
       01 ws-month-start-x redefines ws-month-start.
         05 ws-ms-yyyymm pic 9(6).
         05 ws-ms-dd pic 99.
       01 ws-window-start pic 9(8) value 0.

       01 ws-tolerance-pct pic 9(3)V9 value 10.0.

       01 ws-plan-rows-read pic 9(6) value 0.
       01 ws-daily-rows-read pic 9(6) value 0.
       01 ws-stores-reported pic 9(6) value 0.
       01 ws-exception-count pic 9(6) value 0.
       01 ws-unknown-count pic 9(6) value 0.

      * periods: 1 = business date, 2 = week to date, 3 = month to
      * date
       01 ws-period-names pic x(9) value "DAYWTDMTD".
       01 ws-period-name-table redefines ws-period-names.
         05 ws-period-name pic x(3) occurs 3 times.
       01 ws-per pic 9 value 0.

       01 ws-num-stores pic 99 value 0.
       01 ws-sub pic 99 value 0.
       01 ws-found-sub pic 99 value 0.
       01 ws-lookup-store pic xx value spaces.
       01 ws-store-table.
         05 ws-store-entry occurs 20 times
                            indexed by ws-store-idx.
           10 ws-st-num pic xx.
           10 ws-st-name pic x(20).
           10 ws-st-active pic x.
           10 ws-st-district pic xx.
           10 ws-st-flagged pic x value "N".
           10 ws-st-period occurs 3 times.
             15 ws-st-plan pic s9(11)V99 value 0.
             15 ws-st-actual pic s9(11)V99 value 0.

       01 ws-num-districts pic 99 value 0.
       01 ws-ds-sub pic 99 value 0.
       01 ws-ds-found pic 99 value 0.
       01 ws-district-table.
         05 ws-district-entry occurs 20 times.
           10 ws-ds-code pic xx.
           10 ws-ds-name pic x(20).
           10 ws-ds-stores pic 99 value 0.
           10 ws-ds-period occurs 3 times.
             15 ws-ds-plan pic s9(11)V99 value 0.
             15 ws-ds-actual pic s9(11)V99 value 0.

       01 ws-chain-period occurs 3 times.
         05 ws-ch-plan pic s9(11)V99 value 0.
         05 ws-ch-actual pic s9(11)V99 value 0.

      * one comparison at a time is worked through these
       01 ws-this-plan pic s9(11)V99 value 0.
       01 ws-this-actual pic s9(11)V99 value 0.
       01 ws-this-var pic s9(11)V99 value 0.
       01 ws-this-pct pic s9(7)V9 value 0.
       01 ws-this-abs-pct pic 9(7)V9 value 0.
       01 ws-this-state pic x value spaces.
         88 ws-within-band value "W".
         88 ws-outside-band value "O".
         88 ws-no-plan value "N".
         88 ws-nothing-to-compare value "Z".
       01 ws-row-net pic s9(11)V99 value 0.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(34)
             value "PLAN VERSUS ACTUAL - NET SALES    ".
         05 filler pic x(15) value "BUSINESS DATE: ".
         05 ws-head-date pic 9(8).
         05 filler pic x(14) value "  WEEK FROM:  ".
         05 ws-head-week pic 9(8).
         05 filler pic x(14) value "  MONTH FROM: ".
         05 ws-head-month pic 9(8).
         05 filler pic x(31) value spaces.

       01 ws-heading-2.
         05 filler pic x(34)
             value "NET = SALES + LAYAWAY - REFUNDS   ".
         05 filler pic x(17) value "TOLERANCE +/- ".
         05 ws-head-tolerance pic zz9.9.
         05 filler pic x(4) value " PCT".
         05 filler pic x(72) value spaces.

       01 ws-heading-3.
         05 filler pic x(28) value "  CODE NAME".
         05 filler pic x(5) value "PER".
         05 filler pic x(19) value "             PLAN".
         05 filler pic x(19) value "           ACTUAL".
         05 filler pic x(19) value "         VARIANCE".
         05 filler pic x(10) value "   VAR %".
         05 filler pic x(32) value "FLAG".

       01 ws-section-line.
         05 filler pic x(2) value spaces.
         05 ws-section-text pic x(60).
         05 filler pic x(70) value spaces.

       01 ws-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-det-code pic xx.
         05 filler pic x(2) value spaces.
         05 ws-det-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-det-period pic x(3).
         05 filler pic x(2) value spaces.
         05 ws-det-plan pic z,zzz,zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-det-actual pic z,zzz,zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-det-var pic z,zzz,zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-det-pct pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-det-flag pic x(16).
         05 filler pic x(16) value spaces.

       01 ws-pct-edit pic zzz9.9-.

       01 ws-summary-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(16) value "STORES REPORTED ".
         05 ws-sum-stores pic zzzzz9.
         05 filler pic x(20) value "   OUTSIDE TOLERANCE".
         05 ws-sum-exceptions pic zzzzz9.
         05 filler pic x(20) value "   PLAN ROWS READ   ".
         05 ws-sum-plan-rows pic zzzzz9.
         05 filler pic x(27) value "   PLAN ROWS, NO SUCH STORE".
         05 ws-sum-unknown pic zzzzz9.
         05 filler pic x(23) value spaces.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           move ws-start-date to ws-business-date.
           open input run-control-file.
           if ws-run-ctl-status = "00"
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-ctl-date to ws-business-date
                       if run-ctl-supp numeric
                           move run-ctl-supp to ws-supp-seq
                       end-if
               end-read
               close run-control-file
           end-if.

           perform 040-load-controls.
           perform 050-load-store-master.
           perform 060-load-district-master.
           perform 100-load-actuals.
           perform 200-load-plan.
           perform 300-roll-up.
           perform 500-write-report.
           perform 700-write-run-log.
           if ws-condition-code > 0
               move ws-condition-code to return-code
           end-if.
           goback.

       040-load-controls.
           open input plan-control-file.
           if ws-pc-status = "00"
               read plan-control-file
                   at end
                       continue
                   not at end
                       if pc-tolerance-pct numeric
                         and pc-tolerance-pct > 0
                           move pc-tolerance-pct to ws-tolerance-pct
                       end-if
               end-read
               close plan-control-file
           end-if.

           compute ws-date-int =
             function integer-of-date(ws-business-date).
           divide ws-date-int by 7 giving ws-week-quot
             remainder ws-days-since-sunday.
           compute ws-week-start = function date-of-integer(
             ws-date-int - ws-days-since-sunday).
           move ws-business-date to ws-month-start.
           move 01 to ws-ms-dd.

      * the week can reach back into the previous month
           move ws-month-start to ws-window-start.
           if ws-week-start < ws-window-start
               move ws-week-start to ws-window-start
           end-if.

       050-load-store-master.
           open input store-master-file.
           if ws-store-master-status <> "00"
               display "PLANACTUAL: CANT OPEN STORE-MASTER, STATUS="
                   ws-store-master-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read store-master-file
               at end
                   move "Y" to ws-sm-eof.
           perform until ws-sm-eof = "Y"
               or ws-num-stores >= 20
               add 1 to ws-num-stores
               move sm-store-num to ws-st-num(ws-num-stores)
               move sm-store-name to ws-st-name(ws-num-stores)
               move sm-active-flag to ws-st-active(ws-num-stores)
               move sm-district to ws-st-district(ws-num-stores)
               read store-master-file
                   at end
                       move "Y" to ws-sm-eof
               end-read
           end-perform.
           close store-master-file.

       060-load-district-master.
      * an absent district master still rolls up by code
           open input district-master-file.
           if ws-district-status <> "00"
               exit paragraph
           end-if.

           read district-master-file
               at end
                   move "Y" to ws-dm-eof.
           perform until ws-dm-eof = "Y"
               or ws-num-districts >= 20
               add 1 to ws-num-districts
               move dm-district to ws-ds-code(ws-num-districts)
               move dm-name to ws-ds-name(ws-num-districts)
               read district-master-file
                   at end
                       move "Y" to ws-dm-eof
               end-read
           end-perform.
           close district-master-file.

       100-load-actuals.
           open input daily-file.
           if ws-fd-status <> "00"
               display "PLANACTUAL: CANT OPEN FLASH-DAILY, STATUS="
                   ws-fd-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.

           read daily-file
               at end
                   move "Y" to ws-fd-eof.
           perform until ws-fd-eof = "Y"
               add 1 to ws-daily-rows-read
               if fd-date >= ws-window-start
                 and fd-date <= ws-business-date
                   move fd-store-num to ws-lookup-store
                   perform 150-find-store
                   if ws-found-sub > 0
                       compute ws-row-net =
                         fd-gross + fd-layaway - fd-refunds
                       perform 160-post-actual
                   end-if
               end-if
               read daily-file
                   at end
                       move "Y" to ws-fd-eof
               end-read
           end-perform.
           close daily-file.

       150-find-store.
           move 0 to ws-found-sub.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-num-stores
               if ws-lookup-store = ws-st-num(ws-store-idx)
                   set ws-found-sub to ws-store-idx
               end-if
           end-perform.

       160-post-actual.
           if fd-date = ws-business-date
               add ws-row-net to ws-st-actual(ws-found-sub, 1)
           end-if.
           if fd-date >= ws-week-start
               add ws-row-net to ws-st-actual(ws-found-sub, 2)
           end-if.
           if fd-date >= ws-month-start
               add ws-row-net to ws-st-actual(ws-found-sub, 3)
           end-if.

       200-load-plan.
      * no plan on file is reported, not fatal -- every store then
      * shows as unplanned
           open input plan-file.
           if ws-plan-status <> "00"
               display "PLANACTUAL: NO SALES PLAN ON FILE, STATUS="
                   ws-plan-status
               exit paragraph
           end-if.

           read plan-file
               at end
                   move "Y" to ws-plan-eof.
           perform until ws-plan-eof = "Y"
               add 1 to ws-plan-rows-read
               move sp-store-num to ws-lookup-store
               perform 150-find-store
               if ws-found-sub = 0
                   add 1 to ws-unknown-count
               else
                   if sp-date >= ws-window-start
                     and sp-date <= ws-business-date
                       compute ws-row-net =
                         sp-planned-sales - sp-planned-returns
                       perform 260-post-plan
                   end-if
               end-if
               read plan-file
                   at end
                       move "Y" to ws-plan-eof
               end-read
           end-perform.
           close plan-file.

       260-post-plan.
           if sp-date = ws-business-date
               add ws-row-net to ws-st-plan(ws-found-sub, 1)
           end-if.
           if sp-date >= ws-week-start
               add ws-row-net to ws-st-plan(ws-found-sub, 2)
           end-if.
           if sp-date >= ws-month-start
               add ws-row-net to ws-st-plan(ws-found-sub, 3)
           end-if.

       300-roll-up.
      * open and winding-down stores are reported, as on the flash
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores
               if ws-st-active(ws-sub) = "Y"
                 or ws-st-active(ws-sub) = "W"
                   add 1 to ws-stores-reported
                   perform 320-find-or-add-district
                   add 1 to ws-ds-stores(ws-ds-found)
                   perform varying ws-per from 1 by 1
                     until ws-per > 3
                       add ws-st-plan(ws-sub, ws-per)
                         to ws-ds-plan(ws-ds-found, ws-per)
                       add ws-st-actual(ws-sub, ws-per)
                         to ws-ds-actual(ws-ds-found, ws-per)
                       add ws-st-plan(ws-sub, ws-per)
                         to ws-ch-plan(ws-per)
                       add ws-st-actual(ws-sub, ws-per)
                         to ws-ch-actual(ws-per)
                       move ws-st-plan(ws-sub, ws-per) to ws-this-plan
                       move ws-st-actual(ws-sub, ws-per)
                         to ws-this-actual
                       perform 400-compare
                       if ws-outside-band or ws-no-plan
                           move "Y" to ws-st-flagged(ws-sub)
                       end-if
                   end-perform
                   if ws-st-flagged(ws-sub) = "Y"
                       add 1 to ws-exception-count
                   end-if
               end-if
           end-perform.

       320-find-or-add-district.
           move 0 to ws-ds-found.
           perform varying ws-ds-sub from 1 by 1
             until ws-ds-sub > ws-num-districts
               if ws-st-district(ws-sub) = ws-ds-code(ws-ds-sub)
                   move ws-ds-sub to ws-ds-found
               end-if
           end-perform.
      * a district code not on the master still gets its own line;
      * past the table's end it shares the last one
           if ws-ds-found = 0
               if ws-num-districts < 20
                   add 1 to ws-num-districts
                   move ws-st-district(ws-sub)
                     to ws-ds-code(ws-num-districts)
                   move "(NOT ON MASTER)"
                     to ws-ds-name(ws-num-districts)
               end-if
               move ws-num-districts to ws-ds-found
           end-if.

       400-compare.
           compute ws-this-var = ws-this-actual - ws-this-plan.
           move 0 to ws-this-pct.
           evaluate true
               when ws-this-plan = 0 and ws-this-actual = 0
                   move "Z" to ws-this-state
               when ws-this-plan = 0
                   move "N" to ws-this-state
               when other
                   compute ws-this-pct rounded =
                     ws-this-var * 100 / ws-this-plan
                       on size error
                           move 999999.9 to ws-this-pct
                   end-compute
      * a negative plan (returns planned above sales) turns the
      * sign of the percent; the variance sign is what counts
                   if (ws-this-var < 0 and ws-this-pct > 0)
                     or (ws-this-var > 0 and ws-this-pct < 0)
                       compute ws-this-pct = 0 - ws-this-pct
                   end-if
                   if ws-this-pct < 0
                       compute ws-this-abs-pct = 0 - ws-this-pct
                   else
                       move ws-this-pct to ws-this-abs-pct
                   end-if
                   if ws-this-abs-pct > ws-tolerance-pct
                       move "O" to ws-this-state
                   else
                       move "W" to ws-this-state
                   end-if
           end-evaluate.

       450-format-detail.
           perform 400-compare.
           move ws-period-name(ws-per) to ws-det-period.
           move ws-this-plan to ws-det-plan.
           move ws-this-actual to ws-det-actual.
           move ws-this-var to ws-det-var.
           evaluate true
               when ws-no-plan
                   move " NO PLAN" to ws-det-pct
                   move "NO PLAN" to ws-det-flag
               when ws-nothing-to-compare
                   move spaces to ws-det-pct
                   move spaces to ws-det-flag
               when other
                   if ws-this-abs-pct > 9999.9
                       move " >9999.9" to ws-det-pct
                   else
                       move ws-this-pct to ws-pct-edit
                       move ws-pct-edit to ws-det-pct
                   end-if
                   if ws-outside-band
                       if ws-this-var < 0
                           move "BELOW PLAN" to ws-det-flag
                       else
                           move "ABOVE PLAN" to ws-det-flag
                       end-if
                   else
                       move spaces to ws-det-flag
                   end-if
           end-evaluate.

       500-write-report.
           open output plan-report.
           move ws-business-date to ws-head-date.
           move ws-week-start to ws-head-week.
           move ws-month-start to ws-head-month.
           move ws-tolerance-pct to ws-head-tolerance.
           write pa-output from ws-heading-1.
           write pa-output from ws-heading-2.
           write pa-output from ws-blank-line.
           write pa-output from ws-heading-3.

      * the stores needing a look come first
           write pa-output from ws-blank-line.
           move "STORES OUTSIDE TOLERANCE" to ws-section-text.
           write pa-output from ws-section-line.
           if ws-exception-count = 0
               move "  NONE - EVERY STORE WITHIN TOLERANCE"
                 to ws-section-text
               write pa-output from ws-section-line
           end-if.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores
               if ws-st-flagged(ws-sub) = "Y"
                   perform varying ws-per from 1 by 1
                     until ws-per > 3
                       move ws-st-plan(ws-sub, ws-per) to ws-this-plan
                       move ws-st-actual(ws-sub, ws-per)
                         to ws-this-actual
                       perform 450-format-detail
                       if ws-outside-band or ws-no-plan
                           move ws-st-num(ws-sub) to ws-det-code
                           move ws-st-name(ws-sub) to ws-det-name
                           write pa-output from ws-detail-line
                       end-if
                   end-perform
               end-if
           end-perform.

           write pa-output from ws-blank-line.
           move "STORE DETAIL" to ws-section-text.
           write pa-output from ws-section-line.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-stores
               if ws-st-active(ws-sub) = "Y"
                 or ws-st-active(ws-sub) = "W"
                   perform varying ws-per from 1 by 1
                     until ws-per > 3
                       move ws-st-plan(ws-sub, ws-per) to ws-this-plan
                       move ws-st-actual(ws-sub, ws-per)
                         to ws-this-actual
                       perform 450-format-detail
                       if ws-per = 1
                           move ws-st-num(ws-sub) to ws-det-code
                           move ws-st-name(ws-sub) to ws-det-name
                       else
                           move spaces to ws-det-code
                           move spaces to ws-det-name
                       end-if
                       write pa-output from ws-detail-line
                   end-perform
               end-if
           end-perform.

           write pa-output from ws-blank-line.
           move "DISTRICT ROLLUP" to ws-section-text.
           write pa-output from ws-section-line.
           perform varying ws-ds-sub from 1 by 1
             until ws-ds-sub > ws-num-districts
               if ws-ds-stores(ws-ds-sub) > 0
                   perform varying ws-per from 1 by 1
                     until ws-per > 3
                       move ws-ds-plan(ws-ds-sub, ws-per)
                         to ws-this-plan
                       move ws-ds-actual(ws-ds-sub, ws-per)
                         to ws-this-actual
                       perform 450-format-detail
                       if ws-per = 1
                           move ws-ds-code(ws-ds-sub) to ws-det-code
                           move ws-ds-name(ws-ds-sub) to ws-det-name
                       else
                           move spaces to ws-det-code
                           move spaces to ws-det-name
                       end-if
                       write pa-output from ws-detail-line
                   end-perform
               end-if
           end-perform.

           write pa-output from ws-blank-line.
           perform varying ws-per from 1 by 1
             until ws-per > 3
               move ws-ch-plan(ws-per) to ws-this-plan
               move ws-ch-actual(ws-per) to ws-this-actual
               perform 450-format-detail
               if ws-per = 1
                   move spaces to ws-det-code
                   move "CHAIN TOTAL" to ws-det-name
               else
                   move spaces to ws-det-code
                   move spaces to ws-det-name
               end-if
               write pa-output from ws-detail-line
           end-perform.

           move ws-stores-reported to ws-sum-stores.
           move ws-exception-count to ws-sum-exceptions.
           move ws-plan-rows-read to ws-sum-plan-rows.
           move ws-unknown-count to ws-sum-unknown.
           write pa-output from ws-blank-line.
           write pa-output from ws-summary-line.
           close plan-report.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "PLANACTUAL" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-plan-rows-read to rl-records-read.
           move ws-stores-reported to rl-records-written.
           move ws-exception-count to rl-records-written-2.
           move ws-unknown-count to rl-records-written-3.
           move ws-daily-rows-read to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program PLANACTUAL.
      **************************************************************************

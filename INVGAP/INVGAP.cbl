       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. INVGAP.
      **************************************************************************
      * Invoice sequence gap analysis for loss prevention.  Every
      * store issues its invoice numbers in sequence under a
      * two-letter prefix (AA-100000 through EE-900000, as EDIT
      * validates), so a number that never reaches us usually means a
      * receipt voided off the books or a sale that was never sent.
      * Each night every number already on invoice-index.dat and the
      * numbers issued tonight -- sales and layaway openings, the only
      * transactions in slrecord.data that take a new invoice number
      * -- are sorted by store, prefix and number and walked in
      * sequence:
      *
      *   gap              numbers missing between two issued ones,
      *                    up to the jump limit
      *   big jump         more numbers skipped than the jump limit
      *                    (a new book or register roll as often as
      *                    not, so listed once, for the night it is
      *                    first seen, and not carried)
      *   out of sequence  an invoice dated earlier than a
      *                    lower-numbered one from the same store
      *                    and prefix, listed when either invoice
      *                    came in tonight
      *
      * A gap may yet be filled by a late store feed run as a
      * supplemental batch, so it is only listed as waiting until the
      * later of the two invoices either side of it is older than the
      * supplemental window.  After that it is unexplained: it is
      * carried on the standing file invoice-gaps.dat, with the date
      * it was first reported, for as long as it stays open, and
      * raised once to case-feed.dat so CASEMGR opens a case for it.
      * A carried gap that a late feed has since filled or narrowed
      * is listed as closed and drops off (a narrowed gap carries on
      * as a new one).  Window and jump limit come from
      * invoice-gap-control.dat (days 9(3), numbers 9(4); default 3
      * days and 100 numbers); the window is aged from the business
      * calendar's current processing date, so a supplemental run for
      * an earlier date ages gaps the same way the regular run does.
      *
      * Output: invoice-gap-report.out for loss prevention.  Runs
      * nightly as a pipeline stage after CHARGEBACK.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select invoice-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is sequential
               record key is inv-invoice-num
               file status is ws-inv-status.

           select sl-records-file
               assign to "../FinalProject/slrecord.data"
               organization is line sequential
               file status is ws-slr-status.

           select gap-control-file
               assign to "../invoice-gap-control.dat"
               organization is line sequential
               file status is ws-gc-status.

           select business-calendar-file
               assign to "../business-calendar.dat"
               organization is line sequential
               file status is ws-bc-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-run-ctl-status.

           select gap-file
               assign to "../invoice-gaps.dat"
               organization is line sequential
               file status is ws-ig-status.

           select gap-new-file
               assign to "../invoice-gaps-new.dat"
               organization is line sequential
               file status is ws-ign-status.

           select case-feed-file
               assign to "../case-feed.dat"
               organization is line sequential
               file status is ws-cf-status.

           select sort-work-file
               assign to "../invgap-work".

           select gap-report
               assign to "../invoice-gap-report.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd invoice-index-file
           data record is inv-record.

       01 inv-record.
         05 inv-invoice-num pic x(9).
         05 inv-store-num pic xx.
         05 inv-trans-code pic x.
         05 inv-trans-date pic 9(8).
         05 inv-trans-amount pic 9(5)V99.
         05 inv-pay-type pic xx.
         05 inv-sku-code pic x(15).
         05 inv-split-flag pic x.
         05 inv-split-pay-type pic xx.
         05 inv-split-amount pic 9(5)V99.
         05 inv-quantity pic 9(3).
         05 inv-unit-price pic 9(4)V99.
         05 inv-customer-num pic x(6).
         05 inv-promo-code pic x(6).
         05 inv-cashier-id pic x(4).

       fd sl-records-file
           record contains 79 characters
           data record is slr-record.

       01 slr-record.
         05 slr-trans-code pic x.
         05 slr-trans-amount pic 9(5)V99.
         05 slr-pay-type pic xx.
         05 slr-store-num pic xx.
         05 slr-invoice-num pic x(9).
         05 slr-sku-code pic x(15).
         05 slr-trans-date pic 9(8).
         05 slr-split-flag pic x.
         05 slr-split-pay-type pic xx.
         05 slr-split-amount pic 9(5)V99.
         05 slr-quantity pic 9(3).
         05 slr-unit-price pic 9(4)V99.
         05 slr-customer-num pic x(6).
         05 slr-promo-code pic x(6).
         05 slr-cashier-id pic x(4).

       fd gap-control-file
           record contains 7 characters
           data record is gc-record.

       01 gc-record.
         05 gc-window-days pic 9(3).
         05 gc-jump-limit pic 9(4).

       fd business-calendar-file
           record contains 29 characters
           data record is bc-record.

       01 bc-record.
         05 bc-type pic x.
         05 bc-date pic 9(8).
         05 bc-days-back pic 9(3).
         05 bc-override pic x.
         05 bc-text pic x(16).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 run-ctl-date pic 9(8).
         05 run-ctl-seq pic 9(4).
         05 run-ctl-supp pic 9(2).

      * one row per unexplained gap: store, prefix, first and last
      * missing number, the date of the later invoice either side,
      * the date it was first reported and the date last verified
       fd gap-file
           record contains 46 characters
           data record is ig-record.

       01 ig-record.
         05 ig-store-num pic xx.
         05 ig-prefix pic xx.
         05 ig-first-missing pic 9(6).
         05 ig-last-missing pic 9(6).
         05 ig-seen-date pic 9(8).
         05 ig-first-reported pic 9(8).
         05 ig-last-verified pic 9(8).
         05 ig-missing-count pic 9(6).

       fd gap-new-file
           record contains 46 characters
           data record is ign-record.

       01 ign-record pic x(46).

       fd case-feed-file
           record contains 86 characters
           data record is cf-record.

       01 cf-record pic x(86).

       sd sort-work-file
           data record is sw-record.

       01 sw-record.
         05 sw-store-num pic xx.
         05 sw-prefix pic xx.
         05 sw-number pic 9(6).
         05 sw-tonight pic x.
         05 sw-trans-date pic 9(8).

       fd gap-report
           record contains 100 characters
           data record is gr-output.

       01 gr-output pic x(100).

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

       01 ws-inv-status pic xx value spaces.
       01 ws-inv-eof pic x value "N".
       01 ws-slr-status pic xx value spaces.
       01 ws-slr-eof pic x value "N".
       01 ws-gc-status pic xx value spaces.
       01 ws-bc-status pic xx value spaces.
       01 ws-bc-eof pic x value "N".
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-ig-status pic xx value spaces.
       01 ws-ig-eof pic x value "N".
       01 ws-ign-status pic xx value spaces.
       01 ws-cf-status pic xx value spaces.
       01 ws-sort-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-run-date pic 9(8) value 0.
       01 ws-supp-seq pic 99 value 0.
       01 ws-as-of-date pic 9(8) value 0.
       01 ws-as-of-int pic 9(8) value 0.
       01 ws-window-days pic 9(3) value 3.
       01 ws-jump-limit pic 9(4) value 100.

       01 ws-numbers-read pic 9(6) value 0.
       01 ws-gaps-carried pic 9(6) value 0.
       01 ws-cases-raised pic 9(6) value 0.

      * an invoice number taken apart: prefix, dash, number
       01 ws-invoice-work pic x(9).
       01 ws-invoice-parts redefines ws-invoice-work.
         05 ws-iw-prefix pic xx.
         05 ws-iw-dash pic x.
         05 ws-iw-number pic 9(6).

      * the sequence walk, reset at each store/prefix break
       01 ws-first-row pic x value "Y".
       01 ws-prev-store pic xx value spaces.
       01 ws-prev-prefix pic xx value spaces.
       01 ws-prev-number pic 9(6) value 0.
       01 ws-prev-date pic 9(8) value 0.
       01 ws-prev-tonight pic x value "N".
       01 ws-max-date pic 9(8) value 0.
       01 ws-max-number pic 9(6) value 0.
       01 ws-max-tonight pic x value "N".
       01 ws-missing pic 9(6) value 0.
       01 ws-ref-date pic 9(8) value 0.
       01 ws-ref-int pic 9(8) value 0.
       01 ws-days-old pic s9(7) value 0.
       01 ws-days-left pic s9(5) value 0.

      * last night's carried gaps, matched against tonight's
       01 ws-num-prior pic 9(4) value 0.
       01 ws-prior-sub pic 9(4) value 0.
       01 ws-prior-found pic 9(4) value 0.
       01 ws-prior-overflow pic x value "N".
       01 ws-prior-table.
         05 ws-prior-entry occurs 2000 times.
           10 ws-pr-store pic xx.
           10 ws-pr-prefix pic xx.
           10 ws-pr-first pic 9(6).
           10 ws-pr-last pic 9(6).
           10 ws-pr-seen-date pic 9(8).
           10 ws-pr-first-reported pic 9(8).
           10 ws-pr-matched pic x.

      * tonight's findings, held for the report
       01 ws-num-waiting pic 9(4) value 0.
       01 ws-waiting-sub pic 9(4) value 0.
       01 ws-waiting-table.
         05 ws-waiting-entry occurs 500 times.
           10 ws-wt-store pic xx.
           10 ws-wt-prefix pic xx.
           10 ws-wt-first pic 9(6).
           10 ws-wt-last pic 9(6).
           10 ws-wt-count pic 9(6).
           10 ws-wt-seen-date pic 9(8).
           10 ws-wt-days-open pic 9(3).
           10 ws-wt-days-left pic 9(3).

       01 ws-num-jumps pic 9(4) value 0.
       01 ws-jump-sub pic 9(4) value 0.
       01 ws-jump-table.
         05 ws-jump-entry occurs 500 times.
           10 ws-jp-store pic xx.
           10 ws-jp-prefix pic xx.
           10 ws-jp-from pic 9(6).
           10 ws-jp-to pic 9(6).
           10 ws-jp-skipped pic 9(6).

       01 ws-num-oos pic 9(4) value 0.
       01 ws-oos-sub pic 9(4) value 0.
       01 ws-oos-table.
         05 ws-oos-entry occurs 500 times.
           10 ws-os-store pic xx.
           10 ws-os-prefix pic xx.
           10 ws-os-number pic 9(6).
           10 ws-os-date pic 9(8).
           10 ws-os-lower-number pic 9(6).
           10 ws-os-lower-date pic 9(8).

       01 ws-list-dropped pic 9(5) value 0.

       01 ws-ctl-work pic x(79).
       01 ws-ctl-work-hdr redefines ws-ctl-work.
         05 filler pic x.
         05 ws-ctl-hdr-date pic 9(8).
         05 filler pic x(70).
       01 ws-ctl-work-det redefines ws-ctl-work.
         05 filler pic x.
         05 ws-ctl-det-amount pic 9(5)V99.
         05 filler pic x(71).
       01 ws-ctl-work-trl redefines ws-ctl-work.
         05 filler pic x.
         05 ws-ctl-trl-count pic 9(7).
         05 ws-ctl-trl-amount pic 9(11)V99.
         05 filler pic x(58).

       01 ws-ctl-file-name pic x(24) value spaces.
       01 ws-ctl-expected-date pic 9(8) value 0.
       01 ws-ctl-hdr-seen pic x value "N".
       01 ws-ctl-trl-seen pic x value "N".
       01 ws-ctl-saved-count pic 9(7) value 0.
       01 ws-ctl-saved-amount pic 9(11)V99 value 0.
       01 ws-ctl-read-count pic 9(7) value 0.
       01 ws-ctl-read-amount pic 9(11)V99 value 0.
       01 ws-ctl-is-control pic x value "N".

      * an unexplained gap staged for case-feed.dat
       01 ws-case-feed.
         05 ws-cf-source pic x(8) value "INVGAP".
         05 ws-cf-store pic xx.
         05 ws-cf-key pic x(16).
         05 ws-cf-amount pic s9(9)V99 value 0.
         05 ws-cf-severity pic x value "M".
         05 ws-cf-date pic 9(8).
         05 ws-cf-description pic x(40) value
                   "INVOICE NUMBERS MISSING FROM SEQUENCE".
       01 ws-case-key.
         05 ws-ck-prefix pic xx.
         05 filler pic x value "-".
         05 ws-ck-first pic 9(6).
         05 filler pic x value "-".
         05 ws-ck-last pic 9(6).

       01 ws-blank-line pic x(100) value spaces.

       01 ws-heading-1.
         05 filler pic x(2) value spaces.
         05 filler pic x(34) value
                   "INVOICE SEQUENCE EXCEPTIONS".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-head-run-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-head-supp pic x(17) value spaces.

       01 ws-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "AS OF: ".
         05 ws-head-as-of pic 9(8).
         05 filler pic x(3) value spaces.
         05 filler pic x(22) value "SUPPLEMENTAL WINDOW: ".
         05 ws-head-window pic zz9.
         05 filler pic x(8) value " DAYS   ".
         05 filler pic x(12) value "JUMP LIMIT: ".
         05 ws-head-jump pic zzz9.

       01 ws-section-heading.
         05 filler pic x(2) value spaces.
         05 ws-sh-title pic x(60).

       01 ws-gap-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(7) value "STORE".
         05 filler pic x(21) value "MISSING INVOICES".
         05 filler pic x(8) value "  COUNT".
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "SEEN".
         05 filler pic x(11) value "REPORTED".
         05 filler pic x(10) value "DAYS OPEN".

       01 ws-gap-line.
         05 filler pic x(4) value spaces.
         05 ws-gl-store pic xx.
         05 filler pic x(5) value spaces.
         05 ws-gl-from pic x(9).
         05 filler pic x(3) value " - ".
         05 ws-gl-to pic x(9).
         05 filler pic x(1) value spaces.
         05 ws-gl-count pic zz,zz9.
         05 filler pic x(5) value spaces.
         05 ws-gl-seen pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-gl-reported pic x(8).
         05 filler pic x(3) value spaces.
         05 ws-gl-days pic x(5).
         05 filler pic x(2) value spaces.
         05 ws-gl-note pic x(14).

       01 ws-days-edit pic zzzz9.
       01 ws-days-left-edit pic zz9.

       01 ws-jump-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(7) value "STORE".
         05 filler pic x(21) value "JUMPED FROM - TO".
         05 filler pic x(8) value "SKIPPED".

       01 ws-oos-heading.
         05 filler pic x(4) value spaces.
         05 filler pic x(7) value "STORE".
         05 filler pic x(21) value "INVOICE   DATED".
         05 filler pic x(30) value "AFTER LOWER INVOICE   DATED".

       01 ws-oos-line.
         05 filler pic x(4) value spaces.
         05 ws-ol-store pic xx.
         05 filler pic x(5) value spaces.
         05 ws-ol-invoice pic x(9).
         05 filler pic x(1) value spaces.
         05 ws-ol-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 filler pic x(6) value spaces.
         05 ws-ol-lower-invoice pic x(9).
         05 filler pic x(1) value spaces.
         05 ws-ol-lower-date pic 9(8).

       01 ws-count-line.
         05 filler pic x(4) value spaces.
         05 ws-cl-label pic x(40).
         05 ws-cl-count pic zz,zz9.

       01 ws-message-line.
         05 filler pic x(4) value spaces.
         05 ws-msg-text pic x(60).

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 040-load-controls.
           perform 060-load-prior-gaps.

           open input invoice-index-file.
           if ws-inv-status <> "00"
               display "INVGAP: CANT OPEN INVOICE-INDEX, STATUS="
                   ws-inv-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.
           close invoice-index-file.

           open input sl-records-file.
           if ws-slr-status <> "00"
               display "INVGAP: CANT OPEN SL-RECORDS-FILE, STATUS="
                   ws-slr-status
               move 16 to ws-condition-code
               perform 700-write-run-log
               move 16 to return-code
               goback
           end-if.
      * the control check is made before the sort starts, so a stale
      * or truncated file stops the run before anything is written
           move "SLRECORD" to ws-ctl-file-name.
           perform 950-init-file-controls.
           perform 080-check-sl until ws-slr-eof = "Y".
           perform 955-verify-file-controls.
           close sl-records-file.
           move "N" to ws-slr-eof.

           open output gap-report.
           move ws-run-date to ws-head-run-date.
           if ws-supp-seq > 0
               string "SUPPLEMENTAL " delimited by size
                      ws-supp-seq delimited by size
                 into ws-head-supp
           end-if.
           move ws-as-of-date to ws-head-as-of.
           move ws-window-days to ws-head-window.
           move ws-jump-limit to ws-head-jump.
           write gr-output from ws-heading-1.
           write gr-output from ws-heading-2.

           open output gap-new-file.
           sort sort-work-file
               ascending key sw-store-num
               ascending key sw-prefix
               ascending key sw-number
               descending key sw-tonight
               input procedure is 100-gather-numbers
               output procedure is 200-walk-sequence.
           close gap-new-file.

           perform 400-write-unexplained.
           perform 450-write-closed.
           perform 500-write-waiting.
           perform 550-write-out-of-sequence.
           perform 600-write-jumps.
           close gap-report.

           perform 650-replace-gap-file.

           if ws-list-dropped > 0
               display "INVGAP: " ws-list-dropped
                 " EXCEPTIONS NOT LISTED - TABLE FULL"
               if ws-condition-code < 4
                   move 4 to ws-condition-code
               end-if
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

      * the window is aged from the current processing date; a
      * supplemental run carries an earlier run date than that
           move ws-run-date to ws-as-of-date.
           open input business-calendar-file.
           if ws-bc-status = "00"
               read business-calendar-file
                   at end
                       move "Y" to ws-bc-eof
               end-read
               perform until ws-bc-eof = "Y"
                   if bc-type = "C" and bc-date numeric
                     and bc-date > ws-as-of-date
                       move bc-date to ws-as-of-date
                   end-if
                   read business-calendar-file
                       at end
                           move "Y" to ws-bc-eof
                   end-read
               end-perform
               close business-calendar-file
           end-if.
           compute ws-as-of-int =
             function integer-of-date(ws-as-of-date).

           open input gap-control-file.
           if ws-gc-status = "00"
               read gap-control-file
                   at end
                       continue
                   not at end
                       if gc-window-days numeric
                           move gc-window-days to ws-window-days
                       end-if
                       if gc-jump-limit numeric
                         and gc-jump-limit > 0
                           move gc-jump-limit to ws-jump-limit
                       end-if
               end-read
               close gap-control-file
           end-if.

       060-load-prior-gaps.
           open input gap-file.
           if ws-ig-status <> "00"
               exit paragraph
           end-if.
           read gap-file
               at end
                   move "Y" to ws-ig-eof.
           perform until ws-ig-eof = "Y"
               if ws-num-prior < 2000
                   add 1 to ws-num-prior
                   move ig-store-num to ws-pr-store(ws-num-prior)
                   move ig-prefix to ws-pr-prefix(ws-num-prior)
                   move ig-first-missing to ws-pr-first(ws-num-prior)
                   move ig-last-missing to ws-pr-last(ws-num-prior)
                   move ig-seen-date to ws-pr-seen-date(ws-num-prior)
                   move ig-first-reported
                     to ws-pr-first-reported(ws-num-prior)
                   move "N" to ws-pr-matched(ws-num-prior)
               else
                   move "Y" to ws-prior-overflow
               end-if
               read gap-file
                   at end
                       move "Y" to ws-ig-eof
               end-read
           end-perform.
           close gap-file.
           if ws-prior-overflow = "Y"
               display "INVGAP: MORE THAN 2000 CARRIED GAPS - "
                 "FIRST-REPORTED DATES RESET ON THE REST"
               if ws-condition-code < 4
                   move 4 to ws-condition-code
               end-if
           end-if.

       080-check-sl.
           read sl-records-file
               at end
                   move "Y" to ws-slr-eof
               not at end
                   move slr-record to ws-ctl-work
                   perform 952-take-control-record
           end-read.

       100-gather-numbers.
      * every number already issued, from the index ...
           open input invoice-index-file.
           read invoice-index-file next record
               at end
                   move "Y" to ws-inv-eof
           end-read.
           perform until ws-inv-eof = "Y"
               move inv-invoice-num to ws-invoice-work
               move inv-store-num to sw-store-num
               move inv-trans-date to sw-trans-date
               move "N" to sw-tonight
               perform 150-release-number
               read invoice-index-file next record
                   at end
                       move "Y" to ws-inv-eof
               end-read
           end-perform.
           close invoice-index-file.

      * ... and tonight's, flagged so tonight's findings stand out
           open input sl-records-file.
           read sl-records-file
               at end
                   move "Y" to ws-slr-eof
           end-read.
           perform until ws-slr-eof = "Y"
               if slr-trans-code = "S" or slr-trans-code = "L"
                   move slr-invoice-num to ws-invoice-work
                   move slr-store-num to sw-store-num
                   move slr-trans-date to sw-trans-date
                   move "Y" to sw-tonight
                   perform 150-release-number
               end-if
               read sl-records-file
                   at end
                       move "Y" to ws-slr-eof
               end-read
           end-perform.
           close sl-records-file.

       150-release-number.
           if ws-iw-dash = "-" and ws-iw-number numeric
               move ws-iw-prefix to sw-prefix
               move ws-iw-number to sw-number
               add 1 to ws-numbers-read
               release sw-record
           end-if.

       200-walk-sequence.
           perform until ws-sort-eof = "Y"
               return sort-work-file
                   at end
                       move "Y" to ws-sort-eof
                   not at end
                       perform 210-take-number
               end-return
           end-perform.

       210-take-number.
           if ws-first-row = "Y"
             or sw-store-num not = ws-prev-store
             or sw-prefix not = ws-prev-prefix
               move "N" to ws-first-row
               move sw-store-num to ws-prev-store
               move sw-prefix to ws-prev-prefix
               move 0 to ws-max-date
               move 0 to ws-max-number
               move "N" to ws-max-tonight
               perform 290-remember-number
               exit paragraph
           end-if.

      * the same number from the index and tonight's file; tonight's
      * copy sorts first
           if sw-number = ws-prev-number
               exit paragraph
           end-if.

           compute ws-missing = sw-number - ws-prev-number - 1.
           if ws-missing > 0
               if ws-missing > ws-jump-limit
                   if sw-tonight = "Y" or ws-prev-tonight = "Y"
                       perform 240-note-jump
                   end-if
               else
                   perform 220-classify-gap
               end-if
           end-if.

           if sw-trans-date < ws-max-date
             and (sw-tonight = "Y" or ws-max-tonight = "Y")
               perform 250-note-out-of-sequence
           end-if.

           perform 290-remember-number.

       220-classify-gap.
      * the gap has been visible since the later of the invoices on
      * either side of it came in
           if sw-trans-date > ws-prev-date
               move sw-trans-date to ws-ref-date
           else
               move ws-prev-date to ws-ref-date
           end-if.
           if function test-date-yyyymmdd(ws-ref-date) = 0
               compute ws-ref-int =
                 function integer-of-date(ws-ref-date)
               compute ws-days-old = ws-as-of-int - ws-ref-int
           else
               move 99999 to ws-days-old
           end-if.

           if ws-days-old < ws-window-days
               perform 230-note-waiting
           else
               perform 260-carry-gap
           end-if.

       230-note-waiting.
           if ws-num-waiting >= 500
               add 1 to ws-list-dropped
               exit paragraph
           end-if.
           add 1 to ws-num-waiting.
           move sw-store-num to ws-wt-store(ws-num-waiting).
           move sw-prefix to ws-wt-prefix(ws-num-waiting).
           compute ws-wt-first(ws-num-waiting) = ws-prev-number + 1.
           compute ws-wt-last(ws-num-waiting) = sw-number - 1.
           move ws-missing to ws-wt-count(ws-num-waiting).
           move ws-ref-date to ws-wt-seen-date(ws-num-waiting).
           move ws-days-old to ws-wt-days-open(ws-num-waiting).
           compute ws-days-left = ws-window-days - ws-days-old.
           move ws-days-left to ws-wt-days-left(ws-num-waiting).

       240-note-jump.
           if ws-num-jumps >= 500
               add 1 to ws-list-dropped
               exit paragraph
           end-if.
           add 1 to ws-num-jumps.
           move sw-store-num to ws-jp-store(ws-num-jumps).
           move sw-prefix to ws-jp-prefix(ws-num-jumps).
           move ws-prev-number to ws-jp-from(ws-num-jumps).
           move sw-number to ws-jp-to(ws-num-jumps).
           move ws-missing to ws-jp-skipped(ws-num-jumps).

       250-note-out-of-sequence.
           if ws-num-oos >= 500
               add 1 to ws-list-dropped
               exit paragraph
           end-if.
           add 1 to ws-num-oos.
           move sw-store-num to ws-os-store(ws-num-oos).
           move sw-prefix to ws-os-prefix(ws-num-oos).
           move sw-number to ws-os-number(ws-num-oos).
           move sw-trans-date to ws-os-date(ws-num-oos).
           move ws-max-number to ws-os-lower-number(ws-num-oos).
           move ws-max-date to ws-os-lower-date(ws-num-oos).

       260-carry-gap.
           move sw-store-num to ig-store-num.
           move sw-prefix to ig-prefix.
           compute ig-first-missing = ws-prev-number + 1.
           compute ig-last-missing = sw-number - 1.
           move ws-ref-date to ig-seen-date.
           move ws-as-of-date to ig-last-verified.
           move ws-missing to ig-missing-count.

           move 0 to ws-prior-found.
           perform varying ws-prior-sub from 1 by 1
             until ws-prior-sub > ws-num-prior
               if ws-pr-store(ws-prior-sub) = ig-store-num
                 and ws-pr-prefix(ws-prior-sub) = ig-prefix
                 and ws-pr-first(ws-prior-sub) = ig-first-missing
                 and ws-pr-last(ws-prior-sub) = ig-last-missing
                   move ws-prior-sub to ws-prior-found
               end-if
           end-perform.

           if ws-prior-found > 0
               move "Y" to ws-pr-matched(ws-prior-found)
               move ws-pr-first-reported(ws-prior-found)
                 to ig-first-reported
           else
               move ws-as-of-date to ig-first-reported
               perform 270-raise-case
           end-if.

           write ign-record from ig-record.
           add 1 to ws-gaps-carried.

       270-raise-case.
           move ig-store-num to ws-cf-store.
           move ig-prefix to ws-ck-prefix.
           move ig-first-missing to ws-ck-first.
           move ig-last-missing to ws-ck-last.
           move ws-case-key to ws-cf-key.
           move ws-as-of-date to ws-cf-date.
           open extend case-feed-file.
           if ws-cf-status = "35"
               open output case-feed-file
           end-if.
           write cf-record from ws-case-feed.
           close case-feed-file.
           add 1 to ws-cases-raised.

       290-remember-number.
           move sw-number to ws-prev-number.
           move sw-trans-date to ws-prev-date.
           move sw-tonight to ws-prev-tonight.
           if sw-trans-date > ws-max-date
               move sw-trans-date to ws-max-date
               move sw-number to ws-max-number
               move sw-tonight to ws-max-tonight
           end-if.

       400-write-unexplained.
           write gr-output from ws-blank-line.
           move "UNEXPLAINED GAPS (PAST THE SUPPLEMENTAL WINDOW)"
             to ws-sh-title.
           write gr-output from ws-section-heading.
           write gr-output from ws-gap-heading.

           if ws-gaps-carried = 0
               move "NONE" to ws-msg-text
               write gr-output from ws-message-line
               exit paragraph
           end-if.

           move "N" to ws-ig-eof.
           open input gap-new-file.
           read gap-new-file into ig-record
               at end
                   move "Y" to ws-ig-eof
           end-read.
           perform until ws-ig-eof = "Y"
               move ig-store-num to ws-gl-store
               move ig-prefix to ws-iw-prefix
               move "-" to ws-iw-dash
               move ig-first-missing to ws-iw-number
               move ws-invoice-work to ws-gl-from
               move ig-last-missing to ws-iw-number
               move ws-invoice-work to ws-gl-to
               move ig-missing-count to ws-gl-count
               move ig-seen-date to ws-gl-seen
               move ig-first-reported to ws-gl-reported
               compute ws-days-old = ws-as-of-int
                 - function integer-of-date(ig-first-reported)
               move ws-days-old to ws-days-edit
               move ws-days-edit to ws-gl-days
               if ig-first-reported = ws-as-of-date
                   move "NEW" to ws-gl-note
               else
                   move spaces to ws-gl-note
               end-if
               write gr-output from ws-gap-line
               read gap-new-file into ig-record
                   at end
                       move "Y" to ws-ig-eof
               end-read
           end-perform.
           close gap-new-file.

           move "UNEXPLAINED GAPS" to ws-cl-label.
           move ws-gaps-carried to ws-cl-count.
           write gr-output from ws-count-line.
           move "NEW TONIGHT (RAISED TO CASE MANAGEMENT)"
             to ws-cl-label.
           move ws-cases-raised to ws-cl-count.
           write gr-output from ws-count-line.

       450-write-closed.
      * carried last night and not found again tonight: a late feed
      * brought the missing numbers in, or some of them
           write gr-output from ws-blank-line.
           move "CARRIED GAPS CLOSED OR NARROWED SINCE LAST RUN"
             to ws-sh-title.
           write gr-output from ws-section-heading.
           write gr-output from ws-gap-heading.
           move 0 to ws-missing.
           perform varying ws-prior-sub from 1 by 1
             until ws-prior-sub > ws-num-prior
               if ws-pr-matched(ws-prior-sub) = "N"
                   add 1 to ws-missing
                   move ws-pr-store(ws-prior-sub) to ws-gl-store
                   move ws-pr-prefix(ws-prior-sub) to ws-iw-prefix
                   move "-" to ws-iw-dash
                   move ws-pr-first(ws-prior-sub) to ws-iw-number
                   move ws-invoice-work to ws-gl-from
                   move ws-pr-last(ws-prior-sub) to ws-iw-number
                   move ws-invoice-work to ws-gl-to
                   compute ws-gl-count = ws-pr-last(ws-prior-sub)
                     - ws-pr-first(ws-prior-sub) + 1
                   move ws-pr-seen-date(ws-prior-sub) to ws-gl-seen
                   move ws-pr-first-reported(ws-prior-sub)
                     to ws-gl-reported
                   compute ws-days-old = ws-as-of-int
                     - function integer-of-date(
                       ws-pr-first-reported(ws-prior-sub))
                   move ws-days-old to ws-days-edit
                   move ws-days-edit to ws-gl-days
                   move "CLOSED" to ws-gl-note
                   write gr-output from ws-gap-line
               end-if
           end-perform.
           if ws-missing = 0
               move "NONE" to ws-msg-text
               write gr-output from ws-message-line
           end-if.

       500-write-waiting.
           write gr-output from ws-blank-line.
           move "GAPS STILL INSIDE THE SUPPLEMENTAL WINDOW"
             to ws-sh-title.
           write gr-output from ws-section-heading.
           write gr-output from ws-gap-heading.
           if ws-num-waiting = 0
               move "NONE" to ws-msg-text
               write gr-output from ws-message-line
           end-if.
           perform varying ws-waiting-sub from 1 by 1
             until ws-waiting-sub > ws-num-waiting
               move ws-wt-store(ws-waiting-sub) to ws-gl-store
               move ws-wt-prefix(ws-waiting-sub) to ws-iw-prefix
               move "-" to ws-iw-dash
               move ws-wt-first(ws-waiting-sub) to ws-iw-number
               move ws-invoice-work to ws-gl-from
               move ws-wt-last(ws-waiting-sub) to ws-iw-number
               move ws-invoice-work to ws-gl-to
               move ws-wt-count(ws-waiting-sub) to ws-gl-count
               move ws-wt-seen-date(ws-waiting-sub) to ws-gl-seen
               move spaces to ws-gl-reported
               move ws-wt-days-open(ws-waiting-sub) to ws-days-edit
               move ws-days-edit to ws-gl-days
               move ws-wt-days-left(ws-waiting-sub)
                 to ws-days-left-edit
               move spaces to ws-gl-note
               string ws-days-left-edit delimited by size
                      " DAYS LEFT" delimited by size
                 into ws-gl-note
               write gr-output from ws-gap-line
           end-perform.

       550-write-out-of-sequence.
           write gr-output from ws-blank-line.
           move "OUT-OF-SEQUENCE INVOICES" to ws-sh-title.
           write gr-output from ws-section-heading.
           write gr-output from ws-oos-heading.
           if ws-num-oos = 0
               move "NONE" to ws-msg-text
               write gr-output from ws-message-line
           end-if.
           perform varying ws-oos-sub from 1 by 1
             until ws-oos-sub > ws-num-oos
               move ws-os-store(ws-oos-sub) to ws-ol-store
               move ws-os-prefix(ws-oos-sub) to ws-iw-prefix
               move "-" to ws-iw-dash
               move ws-os-number(ws-oos-sub) to ws-iw-number
               move ws-invoice-work to ws-ol-invoice
               move ws-os-date(ws-oos-sub) to ws-ol-date
               move ws-os-lower-number(ws-oos-sub) to ws-iw-number
               move ws-invoice-work to ws-ol-lower-invoice
               move ws-os-lower-date(ws-oos-sub) to ws-ol-lower-date
               write gr-output from ws-oos-line
           end-perform.

       600-write-jumps.
           write gr-output from ws-blank-line.
           move "BIG JUMPS IN SEQUENCE" to ws-sh-title.
           write gr-output from ws-section-heading.
           write gr-output from ws-jump-heading.
           if ws-num-jumps = 0
               move "NONE" to ws-msg-text
               write gr-output from ws-message-line
           end-if.
           perform varying ws-jump-sub from 1 by 1
             until ws-jump-sub > ws-num-jumps
               move ws-jp-store(ws-jump-sub) to ws-gl-store
               move ws-jp-prefix(ws-jump-sub) to ws-iw-prefix
               move "-" to ws-iw-dash
               move ws-jp-from(ws-jump-sub) to ws-iw-number
               move ws-invoice-work to ws-gl-from
               move ws-jp-to(ws-jump-sub) to ws-iw-number
               move ws-invoice-work to ws-gl-to
               move ws-jp-skipped(ws-jump-sub) to ws-gl-count
               move spaces to ws-gl-seen
               move spaces to ws-gl-reported
               move spaces to ws-gl-days
               move spaces to ws-gl-note
               write gr-output from ws-gap-line
           end-perform.

       650-replace-gap-file.
      * tonight's carried gaps replace last night's
           move "N" to ws-ig-eof.
           open input gap-new-file.
           open output gap-file.
           read gap-new-file
               at end
                   move "Y" to ws-ig-eof
           end-read.
           perform until ws-ig-eof = "Y"
               write ig-record from ign-record
               read gap-new-file
                   at end
                       move "Y" to ws-ig-eof
               end-read
           end-perform.
           close gap-new-file.
           close gap-file.

       950-init-file-controls.
           move ws-run-date to ws-ctl-expected-date.
           move "N" to ws-ctl-hdr-seen.
           move "N" to ws-ctl-trl-seen.
           move 0 to ws-ctl-saved-count.
           move 0 to ws-ctl-saved-amount.
           move 0 to ws-ctl-read-count.
           move 0 to ws-ctl-read-amount.

       952-take-control-record.
      * the record just read sits in ws-ctl-work
           move "N" to ws-ctl-is-control.
           evaluate ws-ctl-work(1:1)
               when "0"
                   move "Y" to ws-ctl-is-control
                   move "Y" to ws-ctl-hdr-seen
                   if ws-ctl-hdr-date not = ws-ctl-expected-date
                       display "INVGAP: " ws-ctl-file-name
                         " IS DATED " ws-ctl-hdr-date
                         " BUT THIS RUN IS " ws-ctl-expected-date
                         " - STALE FILE, RUN ABORTED"
                       perform 958-control-abort
                   end-if
               when "9"
                   move "Y" to ws-ctl-is-control
                   move "Y" to ws-ctl-trl-seen
                   move ws-ctl-trl-count to ws-ctl-saved-count
                   move ws-ctl-trl-amount to ws-ctl-saved-amount
               when other
                   add 1 to ws-ctl-read-count
                   add ws-ctl-det-amount to ws-ctl-read-amount
           end-evaluate.

       955-verify-file-controls.
           evaluate true
               when ws-ctl-hdr-seen not = "Y"
                   display "INVGAP: " ws-ctl-file-name
                     " HAS NO CONTROL HEADER - RUN ABORTED"
                   perform 958-control-abort
               when ws-ctl-trl-seen not = "Y"
                   display "INVGAP: " ws-ctl-file-name
                     " HAS NO CONTROL TRAILER - TRUNCATED FILE, "
                     "RUN ABORTED"
                   perform 958-control-abort
               when ws-ctl-saved-count not = ws-ctl-read-count
                 or ws-ctl-saved-amount not = ws-ctl-read-amount
                   display "INVGAP: " ws-ctl-file-name
                     " TRAILER DISAGREES WITH RECORDS READ - "
                     "RUN ABORTED"
                   perform 958-control-abort
           end-evaluate.

       958-control-abort.
           move 16 to ws-condition-code.
           perform 700-write-run-log.
           move 16 to return-code.
           goback.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "INVGAP" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-numbers-read to rl-records-read.
           move ws-gaps-carried to rl-records-written.
           move ws-cases-raised to rl-records-written-2.
           move ws-num-waiting to rl-records-written-3.
           move ws-num-oos to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program INVGAP.
      **************************************************************************

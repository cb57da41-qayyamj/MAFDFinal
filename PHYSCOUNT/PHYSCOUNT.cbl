       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. PHYSCOUNT.
      **************************************************************************
      * Physical inventory count and shrink reconciliation.  Run on
      * demand against the count cards on count-cards.dat (consumed
      * and cleared once read):
      *
      *   F  freeze -- the store's rows on inventory-master.dat are
      *      copied to count-snapshot.dat as the book position at
      *      count time; the store's count is open from here
      *   C  count  -- store, SKU, counted quantity and counter id,
      *      kept on count-sheet.dat; several cards for one SKU (two
      *      aisles, two counters) add together
      *   A  approve -- the store's variances are posted; the user
      *      id must be an active operator granted function "C" on
      *      operator-auth.dat
      *   X  cancel -- the open count is discarded, nothing posts
      *
      * Variance is counted less frozen, so a SKU frozen but never
      * counted is presumed gone and a SKU counted but never on the
      * book is a find.  Only the sellable on-hand is counted; the
      * damaged and return-to-vendor buckets are left alone.  Each
      * variance is valued at skm-unit-price from sku-master.dat;
      * shrink is the value of what the book says should be there
      * and is not.  count-variance.out lists
      * every open count and every count approved this run by store
      * and SKU, with store and chain-wide shrink totals.
      *
      * An approved count never overwrites the master directly: the
      * variances (not the counted quantities) queue on
      * inventory-adjust.dat for INVENTORY's next regular run, so
      * movement between the freeze and the posting is kept and the
      * posting survives INVENTORY's same-day rerun discipline.
      * INVENTORY logs what it posted and GLJOURNAL takes the shrink
      * entry from that log.
      *
      * Card layout (31 bytes): card type, store number, sku code
      * (C cards), counted quantity 9(5) (C cards), counter or
      * operator id.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select count-card-file
               assign to "../count-cards.dat"
               organization is line sequential
               file status is ws-card-status.

           select snapshot-file
               assign to "../count-snapshot.dat"
               organization is line sequential
               file status is ws-cs-status.

           select count-sheet-file
               assign to "../count-sheet.dat"
               organization is line sequential
               file status is ws-ct-status.

           select adjust-file
               assign to "../inventory-adjust.dat"
               organization is line sequential
               file status is ws-ia-status.

           select inventory-master-file
               assign to "../inventory-master.dat"
               organization is line sequential
               file status is ws-im-status.

           select store-master-file
               assign to "../store-master.dat"
               organization is line sequential
               file status is ws-store-master-status.

           select sku-master-file
               assign to "../sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select operator-auth-file
               assign to "../operator-auth.dat"
               organization is line sequential
               file status is ws-auth-status.

           select variance-report
               assign to "../count-variance.out"
               organization is line sequential.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd count-card-file
           record contains 31 characters
           data record is cc-record.

       01 cc-record.
         05 cc-type pic x.
         05 cc-store-num pic xx.
         05 cc-sku-code pic x(15).
         05 cc-quantity pic 9(5).
         05 cc-user-id pic x(8).

       fd snapshot-file
           record contains 32 characters
           data record is cs-record.

       01 cs-record.
         05 cs-store-num pic xx.
         05 cs-sku-code pic x(15).
         05 cs-frozen-qty pic s9(7).
         05 cs-freeze-date pic 9(8).

       fd count-sheet-file
           record contains 32 characters
           data record is ct-record.

       01 ct-record.
         05 ct-store-num pic xx.
         05 ct-sku-code pic x(15).
         05 ct-counted-qty pic 9(7).
         05 ct-counter-id pic x(8).

       fd adjust-file
           record contains 40 characters
           data record is ia-record.

       01 ia-record.
         05 ia-store-num pic xx.
         05 ia-sku-code pic x(15).
         05 ia-quantity pic s9(7).
         05 ia-reason pic xx.
         05 ia-unit-price pic 9(4)V99.
         05 ia-ref-date pic 9(8).

       fd inventory-master-file
           record contains 38 characters
           data record is im-record.

       01 im-record.
         05 im-store-num pic xx.
         05 im-sku-code pic x(15).
         05 im-on-hand pic s9(7).
         05 im-damaged pic s9(7).
         05 im-rtv pic s9(7).

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

       fd operator-auth-file
          data record is op-record
          record contains 17 characters.

       01 op-record.
         05 op-operator-id pic x(8).
         05 op-functions pic x(8).
         05 op-active-flag pic x.

       fd variance-report
           record contains 100 characters
           data record is vr-output.

       01 vr-output pic x(100).

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
       01 ws-cs-eof pic x value "N".
       01 ws-ct-eof pic x value "N".
       01 ws-im-eof pic x value "N".
       01 ws-store-master-eof pic x value "N".
       01 ws-sku-master-eof pic x value "N".
       01 ws-auth-eof pic x value "N".
       01 ws-card-status pic xx value spaces.
       01 ws-cs-status pic xx value spaces.
       01 ws-ct-status pic xx value spaces.
       01 ws-ia-status pic xx value spaces.
       01 ws-im-status pic xx value spaces.
       01 ws-store-master-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-auth-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-cards-read pic 9(6) value 0.
       01 ws-cards-rejected pic 9(6) value 0.
       01 ws-approved-count pic 9(6) value 0.
       01 ws-adjust-count pic 9(6) value 0.
       01 ws-overflow pic x value "N".
       01 ws-card-ok pic x value "N".
       01 ws-reject-reason pic x(30) value spaces.
       01 ws-store-open pic x value "N".
       01 ws-store-found pic x value "N".
       01 ws-sku-found pic x value "N".
       01 ws-sub pic 9(4) value 0.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-lookup-price pic 9(4)V99 value 0.
       01 ws-report-store pic xx value spaces.
       01 ws-report-status pic x(24) value spaces.

       01 ws-num-stores pic 99 value 0.
       01 ws-store-table.
         05 ws-store-entry occurs 50 times
                            indexed by ws-store-idx.
           10 ws-store-tbl-num pic xx.
           10 ws-store-tbl-reported pic x.

       01 ws-num-skus pic 9(4) value 0.
       01 ws-sku-table.
         05 ws-sku-entry occurs 1000 times
                          indexed by ws-sku-idx.
           10 ws-sku-tbl-code pic x(15).
           10 ws-sku-tbl-price pic 9(4)V99.

       01 ws-num-operators pic 99 value 0.
       01 ws-auth-sub pic 99 value 0.
       01 ws-auth-table.
         05 ws-auth-entry occurs 50 times.
           10 ws-auth-id pic x(8).
           10 ws-auth-functions pic x(8).
           10 ws-auth-active pic x.
       01 ws-op-ok pic x value "N".
       01 ws-op-reason pic x(30) value spaces.
       01 ws-op-lookup pic x(8) value spaces.
       01 ws-op-hits pic 99 value 0.

      * open counts: the frozen book rows, a row with a blank SKU
      * marking a store frozen with nothing on the book; a row whose
      * store is cleared to spaces has been approved or cancelled
       01 ws-num-cs pic 9(4) value 0.
       01 ws-cs-sub pic 9(4) value 0.
       01 ws-snapshot-table.
         05 ws-cs-entry occurs 2000 times.
           10 ws-cs-store pic xx.
           10 ws-cs-sku pic x(15).
           10 ws-cs-frozen pic s9(7).
           10 ws-cs-date pic 9(8).

       01 ws-num-ct pic 9(4) value 0.
       01 ws-ct-sub pic 9(4) value 0.
       01 ws-sheet-table.
         05 ws-ct-entry occurs 2000 times.
           10 ws-ct-store pic xx.
           10 ws-ct-sku pic x(15).
           10 ws-ct-counted pic 9(7).
           10 ws-ct-counter pic x(8).

      * one store's variance worksheet, rebuilt for every store
      * reported
       01 ws-num-var pic 9(4) value 0.
       01 ws-var-sub pic 9(4) value 0.
       01 ws-variance-table.
         05 ws-var-entry occurs 2000 times
                          indexed by ws-var-idx.
           10 ws-var-sku pic x(15).
           10 ws-var-frozen pic s9(7).
           10 ws-var-counted pic 9(7).
           10 ws-var-on-book pic x.
           10 ws-var-was-counted pic x.

       01 ws-var-qty pic s9(7) value 0.
       01 ws-var-value pic s9(9)V99 value 0.
       01 ws-store-shrink pic s9(9)V99 value 0.
       01 ws-store-short-units pic 9(7) value 0.
       01 ws-store-over-units pic 9(7) value 0.
       01 ws-chain-shrink pic s9(9)V99 value 0.
       01 ws-freeze-date pic 9(8) value 0.

       01 ws-blank-line pic x(100) value spaces.

       01 ws-vr-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(41) value
                   "PHYSICAL COUNT VARIANCE AND SHRINK - RUN ".
         05 ws-vr-head-date pic 9(8).

       01 ws-vr-store-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "STORE: ".
         05 ws-vrh-store pic xx.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "FROZEN: ".
         05 ws-vrh-freeze-date pic 9(8).
         05 filler pic x(3) value spaces.
         05 ws-vrh-status pic x(24).

       01 ws-vr-heading-2.
         05 filler pic x(4) value spaces.
         05 filler pic x(17) value "SKU".
         05 filler pic x(9) value "FROZEN".
         05 filler pic x(9) value "COUNTED".
         05 filler pic x(10) value "VARIANCE".
         05 filler pic x(9) value "PRICE".
         05 filler pic x(14) value "VALUE".
         05 filler pic x(16) value "NOTE".

       01 ws-vr-detail.
         05 filler pic x(4) value spaces.
         05 ws-vr-sku pic x(15).
         05 filler pic x(1) value spaces.
         05 ws-vr-frozen pic zzzzzz9-.
         05 filler pic x(1) value spaces.
         05 ws-vr-counted pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-vr-variance pic zzzzzz9-.
         05 filler pic x(2) value spaces.
         05 ws-vr-price pic zzz9.99.
         05 filler pic x(2) value spaces.
         05 ws-vr-value pic zzz,zz9.99-.
         05 filler pic x(2) value spaces.
         05 ws-vr-note pic x(16).

       01 ws-vr-store-total.
         05 filler pic x(4) value spaces.
         05 filler pic x(13) value "UNITS SHORT: ".
         05 ws-vrt-short pic zzzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(12) value "UNITS OVER: ".
         05 ws-vrt-over pic zzzzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(14) value "STORE SHRINK: ".
         05 ws-vrt-shrink pic $$,$$$,$$9.99-.

       01 ws-vr-chain-total.
         05 filler pic x(2) value spaces.
         05 filler pic x(38) value
                   "CHAIN-WIDE SHRINK, COUNTS ON REPORT: ".
         05 ws-vrc-shrink pic $$,$$$,$$9.99-.

       01 ws-vr-reject.
         05 filler pic x(2) value spaces.
         05 filler pic x(15) value "CARD REJECTED: ".
         05 ws-vrj-type pic x.
         05 filler pic x(1) value space.
         05 ws-vrj-store pic xx.
         05 filler pic x(1) value space.
         05 ws-vrj-sku pic x(15).
         05 filler pic x(1) value space.
         05 ws-vrj-user pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-vrj-reason pic x(30).

       01 ws-vr-card-summary.
         05 filler pic x(2) value spaces.
         05 filler pic x(12) value "CARDS READ: ".
         05 ws-vrs-read pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-vrs-rejected pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(18) value "COUNTS APPROVED: ".
         05 ws-vrs-approved pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(13) value "ADJUSTMENTS: ".
         05 ws-vrs-adjust pic zzzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 040-load-store-master.
           perform 045-load-sku-master.
           perform 050-load-operator-auth.
           perform 060-load-snapshot.
           perform 065-load-count-sheet.

      * refusing beats silently dropping row 2001 on the rewrite
           if ws-overflow = "Y"
               display "PHYSCOUNT: SNAPSHOT OR COUNT SHEET EXCEEDS "
                 "2000 ROWS - RUN REFUSED"
               move 8 to ws-condition-code
               perform 700-write-run-log
               move 8 to return-code
               goback
           end-if.

           open output variance-report.
           move ws-start-date to ws-vr-head-date.
           write vr-output from ws-vr-heading-1.
           write vr-output from ws-blank-line.

           perform 100-apply-cards.

      * every count still open is reported too, so the store sees
      * its variances before anyone signs them off
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-num-stores
               move ws-store-tbl-num(ws-store-idx) to ws-report-store
               perform 150-check-store-open
               if ws-store-open = "Y"
                   move "OPEN - NOT YET POSTED" to ws-report-status
                   perform 400-report-store-variance
               end-if
           end-perform.

           move ws-chain-shrink to ws-vrc-shrink.
           write vr-output from ws-blank-line.
           write vr-output from ws-vr-chain-total.

           move ws-cards-read to ws-vrs-read.
           move ws-cards-rejected to ws-vrs-rejected.
           move ws-approved-count to ws-vrs-approved.
           move ws-adjust-count to ws-vrs-adjust.
           write vr-output from ws-blank-line.
           write vr-output from ws-vr-card-summary.
           close variance-report.

           perform 500-rewrite-snapshot.
           perform 520-rewrite-count-sheet.

           perform 700-write-run-log.
           if ws-condition-code not = 0
               move ws-condition-code to return-code
           end-if.
           goback.

       040-load-store-master.
           open input store-master-file.
           if ws-store-master-status <> "00"
               display "PHYSCOUNT: CANT OPEN STORE-MASTER, STATUS="
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
               display "PHYSCOUNT: CANT OPEN SKU-MASTER, STATUS="
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
               move skm-unit-price to ws-sku-tbl-price(ws-num-skus)
               read sku-master-file
                   at end
                       move "Y" to ws-sku-master-eof
               end-read
           end-perform.
           close sku-master-file.

       050-load-operator-auth.
           open input operator-auth-file.
           if ws-auth-status <> "00"
               display "PHYSCOUNT: NO OPERATOR AUTH FILE, STATUS="
                   ws-auth-status " - APPROVALS WILL REJECT"
               exit paragraph
           end-if.
           read operator-auth-file
               at end
                   move "Y" to ws-auth-eof.
           perform until ws-auth-eof = "Y"
               or ws-num-operators >= 50
               add 1 to ws-num-operators
               move op-operator-id to ws-auth-id(ws-num-operators)
               move op-functions
                 to ws-auth-functions(ws-num-operators)
               move op-active-flag
                 to ws-auth-active(ws-num-operators)
               read operator-auth-file
                   at end
                       move "Y" to ws-auth-eof
               end-read
           end-perform.
           close operator-auth-file.

       055-check-operator.
      * the id to verify arrives in ws-op-lookup
           move "N" to ws-op-ok.
           move "UNKNOWN OPERATOR" to ws-op-reason.
           perform varying ws-auth-sub from 1 by 1
             until ws-auth-sub > ws-num-operators
               if ws-op-lookup = ws-auth-id(ws-auth-sub)
                   if ws-auth-active(ws-auth-sub) not = "Y"
                       move "OPERATOR NOT ACTIVE" to ws-op-reason
                   else
                       move 0 to ws-op-hits
                       inspect ws-auth-functions(ws-auth-sub)
                         tallying ws-op-hits for all "C"
                       if ws-op-hits > 0
                           move "Y" to ws-op-ok
                       else
                           move "OPERATOR NOT AUTHORIZED"
                             to ws-op-reason
                       end-if
                   end-if
               end-if
           end-perform.

       060-load-snapshot.
           open input snapshot-file.
           if ws-cs-status <> "00"
               exit paragraph
           end-if.
           read snapshot-file
               at end
                   move "Y" to ws-cs-eof.
           perform until ws-cs-eof = "Y"
               if ws-num-cs < 2000
                   add 1 to ws-num-cs
                   move cs-store-num to ws-cs-store(ws-num-cs)
                   move cs-sku-code to ws-cs-sku(ws-num-cs)
                   move cs-frozen-qty to ws-cs-frozen(ws-num-cs)
                   move cs-freeze-date to ws-cs-date(ws-num-cs)
               else
                   move "Y" to ws-overflow
               end-if
               read snapshot-file
                   at end
                       move "Y" to ws-cs-eof
               end-read
           end-perform.
           close snapshot-file.

       065-load-count-sheet.
           open input count-sheet-file.
           if ws-ct-status <> "00"
               exit paragraph
           end-if.
           read count-sheet-file
               at end
                   move "Y" to ws-ct-eof.
           perform until ws-ct-eof = "Y"
               if ws-num-ct < 2000
                   add 1 to ws-num-ct
                   move ct-store-num to ws-ct-store(ws-num-ct)
                   move ct-sku-code to ws-ct-sku(ws-num-ct)
                   move ct-counted-qty to ws-ct-counted(ws-num-ct)
                   move ct-counter-id to ws-ct-counter(ws-num-ct)
               else
                   move "Y" to ws-overflow
               end-if
               read count-sheet-file
                   at end
                       move "Y" to ws-ct-eof
               end-read
           end-perform.
           close count-sheet-file.

       100-apply-cards.
           open input count-card-file.
           if ws-card-status <> "00"
               display "PHYSCOUNT: NO COUNT CARDS, STATUS="
                   ws-card-status " - REPORTING OPEN COUNTS ONLY"
               exit paragraph
           end-if.

           read count-card-file
               at end
                   move "Y" to ws-card-eof.
           perform until ws-card-eof = "Y"
               add 1 to ws-cards-read
               perform 200-validate-card
               if ws-card-ok = "Y"
                   evaluate cc-type
                       when "F"
                           perform 250-freeze-store
                       when "C"
                           perform 260-record-count
                       when "A"
                           perform 270-approve-count
                       when "X"
                           perform 280-cancel-count
                   end-evaluate
               else
                   add 1 to ws-cards-rejected
                   move cc-type to ws-vrj-type
                   move cc-store-num to ws-vrj-store
                   move cc-sku-code to ws-vrj-sku
                   move cc-user-id to ws-vrj-user
                   move ws-reject-reason to ws-vrj-reason
                   write vr-output from ws-vr-reject
               end-if
               read count-card-file
                   at end
                       move "Y" to ws-card-eof
               end-read
           end-perform.
           close count-card-file.

      * the deck is consumed; the count itself lives on the sheet
           open output count-card-file.
           close count-card-file.

       150-check-store-open.
           move "N" to ws-store-open.
           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cs
               if ws-cs-store(ws-cs-sub) = ws-report-store
                   move "Y" to ws-store-open
                   move ws-cs-date(ws-cs-sub) to ws-freeze-date
               end-if
           end-perform.

       160-find-price.
           move 0 to ws-lookup-price.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus
               if ws-lookup-sku = ws-sku-tbl-code(ws-sku-idx)
                   move ws-sku-tbl-price(ws-sku-idx)
                     to ws-lookup-price
               end-if
           end-perform.

       200-validate-card.
           move "Y" to ws-card-ok.
           move spaces to ws-reject-reason.
           move "N" to ws-store-found.
           perform varying ws-store-idx from 1 by 1
             until ws-store-idx > ws-num-stores
               if cc-store-num = ws-store-tbl-num(ws-store-idx)
                   move "Y" to ws-store-found
               end-if
           end-perform.
           move cc-store-num to ws-report-store.
           perform 150-check-store-open.
           move "N" to ws-sku-found.
           perform varying ws-sku-idx from 1 by 1
             until ws-sku-idx > ws-num-skus
               if cc-sku-code = ws-sku-tbl-code(ws-sku-idx)
                   move "Y" to ws-sku-found
               end-if
           end-perform.
           if cc-type = "A"
               move cc-user-id to ws-op-lookup
               perform 055-check-operator
           end-if.

           evaluate true
               when cc-type not = "F" and cc-type not = "C"
                 and cc-type not = "A" and cc-type not = "X"
                   move "N" to ws-card-ok
                   move "INVALID CARD TYPE" to ws-reject-reason
               when ws-store-found = "N"
                   move "N" to ws-card-ok
                   move "STORE NOT ON MASTER" to ws-reject-reason
               when cc-type = "F" and ws-store-open = "Y"
                   move "N" to ws-card-ok
                   move "COUNT ALREADY OPEN FOR STORE"
                     to ws-reject-reason
               when cc-type not = "F" and ws-store-open = "N"
                   move "N" to ws-card-ok
                   move "NO OPEN COUNT FOR STORE" to ws-reject-reason
               when cc-type = "C" and ws-sku-found = "N"
                   move "N" to ws-card-ok
                   move "SKU NOT ON MASTER" to ws-reject-reason
               when cc-type = "C" and cc-quantity not numeric
                   move "N" to ws-card-ok
                   move "QUANTITY NOT NUMERIC" to ws-reject-reason
               when cc-type = "C" and ws-num-ct >= 2000
                   move "N" to ws-card-ok
                   move "COUNT SHEET FULL" to ws-reject-reason
               when cc-type = "A" and ws-op-ok = "N"
                   move "N" to ws-card-ok
                   move ws-op-reason to ws-reject-reason
           end-evaluate.

       250-freeze-store.
      * the book as it stands right now is what the shelf is held to
           move "N" to ws-im-eof.
           move ws-num-cs to ws-sub.
           open input inventory-master-file.
           if ws-im-status = "00"
               read inventory-master-file
                   at end
                       move "Y" to ws-im-eof
               end-read
               perform until ws-im-eof = "Y"
                   if im-store-num = cc-store-num
                       if ws-num-cs < 2000
                           add 1 to ws-num-cs
                           move im-store-num to ws-cs-store(ws-num-cs)
                           move im-sku-code to ws-cs-sku(ws-num-cs)
                           move im-on-hand to ws-cs-frozen(ws-num-cs)
                           move ws-start-date to ws-cs-date(ws-num-cs)
                       else
                           move "Y" to ws-overflow
                       end-if
                   end-if
                   read inventory-master-file
                       at end
                           move "Y" to ws-im-eof
                   end-read
               end-perform
               close inventory-master-file
           end-if.

           if ws-overflow = "Y"
               display "PHYSCOUNT: SNAPSHOT FULL - STORE "
                 cc-store-num " NOT FROZEN"
               move ws-sub to ws-num-cs
               move "N" to ws-overflow
               move 8 to ws-condition-code
               exit paragraph
           end-if.

      * a store with nothing on the book still needs its count open
           if ws-num-cs = ws-sub and ws-num-cs < 2000
               add 1 to ws-num-cs
               move cc-store-num to ws-cs-store(ws-num-cs)
               move spaces to ws-cs-sku(ws-num-cs)
               move 0 to ws-cs-frozen(ws-num-cs)
               move ws-start-date to ws-cs-date(ws-num-cs)
           end-if.

       260-record-count.
           add 1 to ws-num-ct.
           move cc-store-num to ws-ct-store(ws-num-ct).
           move cc-sku-code to ws-ct-sku(ws-num-ct).
           move cc-quantity to ws-ct-counted(ws-num-ct).
           move cc-user-id to ws-ct-counter(ws-num-ct).

       270-approve-count.
           move cc-store-num to ws-report-store.
           move "APPROVED - POSTED" to ws-report-status.
           perform 400-report-store-variance.
           perform 300-queue-adjustments.
           perform 290-close-store-count.
           add 1 to ws-approved-count.

       280-cancel-count.
           perform 290-close-store-count.

       290-close-store-count.
           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cs
               if ws-cs-store(ws-cs-sub) = cc-store-num
                   move spaces to ws-cs-store(ws-cs-sub)
               end-if
           end-perform.
           perform varying ws-ct-sub from 1 by 1
             until ws-ct-sub > ws-num-ct
               if ws-ct-store(ws-ct-sub) = cc-store-num
                   move spaces to ws-ct-store(ws-ct-sub)
               end-if
           end-perform.

       300-queue-adjustments.
      * the worksheet 400 just built is the store's variance list
           open extend adjust-file.
           if ws-ia-status = "35"
               open output adjust-file
           end-if.
           perform varying ws-var-sub from 1 by 1
             until ws-var-sub > ws-num-var
               compute ws-var-qty =
                 ws-var-counted(ws-var-sub) - ws-var-frozen(ws-var-sub)
               if ws-var-qty not = 0
                   move ws-var-sku(ws-var-sub) to ws-lookup-sku
                   perform 160-find-price
                   move cc-store-num to ia-store-num
                   move ws-var-sku(ws-var-sub) to ia-sku-code
                   move ws-var-qty to ia-quantity
                   move "CT" to ia-reason
                   move ws-lookup-price to ia-unit-price
                   move ws-start-date to ia-ref-date
                   write ia-record
                   add 1 to ws-adjust-count
               end-if
           end-perform.
           close adjust-file.

       400-report-store-variance.
           perform 150-check-store-open.
           perform 410-build-worksheet.

           move ws-report-store to ws-vrh-store.
           move ws-freeze-date to ws-vrh-freeze-date.
           move ws-report-status to ws-vrh-status.
           write vr-output from ws-blank-line.
           write vr-output from ws-vr-store-heading.
           write vr-output from ws-vr-heading-2.

           move 0 to ws-store-shrink.
           move 0 to ws-store-short-units.
           move 0 to ws-store-over-units.
           perform varying ws-var-sub from 1 by 1
             until ws-var-sub > ws-num-var
               perform 450-report-one-variance
           end-perform.

           move ws-store-short-units to ws-vrt-short.
           move ws-store-over-units to ws-vrt-over.
           move ws-store-shrink to ws-vrt-shrink.
           write vr-output from ws-vr-store-total.
           add ws-store-shrink to ws-chain-shrink.

       410-build-worksheet.
           move 0 to ws-num-var.
           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cs
               if ws-cs-store(ws-cs-sub) = ws-report-store
                 and ws-cs-sku(ws-cs-sub) not = spaces
                   move ws-cs-sku(ws-cs-sub) to ws-lookup-sku
                   perform 420-find-or-add-variance
                   if ws-found-sub > 0
                       move ws-cs-frozen(ws-cs-sub)
                         to ws-var-frozen(ws-found-sub)
                       move "Y" to ws-var-on-book(ws-found-sub)
                   end-if
               end-if
           end-perform.
           perform varying ws-ct-sub from 1 by 1
             until ws-ct-sub > ws-num-ct
               if ws-ct-store(ws-ct-sub) = ws-report-store
                   move ws-ct-sku(ws-ct-sub) to ws-lookup-sku
                   perform 420-find-or-add-variance
                   if ws-found-sub > 0
                       add ws-ct-counted(ws-ct-sub)
                         to ws-var-counted(ws-found-sub)
                       move "Y" to ws-var-was-counted(ws-found-sub)
                   end-if
               end-if
           end-perform.

       420-find-or-add-variance.
           move 0 to ws-found-sub.
           perform varying ws-var-idx from 1 by 1
             until ws-var-idx > ws-num-var
               if ws-lookup-sku = ws-var-sku(ws-var-idx)
                   move ws-var-idx to ws-found-sub
               end-if
           end-perform.
           if ws-found-sub = 0 and ws-num-var < 2000
               add 1 to ws-num-var
               move ws-num-var to ws-found-sub
               move ws-lookup-sku to ws-var-sku(ws-found-sub)
               move 0 to ws-var-frozen(ws-found-sub)
               move 0 to ws-var-counted(ws-found-sub)
               move "N" to ws-var-on-book(ws-found-sub)
               move "N" to ws-var-was-counted(ws-found-sub)
           end-if.

       450-report-one-variance.
           compute ws-var-qty =
             ws-var-counted(ws-var-sub) - ws-var-frozen(ws-var-sub).
           move ws-var-sku(ws-var-sub) to ws-lookup-sku.
           perform 160-find-price.
           compute ws-var-value = ws-var-qty * ws-lookup-price.

      * shrink is book value missing from the shelf, so a shortage
      * adds to it and an overage takes it back
           subtract ws-var-value from ws-store-shrink.
           if ws-var-qty < 0
               subtract ws-var-qty from ws-store-short-units
           else
               add ws-var-qty to ws-store-over-units
           end-if.

           move ws-var-sku(ws-var-sub) to ws-vr-sku.
           move ws-var-frozen(ws-var-sub) to ws-vr-frozen.
           move ws-var-counted(ws-var-sub) to ws-vr-counted.
           move ws-var-qty to ws-vr-variance.
           move ws-lookup-price to ws-vr-price.
           move ws-var-value to ws-vr-value.
           evaluate true
               when ws-var-was-counted(ws-var-sub) = "N"
                   move "NOT COUNTED" to ws-vr-note
               when ws-var-on-book(ws-var-sub) = "N"
                   move "NOT ON BOOK" to ws-vr-note
               when other
                   move spaces to ws-vr-note
           end-evaluate.
           write vr-output from ws-vr-detail.

       500-rewrite-snapshot.
           open output snapshot-file.
           perform varying ws-cs-sub from 1 by 1
             until ws-cs-sub > ws-num-cs
               if ws-cs-store(ws-cs-sub) not = spaces
                   move ws-cs-store(ws-cs-sub) to cs-store-num
                   move ws-cs-sku(ws-cs-sub) to cs-sku-code
                   move ws-cs-frozen(ws-cs-sub) to cs-frozen-qty
                   move ws-cs-date(ws-cs-sub) to cs-freeze-date
                   write cs-record
               end-if
           end-perform.
           close snapshot-file.

       520-rewrite-count-sheet.
           open output count-sheet-file.
           perform varying ws-ct-sub from 1 by 1
             until ws-ct-sub > ws-num-ct
               if ws-ct-store(ws-ct-sub) not = spaces
                   move ws-ct-store(ws-ct-sub) to ct-store-num
                   move ws-ct-sku(ws-ct-sub) to ct-sku-code
                   move ws-ct-counted(ws-ct-sub) to ct-counted-qty
                   move ws-ct-counter(ws-ct-sub) to ct-counter-id
                   write ct-record
               end-if
           end-perform.
           close count-sheet-file.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "PHYSCOUNT" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-cards-read to rl-records-read.
           move ws-cards-rejected to rl-records-written.
           move ws-approved-count to rl-records-written-2.
           move ws-adjust-count to rl-records-written-3.
           move 0 to rl-records-written-4.

           open extend run-log-file.
           write rl-record.
           close run-log-file.

       end program PHYSCOUNT.
      **************************************************************************

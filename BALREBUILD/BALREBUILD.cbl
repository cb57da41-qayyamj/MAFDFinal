       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. BALREBUILD.
      **************************************************************************
      * Rebuilds the standing balance files from transaction-history.dat
      * when a generation restore is not enough -- a layaway, inventory,
      * loyalty or gift-card balance, or the invoice index, that went
      * bad nights ago.  Run on demand, with the pipeline quiesced.
      *
      * rebuild-request.dat names the starting generation (1..9, the
      * GENBACKUP generation to start from, or 0 to start from
      * nothing), the first processing date to replay and the
      * requesting user.  The starting date is the night that
      * generation was taken: GENBACKUP snapshots before anything
      * posts, so generation n holds the balances as that night
      * opened.  The invoice index has no generations; it starts
      * from the live entries dated before the starting date (or
      * empty for generation 0), with their cross-reference rows.
      *
      * The replay runs in a working tree, ../REBUILD/ROOT, laid out
      * the way the chain expects: the reference files are copied in
      * and every posting file cleared.  Each night on the history
      * (each processing date and run sequence, in the order they
      * were archived) is written back out as a valid.data with its
      * control header and trailer, the tree's run-control.dat is set
      * to that night, and the posting programs themselves are run
      * against the tree in chain order -- DATASPLITCOUNT, INVENTORY,
      * Program1, LOYALTY, LAYAWAY, GIFTCARD -- so the rebuilt files
      * come from the same posting rules as the live ones.  Movements
      * that never reach the history (DC receipts, transfers,
      * adjustments, physical counts, return dispositions) are not
      * replayed and show up as differences in inventory.
      *
      * rebuild-compare.out then lists every key whose rebuilt
      * balance differs from the live one, or that is on one file
      * only; for the invoice index, any entry that differs.  The
      * rebuilt files stay in the tree until BALPROMOTE puts the
      * chosen ones live; ../REBUILD/rebuild-status.dat tells it
      * whether the replay finished and which night it ended on.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select request-file
               assign to "../rebuild-request.dat"
               organization is line sequential
               file status is ws-rq-status.

           select run-lock-file
               assign to "../run-lock.dat"
               organization is line sequential
               file status is ws-lock-status.

           select history-file
               assign to "../transaction-history.dat"
               organization is line sequential
               file status is ws-hist-status.

           select tree-valid-file
               assign to "../REBUILD/ROOT/FinalProject/valid.data"
               organization is line sequential
               file status is ws-tv-status.

           select tree-run-control-file
               assign to "../REBUILD/ROOT/run-control.dat"
               organization is line sequential
               file status is ws-trc-status.

           select copy-in-file
               assign to "BKIN"
               organization is line sequential
               file status is ws-bkin-status.

           select copy-out-file
               assign to "BKOUT"
               organization is line sequential
               file status is ws-bkout-status.

           select index-in-file
               assign to "RBIXIN"
               organization is indexed
               access mode is sequential
               record key is ixi-invoice-num
               file status is ws-ixi-status.

           select tree-index-file
               assign to "../REBUILD/ROOT/invoice-index.dat"
               organization is indexed
               access mode is sequential
               record key is tix-invoice-num
               file status is ws-tix-status.

           select tree-xref-file
               assign to "../REBUILD/ROOT/invoice-customer-xref.dat"
               organization is indexed
               access mode is random
               record key is txr-key
               file status is ws-txr-status.

           select compare-in-file
               assign to "CMPIN"
               organization is line sequential
               file status is ws-cin-status.

           select sort-work-file
               assign to "../rebuild-work".

           select compare-report
               assign to "../rebuild-compare.out"
               organization is line sequential.

           select rebuild-status-file
               assign to "../REBUILD/rebuild-status.dat"
               organization is line sequential
               file status is ws-rbs-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential
               file status is ws-rl-status.

       data division.
       file section.

       fd request-file
           record contains 17 characters
           data record is rq-record.

       01 rq-record.
         05 rq-generation pic x.
         05 rq-start-date pic x(8).
         05 rq-user-id pic x(8).

       fd run-lock-file
           data record is lk-record
           record contains 21 characters.

       01 lk-record.
         05 lk-status pic x.
         05 lk-date pic 9(8).
         05 lk-time pic 9(8).
         05 lk-seq pic 9(4).

       fd history-file
           record contains 91 characters
           data record is th-record.

       01 th-record.
         05 th-run-date pic 9(8).
         05 th-run-seq pic 9(4).
         05 th-transaction.
           10 th-trans-code pic x.
           10 th-trans-amount pic 9(5)V99.
           10 filler pic x(71).

       fd tree-valid-file
           record contains 79 characters
           data record is tv-record.

       01 tv-record pic x(79).

       fd tree-run-control-file
           data record is trc-record
           record contains 14 characters.

       01 trc-record.
         05 trc-date pic 9(8).
         05 trc-seq pic 9(4).
         05 trc-supp pic 9(2).

       fd copy-in-file
           record contains 256 characters
           data record is bkin-record.

       01 bkin-record pic x(256).

       fd copy-out-file
           record contains 256 characters
           data record is bkout-record.

       01 bkout-record pic x(256).

      * invoice-index.dat -- same layout as DATASPLITCOUNT's
       fd index-in-file
           data record is ixi-record.

       01 ixi-record.
         05 ixi-invoice-num pic x(9).
         05 filler pic x(3).
         05 ixi-trans-date pic 9(8).
         05 filler pic x(43).
         05 ixi-customer-num pic x(6).
         05 filler pic x(10).

       fd tree-index-file
           data record is tix-record.

       01 tix-record.
         05 tix-invoice-num pic x(9).
         05 tix-rest pic x(70).

       fd tree-xref-file
           data record is txr-record.

       01 txr-record.
         05 txr-key.
           10 txr-customer-num pic x(6).
           10 txr-invoice-num pic x(9).

       fd compare-in-file
           record contains 256 characters
           data record is cin-record.

       01 cin-record pic x(256).

       sd sort-work-file
           data record is sw-record.

       01 sw-record.
         05 sw-file-sub pic 9.
         05 sw-key pic x(17).
         05 sw-side pic 9.
         05 sw-amount pic s9(13)V99.
         05 sw-amount-ok pic x.
         05 sw-image pic x(86).

       fd compare-report
           record contains 132 characters
           data record is cr-output.

       01 cr-output pic x(132).

      * C the replay finished, H it did not (or is under way)
       fd rebuild-status-file
           record contains 46 characters
           data record is rbs-record.

       01 rbs-record.
         05 rbs-status pic x.
         05 rbs-run-date pic 9(8).
         05 rbs-run-time pic 9(8).
         05 rbs-generation pic 9.
         05 rbs-start-date pic 9(8).
         05 rbs-last-date pic 9(8).
         05 rbs-last-seq pic 9(4).
         05 rbs-user-id pic x(8).

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

       01 ws-rq-status pic xx value spaces.
       01 ws-lock-status pic xx value spaces.
       01 ws-hist-status pic xx value spaces.
       01 ws-tv-status pic xx value spaces.
       01 ws-trc-status pic xx value spaces.
       01 ws-bkin-status pic xx value spaces.
       01 ws-bkout-status pic xx value spaces.
       01 ws-ixi-status pic xx value spaces.
       01 ws-tix-status pic xx value spaces.
       01 ws-txr-status pic xx value spaces.
       01 ws-cin-status pic xx value spaces.
       01 ws-rbs-status pic xx value spaces.
       01 ws-rl-status pic xx value spaces.
       01 ws-in-eof pic x value "N".
       01 ws-hist-eof pic x value "N".
       01 ws-sort-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

      * the request
       01 ws-generation pic 9 value 0.
       01 ws-gen-digit pic 9 value 0.
       01 ws-replay-from pic 9(8) value 0.
       01 ws-user-id pic x(8) value spaces.

      * the working tree
       01 ws-tree-root pic x(16) value "../REBUILD/ROOT/".
       01 ws-dir-path pic x(80) value spaces.
       01 ws-in-path pic x(80) value spaces.
       01 ws-out-path pic x(80) value spaces.
       01 ws-copy-count pic 9(7) value 0.
       01 ws-sub pic 99 value 0.

      * posting files cleared from the tree before the replay starts
       01 ws-num-clear pic 99 value 22.
       01 ws-clear-table.
         05 ws-clear-name occurs 22 times pic x(30).

      * reference files copied into the tree as they stand today
       01 ws-num-ref pic 99 value 10.
       01 ws-ref-table.
         05 ws-ref-name occurs 10 times pic x(30).

      * the replay, one night at a time
       01 ws-night-open pic x value "N".
       01 ws-night-date pic 9(8) value 0.
       01 ws-night-seq pic 9(4) value 0.
       01 ws-night-count pic 9(7) value 0.
       01 ws-night-amount pic 9(11)V99 value 0.
       01 ws-nights-replayed pic 9(6) value 0.
       01 ws-trans-replayed pic 9(7) value 0.
       01 ws-last-date pic 9(8) value 0.
       01 ws-last-seq pic 9(4) value 0.
       01 ws-replay-halted pic x value "N".
       01 ws-halt-program pic x(30) value spaces.
       01 ws-halt-date pic 9(8) value 0.
       01 ws-halt-seq pic 9(4) value 0.
       01 ws-base-entries pic 9(7) value 0.
       01 ws-prog-sub pic 9 value 0.
       01 ws-num-programs pic 9 value 6.
       01 ws-program-table.
         05 ws-post-program occurs 6 times pic x(30).

       01 ws-valid-header.
         05 ws-vh-type pic x value "0".
         05 ws-vh-date pic 9(8).
         05 filler pic x(70) value spaces.

       01 ws-valid-trailer.
         05 ws-vt-type pic x value "9".
         05 ws-vt-count pic 9(7).
         05 ws-vt-amount pic 9(11)V99.
         05 filler pic x(58) value spaces.

      * the five files compared, key and balance positions in each
       01 ws-num-files pic 9 value 5.
       01 ws-cf-sub pic 9 value 0.
       01 ws-side pic 9 value 0.
       01 ws-file-table.
         05 ws-cf-entry occurs 5 times.
           10 ws-cf-name pic x(18).
           10 ws-cf-path pic x(30).
           10 ws-cf-key-pos pic 999.
           10 ws-cf-key-len pic 99.
           10 ws-cf-amt-pos pic 999.
           10 ws-cf-amt-len pic 99.
           10 ws-cf-amt-dec pic 9.
           10 ws-cf-amt-sign pic x.
           10 ws-cf-indexed pic x.
           10 ws-cf-live-recs pic 9(7).
           10 ws-cf-rebuilt-recs pic 9(7).
           10 ws-cf-differing pic 9(7).

       01 ws-cmp-rec pic x(256) value spaces.
       01 ws-amt-start pic 99 value 0.
       01 ws-scale pic 9(5) value 1.
       01 ws-amt-area pic x(15) value zeros.
       01 ws-amt-unsigned redefines ws-amt-area pic 9(15).
       01 ws-amt-signed redefines ws-amt-area pic s9(15).

      * one key as the sorted walk collects it
       01 ws-grp-file pic 9 value 0.
       01 ws-grp-key pic x(17) value spaces.
       01 ws-grp-live pic x value "N".
       01 ws-grp-live-amt pic s9(13)V99 value 0.
       01 ws-grp-live-image pic x(86) value spaces.
       01 ws-grp-rebuilt pic x value "N".
       01 ws-grp-rebuilt-amt pic s9(13)V99 value 0.
       01 ws-grp-rebuilt-image pic x(86) value spaces.
       01 ws-grp-note pic x(20) value spaces.
       01 ws-total-differing pic 9(7) value 0.

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(50) value
                   "STANDING BALANCE REBUILD - REBUILT AGAINST LIVE".

       01 ws-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(21) value "STARTING GENERATION: ".
         05 ws-h2-gen pic 9.
         05 filler pic x(17) value "   REPLAY FROM:  ".
         05 ws-h2-from pic 9(8).
         05 filler pic x(17) value "   REQUESTED BY: ".
         05 ws-h2-user pic x(8).

       01 ws-heading-3.
         05 filler pic x(2) value spaces.
         05 filler pic x(17) value "NIGHTS REPLAYED: ".
         05 ws-h3-nights pic zzzzz9.
         05 filler pic x(17) value "   TRANSACTIONS: ".
         05 ws-h3-trans pic zzzzzz9.
         05 filler pic x(15) value "   LAST NIGHT: ".
         05 ws-h3-last-date pic 9(8).
         05 filler pic x(5) value " SEQ ".
         05 ws-h3-last-seq pic 9(4).

       01 ws-complete-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(44) value
                   "REPLAY COMPLETE - REBUILT FILES ARE HELD IN ".
         05 filler pic x(47) value
                   "../REBUILD/ROOT UNTIL BALPROMOTE PUTS THEM LIVE".

       01 ws-not-replayed-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(44) value
                   "RECEIPTS, TRANSFERS, ADJUSTMENTS AND COUNTS ".
         05 filler pic x(43) value
                   "ARE NOT ON THE HISTORY AND ARE NOT REPLAYED".

       01 ws-halt-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(18) value "REPLAY HALTED IN  ".
         05 ws-hl-program pic x(30).
         05 filler pic x(4) value " ON ".
         05 ws-hl-date pic 9(8).
         05 filler pic x(5) value " SEQ ".
         05 ws-hl-seq pic 9(4).
         05 filler pic x(40) value
                   " - REBUILT FILES INCOMPLETE, DO NOT USE".

       01 ws-column-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(20) value "FILE".
         05 filler pic x(19) value "KEY".
         05 filler pic x(18) value "              LIVE".
         05 filler pic x(18) value "           REBUILT".
         05 filler pic x(18) value "        DIFFERENCE".
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "NOTE".

       01 ws-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-dt-file pic x(18).
         05 filler pic x(2) value spaces.
         05 ws-dt-key pic x(17).
         05 filler pic x(2) value spaces.
         05 ws-dt-live pic -(12)9.99.
         05 filler pic x(2) value spaces.
         05 ws-dt-rebuilt pic -(12)9.99.
         05 filler pic x(2) value spaces.
         05 ws-dt-diff pic -(12)9.99.
         05 filler pic x(2) value spaces.
         05 ws-dt-note pic x(20).

       01 ws-file-summary-line.
         05 filler pic x(2) value spaces.
         05 ws-fs-file pic x(18).
         05 filler pic x(16) value "  LIVE RECORDS: ".
         05 ws-fs-live pic zzzzzz9.
         05 filler pic x(19) value "  REBUILT RECORDS: ".
         05 ws-fs-rebuilt pic zzzzzz9.
         05 filler pic x(18) value "  KEYS DIFFERING: ".
         05 ws-fs-differing pic zzzzzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 100-read-request.
           if ws-condition-code = 0
               perform 110-check-run-lock
           end-if.
           if ws-condition-code > 0
               perform 700-write-run-log
               move ws-condition-code to return-code
               goback
           end-if.

           perform 120-init-tables.
           perform 200-build-tree.
           if ws-condition-code = 0
               perform 300-load-starting-state
           end-if.
           if ws-condition-code = 0
               perform 400-replay-history
           end-if.
           if ws-condition-code > 0
               perform 700-write-run-log
               move ws-condition-code to return-code
               goback
           end-if.

           perform 500-write-rebuild-status.
           perform 600-compare-files.

           if ws-replay-halted = "Y"
               move 16 to ws-condition-code
           end-if.
           display "BALREBUILD: " ws-nights-replayed
             " NIGHTS REPLAYED, " ws-total-differing
             " KEYS DIFFER - SEE REBUILD-COMPARE.OUT".
           perform 700-write-run-log.
           move ws-condition-code to return-code.
           goback.

       100-read-request.
           open input request-file.
           if ws-rq-status <> "00"
               display "BALREBUILD: NO REBUILD REQUEST, STATUS="
                 ws-rq-status " - NOTHING TO DO"
               move 16 to ws-condition-code
               exit paragraph
           end-if.
           move spaces to rq-record.
           read request-file
               at end
                   continue
           end-read.
           close request-file.

           if rq-generation not numeric
             or rq-start-date not numeric
             or rq-start-date = "00000000"
             or rq-user-id = spaces
               display "BALREBUILD: REBUILD REQUEST NEEDS A "
                 "GENERATION, A STARTING DATE AND A USER - "
                 "NOTHING DONE"
               move 16 to ws-condition-code
               exit paragraph
           end-if.
           move rq-generation to ws-generation.
           move rq-start-date to ws-replay-from.
           move rq-user-id to ws-user-id.

       110-check-run-lock.
      * the live files are read as the comparison base and the
      * generations as the starting point -- neither may be moving
           open input run-lock-file.
           if ws-lock-status <> "00"
               exit paragraph
           end-if.
           read run-lock-file
               at end
                   move space to lk-status
           end-read.
           close run-lock-file.
           if lk-status = "A"
               display "BALREBUILD: PIPELINE RUN SEQUENCE " lk-seq
                 " HOLDS THE LOCK - REBUILD REFUSED"
               move 16 to ws-condition-code
           end-if.

       120-init-tables.
           move "layaway-master.dat" to ws-clear-name(1).
           move "inventory-master.dat" to ws-clear-name(2).
           move "loyalty-master.dat" to ws-clear-name(3).
           move "giftcard-liability.dat" to ws-clear-name(4).
           move "invoice-index.dat" to ws-clear-name(5).
           move "invoice-customer-xref.dat" to ws-clear-name(6).
           move "layaway-master-prev.dat" to ws-clear-name(7).
           move "inventory-master-prev.dat" to ws-clear-name(8).
           move "loyalty-master-prev.dat" to ws-clear-name(9).
           move "layaway-posted.dat" to ws-clear-name(10).
           move "inventory-posted.dat" to ws-clear-name(11).
           move "loyalty-posted.dat" to ws-clear-name(12).
           move "layaway-restock.dat" to ws-clear-name(13).
           move "returns-accepted.dat" to ws-clear-name(14).
           move "checkpoint.dat" to ws-clear-name(15).
           move "return-disposition-log.dat" to ws-clear-name(16).
           move "inventory-adjust-log.dat" to ws-clear-name(17).
           move "transfer-intransit.dat" to ws-clear-name(18).
           move "replen-on-order.dat" to ws-clear-name(19).
           move "run-log.dat" to ws-clear-name(20).
           move "gl-tax-feed.dat" to ws-clear-name(21).
           move "loyalty-points-gl.dat" to ws-clear-name(22).

           move "store-master.dat" to ws-ref-name(1).
           move "district-master.dat" to ws-ref-name(2).
           move "customer-master.dat" to ws-ref-name(3).
           move "sku-master.dat" to ws-ref-name(4).
           move "control-params.dat" to ws-ref-name(5).
           move "tax-jurisdiction.dat" to ws-ref-name(6).
           move "layaway-control.dat" to ws-ref-name(7).
           move "loyalty-control.dat" to ws-ref-name(8).
           move "giftcard-skus.dat" to ws-ref-name(9).
           move "transfer-control.dat" to ws-ref-name(10).

      * the posting programs in the order the nightly chain runs them
           move "DATASPLITCOUNT" to ws-post-program(1).
           move "INVENTORY" to ws-post-program(2).
           move "RETURNS_PROCESSING.Program1" to ws-post-program(3).
           move "LOYALTY" to ws-post-program(4).
           move "LAYAWAY" to ws-post-program(5).
           move "GIFTCARD" to ws-post-program(6).

           move "LAYAWAY-MASTER" to ws-cf-name(1).
           move "layaway-master.dat" to ws-cf-path(1).
           move 1 to ws-cf-key-pos(1).
           move 9 to ws-cf-key-len(1).
           move 34 to ws-cf-amt-pos(1).
           move 7 to ws-cf-amt-len(1).
           move 2 to ws-cf-amt-dec(1).
           move space to ws-cf-amt-sign(1).
           move "N" to ws-cf-indexed(1).
           move "INVENTORY-MASTER" to ws-cf-name(2).
           move "inventory-master.dat" to ws-cf-path(2).
           move 1 to ws-cf-key-pos(2).
           move 17 to ws-cf-key-len(2).
           move 18 to ws-cf-amt-pos(2).
           move 7 to ws-cf-amt-len(2).
           move 0 to ws-cf-amt-dec(2).
           move "S" to ws-cf-amt-sign(2).
           move "N" to ws-cf-indexed(2).
           move "LOYALTY-MASTER" to ws-cf-name(3).
           move "loyalty-master.dat" to ws-cf-path(3).
           move 1 to ws-cf-key-pos(3).
           move 6 to ws-cf-key-len(3).
           move 40 to ws-cf-amt-pos(3).
           move 9 to ws-cf-amt-len(3).
           move 0 to ws-cf-amt-dec(3).
           move "S" to ws-cf-amt-sign(3).
           move "N" to ws-cf-indexed(3).
           move "GIFTCARD-LIABILITY" to ws-cf-name(4).
           move "giftcard-liability.dat" to ws-cf-path(4).
           move 0 to ws-cf-key-pos(4).
           move 0 to ws-cf-key-len(4).
           move 1 to ws-cf-amt-pos(4).
           move 11 to ws-cf-amt-len(4).
           move 2 to ws-cf-amt-dec(4).
           move "S" to ws-cf-amt-sign(4).
           move "N" to ws-cf-indexed(4).
           move "INVOICE-INDEX" to ws-cf-name(5).
           move "invoice-index.dat" to ws-cf-path(5).
           move 1 to ws-cf-key-pos(5).
           move 9 to ws-cf-key-len(5).
           move 21 to ws-cf-amt-pos(5).
           move 7 to ws-cf-amt-len(5).
           move 2 to ws-cf-amt-dec(5).
           move space to ws-cf-amt-sign(5).
           move "Y" to ws-cf-indexed(5).
           perform varying ws-cf-sub from 1 by 1
             until ws-cf-sub > ws-num-files
               move 0 to ws-cf-live-recs(ws-cf-sub)
               move 0 to ws-cf-rebuilt-recs(ws-cf-sub)
               move 0 to ws-cf-differing(ws-cf-sub)
           end-perform.

       200-build-tree.
      * the status goes to "H" before anything in the tree is
      * touched, so BALPROMOTE never takes a half-built file
           move "../REBUILD" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move "../REBUILD/data" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move "../REBUILD/ROOT" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move "../REBUILD/ROOT/PIPELINE" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move "../REBUILD/ROOT/FinalProject" to ws-dir-path.
           call "CBL_CREATE_DIR" using ws-dir-path.
           move 0 to return-code.

           move "H" to rbs-status.
           perform 510-stamp-status-record.
           open output rebuild-status-file.
           if ws-rbs-status <> "00"
               display "BALREBUILD: CANT WRITE THE REBUILD TREE, "
                 "STATUS=" ws-rbs-status " - REBUILD REFUSED"
               move 16 to ws-condition-code
               exit paragraph
           end-if.
           write rbs-record.
           close rebuild-status-file.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-clear
               move spaces to ws-out-path
               string ws-tree-root delimited by space
                      ws-clear-name(ws-sub) delimited by space
                 into ws-out-path
               call "CBL_DELETE_FILE" using ws-out-path
           end-perform.
           move 0 to return-code.

      * the posting programs extend the run log and expect it there
           move spaces to ws-out-path.
           string ws-tree-root delimited by space
                  "run-log.dat" delimited by size
             into ws-out-path.
           set environment "DD_BKOUT" to ws-out-path.
           open output copy-out-file.
           close copy-out-file.

           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-ref
               move spaces to ws-in-path
               string "../" delimited by size
                      ws-ref-name(ws-sub) delimited by space
                 into ws-in-path
               move spaces to ws-out-path
               string ws-tree-root delimited by space
                      ws-ref-name(ws-sub) delimited by space
                 into ws-out-path
               perform 250-copy-file
           end-perform.

       250-copy-file.
           set environment "DD_BKIN" to ws-in-path.
           set environment "DD_BKOUT" to ws-out-path.

           move "N" to ws-in-eof.
           move 0 to ws-copy-count.
           move spaces to ws-bkin-status.
           open input copy-in-file.
           if ws-bkin-status <> "00"
               exit paragraph
           end-if.
           open output copy-out-file.
           if ws-bkout-status <> "00"
               display "BALREBUILD: CANT WRITE " ws-out-path
                 " STATUS=" ws-bkout-status
               move 16 to ws-condition-code
               close copy-in-file
               exit paragraph
           end-if.

           read copy-in-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write bkout-record from bkin-record
               add 1 to ws-copy-count
               read copy-in-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close copy-in-file.
           close copy-out-file.

       300-load-starting-state.
      * generation 0 leaves every balance file absent, and each
      * posting program starts it fresh the way it did on the very
      * first night
           if ws-generation = 0
               exit paragraph
           end-if.

           move ws-generation to ws-gen-digit.
           perform varying ws-cf-sub from 1 by 1
             until ws-cf-sub > ws-num-files
               or ws-condition-code > 0
               if ws-cf-indexed(ws-cf-sub) not = "Y"
                   perform 310-copy-generation
               end-if
           end-perform.
           if ws-condition-code > 0
               exit paragraph
           end-if.

           perform 320-load-index-base.

       310-copy-generation.
      * a master with no generation is only acceptable when it has
      * never existed live either
           move spaces to ws-in-path.
           string "../" delimited by size
                  ws-cf-path(ws-cf-sub) delimited by space
                  ".g" delimited by size
                  ws-gen-digit delimited by size
             into ws-in-path.
           move spaces to ws-out-path.
           string ws-tree-root delimited by space
                  ws-cf-path(ws-cf-sub) delimited by space
             into ws-out-path.
           perform 250-copy-file.
           if ws-bkin-status = "00"
               exit paragraph
           end-if.

           move spaces to ws-in-path.
           string "../" delimited by size
                  ws-cf-path(ws-cf-sub) delimited by space
             into ws-in-path.
           set environment "DD_BKIN" to ws-in-path.
           open input copy-in-file.
           if ws-bkin-status = "00"
               close copy-in-file
               display "BALREBUILD: GENERATION " ws-gen-digit " OF "
                 ws-cf-name(ws-cf-sub) " DOES NOT EXIST - "
                 "REBUILD REFUSED"
               move 16 to ws-condition-code
           end-if.

       320-load-index-base.
      * the index keeps no generations, so it starts from the live
      * entries the replay will not re-post, with their
      * cross-reference rows rebuilt the IDXREORG way
           move "../invoice-index.dat" to ws-in-path.
           set environment "DD_RBIXIN" to ws-in-path.
           open input index-in-file.
           if ws-ixi-status <> "00"
               exit paragraph
           end-if.
           open output tree-index-file.
           open output tree-xref-file.
           if ws-tix-status <> "00" or ws-txr-status <> "00"
               display "BALREBUILD: CANT WRITE THE REBUILT INDEX - "
                 "REBUILD REFUSED"
               move 16 to ws-condition-code
               close index-in-file
               exit paragraph
           end-if.

           move "N" to ws-in-eof.
           read index-in-file next record
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               if ixi-trans-date < ws-replay-from
                   write tix-record from ixi-record
                   add 1 to ws-base-entries
                   if ixi-customer-num not = spaces
                       move ixi-customer-num to txr-customer-num
                       move ixi-invoice-num to txr-invoice-num
                       write txr-record
                           invalid key
                               continue
                       end-write
                   end-if
               end-if
               read index-in-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close index-in-file.
           close tree-index-file.
           close tree-xref-file.

       400-replay-history.
           open input history-file.
           if ws-hist-status <> "00"
               display "BALREBUILD: NO TRANSACTION HISTORY, STATUS="
                 ws-hist-status " - NOTHING TO REPLAY"
               move 16 to ws-condition-code
               exit paragraph
           end-if.

           read history-file
               at end
                   move "Y" to ws-hist-eof
           end-read.
           perform until ws-hist-eof = "Y" or ws-replay-halted = "Y"
               if th-run-date >= ws-replay-from
                   if ws-night-open = "Y"
                     and (th-run-date not = ws-night-date
                       or th-run-seq not = ws-night-seq)
                       perform 450-post-one-night
                   end-if
                   if ws-night-open not = "Y"
                     and ws-replay-halted not = "Y"
                       perform 420-open-night
                   end-if
                   if ws-replay-halted not = "Y"
                       write tv-record from th-transaction
                       add 1 to ws-night-count
                       add th-trans-amount to ws-night-amount
                       add 1 to ws-trans-replayed
                   end-if
               end-if
               read history-file
                   at end
                       move "Y" to ws-hist-eof
               end-read
           end-perform.

           if ws-night-open = "Y" and ws-replay-halted not = "Y"
               perform 450-post-one-night
           end-if.
           close history-file.

       420-open-night.
           move th-run-date to ws-night-date.
           move th-run-seq to ws-night-seq.
           move 0 to ws-night-count.
           move 0 to ws-night-amount.
           open output tree-valid-file.
           move ws-night-date to ws-vh-date.
           write tv-record from ws-valid-header.
           move "Y" to ws-night-open.

       450-post-one-night.
      * the history keeps no supplement number, so every night is
      * replayed as a regular run of its date and sequence
           move ws-night-count to ws-vt-count.
           move ws-night-amount to ws-vt-amount.
           write tv-record from ws-valid-trailer.
           close tree-valid-file.
           move "N" to ws-night-open.

           move ws-night-date to trc-date.
           move ws-night-seq to trc-seq.
           move 0 to trc-supp.
           open output tree-run-control-file.
           write trc-record.
           close tree-run-control-file.

           move "../REBUILD/ROOT/PIPELINE" to ws-dir-path.
           call "CBL_CHANGE_DIR" using ws-dir-path.
           if return-code not = 0
               display "BALREBUILD: CANT ENTER " ws-dir-path
               move "Y" to ws-replay-halted
               move "BALREBUILD" to ws-halt-program
               move ws-night-date to ws-halt-date
               move ws-night-seq to ws-halt-seq
               exit paragraph
           end-if.

           perform varying ws-prog-sub from 1 by 1
             until ws-prog-sub > ws-num-programs
               or ws-replay-halted = "Y"
               move 0 to return-code
               call ws-post-program(ws-prog-sub)
               if return-code not = 0
                   move "Y" to ws-replay-halted
                   move ws-post-program(ws-prog-sub)
                     to ws-halt-program
                   move ws-night-date to ws-halt-date
                   move ws-night-seq to ws-halt-seq
               end-if
      * each night must start every program from its initial state
               cancel ws-post-program(ws-prog-sub)
           end-perform.

           move "../../../PIPELINE" to ws-dir-path.
           call "CBL_CHANGE_DIR" using ws-dir-path.
           move 0 to return-code.

           if ws-replay-halted not = "Y"
               add 1 to ws-nights-replayed
               move ws-night-date to ws-last-date
               move ws-night-seq to ws-last-seq
           end-if.

       500-write-rebuild-status.
           if ws-replay-halted = "Y"
               move "H" to rbs-status
           else
               move "C" to rbs-status
           end-if.
           perform 510-stamp-status-record.
           open output rebuild-status-file.
           write rbs-record.
           close rebuild-status-file.

       510-stamp-status-record.
           move ws-start-date to rbs-run-date.
           move ws-start-time to rbs-run-time.
           move ws-generation to rbs-generation.
           move ws-replay-from to rbs-start-date.
           move ws-last-date to rbs-last-date.
           move ws-last-seq to rbs-last-seq.
           move ws-user-id to rbs-user-id.

       600-compare-files.
           open output compare-report.
           write cr-output from ws-heading-1.
           write cr-output from ws-blank-line.
           move ws-generation to ws-h2-gen.
           move ws-replay-from to ws-h2-from.
           move ws-user-id to ws-h2-user.
           write cr-output from ws-heading-2.
           move ws-nights-replayed to ws-h3-nights.
           move ws-trans-replayed to ws-h3-trans.
           move ws-last-date to ws-h3-last-date.
           move ws-last-seq to ws-h3-last-seq.
           write cr-output from ws-heading-3.
           if ws-replay-halted = "Y"
               move ws-halt-program to ws-hl-program
               move ws-halt-date to ws-hl-date
               move ws-halt-seq to ws-hl-seq
               write cr-output from ws-halt-line
           else
               write cr-output from ws-complete-line
           end-if.
           write cr-output from ws-not-replayed-line.
           write cr-output from ws-blank-line.
           write cr-output from ws-column-heading.
           write cr-output from ws-blank-line.

           sort sort-work-file
               ascending key sw-file-sub
               ascending key sw-key
               ascending key sw-side
               input procedure is 610-gather-balances
               output procedure is 650-walk-balances.

           write cr-output from ws-blank-line.
           perform varying ws-cf-sub from 1 by 1
             until ws-cf-sub > ws-num-files
               move ws-cf-name(ws-cf-sub) to ws-fs-file
               move ws-cf-live-recs(ws-cf-sub) to ws-fs-live
               move ws-cf-rebuilt-recs(ws-cf-sub) to ws-fs-rebuilt
               move ws-cf-differing(ws-cf-sub) to ws-fs-differing
               write cr-output from ws-file-summary-line
           end-perform.
           close compare-report.

       610-gather-balances.
           perform varying ws-cf-sub from 1 by 1
             until ws-cf-sub > ws-num-files
               perform varying ws-side from 1 by 1 until ws-side > 2
                   move spaces to ws-in-path
                   if ws-side = 1
                       string "../" delimited by size
                              ws-cf-path(ws-cf-sub) delimited by space
                         into ws-in-path
                   else
                       string ws-tree-root delimited by space
                              ws-cf-path(ws-cf-sub) delimited by space
                         into ws-in-path
                   end-if
                   if ws-cf-indexed(ws-cf-sub) = "Y"
                       perform 620-gather-index
                   else
                       perform 615-gather-sequential
                   end-if
               end-perform
           end-perform.

       615-gather-sequential.
           set environment "DD_CMPIN" to ws-in-path.
           move "N" to ws-in-eof.
           open input compare-in-file.
           if ws-cin-status <> "00"
               exit paragraph
           end-if.
           read compare-in-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               move cin-record to ws-cmp-rec
               perform 630-release-balance
               read compare-in-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close compare-in-file.

       620-gather-index.
           set environment "DD_RBIXIN" to ws-in-path.
           move "N" to ws-in-eof.
           open input index-in-file.
           if ws-ixi-status <> "00"
               exit paragraph
           end-if.
           read index-in-file next record
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               move ixi-record to ws-cmp-rec
               perform 630-release-balance
               read index-in-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close index-in-file.

       630-release-balance.
           if ws-side = 1
               add 1 to ws-cf-live-recs(ws-cf-sub)
           else
               add 1 to ws-cf-rebuilt-recs(ws-cf-sub)
           end-if.

           move ws-cf-sub to sw-file-sub.
           move ws-side to sw-side.
           move spaces to sw-key.
           if ws-cf-key-len(ws-cf-sub) > 0
               move ws-cmp-rec(ws-cf-key-pos(ws-cf-sub):
                 ws-cf-key-len(ws-cf-sub)) to sw-key
           end-if.
           move ws-cmp-rec to sw-image.

      * the balance is right-justified into ws-amt-area over zeros,
      * the DRYCOMP way; one that does not read as a number is
      * reported rather than guessed at
           compute ws-amt-start = 16 - ws-cf-amt-len(ws-cf-sub).
           compute ws-scale = 10 ** ws-cf-amt-dec(ws-cf-sub).
           move zeros to ws-amt-area.
           move ws-cmp-rec(ws-cf-amt-pos(ws-cf-sub):
             ws-cf-amt-len(ws-cf-sub))
             to ws-amt-area(ws-amt-start:ws-cf-amt-len(ws-cf-sub)).
           move "Y" to sw-amount-ok.
           move 0 to sw-amount.
           if ws-cf-amt-sign(ws-cf-sub) = "S"
               if ws-amt-signed numeric
                   compute sw-amount = ws-amt-signed / ws-scale
               else
                   move "N" to sw-amount-ok
               end-if
           else
               if ws-amt-unsigned numeric
                   compute sw-amount = ws-amt-unsigned / ws-scale
               else
                   move "N" to sw-amount-ok
               end-if
           end-if.
           release sw-record.

       650-walk-balances.
           move "N" to ws-sort-eof.
           move 0 to ws-grp-file.
           return sort-work-file
               at end
                   move "Y" to ws-sort-eof
           end-return.
           perform until ws-sort-eof = "Y"
               if ws-grp-file not = 0
                 and (sw-file-sub not = ws-grp-file
                   or sw-key not = ws-grp-key)
                   perform 660-judge-one-key
               end-if
               if ws-grp-file = 0
                 or sw-file-sub not = ws-grp-file
                 or sw-key not = ws-grp-key
                   move sw-file-sub to ws-grp-file
                   move sw-key to ws-grp-key
                   move "N" to ws-grp-live
                   move "N" to ws-grp-rebuilt
                   move 0 to ws-grp-live-amt
                   move 0 to ws-grp-rebuilt-amt
                   move spaces to ws-grp-live-image
                   move spaces to ws-grp-rebuilt-image
                   move spaces to ws-grp-note
               end-if
               if sw-amount-ok not = "Y"
                   move "BALANCE UNREADABLE" to ws-grp-note
               end-if
               if sw-side = 1
                   move "Y" to ws-grp-live
                   move sw-amount to ws-grp-live-amt
                   move sw-image to ws-grp-live-image
               else
                   move "Y" to ws-grp-rebuilt
                   move sw-amount to ws-grp-rebuilt-amt
                   move sw-image to ws-grp-rebuilt-image
               end-if
               return sort-work-file
                   at end
                       move "Y" to ws-sort-eof
               end-return
           end-perform.
           if ws-grp-file not = 0
               perform 660-judge-one-key
           end-if.

       660-judge-one-key.
           evaluate true
               when ws-grp-note not = spaces
                   continue
               when ws-grp-rebuilt = "N"
                   move "NOT IN REBUILT FILE" to ws-grp-note
               when ws-grp-live = "N"
                   move "NOT IN LIVE FILE" to ws-grp-note
               when ws-grp-live-amt not = ws-grp-rebuilt-amt
                   move "BALANCE DIFFERS" to ws-grp-note
               when ws-cf-indexed(ws-grp-file) = "Y"
                 and ws-grp-live-image not = ws-grp-rebuilt-image
                   move "ENTRY DIFFERS" to ws-grp-note
           end-evaluate.
           if ws-grp-note = spaces
               exit paragraph
           end-if.

           add 1 to ws-cf-differing(ws-grp-file).
           add 1 to ws-total-differing.
           move ws-cf-name(ws-grp-file) to ws-dt-file.
           move ws-grp-key to ws-dt-key.
           move ws-grp-live-amt to ws-dt-live.
           move ws-grp-rebuilt-amt to ws-dt-rebuilt.
           compute ws-dt-diff = ws-grp-rebuilt-amt - ws-grp-live-amt.
           move ws-grp-note to ws-dt-note.
           write cr-output from ws-detail-line.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "BALREBUILD" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-trans-replayed to rl-records-read.
           move ws-nights-replayed to rl-records-written.
           move ws-total-differing to rl-records-written-2.
           move ws-base-entries to rl-records-written-3.
           move ws-generation to rl-records-written-4.

           open extend run-log-file.
           if ws-rl-status = "35"
               open output run-log-file
           end-if.
           write rl-record.
           close run-log-file.

       end program BALREBUILD.
      **************************************************************************

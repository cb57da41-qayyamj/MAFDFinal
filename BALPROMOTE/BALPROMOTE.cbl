       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. BALPROMOTE.
      **************************************************************************
      * Puts files rebuilt by BALREBUILD live, once rebuild-compare.out
      * has been reviewed.  Each card on rebuild-promote-cards.dat
      * names a file (LAYAWAY-MASTER, INVENTORY-MASTER, LOYALTY-MASTER,
      * GIFTCARD-LIABILITY, or INVOICE-INDEX, which brings its
      * customer cross-reference with it) and the approving user.
      * The live file is first saved beside itself as .pre-rebuild,
      * then the rebuilt one is copied over it, and every promotion
      * or rejection is logged to rebuild-audit.out with the user and
      * run date/time, the way RESTORE logs a restore.
      *
      * A card is rejected when the rebuild did not finish, when the
      * pipeline holds the run lock, or when the live run-control.dat
      * has moved past the last night the rebuild replayed -- a night
      * posted since would be lost; rebuild again first.  Run on
      * demand, with the pipeline quiesced.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select promote-card-file
               assign to "../rebuild-promote-cards.dat"
               organization is line sequential
               file status is ws-card-status.

           select rebuild-status-file
               assign to "../REBUILD/rebuild-status.dat"
               organization is line sequential
               file status is ws-rbs-status.

           select run-lock-file
               assign to "../run-lock.dat"
               organization is line sequential
               file status is ws-lock-status.

           select run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-rc-status.

           select copy-in-file
               assign to "BKIN"
               organization is line sequential
               file status is ws-bkin-status.

           select copy-out-file
               assign to "BKOUT"
               organization is line sequential
               file status is ws-bkout-status.

           select tree-index-file
               assign to "../REBUILD/ROOT/invoice-index.dat"
               organization is indexed
               access mode is sequential
               record key is tix-invoice-num
               file status is ws-tix-status.

           select live-index-file
               assign to "../invoice-index.dat"
               organization is indexed
               access mode is sequential
               record key is lix-invoice-num
               file status is ws-lix-status.

           select index-save-file
               assign to "../invoice-index.dat.pre-rebuild"
               organization is line sequential
               file status is ws-ixs-status.

           select tree-xref-file
               assign to "../REBUILD/ROOT/invoice-customer-xref.dat"
               organization is indexed
               access mode is sequential
               record key is txr-key
               file status is ws-txr-status.

           select live-xref-file
               assign to "../invoice-customer-xref.dat"
               organization is indexed
               access mode is sequential
               record key is lxr-key
               file status is ws-lxr-status.

           select xref-save-file
               assign to "../invoice-customer-xref.dat.pre-rebuild"
               organization is line sequential
               file status is ws-xrs-status.

           select rebuild-audit-file
               assign to "../rebuild-audit.out"
               organization is line sequential
               file status is ws-audit-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential
               file status is ws-rl-status.

       data division.
       file section.

       fd promote-card-file
           record contains 28 characters
           data record is pc-record.

       01 pc-record.
         05 pc-file-name pic x(20).
         05 pc-user-id pic x(8).

      * written by BALREBUILD
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

       fd run-lock-file
           data record is lk-record
           record contains 21 characters.

       01 lk-record.
         05 lk-status pic x.
         05 lk-date pic 9(8).
         05 lk-time pic 9(8).
         05 lk-seq pic 9(4).

       fd run-control-file
           data record is run-ctl-record
           record contains 14 characters.

       01 run-ctl-record.
         05 rc-run-date pic 9(8).
         05 rc-run-seq pic 9(4).
         05 rc-supp-seq pic 9(2).

       fd copy-in-file
           record contains 256 characters
           data record is bkin-record.

       01 bkin-record pic x(256).

       fd copy-out-file
           record contains 256 characters
           data record is bkout-record.

       01 bkout-record pic x(256).

       fd tree-index-file
           data record is tix-record.

       01 tix-record.
         05 tix-invoice-num pic x(9).
         05 filler pic x(70).

       fd live-index-file
           data record is lix-record.

       01 lix-record.
         05 lix-invoice-num pic x(9).
         05 filler pic x(70).

       fd index-save-file
           record contains 79 characters
           data record is ixs-record.

       01 ixs-record pic x(79).

       fd tree-xref-file
           data record is txr-record.

       01 txr-record.
         05 txr-key pic x(15).

       fd live-xref-file
           data record is lxr-record.

       01 lxr-record.
         05 lxr-key pic x(15).

       fd xref-save-file
           record contains 15 characters
           data record is xrs-record.

       01 xrs-record pic x(15).

       fd rebuild-audit-file
           record contains 132 characters
           data record is ba-output.

       01 ba-output pic x(132).

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
       01 ws-in-eof pic x value "N".
       01 ws-card-status pic xx value spaces.
       01 ws-rbs-status pic xx value spaces.
       01 ws-lock-status pic xx value spaces.
       01 ws-rc-status pic xx value spaces.
       01 ws-bkin-status pic xx value spaces.
       01 ws-bkout-status pic xx value spaces.
       01 ws-tix-status pic xx value spaces.
       01 ws-lix-status pic xx value spaces.
       01 ws-ixs-status pic xx value spaces.
       01 ws-txr-status pic xx value spaces.
       01 ws-lxr-status pic xx value spaces.
       01 ws-xrs-status pic xx value spaces.
       01 ws-audit-status pic xx value spaces.
       01 ws-rl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-cards-read pic 9(4) value 0.
       01 ws-promoted-count pic 9(4) value 0.
       01 ws-rejected-count pic 9(4) value 0.
       01 ws-lines-copied pic 9(6) value 0.
       01 ws-card-ok pic x value "N".
       01 ws-reject-reason pic x(30) value spaces.
      * a reason that holds for every card in the run
       01 ws-block-reason pic x(30) value spaces.
       01 ws-last-date pic 9(8) value 0.
       01 ws-last-seq pic 9(4) value 0.

       01 ws-num-files pic 9 value 5.
       01 ws-sub pic 9 value 0.
       01 ws-found-sub pic 9 value 0.
       01 ws-file-table.
         05 ws-pf-entry occurs 5 times.
           10 ws-pf-name pic x(20).
           10 ws-pf-path pic x(30).

       01 ws-tree-path pic x(80) value spaces.
       01 ws-live-path pic x(80) value spaces.
       01 ws-save-path pic x(80) value spaces.
       01 ws-in-path pic x(80) value spaces.
       01 ws-out-path pic x(80) value spaces.

       01 ws-audit-line.
         05 filler pic x(2) value spaces.
         05 ws-aud-result pic x(9).
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "FILE: ".
         05 ws-aud-file pic x(20).
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "REPLAYED: ".
         05 ws-aud-last-date pic 9(8).
         05 filler pic x value "/".
         05 ws-aud-last-seq pic 9(4).
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "BY: ".
         05 ws-aud-user pic x(8).
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "ON: ".
         05 ws-aud-date pic 9(8).
         05 filler pic x value "/".
         05 ws-aud-time pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-aud-reason pic x(30).

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           open input promote-card-file.
           if ws-card-status <> "00"
               display "BALPROMOTE: NO PROMOTE CARDS, STATUS="
                   ws-card-status " - NOTHING TO DO"
               perform 700-write-run-log
               goback
           end-if.

           perform 040-check-rebuild-state.
           perform 050-init-file-table.
           perform 060-open-audit.

           perform 100-read-card.
           perform 150-apply-card until ws-card-eof = "Y".

           close promote-card-file, rebuild-audit-file.
           if ws-rejected-count > 0
               move 8 to ws-condition-code
           end-if.
           perform 700-write-run-log.
           move ws-condition-code to return-code.
           goback.

       040-check-rebuild-state.
      * the rebuilt files are only good while they end on the night
      * the live files end on
           move spaces to ws-block-reason.
           open input rebuild-status-file.
           if ws-rbs-status <> "00"
               move "NO REBUILD HAS BEEN RUN" to ws-block-reason
               exit paragraph
           end-if.
           read rebuild-status-file
               at end
                   move space to rbs-status
           end-read.
           close rebuild-status-file.
           if rbs-status not = "C"
               move "REBUILD DID NOT COMPLETE" to ws-block-reason
               exit paragraph
           end-if.
           move rbs-last-date to ws-last-date.
           move rbs-last-seq to ws-last-seq.

           open input run-lock-file.
           if ws-lock-status = "00"
               read run-lock-file
                   at end
                       move space to lk-status
               end-read
               close run-lock-file
               if lk-status = "A"
                   move "PIPELINE HOLDS THE RUN LOCK" to ws-block-reason
                   exit paragraph
               end-if
           end-if.

           move 0 to rc-run-date.
           move 0 to rc-run-seq.
           open input run-control-file.
           if ws-rc-status = "00"
               read run-control-file
                   at end
                       continue
               end-read
               close run-control-file
           end-if.
           if rc-run-date not = ws-last-date
             or rc-run-seq not = ws-last-seq
               move "A RUN HAS POSTED SINCE REPLAY" to ws-block-reason
           end-if.

       050-init-file-table.
           move "LAYAWAY-MASTER" to ws-pf-name(1).
           move "layaway-master.dat" to ws-pf-path(1).
           move "INVENTORY-MASTER" to ws-pf-name(2).
           move "inventory-master.dat" to ws-pf-path(2).
           move "LOYALTY-MASTER" to ws-pf-name(3).
           move "loyalty-master.dat" to ws-pf-path(3).
           move "GIFTCARD-LIABILITY" to ws-pf-name(4).
           move "giftcard-liability.dat" to ws-pf-path(4).
           move "INVOICE-INDEX" to ws-pf-name(5).
           move "invoice-index.dat" to ws-pf-path(5).

       060-open-audit.
           open extend rebuild-audit-file.
           if ws-audit-status = "35"
               open output rebuild-audit-file
           end-if.

       100-read-card.
           read promote-card-file
               at end
                   move "Y" to ws-card-eof.

       150-apply-card.
           add 1 to ws-cards-read.
           perform 200-validate-card.

           if ws-card-ok = "Y"
               if ws-found-sub = 5
                   perform 350-promote-index
               else
                   perform 300-promote-sequential
               end-if
           end-if.

           if ws-card-ok = "Y"
               add 1 to ws-promoted-count
               move "PROMOTED" to ws-aud-result
               move spaces to ws-reject-reason
           else
               add 1 to ws-rejected-count
               move "REJECTED" to ws-aud-result
           end-if.
           perform 400-write-audit-line.

           perform 100-read-card.

       200-validate-card.
           move "Y" to ws-card-ok.
           move spaces to ws-reject-reason.

           move 0 to ws-found-sub.
           perform varying ws-sub from 1 by 1
             until ws-sub > ws-num-files
               if pc-file-name = ws-pf-name(ws-sub)
                   move ws-sub to ws-found-sub
               end-if
           end-perform.

           evaluate true
               when ws-found-sub = 0
                   move "N" to ws-card-ok
                   move "NOT A REBUILT FILE NAME" to ws-reject-reason
               when pc-user-id = spaces
                   move "N" to ws-card-ok
                   move "NO APPROVING USER" to ws-reject-reason
               when ws-block-reason not = spaces
                   move "N" to ws-card-ok
                   move ws-block-reason to ws-reject-reason
           end-evaluate.

       300-promote-sequential.
           move spaces to ws-tree-path.
           string "../REBUILD/ROOT/" delimited by size
                  ws-pf-path(ws-found-sub) delimited by space
             into ws-tree-path.
           move spaces to ws-live-path.
           string "../" delimited by size
                  ws-pf-path(ws-found-sub) delimited by space
             into ws-live-path.
           move spaces to ws-save-path.
           string "../" delimited by size
                  ws-pf-path(ws-found-sub) delimited by space
                  ".pre-rebuild" delimited by size
             into ws-save-path.

           set environment "DD_BKIN" to ws-tree-path.
           open input copy-in-file.
           if ws-bkin-status <> "00"
               move "N" to ws-card-ok
               move "NO REBUILT FILE IN THE TREE" to ws-reject-reason
               exit paragraph
           end-if.
           close copy-in-file.

      * the live file may never have existed; there is then nothing
      * to save
           move ws-live-path to ws-in-path.
           move ws-save-path to ws-out-path.
           perform 310-copy-file.
           if ws-card-ok not = "Y"
               exit paragraph
           end-if.

           move ws-tree-path to ws-in-path.
           move ws-live-path to ws-out-path.
           perform 310-copy-file.

       310-copy-file.
           set environment "DD_BKIN" to ws-in-path.
           set environment "DD_BKOUT" to ws-out-path.

           move "N" to ws-in-eof.
           move spaces to ws-bkin-status.
           open input copy-in-file.
           if ws-bkin-status <> "00"
               exit paragraph
           end-if.
           open output copy-out-file.
           if ws-bkout-status <> "00"
               move "N" to ws-card-ok
               move "CANT WRITE THE FILE" to ws-reject-reason
               close copy-in-file
               exit paragraph
           end-if.

           read copy-in-file
               at end
                   move "Y" to ws-in-eof.
           perform until ws-in-eof = "Y"
               write bkout-record from bkin-record
               add 1 to ws-lines-copied
               read copy-in-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close copy-in-file, copy-out-file.

       350-promote-index.
      * the index and its cross-reference go together; the saved
      * copies are flat, one record per line, like IDXREORG's work
      * file, should the promotion ever need undoing
           open input tree-index-file.
           if ws-tix-status <> "00"
               move "N" to ws-card-ok
               move "NO REBUILT FILE IN THE TREE" to ws-reject-reason
               exit paragraph
           end-if.
           close tree-index-file.

           open input live-index-file.
           if ws-lix-status = "00"
               open output index-save-file
               move "N" to ws-in-eof
               read live-index-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
               perform until ws-in-eof = "Y"
                   write ixs-record from lix-record
                   read live-index-file next record
                       at end
                           move "Y" to ws-in-eof
                   end-read
               end-perform
               close live-index-file, index-save-file
           end-if.

           open input live-xref-file.
           if ws-lxr-status = "00"
               open output xref-save-file
               move "N" to ws-in-eof
               read live-xref-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
               perform until ws-in-eof = "Y"
                   write xrs-record from lxr-record
                   read live-xref-file next record
                       at end
                           move "Y" to ws-in-eof
                   end-read
               end-perform
               close live-xref-file, xref-save-file
           end-if.

           open input tree-index-file.
           open output live-index-file.
           if ws-lix-status <> "00"
               move "N" to ws-card-ok
               move "CANT WRITE THE FILE" to ws-reject-reason
               close tree-index-file
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read tree-index-file next record
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write lix-record from tix-record
               add 1 to ws-lines-copied
               read tree-index-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close tree-index-file, live-index-file.

           open output live-xref-file.
           open input tree-xref-file.
           if ws-txr-status <> "00"
               close live-xref-file
               exit paragraph
           end-if.
           move "N" to ws-in-eof.
           read tree-xref-file next record
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write lxr-record from txr-record
               read tree-xref-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close tree-xref-file, live-xref-file.

       400-write-audit-line.
           move pc-file-name to ws-aud-file.
           move ws-last-date to ws-aud-last-date.
           move ws-last-seq to ws-aud-last-seq.
           move pc-user-id to ws-aud-user.
           move ws-start-date to ws-aud-date.
           move ws-start-time to ws-aud-time.
           move ws-reject-reason to ws-aud-reason.
           write ba-output from ws-audit-line.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "BALPROMOTE" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-cards-read to rl-records-read.
           move ws-promoted-count to rl-records-written.
           move ws-rejected-count to rl-records-written-2.
           move ws-lines-copied to rl-records-written-3.
           move 0 to rl-records-written-4.

           open extend run-log-file.
           if ws-rl-status = "35"
               open output run-log-file
           end-if.
           write rl-record.
           close run-log-file.

       end program BALPROMOTE.
      **************************************************************************

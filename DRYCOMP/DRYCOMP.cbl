       identification division.
       author. Qayyam Jamal, Menu k, Aadithkeshev.
       program-id. DRYCOMP.
      **************************************************************************
      * Closes out a PIPELINE dry run.  Called by PIPELINE once the
      * chain has run in the working tree DRYSETUP built and the run
      * is back in the live directory.
      *
      * Every F, I and X row on dry-run-files.dat is counted twice --
      * the live file and its dry copy -- and where the row gives an
      * amount field (position, length, decimals, S for a trailing
      * sign) that field is totalled as well, so each master and
      * control total shows what tonight would change: records added
      * or dropped, balances moved, a new file written.  The result
      * goes to dry-run-compare.out in the live directory, headed by
      * the live and dry run sequences and whether the dry chain got
      * to the end.  Nothing on the live side is opened for output.
      *
      * Every R row names a report the chain produced; its dry copy
      * is rewritten with a DRY RUN banner as its first line, so no
      * page of a dry run can be mistaken for the real night.
      **************************************************************************
       environment division.
       input-output section.
       file-control.

           select dry-list-file
               assign to "../dry-run-files.dat"
               organization is line sequential
               file status is ws-dl-status.

           select compare-in-file
               assign to "CMPIN"
               organization is line sequential
               file status is ws-cin-status.

           select compare-out-file
               assign to "CMPOUT"
               organization is line sequential
               file status is ws-cout-status.

           select stamp-work-file
               assign to "../DRYRUN/dry-stamp-work.dat"
               organization is line sequential
               file status is ws-sw-status.

           select index-in-file
               assign to "DRYIXIN"
               organization is indexed
               access mode is sequential
               record key is ixi-invoice-num
               file status is ws-ixi-status.

           select xref-in-file
               assign to "DRYXRIN"
               organization is indexed
               access mode is sequential
               record key is xri-key
               file status is ws-xri-status.

           select live-run-control-file
               assign to "../run-control.dat"
               organization is line sequential
               file status is ws-lrc-status.

           select dry-run-control-file
               assign to "../DRYRUN/PARENT/ROOT/run-control.dat"
               organization is line sequential
               file status is ws-drc-status.

           select dry-run-lock-file
               assign to "../DRYRUN/PARENT/ROOT/run-lock.dat"
               organization is line sequential
               file status is ws-dlk-status.

           select dry-state-file
               assign to "../DRYRUN/PARENT/ROOT/pipeline-state.dat"
               organization is line sequential
               file status is ws-dps-status.

           select compare-report
               assign to "../dry-run-compare.out"
               organization is line sequential.

           select run-log-file
               assign to "../DRYRUN/PARENT/ROOT/run-log.dat"
               organization is line sequential
               file status is ws-rl-status.

       data division.
       file section.

       fd dry-list-file
           record contains 80 characters
           data record is df-record.

       01 df-record.
         05 df-type pic x.
         05 df-path pic x(40).
         05 df-amt-pos pic 9(3).
         05 df-amt-len pic 99.
         05 df-amt-dec pic 9.
         05 df-amt-sign pic x.
         05 df-trial-path pic x(32).

       fd compare-in-file
           record contains 256 characters
           data record is cin-record.

       01 cin-record pic x(256).

       fd compare-out-file
           record contains 256 characters
           data record is cout-record.

       01 cout-record pic x(256).

       fd stamp-work-file
           record contains 256 characters
           data record is sw-record.

       01 sw-record pic x(256).

      * invoice-index.dat -- same layout as DATASPLITCOUNT's
       fd index-in-file
           data record is ixi-record.

       01 ixi-record.
         05 ixi-invoice-num pic x(9).
         05 ixi-rest pic x(70).

      * invoice-customer-xref.dat -- customer then invoice
       fd xref-in-file
           data record is xri-record.

       01 xri-record.
         05 xri-key pic x(15).

       fd live-run-control-file
           data record is lrc-record
           record contains 14 characters.

       01 lrc-record.
         05 lrc-date pic 9(8).
         05 lrc-seq pic 9(4).
         05 lrc-supp pic 9(2).

       fd dry-run-control-file
           data record is drc-record
           record contains 14 characters.

       01 drc-record.
         05 drc-date pic 9(8).
         05 drc-seq pic 9(4).
         05 drc-supp pic 9(2).

       fd dry-run-lock-file
           data record is dlk-record
           record contains 21 characters.

       01 dlk-record.
         05 dlk-status pic x.
         05 dlk-date pic 9(8).
         05 dlk-time pic 9(8).
         05 dlk-seq pic 9(4).

       fd dry-state-file
           data record is dps-record
           record contains 23 characters.

       01 dps-record.
         05 dps-run-date pic 9(8).
         05 dps-stage-name pic x(14).
         05 dps-row-type pic x.

       fd compare-report
           record contains 132 characters
           data record is cr-output.

       01 cr-output pic x(132).

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
       01 ws-cin-status pic xx value spaces.
       01 ws-cout-status pic xx value spaces.
       01 ws-sw-status pic xx value spaces.
       01 ws-ixi-status pic xx value spaces.
       01 ws-xri-status pic xx value spaces.
       01 ws-lrc-status pic xx value spaces.
       01 ws-drc-status pic xx value spaces.
       01 ws-dlk-status pic xx value spaces.
       01 ws-dps-status pic xx value spaces.
       01 ws-dps-eof pic x value "N".
       01 ws-rl-status pic xx value spaces.
       01 ws-in-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.

       01 ws-rows-read pic 9(6) value 0.
       01 ws-files-compared pic 9(6) value 0.
       01 ws-files-changed pic 9(6) value 0.
       01 ws-reports-stamped pic 9(6) value 0.

      * the two trees, and what each run control says
       01 ws-dry-root pic x(24) value "../DRYRUN/PARENT/ROOT/".
       01 ws-count-path pic x(80) value spaces.
       01 ws-live-path pic x(80) value spaces.
       01 ws-dry-path pic x(80) value spaces.
       01 ws-live-date pic 9(8) value 0.
       01 ws-live-seq pic 9(4) value 0.
       01 ws-dry-date pic 9(8) value 0.
       01 ws-dry-seq pic 9(4) value 0.
       01 ws-chain-complete pic x value "N".
       01 ws-last-stage pic x(14) value spaces.

      * one file counted: the results of 210/220/230 for whichever
      * side was just read, then kept per side for the detail line
       01 ws-cnt-present pic x value "N".
       01 ws-cnt-records pic 9(7) value 0.
       01 ws-cnt-total pic s9(13)V99 value 0.
       01 ws-cnt-bad pic 9(7) value 0.
       01 ws-live-present pic x value "N".
       01 ws-live-records pic 9(7) value 0.
       01 ws-live-total pic s9(13)V99 value 0.
       01 ws-dry-present pic x value "N".
       01 ws-dry-records pic 9(7) value 0.
       01 ws-dry-total pic s9(13)V99 value 0.
       01 ws-bad-amounts pic 9(7) value 0.
       01 ws-rec-change pic s9(7) value 0.
       01 ws-total-change pic s9(13)V99 value 0.

      * the amount field is right-justified into ws-amt-area over
      * zeros, so any length up to 15 reads as a whole number
       01 ws-has-total pic x value "N".
       01 ws-amt-pos pic 9(3) value 0.
       01 ws-amt-len pic 99 value 0.
       01 ws-amt-dec pic 9 value 0.
       01 ws-amt-start pic 99 value 0.
       01 ws-scale pic 9(5) value 1.
       01 ws-cmp-rec pic x(256) value spaces.
       01 ws-amt-area pic x(15) value zeros.
       01 ws-amt-unsigned redefines ws-amt-area pic 9(15).
       01 ws-amt-signed redefines ws-amt-area pic s9(15).

       01 ws-banner-line.
         05 filler pic x(37) value
                   "*** DRY RUN - NOT FOR DISTRIBUTION - ".
         05 filler pic x(30) value
                   "NOTHING WAS POSTED OR SENT ***".

       01 ws-blank-line pic x(132) value spaces.

       01 ws-heading-1.
         05 filler pic x(10) value space.
         05 filler pic x(50) value
                   "DRY RUN COMPARISON - LIVE FILES AGAINST DRY COPIES".

       01 ws-heading-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(17) value "PROCESSING DATE: ".
         05 ws-h2-date pic 9(8).
         05 filler pic x(19) value "   LIVE RUN SEQ:   ".
         05 ws-h2-live-seq pic 9(4).
         05 filler pic x(19) value "   DRY RUN SEQ:    ".
         05 ws-h2-dry-seq pic 9(4).

       01 ws-heading-3.
         05 filler pic x(2) value spaces.
         05 ws-h3-text pic x(50).
         05 ws-h3-stage pic x(14).

       01 ws-column-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(32) value "FILE".
         05 filler pic x(9) value "LIVE RECS".
         05 filler pic x(10) value "  DRY RECS".
         05 filler pic x(10) value "    CHANGE".
         05 filler pic x(18) value "        LIVE TOTAL".
         05 filler pic x(18) value "         DRY TOTAL".
         05 filler pic x(18) value "      TOTAL CHANGE".

       01 ws-detail-line.
         05 filler pic x(2) value spaces.
         05 ws-dt-file pic x(30).
         05 filler pic x(2) value spaces.
         05 ws-dt-live-recs pic zzzzzzzz9.
         05 filler pic x value space.
         05 ws-dt-dry-recs pic zzzzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-dt-rec-change pic -------9.
         05 ws-dt-totals.
           10 filler pic x(2) value spaces.
           10 ws-dt-live-total pic -(12)9.99.
           10 filler pic x(2) value spaces.
           10 ws-dt-dry-total pic -(12)9.99.
           10 filler pic x(2) value spaces.
           10 ws-dt-tot-change pic -(12)9.99.
         05 ws-dt-totals-x redefines ws-dt-totals pic x(54).
         05 filler pic x(2) value spaces.
         05 ws-dt-flag pic x(12).

       01 ws-summary-line-1.
         05 filler pic x(2) value spaces.
         05 filler pic x(24) value "FILES COMPARED:         ".
         05 ws-sum-compared pic zzzzz9.

       01 ws-summary-line-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(24) value "FILES THAT WOULD CHANGE:".
         05 ws-sum-changed pic zzzzz9.

       01 ws-summary-line-3.
         05 filler pic x(2) value spaces.
         05 filler pic x(24) value "REPORTS MARKED DRY RUN: ".
         05 ws-sum-stamped pic zzzzz9.

       01 ws-summary-line-4.
         05 filler pic x(2) value spaces.
         05 filler pic x(60) value
             "THE LIVE FILES WERE NOT WRITTEN AND NOTHING WAS SENT".

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           accept ws-start-time from time.

           perform 100-read-run-controls.
           perform 110-check-chain-outcome.

           open output compare-report.
           write cr-output from ws-heading-1.
           write cr-output from ws-blank-line.
           move ws-dry-date to ws-h2-date.
           move ws-live-seq to ws-h2-live-seq.
           move ws-dry-seq to ws-h2-dry-seq.
           write cr-output from ws-heading-2.
           write cr-output from ws-heading-3.
           write cr-output from ws-blank-line.
           write cr-output from ws-column-heading.
           write cr-output from ws-blank-line.

           open input dry-list-file.
           if ws-dl-status <> "00"
               display "DRYCOMP: CANT OPEN DRY-RUN-FILES.DAT, STATUS="
                 ws-dl-status
               move 16 to ws-condition-code
           else
               read dry-list-file
                   at end
                       move "Y" to ws-dl-eof
               end-read
               perform until ws-dl-eof = "Y"
                   add 1 to ws-rows-read
                   perform 150-process-list-row
                   read dry-list-file
                       at end
                           move "Y" to ws-dl-eof
                   end-read
               end-perform
               close dry-list-file
           end-if.

           write cr-output from ws-blank-line.
           move ws-files-compared to ws-sum-compared.
           write cr-output from ws-summary-line-1.
           move ws-files-changed to ws-sum-changed.
           write cr-output from ws-summary-line-2.
           move ws-reports-stamped to ws-sum-stamped.
           write cr-output from ws-summary-line-3.
           write cr-output from ws-summary-line-4.
           close compare-report.

           display "DRYCOMP: " ws-files-compared " FILES COMPARED, "
             ws-files-changed " WOULD CHANGE - SEE DRY-RUN-COMPARE.OUT".

           perform 700-write-run-log.
           move ws-condition-code to return-code.
           goback.

       100-read-run-controls.
           open input live-run-control-file.
           if ws-lrc-status = "00"
               read live-run-control-file
                   at end
                       continue
                   not at end
                       move lrc-date to ws-live-date
                       move lrc-seq to ws-live-seq
               end-read
               close live-run-control-file
           end-if.

           open input dry-run-control-file.
           if ws-drc-status = "00"
               read dry-run-control-file
                   at end
                       continue
                   not at end
                       move drc-date to ws-dry-date
                       move drc-seq to ws-dry-seq
               end-read
               close dry-run-control-file
           end-if.

       110-check-chain-outcome.
      * the dry chain got to the end only if it stamped a run of its
      * own and then released the lock under that sequence -- a lock
      * still active, or one copied in from the live tree, means it
      * stopped short
           open input dry-run-lock-file.
           if ws-dlk-status = "00"
               read dry-run-lock-file
                   at end
                       continue
                   not at end
                       if dlk-status = "R" and dlk-seq = ws-dry-seq
                         and (ws-dry-seq not = ws-live-seq
                           or ws-dry-date not = ws-live-date)
                           move "Y" to ws-chain-complete
                       end-if
               end-read
               close dry-run-lock-file
           end-if.

           if ws-chain-complete = "Y"
               move "CHAIN COMPLETED - EVERY STAGE RAN" to ws-h3-text
               move spaces to ws-h3-stage
               exit paragraph
           end-if.

           open input dry-state-file.
           if ws-dps-status = "00"
               read dry-state-file
                   at end
                       move "Y" to ws-dps-eof
               end-read
               perform until ws-dps-eof = "Y"
                   if dps-row-type not = "J"
                       move dps-stage-name to ws-last-stage
                   end-if
                   read dry-state-file
                       at end
                           move "Y" to ws-dps-eof
                   end-read
               end-perform
               close dry-state-file
           end-if.

           if ws-last-stage = spaces
               move "CHAIN DID NOT COMPLETE - NO STAGE FINISHED"
                 to ws-h3-text
           else
               move "CHAIN DID NOT COMPLETE - LAST STAGE FINISHED: "
                 to ws-h3-text
           end-if.
           move ws-last-stage to ws-h3-stage.

       150-process-list-row.
           if df-path = spaces
               exit paragraph
           end-if.

           move spaces to ws-live-path.
           string "../" delimited by size
                  df-path delimited by space
             into ws-live-path.
           move spaces to ws-dry-path.
           string ws-dry-root delimited by space
                  df-path delimited by space
             into ws-dry-path.

           evaluate df-type
               when "F"
               when "I"
               when "X"
                   perform 200-compare-one-file
               when "R"
                   perform 400-stamp-report
               when other
                   continue
           end-evaluate.

       200-compare-one-file.
           perform 202-set-amount-field.
           move 0 to ws-bad-amounts.

           move ws-live-path to ws-count-path.
           perform 205-count-one-side.
           move ws-cnt-present to ws-live-present.
           move ws-cnt-records to ws-live-records.
           move ws-cnt-total to ws-live-total.
           add ws-cnt-bad to ws-bad-amounts.

           move ws-dry-path to ws-count-path.
           perform 205-count-one-side.
           move ws-cnt-present to ws-dry-present.
           move ws-cnt-records to ws-dry-records.
           move ws-cnt-total to ws-dry-total.
           add ws-cnt-bad to ws-bad-amounts.

           add 1 to ws-files-compared.
           perform 300-write-detail.

       202-set-amount-field.
      * a row without a usable amount field is compared on record
      * counts alone
           move "N" to ws-has-total.
           move 1 to ws-scale.
           if df-amt-pos not numeric or df-amt-len not numeric
               exit paragraph
           end-if.
           move df-amt-pos to ws-amt-pos.
           move df-amt-len to ws-amt-len.
           if ws-amt-pos = 0 or ws-amt-len = 0 or ws-amt-len > 15
             or ws-amt-pos + ws-amt-len - 1 > 256
               exit paragraph
           end-if.
           move 0 to ws-amt-dec.
           if df-amt-dec numeric and df-amt-dec < 5
               move df-amt-dec to ws-amt-dec
           end-if.
           compute ws-scale = 10 ** ws-amt-dec.
           compute ws-amt-start = 16 - ws-amt-len.
           move "Y" to ws-has-total.

       205-count-one-side.
           move "N" to ws-cnt-present.
           move 0 to ws-cnt-records.
           move 0 to ws-cnt-total.
           move 0 to ws-cnt-bad.
           evaluate df-type
               when "I"
                   perform 220-count-index
               when "X"
                   perform 230-count-xref
               when other
                   perform 210-count-sequential
           end-evaluate.

       210-count-sequential.
           set environment "DD_CMPIN" to ws-count-path.
           move "N" to ws-in-eof.
           open input compare-in-file.
           if ws-cin-status <> "00"
               exit paragraph
           end-if.
           move "Y" to ws-cnt-present.
           read compare-in-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               add 1 to ws-cnt-records
               move cin-record to ws-cmp-rec
               perform 250-add-amount
               read compare-in-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close compare-in-file.

       220-count-index.
           set environment "DD_DRYIXIN" to ws-count-path.
           move "N" to ws-in-eof.
           open input index-in-file.
           if ws-ixi-status <> "00"
               exit paragraph
           end-if.
           move "Y" to ws-cnt-present.
           read index-in-file next record
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               add 1 to ws-cnt-records
               move ixi-record to ws-cmp-rec
               perform 250-add-amount
               read index-in-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close index-in-file.

       230-count-xref.
           set environment "DD_DRYXRIN" to ws-count-path.
           move "N" to ws-in-eof.
           open input xref-in-file.
           if ws-xri-status <> "00"
               exit paragraph
           end-if.
           move "Y" to ws-cnt-present.
           read xref-in-file next record
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               add 1 to ws-cnt-records
               move xri-record to ws-cmp-rec
               perform 250-add-amount
               read xref-in-file next record
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close xref-in-file.

       250-add-amount.
      * control and trailer rows share some of these files; a field
      * that does not read as a number is counted, not totalled
           if ws-has-total not = "Y"
               exit paragraph
           end-if.
           move zeros to ws-amt-area.
           move ws-cmp-rec(ws-amt-pos:ws-amt-len)
             to ws-amt-area(ws-amt-start:ws-amt-len).
           if df-amt-sign = "S"
               if ws-amt-signed numeric
                   compute ws-cnt-total =
                     ws-cnt-total + ws-amt-signed / ws-scale
               else
                   add 1 to ws-cnt-bad
               end-if
           else
               if ws-amt-unsigned numeric
                   compute ws-cnt-total =
                     ws-cnt-total + ws-amt-unsigned / ws-scale
               else
                   add 1 to ws-cnt-bad
               end-if
           end-if.

       300-write-detail.
           move df-path to ws-dt-file.
           move ws-live-records to ws-dt-live-recs.
           move ws-dry-records to ws-dt-dry-recs.
           compute ws-rec-change = ws-dry-records - ws-live-records.
           move ws-rec-change to ws-dt-rec-change.

           if ws-has-total = "Y"
               compute ws-total-change = ws-dry-total - ws-live-total
               move ws-live-total to ws-dt-live-total
               move ws-dry-total to ws-dt-dry-total
               move ws-total-change to ws-dt-tot-change
           else
               move 0 to ws-total-change
               move spaces to ws-dt-totals-x
           end-if.

           evaluate true
               when ws-live-present = "N" and ws-dry-present = "N"
                   move "NOT PRESENT" to ws-dt-flag
                   move spaces to ws-dt-totals-x
               when ws-live-present = "N"
                   move "NEW FILE" to ws-dt-flag
                   add 1 to ws-files-changed
               when ws-dry-present = "N"
                   move "NOT WRITTEN" to ws-dt-flag
                   add 1 to ws-files-changed
               when ws-rec-change not = 0 or ws-total-change not = 0
                   move "CHANGED" to ws-dt-flag
                   add 1 to ws-files-changed
               when other
                   move spaces to ws-dt-flag
           end-evaluate.
           if ws-bad-amounts > 0 and ws-dt-flag = spaces
               move "ROWS UNTOTAL" to ws-dt-flag
           end-if.

           write cr-output from ws-detail-line.

       400-stamp-report.
      * the report is moved aside to the work file, then written back
      * under its own name behind the banner
           set environment "DD_CMPIN" to ws-dry-path.
           move "N" to ws-in-eof.
           open input compare-in-file.
           if ws-cin-status <> "00"
               exit paragraph
           end-if.
           open output stamp-work-file.
           read compare-in-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write sw-record from cin-record
               read compare-in-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close compare-in-file.
           close stamp-work-file.

           set environment "DD_CMPOUT" to ws-dry-path.
           open output compare-out-file.
           if ws-cout-status <> "00"
               display "DRYCOMP: CANT REWRITE " ws-dry-path
                 " STATUS=" ws-cout-status
               exit paragraph
           end-if.
           write cout-record from ws-banner-line.
           move "N" to ws-in-eof.
           open input stamp-work-file.
           read stamp-work-file
               at end
                   move "Y" to ws-in-eof
           end-read.
           perform until ws-in-eof = "Y"
               write cout-record from sw-record
               read stamp-work-file
                   at end
                       move "Y" to ws-in-eof
               end-read
           end-perform.
           close stamp-work-file.
           close compare-out-file.
           add 1 to ws-reports-stamped.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

           move "DRYCOMP" to rl-program-name.
           move ws-start-date to rl-start-date.
           move ws-start-time to rl-start-time.
           move ws-end-date to rl-end-date.
           move ws-end-time to rl-end-time.
           move ws-condition-code to rl-condition-code.
           move ws-rows-read to rl-records-read.
           move ws-files-compared to rl-records-written.
           move ws-files-changed to rl-records-written-2.
           move ws-reports-stamped to rl-records-written-3.
           move 0 to rl-records-written-4.

           open extend run-log-file.
           if ws-rl-status = "35"
               open output run-log-file
           end-if.
           write rl-record.
           close run-log-file.

       end program DRYCOMP.
      **************************************************************************

      * the confirmation file is consumed and cleared once applied so
      * it can never be posted twice.  Confirmations that match no
      * expected deposit are listed as exceptions in their own right.
      *
      * Chargebacks the processor has kept for good (CHARGEBACK's
      * chargeback-explain.dat queue of lost cases) are taken against
      * the store's over/short as explained, leaving only the
      * unexplained remainder for someone to chase.  A lost case for
      * a store with no confirmed deposit in this run stays queued
      * until there is one.
      *
      * A store left over or short after explanations is written to
      * case-feed.dat so CASEMGR opens a deposit case for it, or
      * refreshes the store's open one on the next file that is
      * still out.
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-out-status.

           select explain-file
               assign to "../chargeback-explain.dat"
               organization is line sequential
               file status is ws-ex-status.

           select recon-report
               assign to "../deposit-recon-report.out"
               organization is line sequential.

           select case-feed-file
               assign to "../case-feed.dat"
               organization is line sequential
               file status is ws-cf-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.
         05 out-amount pic 9(9)V99.
         05 out-settle-date pic 9(8).

       fd explain-file
           record contains 29 characters
           data record is cbx-record.

       01 cbx-record.
         05 cbx-store-num pic xx.
         05 cbx-tender pic xx.
         05 cbx-amount pic 9(9)V99.
         05 cbx-case-num pic 9(6).
         05 cbx-lost-date pic 9(8).

       fd recon-report
           record contains 100 characters
           data record is rr-output.

       01 rr-output pic x(100).

       fd case-feed-file
           record contains 86 characters
           data record is cf-record.

       01 cf-record pic x(86).

       fd run-log-file
          data record is rl-record.

       01 ws-bs-status pic xx value spaces.
       01 ws-bc-status pic xx value spaces.
       01 ws-out-status pic xx value spaces.
       01 ws-ex-status pic xx value spaces.
       01 ws-ex-eof pic x value "N".
       01 ws-cf-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
           10 ws-os-store pic xx.
           10 ws-os-expected pic s9(10)V99.
           10 ws-os-confirmed pic s9(10)V99.
           10 ws-os-explained pic s9(10)V99.

      * lost chargebacks waiting to explain a store's short
       01 ws-num-explains pic 9(4) value 0.
       01 ws-ex-sub pic 9(4) value 0.
       01 ws-ex-overflow pic x value "N".
       01 ws-explain-table.
         05 ws-ex-entry occurs 500 times.
           10 ws-ex-store pic xx.
           10 ws-ex-tender pic xx.
           10 ws-ex-amount pic 9(9)V99.
           10 ws-ex-case pic 9(6).
           10 ws-ex-date pic 9(8).
           10 ws-ex-applied pic x.
       01 ws-explained-count pic 9(6) value 0.
       01 ws-chain-explained pic s9(11)V99 value 0.
       01 ws-unexplained pic s9(10)V99 value 0.

       01 ws-signed-expected pic s9(10)V99 value 0.
       01 ws-signed-confirmed pic s9(10)V99 value 0.
       01 ws-over-short pic s9(10)V99 value 0.
       01 ws-chain-over-short pic s9(11)V99 value 0.

      * an unexplained over/short staged for case-feed.dat
       01 ws-case-feed.
         05 ws-cf-source pic x(8) value "DEPOSIT".
         05 ws-cf-store pic xx.
         05 ws-cf-key pic x(16) value "OVER/SHORT".
         05 ws-cf-amount pic s9(9)V99.
         05 ws-cf-severity pic x value "H".
         05 ws-cf-date pic 9(8).
         05 ws-cf-description pic x(40) value
                   "BANK DEPOSIT OVER/SHORT UNEXPLAINED".

       01 ws-blank-line pic x(100) value spaces.

       01 ws-heading-1.
         05 filler pic x(12) value "OVER/SHORT: ".
         05 ws-prt-over-short pic zzz,zzz,zz9.99-.

       01 ws-explained-line.
         05 filler pic x(14) value spaces.
         05 filler pic x(26) value "CHARGEBACKS LOST (EXPL): ".
         05 ws-prt-explained pic zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 filler pic x(13) value "UNEXPLAINED: ".
         05 ws-prt-unexplained pic zzz,zzz,zz9.99-.

       01 ws-chain-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(18) value "CHAIN OVER/SHORT: ".
         05 ws-prt-chain pic z,zzz,zzz,zz9.99-.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "EXPLAINED ".
         05 ws-prt-chain-explained pic z,zzz,zzz,zz9.99-.

       01 ws-unmatched-heading.
         05 filler pic x(2) value spaces.

           perform 050-load-outstanding.
           perform 060-load-settlement.
           perform 080-load-explanations.

      * refusing beats silently dropping deposit 501 on the rewrite
           if ws-dep-overflow = "Y" or ws-ex-overflow = "Y"
               display "DEPRECON: MORE THAN 500 OPEN DEPOSITS OR "
                 "QUEUED CHARGEBACKS - "
                 "RUN REFUSED, INVESTIGATE THE BACKLOG FIRST"
               move 8 to ws-condition-code
               perform 700-write-run-log
           perform 300-write-over-short.
           perform 400-write-unmatched.
           perform 500-rewrite-outstanding.
           perform 520-rewrite-explanations.

           move ws-confirms-read to ws-sum-confirms.
           move ws-matched-count to ws-sum-matched.
           move "N" to ws-dep-matched(ws-num-deps).
           move 0 to ws-dep-confirmed(ws-num-deps).

       080-load-explanations.
           open input explain-file.
           if ws-ex-status <> "00"
               exit paragraph
           end-if.

           read explain-file
               at end
                   move "Y" to ws-ex-eof.
           perform until ws-ex-eof = "Y"
               if ws-num-explains < 500
                   add 1 to ws-num-explains
                   move cbx-store-num to ws-ex-store(ws-num-explains)
                   move cbx-tender to ws-ex-tender(ws-num-explains)
                   move cbx-amount to ws-ex-amount(ws-num-explains)
                   move cbx-case-num to ws-ex-case(ws-num-explains)
                   move cbx-lost-date to ws-ex-date(ws-num-explains)
                   move "N" to ws-ex-applied(ws-num-explains)
               else
                   move "Y" to ws-ex-overflow
               end-if
               read explain-file
                   at end
                       move "Y" to ws-ex-eof
               end-read
           end-perform.
           close explain-file.

       100-apply-confirmations.
           open input bank-confirm-file.
           if ws-bc-status <> "00"
               end-if
           end-perform.

           perform 320-apply-explanations.

           write rr-output from ws-blank-line.
           write rr-output from ws-os-heading.

               move ws-os-confirmed(ws-st-sub) to ws-prt-confirmed
               move ws-over-short to ws-prt-over-short
               write rr-output from ws-os-line
               move ws-over-short to ws-unexplained
               if ws-os-explained(ws-st-sub) not = 0
                   compute ws-unexplained =
                     ws-over-short + ws-os-explained(ws-st-sub)
                   add ws-os-explained(ws-st-sub)
                     to ws-chain-explained
                   compute ws-prt-explained =
                     0 - ws-os-explained(ws-st-sub)
                   move ws-unexplained to ws-prt-unexplained
                   write rr-output from ws-explained-line
               end-if
               if ws-unexplained not = 0
                   perform 380-raise-case
               end-if
           end-perform.

           move ws-chain-over-short to ws-prt-chain.
           compute ws-prt-chain-explained = 0 - ws-chain-explained.
           write rr-output from ws-chain-line.

       320-apply-explanations.
      * a lost chargeback explains a short only where this run has
      * the store's confirmed deposits to set it against
           perform varying ws-ex-sub from 1 by 1
             until ws-ex-sub > ws-num-explains
               move 0 to ws-st-found
               perform varying ws-st-sub from 1 by 1
                 until ws-st-sub > ws-num-stores
                   if ws-ex-store(ws-ex-sub) = ws-os-store(ws-st-sub)
                       move ws-st-sub to ws-st-found
                   end-if
               end-perform
               if ws-st-found > 0
                   add ws-ex-amount(ws-ex-sub)
                     to ws-os-explained(ws-st-found)
                   move "Y" to ws-ex-applied(ws-ex-sub)
                   add 1 to ws-explained-count
               end-if
           end-perform.

       350-accumulate-store.
      * a "C" settlement record is money going back out (refunds over
      * deposits), so it enters the expectation negatively
               move ws-dep-store(ws-sub) to ws-os-store(ws-st-found)
               move 0 to ws-os-expected(ws-st-found)
               move 0 to ws-os-confirmed(ws-st-found)
               move 0 to ws-os-explained(ws-st-found)
           end-if.
           if ws-st-found > 0
               add ws-signed-expected to ws-os-expected(ws-st-found)
                 to ws-os-confirmed(ws-st-found)
           end-if.

       380-raise-case.
           move ws-os-store(ws-st-sub) to ws-cf-store.
           move ws-unexplained to ws-cf-amount.
           move ws-start-date to ws-cf-date.
           open extend case-feed-file.
           if ws-cf-status = "35"
               open output case-feed-file
           end-if.
           write cf-record from ws-case-feed.
           close case-feed-file.

       400-write-unmatched.
           write rr-output from ws-blank-line.
           write rr-output from ws-unmatched-heading.
           end-perform.
           close outstanding-file.

       520-rewrite-explanations.
      * applied explanations are consumed; the rest wait
           if ws-ex-status <> "00"
               exit paragraph
           end-if.
           open output explain-file.
           perform varying ws-ex-sub from 1 by 1
             until ws-ex-sub > ws-num-explains
               if ws-ex-applied(ws-ex-sub) = "N"
                   move ws-ex-store(ws-ex-sub) to cbx-store-num
                   move ws-ex-tender(ws-ex-sub) to cbx-tender
                   move ws-ex-amount(ws-ex-sub) to cbx-amount
                   move ws-ex-case(ws-ex-sub) to cbx-case-num
                   move ws-ex-date(ws-ex-sub) to cbx-lost-date
                   write cbx-record
               end-if
           end-perform.
           close explain-file.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.
           move ws-matched-count to rl-records-written.
           move ws-unmatched-confirms to rl-records-written-2.
           move ws-carried-forward to rl-records-written-3.
           move ws-explained-count to rl-records-written-4.

           open extend run-log-file.
           write rl-record.

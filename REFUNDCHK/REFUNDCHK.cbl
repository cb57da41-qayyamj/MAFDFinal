      * as a duplicate instead -- which is also how an actual
      * duplicate refund attempt surfaces.
      *
      * A forfeited layaway is refunded by check too, whatever the
      * amount -- the customer is not at the till.  LAYAWAY leaves the
      * night's forfeitures on layaway-forfeit.dat after this stage has
      * run, so the refunds are cut on the following night; a
      * forfeiture already on the register is passed over quietly.
      *
      * Spoiled checks are voided with cards on check-void-cards.dat;
      * the bank confirmation marks checks cleared through
      * check-cleared.dat (consumed once applied).  The register
      * report lists every check still outstanding.
      *
      * Each register row carries its source (R return, L layaway
      * forfeit) and the date its status last changed, so GLJOURNAL
      * can journal the night's issues and voids.  CHECKRECON
      * reconciles what the bank actually paid, voids stale checks
      * ("S") and, as the last stage to touch the register, sends
      * the bank the night's positive-pay issue file.
      **************************************************************************
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-ra-status.

           select forfeit-file
               assign to "../layaway-forfeit.dat"
               organization is line sequential
               file status is ws-ff-status.

           select refund-control-file
               assign to "../refund-control.dat"
               organization is line sequential
         05 ra-customer pic x(6).
         05 ra-invoice pic x(9).

       fd forfeit-file
           record contains 71 characters
           data record is ff-record.

       01 ff-record.
         05 ff-forfeit-date pic 9(8).
         05 ff-store-num pic xx.
         05 ff-invoice-num pic x(9).
         05 ff-customer-num pic x(6).
         05 ff-orig-amount pic 9(5)V99.
         05 ff-paid-amount pic 9(5)V99.
         05 ff-balance pic 9(5)V99.
         05 ff-fee-amount pic 9(5)V99.
         05 ff-refund-amount pic 9(5)V99.
         05 ff-last-activity-date pic 9(8).
         05 ff-quantity pic 9(3).

       fd refund-control-file
           record contains 7 characters
           data record is rfc-record.
         05 rfc-cash-limit pic 9(5)V99.

       fd check-register-file
           record contains 50 characters
           data record is ck-record.

       01 ck-record.
         05 ck-amount pic 9(7)V99.
         05 ck-issue-date pic 9(8).
         05 ck-status pic x.
         05 ck-source pic x.
         05 ck-status-date pic 9(8).

       fd check-print-file
           record contains 41 characters
       01 ws-cl-eof pic x value "N".
       01 ws-ra-status pic xx value spaces.
       01 ws-rfc-status pic xx value spaces.
       01 ws-ff-status pic xx value spaces.
       01 ws-ff-eof pic x value "N".
       01 ws-reg-status pic xx value spaces.
       01 ws-vc-status pic xx value spaces.
       01 ws-cl-status pic xx value spaces.
       01 ws-sub pic 9(4) value 0.
       01 ws-found-sub pic 9(4) value 0.
       01 ws-next-check-num pic 9(6) value 0.
       01 ws-issue-store pic xx value spaces.
       01 ws-check-table.
         05 ws-ck-entry occurs 2000 times
                         indexed by ws-ck-idx.
           10 ws-ck-amount pic 9(7)V99.
           10 ws-ck-date pic 9(8).
           10 ws-ck-status pic x.
           10 ws-ck-source pic x.
           10 ws-ck-status-date pic 9(8).

       01 ws-blank-line pic x(100) value spaces.


           open output check-print-file.
           perform 100-issue-checks.
           perform 170-issue-forfeit-refunds.
           close check-print-file.

           perform 300-apply-void-cards.
               move ck-amount to ws-ck-amount(ws-num-checks)
               move ck-issue-date to ws-ck-date(ws-num-checks)
               move ck-status to ws-ck-status(ws-num-checks)
      * rows written before the source and status date were kept
      * are returns with no status date
               if ck-source = "L"
                   move "L" to ws-ck-source(ws-num-checks)
               else
                   move "R" to ws-ck-source(ws-num-checks)
               end-if
               if ck-status-date numeric
                   move ck-status-date
                     to ws-ck-status-date(ws-num-checks)
               else
                   move 0 to ws-ck-status-date(ws-num-checks)
               end-if
               read check-register-file
                   at end
                       move "Y" to ws-reg-eof
               exit paragraph
           end-if.

           move ra-store to ws-issue-store.
           perform 160-next-check-number.

           add 1 to ws-num-checks.
           move ra-amount to ws-ck-amount(ws-num-checks).
           move ws-processing-date to ws-ck-date(ws-num-checks).
           move "O" to ws-ck-status(ws-num-checks).
           move "R" to ws-ck-source(ws-num-checks).
           move ws-processing-date to ws-ck-status-date(ws-num-checks).
           add 1 to ws-checks-issued.

           move ra-store to ck-store.
           move ra-amount to ck-amount.
           move ws-processing-date to ck-issue-date.
           move "O" to ck-status.
           move "R" to ck-source.
           move ws-processing-date to ck-status-date.
           write cp-print-record from ck-record.

           move "ISSUED" to ws-il-action.
           move 0 to ws-next-check-num.
           perform varying ws-ck-idx from 1 by 1
             until ws-ck-idx > ws-num-checks
               if ws-issue-store = ws-ck-store(ws-ck-idx)
                 and ws-ck-num(ws-ck-idx) > ws-next-check-num
                   move ws-ck-num(ws-ck-idx) to ws-next-check-num
               end-if
           end-perform.
           add 1 to ws-next-check-num.

       170-issue-forfeit-refunds.
           open input forfeit-file.
           if ws-ff-status <> "00"
               exit paragraph
           end-if.

           read forfeit-file
               at end
                   move "Y" to ws-ff-eof.
           perform until ws-ff-eof = "Y"
               if ff-forfeit-date < ws-processing-date
                 and ff-refund-amount > 0
                   perform 175-issue-one-forfeit-refund
               end-if
               read forfeit-file
                   at end
                       move "Y" to ws-ff-eof
               end-read
           end-perform.
           close forfeit-file.

       175-issue-one-forfeit-refund.
           move 0 to ws-found-sub.
           perform varying ws-ck-idx from 1 by 1
             until ws-ck-idx > ws-num-checks
               if ff-store-num = ws-ck-store(ws-ck-idx)
                 and ff-invoice-num = ws-ck-invoice(ws-ck-idx)
                 and ws-ck-status(ws-ck-idx) not = "V"
                   set ws-found-sub to ws-ck-idx
               end-if
           end-perform.
           if ws-found-sub > 0
               exit paragraph
           end-if.

           if ws-num-checks >= 2000
               display "REFUNDCHK: REGISTER FULL - CHECK NOT "
                 "ISSUED FOR FORFEITED LAYAWAY " ff-invoice-num
               move 8 to ws-condition-code
               exit paragraph
           end-if.

           move ff-store-num to ws-issue-store.
           perform 160-next-check-number.

           add 1 to ws-num-checks.
           move ff-store-num to ws-ck-store(ws-num-checks).
           move ws-next-check-num to ws-ck-num(ws-num-checks).
           move ff-invoice-num to ws-ck-invoice(ws-num-checks).
           move ff-customer-num to ws-ck-customer(ws-num-checks).
           move ff-refund-amount to ws-ck-amount(ws-num-checks).
           move ws-processing-date to ws-ck-date(ws-num-checks).
           move "O" to ws-ck-status(ws-num-checks).
           move "L" to ws-ck-source(ws-num-checks).
           move ws-processing-date to ws-ck-status-date(ws-num-checks).
           add 1 to ws-checks-issued.

           move ff-store-num to ck-store.
           move ws-next-check-num to ck-check-num.
           move ff-invoice-num to ck-invoice.
           move ff-customer-num to ck-customer.
           move ff-refund-amount to ck-amount.
           move ws-processing-date to ck-issue-date.
           move "O" to ck-status.
           move "L" to ck-source.
           move ws-processing-date to ck-status-date.
           write cp-print-record from ck-record.

           move "ISSUED" to ws-il-action.
           move ff-store-num to ws-il-store.
           move ws-next-check-num to ws-il-check.
           move ff-invoice-num to ws-il-invoice.
           move ff-refund-amount to ws-il-amount.
           move "LAYAWAY FORFEIT" to ws-il-note.
           write rr-output from ws-issue-line.

       300-apply-void-cards.
           open input void-card-file.
           if ws-vc-status <> "00"
             and ws-ck-status(ws-found-sub) = "O"
               add 1 to ws-voided-count
               move "V" to ws-ck-status(ws-found-sub)
               move ws-processing-date
                 to ws-ck-status-date(ws-found-sub)
               move "VOIDED" to ws-il-action
               move ws-ck-invoice(ws-found-sub) to ws-il-invoice
               move ws-ck-amount(ws-found-sub) to ws-il-amount
                     and cl-check-num = ws-ck-num(ws-ck-idx)
                     and ws-ck-status(ws-ck-idx) = "O"
                       move "C" to ws-ck-status(ws-ck-idx)
                       move ws-processing-date
                         to ws-ck-status-date(ws-ck-idx)
                       add 1 to ws-cleared-count
                   end-if
               end-perform
               move ws-ck-amount(ws-sub) to ck-amount
               move ws-ck-date(ws-sub) to ck-issue-date
               move ws-ck-status(ws-sub) to ck-status
               move ws-ck-source(ws-sub) to ck-source
               move ws-ck-status-date(ws-sub) to ck-status-date
               write ck-record
           end-perform.
           close check-register-file.

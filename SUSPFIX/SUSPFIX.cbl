      * repaired record is queued on recycle.dat, which EDIT reads
      * ahead of the next run's input.  suspense-report.out lists each
      * card applied or rejected and then ages every item still open
      * so rejects cannot quietly die of old age.  Each item corrected
      * is also logged to suspense-cleared.dat with its store and the
      * days it sat open, for STOREQUAL's days-to-clear scoring.
      *
      * Card layout (44 bytes): invoice number of the suspense item,
      * field name (CODE, AMOUNT, PAYTYPE, STORE, INVOICE, SKU, DATE,
               organization is line sequential
               file status is ws-recycle-status.

           select cleared-log-file
               assign to "../suspense-cleared.dat"
               organization is line sequential
               file status is ws-cleared-status.

           select operator-auth-file
               assign to "../operator-auth.dat"
               organization is line sequential

       01 recycle-record pic x(79).

      * consumed by STOREQUAL each night
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

       fd operator-auth-file
          data record is op-record
          record contains 17 characters.
       01 ws-suspense-status pic xx value spaces.
       01 ws-card-status pic xx value spaces.
       01 ws-recycle-status pic xx value spaces.
       01 ws-cleared-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
           open input fix-card-file.
           if ws-card-status = "00"
               perform 090-open-recycle
               perform 095-open-cleared-log
               perform 100-read-card
               perform 150-apply-card until ws-card-eof = "Y"
               close fix-card-file
               close recycle-file
               close cleared-log-file
               perform 300-rewrite-suspense
           else
               display "SUSPFIX: NO FIX CARDS, STATUS=" ws-card-status
               open output recycle-file
           end-if.

       095-open-cleared-log.
           open extend cleared-log-file.
           if ws-cleared-status = "35"
               open output cleared-log-file
           end-if.

       100-read-card.
           read fix-card-file
               at end
               move ws-fix-record to ws-susp-tbl-trans(ws-found-sub)
               move "C" to ws-susp-tbl-status(ws-found-sub)
               write recycle-record from ws-fix-record
               perform 170-log-cleared-item
               add 1 to ws-applied-count
               move "APPLIED" to ws-crd-result
               move spaces to ws-crd-reason
               end-if
           end-perform.

       170-log-cleared-item.
      * the corrected store is the one charged -- a reject for a bad
      * store number belongs to the store it really came from
           move ws-as-of-date to sc-clear-date.
           move ws-susp-tbl-date(ws-found-sub) to sc-reject-date.
           move ws-fix-store to sc-store-num.
           move 0 to sc-days-open.
           compute ws-item-int = function integer-of-date(
             ws-susp-tbl-date(ws-found-sub)).
           if ws-item-int > 0 and ws-item-int < ws-as-of-int
               subtract ws-item-int from ws-as-of-int
                 giving sc-days-open
           end-if.
           move ws-fix-invoice to sc-invoice.
           move ws-susp-tbl-reason(ws-found-sub) to sc-reason.
           write sc-record.

       200-patch-field.
           evaluate sf-field-name
               when "CODE"

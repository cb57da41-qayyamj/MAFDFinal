               record key is inv-invoice-num
               file status is ws-inv-status.

           select customer-xref-file
               assign to "../invoice-customer-xref.dat"
               organization is indexed
               access mode is dynamic
               record key is cx-key
               file status is ws-cx-status.

       data division.
       file section.

         05 inv-promo-code pic x(6).
         05 inv-cashier-id pic x(4).

      * customer-number access path into the invoice index: one row
      * per indexed invoice that carries a customer number
       fd customer-xref-file
          data record is cx-record.

       01 cx-record.
         05 cx-key.
           10 cx-customer-num pic x(6).
           10 cx-invoice-num pic x(9).

       working-storage section.

       01 ws-eof-flag pic x value "N".

       01 ws-inv-status pic xx value spaces.
       01 ws-cx-status pic xx value spaces.
       01 ws-old-customer pic x(6) value spaces.
       01 ws-new-inv-record pic x(79) value spaces.

       01 ws-ckpt-status pic xx value spaces.
       01 ws-resuming pic x value "N".
                 layaway-activity-file,
                 cc-totals-report, returns-control-file
               open i-o invoice-index-file
               perform 067-open-customer-xref
               perform 065-skip-processed-records
           else
               open output sl-records-file, returns-file,
                 layaway-activity-file,
                 cc-totals-report, returns-control-file
               perform 066-open-invoice-index
               perform 067-open-customer-xref
               perform 110-write-split-headers
               perform 100-print-headings
           end-if.
           close input-file, sl-records-file, returns-file,
             layaway-activity-file,
             cc-totals-report, returns-control-file,
             invoice-index-file, customer-xref-file.

           perform 070-clear-checkpoint.
           perform 080-write-run-log.
               open i-o invoice-index-file
           end-if.

       067-open-customer-xref.
           open i-o customer-xref-file.
           if ws-cx-status = "35"
               open output customer-xref-file
               close customer-xref-file
               open i-o customer-xref-file
           end-if.

       068-reset-stale-checkpoint.
           display "DATASPLITCOUNT: checkpoint.dat record count "
               "exceeds today's input-file -- stale checkpoint "
             layaway-activity-file,
             cc-totals-report, returns-control-file.
           close invoice-index-file.
           close customer-xref-file.
           close input-file.
           open input input-file.

      * idempotent because 260-write-invoice-index handles the
      * duplicate key and only rewrites for S/L
           perform 066-open-invoice-index.
           perform 067-open-customer-xref.
           perform 110-write-split-headers.
           perform 100-print-headings.

           close input-file, sl-records-file, returns-file,
             layaway-activity-file,
             cc-totals-report, returns-control-file,
             invoice-index-file, customer-xref-file.
           perform 070-clear-checkpoint.
           move 16 to ws-condition-code.
           perform 080-write-run-log.
           write inv-record
               invalid key
                   if ws-trans-sale or ws-trans-layaway
                       perform 262-replace-index-entry
                   end-if
               not invalid key
                   perform 265-write-customer-xref
           end-write.

       262-replace-index-entry.
      * the entry being replaced may carry a different customer, whose
      * cross-reference row has to go with it
           move inv-record to ws-new-inv-record.
           move spaces to ws-old-customer.
           read invoice-index-file
               invalid key
                   continue
               not invalid key
                   move inv-customer-num to ws-old-customer
           end-read.
           move ws-new-inv-record to inv-record.
           rewrite inv-record.

           if ws-old-customer not = spaces
             and ws-old-customer not = inv-customer-num
               move ws-old-customer to cx-customer-num
               move inv-invoice-num to cx-invoice-num
               delete customer-xref-file record
                   invalid key
                       continue
               end-delete
           end-if.
           perform 265-write-customer-xref.

       265-write-customer-xref.
      * already there on a rerun or restart -- nothing to do
           if inv-customer-num not = spaces
               move inv-customer-num to cx-customer-num
               move inv-invoice-num to cx-invoice-num
               write cx-record
                   invalid key
                       continue
               end-write
           end-if.

       300-percentages.
           compute ws-s-tt-percent rounded = (ws-s-tt / ws-sl-tt) * 100.
           compute ws-l-tt-percent rounded = (ws-l-tt / ws-sl-tt) * 100.
           close input-file, sl-records-file, returns-file,
             layaway-activity-file,
             cc-totals-report, returns-control-file,
             invoice-index-file, customer-xref-file.
           move 16 to ws-condition-code.
           perform 080-write-run-log.
           move 16 to return-code.

      * what loss prevention watches to spot serial refunders.  The
      * customer's name comes from customer-master.dat.  Output:
      * customer-inquiry.out.
      *
      * The customer's invoices are found through the customer
      * cross-reference, invoice-customer-xref.dat (customer number +
      * invoice, kept by DATASPLITCOUNT and IDXREORG), and read from
      * the index by key.  If the cross-reference cannot be opened the
      * whole index is walked instead, as it was before the
      * cross-reference existed.
      **************************************************************************
       environment division.
       input-output section.
               record key is inv-invoice-num
               file status is ws-inv-status.

           select customer-xref-file
               assign to "../invoice-customer-xref.dat"
               organization is indexed
               access mode is dynamic
               record key is cx-key
               file status is ws-cx-status.

           select history-file
               assign to "../transaction-history.dat"
               organization is line sequential

       fd customer-master-file
          data record is cu-record
          record contains 48 characters.

       01 cu-record.
         05 cu-customer-num pic x(6).
         05 cu-name pic x(20).
         05 cu-active-flag pic x.
         05 cu-exempt-flag pic x.
         05 cu-cert-num pic x(12).
         05 cu-cert-expiry pic 9(8).

       fd invoice-index-file
          data record is inv-record.
         05 inv-promo-code pic x(6).
         05 inv-cashier-id pic x(4).

       fd customer-xref-file
          data record is cx-record.

       01 cx-record.
         05 cx-key.
           10 cx-customer-num pic x(6).
           10 cx-invoice-num pic x(9).

       fd history-file
           record contains 91 characters
           data record is th-record.
       01 ws-card-status pic xx value spaces.
       01 ws-customer-master-status pic xx value spaces.
       01 ws-inv-status pic xx value spaces.
       01 ws-cx-status pic xx value spaces.
       01 ws-xref-open pic x value "N".
       01 ws-xref-eof pic x value "N".
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
               goback
           end-if.

           open input customer-xref-file.
           if ws-cx-status = "00"
               move "Y" to ws-xref-open
           else
               display "CUSTINQ: CUSTOMER XREF NOT AVAILABLE, STATUS="
                   ws-cx-status " - SCANNING WHOLE INDEX"
           end-if.

           open output inquiry-report.
           write iqr-output from ws-heading-1.


           close inquiry-card-file, invoice-index-file,
             inquiry-report.
           if ws-xref-open = "Y"
               close customer-xref-file
           end-if.
           perform 700-write-run-log.
           goback.

           perform 100-read-card.

       200-scan-index.
           move 0 to ws-purchase-count.
           move 0 to ws-purchase-amount.
           move 0 to ws-return-count.
           move 0 to ws-return-amount.
           move 0 to ws-trans-listed.
           if ws-xref-open = "Y"
               perform 210-read-by-customer
               exit paragraph
           end-if.

      * no cross-reference: the index is keyed by invoice, so walk the
      * whole file
           move "N" to ws-index-eof.

           move low-values to inv-invoice-num.
               end-read
           end-perform.

       210-read-by-customer.
      * the cross-reference rows for one customer sit together in key
      * order; each names an invoice to read from the index
           move "N" to ws-xref-eof.
           move ws-this-customer to cx-customer-num.
           move low-values to cx-invoice-num.
           start customer-xref-file
             key not < cx-key
               invalid key
                   move "Y" to ws-xref-eof
           end-start.

           perform until ws-xref-eof = "Y"
               read customer-xref-file next record
                   at end
                       move "Y" to ws-xref-eof
                   not at end
                       if cx-customer-num not = ws-this-customer
                           move "Y" to ws-xref-eof
                       else
                           perform 220-read-xref-invoice
                       end-if
               end-read
           end-perform.

       220-read-xref-invoice.
           move cx-invoice-num to inv-invoice-num.
           read invoice-index-file
               invalid key
                   continue
               not invalid key
                   if inv-customer-num = ws-this-customer
                     and inv-trans-code not = "R"
                       perform 250-list-transaction
                   end-if
           end-read.

       250-list-transaction.
           add 1 to ws-trans-listed.
           add 1 to ws-purchase-count.

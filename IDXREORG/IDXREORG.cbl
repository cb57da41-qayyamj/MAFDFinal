      * survivors are copied to a sequential work file and the index
      * is rebuilt from it, so a failure before the final load leaves
      * the original index untouched and the rebuilt file comes back
      * physically reorganized.  The customer cross-reference
      * (invoice-customer-xref.dat, customer number + invoice, the
      * path CUSTINQ, CUSTMAINT and CUSTERASE use to go straight to a
      * customer's invoices) is rebuilt from the survivors in the same
      * load, so purged invoices leave it too; DATASPLITCOUNT keeps it
      * in step night to night.  Running IDXREORG is also how the
      * cross-reference is first built or rebuilt if INTEGRITY finds
      * it out of step.  index-reorg-report.out shows before/after
      * record counts, what was purged and retained for layaway, the
      * oldest transaction date kept and the cross-reference rows
      * written.  Not a nightly stage: PIPELINE runs it weekly from
      * job-schedule.dat, and it can also be run on demand, like
      * HISTPURGE.
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

           select reorg-work-file
               assign to "../index-reorg-work.dat"
               organization is line sequential
         05 inv-promo-code pic x(6).
         05 inv-cashier-id pic x(4).

       fd customer-xref-file
          data record is cx-record.

       01 cx-record.
         05 cx-key.
           10 cx-customer-num pic x(6).
           10 cx-invoice-num pic x(9).

       fd reorg-work-file
           record contains 79 characters
           data record is rw-record.
         05 irc-retention-days pic 9(4).

       fd layaway-master-file
           record contains 81 characters
           data record is lm-record.

       01 lm-record.
         05 lm-balance pic 9(5)V99.
         05 lm-last-activity-date pic 9(8).
         05 lm-status pic x.
         05 lm-sku-code pic x(15).
         05 lm-quantity pic 9(3).
         05 lm-customer-num pic x(6).
         05 lm-reminder-date pic 9(8).

       fd run-control-file
           data record is run-ctl-record
       working-storage section.

       01 ws-inv-status pic xx value spaces.
       01 ws-cx-status pic xx value spaces.
       01 ws-work-status pic xx value spaces.
       01 ws-ret-ctl-status pic xx value spaces.
       01 ws-lm-status pic xx value spaces.
       01 ws-records-purged pic 9(6) value 0.
       01 ws-layaway-holds pic 9(6) value 0.
       01 ws-oldest-kept pic 9(8) value 0.
       01 ws-xref-written pic 9(6) value 0.

      * invoices still open on the layaway master -- never purged
       01 ws-num-open-lays pic 999 value 0.
                   "OLDEST TRANSACTION DATE KEPT:    ".
         05 ws-prt-oldest pic 9(8).

       01 ws-xref-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(33) value
                   "CUSTOMER CROSS-REFERENCE ROWS:   ".
         05 ws-prt-xref pic zzzzz9.

       procedure division.
       000-main.
           accept ws-start-date from date yyyymmdd.
           move "N" to ws-work-eof.
           open input reorg-work-file.
           open output invoice-index-file.
           open output customer-xref-file.

           read reorg-work-file
               at end
                   invalid key
                       continue
               end-write
               if inv-customer-num not = spaces
                   move inv-customer-num to cx-customer-num
                   move inv-invoice-num to cx-invoice-num
                   write cx-record
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-xref-written
                   end-write
               end-if
               read reorg-work-file
                   at end
                       move "Y" to ws-work-eof
               end-read
           end-perform.

           close reorg-work-file, invoice-index-file,
             customer-xref-file.

       400-write-report.
           open output reorg-report.

           move ws-oldest-kept to ws-prt-oldest.
           write rr-output from ws-oldest-line.

           move ws-xref-written to ws-prt-xref.
           write rr-output from ws-xref-line.
           close reorg-report.

       700-write-run-log.
           move ws-records-kept to rl-records-written.
           move ws-records-purged to rl-records-written-2.
           move ws-layaway-holds to rl-records-written-3.
           move ws-xref-written to rl-records-written-4.

           open extend run-log-file.
           write rl-record.

      * truncated or stale feed is caught here instead of surfacing
      * three stages later as a control-total mystery.  A store that
      * fails verification is excluded from the merge and must
      * retransmit.  Every store's verdict is also appended to
      * feed-log.dat with the run date, sequence and supplemental
      * number, so STOREQUAL can score feed rejections and feeds
      * missing at the regular run's cutoff.
      **************************************************************************
       environment division.
       input-output section.
               assign to "../transmission-control.out"
               organization is line sequential.

           select feed-log-file
               assign to "../feed-log.dat"
               organization is line sequential
               file status is ws-feed-log-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       01 tc-output pic x(100).

      * one row per active store per run, kept as history
       fd feed-log-file
           record contains 41 characters
           data record is fl-record.

       01 fl-record.
         05 fl-run-date pic 9(8).
         05 fl-run-seq pic 9(4).
         05 fl-run-supp pic 9(2).
         05 fl-store-num pic xx.
         05 fl-verdict pic x(18).
         05 fl-records pic 9(7).

       fd run-log-file
          data record is rl-record.

       01 ws-end-date pic 9(8) value 0.
       01 ws-end-time pic 9(8) value 0.
       01 ws-processing-date pic 9(8) value 0.
       01 ws-run-seq pic 9(4) value 0.
       01 ws-run-supp pic 9(2) value 0.
       01 ws-feed-log-status pic xx value spaces.

       01 ws-feed-filename pic x(30) value spaces.
       01 ws-this-store pic xx value spaces.

           open output combined-input-file.
           open output control-report.
           open extend feed-log-file.
           if ws-feed-log-status = "35"
               open output feed-log-file
           end-if.
           move ws-processing-date to ws-head-date.
           write tc-output from ws-heading-1.
           write tc-output from ws-blank-line.
           write tc-output from ws-summary-line.
           close control-report.
           close combined-input-file.
           close feed-log-file.

      * nothing at all collected means the night cannot run -- halt
      * the chain before EDIT reads an empty file and "balances"
                       continue
                   not at end
                       move run-ctl-date to ws-processing-date
                       move run-ctl-seq to ws-run-seq
                       move run-ctl-supp to ws-run-supp
               end-read
               close run-control-file
           end-if.
           move ws-detail-amount to ws-det-amount.
           write tc-output from ws-detail-line.

           move ws-processing-date to fl-run-date.
           move ws-run-seq to fl-run-seq.
           move ws-run-supp to fl-run-supp.
           move ws-this-store to fl-store-num.
           move ws-feed-verdict to fl-verdict.
           move ws-detail-count to fl-records.
           write fl-record.

       700-write-run-log.
           accept ws-end-date from date yyyymmdd.
           accept ws-end-time from time.

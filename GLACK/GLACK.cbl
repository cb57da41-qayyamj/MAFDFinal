      *
      * The acknowledgment file is consumed and cleared once applied.
      * Run on demand when corporate's file arrives; any mismatch or
      * overdue batch ends with a nonzero condition code.  Each of the
      * three is also written to case-feed.dat so CASEMGR keeps one
      * case per batch date open until accounting closes it.
      **************************************************************************
       environment division.
       input-output section.
               assign to "../gl-ack-report.out"
               organization is line sequential.

           select case-feed-file
               assign to "../case-feed.dat"
               organization is line sequential
               file status is ws-cf-status.

           select run-log-file
               assign to "../run-log.dat"
               organization is line sequential.

       01 ar-output pic x(100).

       fd case-feed-file
           record contains 86 characters
           data record is cf-record.

       01 cf-record pic x(86).

       fd run-log-file
          data record is rl-record.

       01 ws-gs-status pic xx value spaces.
       01 ws-ack-status pic xx value spaces.
       01 ws-run-ctl-status pic xx value spaces.
       01 ws-cf-status pic xx value spaces.
       01 ws-condition-code pic 9(3) value 0.
       01 ws-start-date pic 9(8) value 0.
       01 ws-start-time pic 9(8) value 0.
           10 ws-sent-ack-flag pic x.
           10 ws-sent-ack-date pic 9(8).

      * a batch exception staged for case-feed.dat
       01 ws-case-feed.
         05 ws-cf-source pic x(8) value "GLACK".
         05 ws-cf-store pic xx value spaces.
         05 ws-cf-key.
           10 filler pic x(6) value "BATCH ".
           10 ws-cf-key-batch pic 9(8).
           10 filler pic xx value spaces.
         05 ws-cf-amount pic s9(9)V99.
         05 ws-cf-severity pic x.
         05 ws-cf-date pic 9(8).
         05 ws-cf-description pic x(40).

       01 ws-blank-line pic x(100) value spaces.

       01 ws-heading-1.
                   move "NOT SENT" to ws-ml-result
                   move 0 to ws-ml-sent-dr
                   write ar-output from ws-match-line
                   move ack-batch-date to ws-cf-key-batch
                   move ack-posted-debits to ws-cf-amount
                   move "H" to ws-cf-severity
                   move "ACK FOR A BATCH NEVER SENT"
                     to ws-cf-description
                   perform 350-raise-case
               when ack-posted-debits
                   not = ws-sent-debits(ws-found-sub)
                 or ack-posted-credits
                   move ws-sent-debits(ws-found-sub)
                     to ws-ml-sent-dr
                   write ar-output from ws-match-line
                   move ack-batch-date to ws-cf-key-batch
                   move ack-posted-debits to ws-cf-amount
                   move "H" to ws-cf-severity
                   move "ACK TOTALS DISAGREE WITH TRANSMITTED"
                     to ws-cf-description
                   perform 350-raise-case
               when other
                   add 1 to ws-matched-count
                   move "POSTED" to ws-ml-result
                       move ws-sent-batch-date(ws-sub) to ws-ov-batch
                       move ws-days-out to ws-ov-days
                       write ar-output from ws-overdue-line
                       move ws-sent-batch-date(ws-sub)
                         to ws-cf-key-batch
                       move ws-sent-debits(ws-sub) to ws-cf-amount
                       move "M" to ws-cf-severity
                       move "BATCH UNACKNOWLEDGED BY CORPORATE GL"
                         to ws-cf-description
                       perform 350-raise-case
                   end-if
               end-if
           end-perform.

       350-raise-case.
           move ws-as-of-date to ws-cf-date.
           open extend case-feed-file.
           if ws-cf-status = "35"
               open output case-feed-file
           end-if.
           write cf-record from ws-case-feed.
           close case-feed-file.

       400-rewrite-sent-register.
           open output gl-sent-file.
           perform varying ws-sub from 1 by 1

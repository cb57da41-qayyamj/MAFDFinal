      * customer's name from customer-master.dat, and prints one
      * statement block per customer -- lifetime spend, visits,
      * returns, net spend and tier -- to loyalty-statements.out, one
      * page per customer.  The points section shows the points
      * earned and redeemed this month, the balance carried, and the
      * lifetime earned and redeemed.  Not a nightly stage: PIPELINE
      * runs it on the last business day of the month from
      * job-schedule.dat, and marketing can still run it on demand.
      **************************************************************************
       environment division.
       input-output section.
       file section.

       fd loyalty-master-file
           record contains 86 characters
           data record is lym-record.

       01 lym-record.
         05 lym-ret-amount pic 9(9)V99.
         05 lym-ret-count pic 9(5).
         05 lym-tier pic x.
         05 lym-points-balance pic s9(9).
         05 lym-points-earned pic s9(9).
         05 lym-points-redeemed pic s9(9).
         05 lym-points-month pic 9(6).
         05 lym-month-earned pic s9(7).
         05 lym-month-redeemed pic s9(7).

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

       fd run-control-file
           data record is run-ctl-record
       01 ws-net-spend pic s9(9)V99 value 0.
       01 ws-this-name pic x(20) value spaces.
       01 ws-tier-name pic x(8) value spaces.
       01 ws-statement-month pic 9(6) value 0.

       01 ws-num-customers pic 9(4) value 0.
       01 ws-customer-table.
         05 filler pic x(16) value "NET SPEND:      ".
         05 ws-nl-net pic $$$,$$$,$$9.99-.

       01 ws-points-month-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(16) value "POINTS EARNED:  ".
         05 ws-pl-month-earned pic z,zzz,zz9-.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "REDEEMED: ".
         05 ws-pl-month-redeemed pic z,zzz,zz9-.

       01 ws-points-balance-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(16) value "POINTS BALANCE: ".
         05 ws-pb-balance pic zzz,zzz,zz9-.

       01 ws-points-lifetime-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(16) value "LIFETIME POINTS ".
         05 filler pic x(8) value "EARNED: ".
         05 ws-pt-earned pic zzz,zzz,zz9-.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "REDEEMED: ".
         05 ws-pt-redeemed pic zzz,zzz,zz9-.

       01 ws-summary-line.
         05 filler pic x(21) value "STATEMENTS PRINTED:  ".
         05 ws-sum-count pic zzzz9.
               close run-control-file
           end-if.

           move ws-statement-date(1:6) to ws-statement-month.
           perform 050-load-customer-master.

           open input loyalty-master-file.
           move ws-net-spend to ws-nl-net.
           write st-output from ws-net-line.

      * a master written before points were kept carries none; the
      * month figures only count when they belong to this month
           if lym-points-balance not numeric
               move 0 to lym-points-balance
               move 0 to lym-points-earned
               move 0 to lym-points-redeemed
               move 0 to lym-points-month
           end-if.
           if lym-points-month = ws-statement-month
               move lym-month-earned to ws-pl-month-earned
               move lym-month-redeemed to ws-pl-month-redeemed
           else
               move 0 to ws-pl-month-earned
               move 0 to ws-pl-month-redeemed
           end-if.
           write st-output from ws-blank-line.
           write st-output from ws-points-month-line.
           move lym-points-balance to ws-pb-balance.
           write st-output from ws-points-balance-line.
           move lym-points-earned to ws-pt-earned.
           move lym-points-redeemed to ws-pt-redeemed.
           write st-output from ws-points-lifetime-line.

           add 1 to ws-statements-written.
           perform 100-read-master.


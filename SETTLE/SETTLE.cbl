      * Produces a printed deposit slip per store (cash to deposit,
      * credit and debit to settle with the processor) and the
      * fixed-format settlement interface file the bank ingests, one
      * record per store per tender with a D/C indicator.  Gift card
      * ("GC") and loyalty points ("LP") are not bank money: they are
      * shown on the slip and never reach the bank file.
      **************************************************************************
       environment division.
       input-output section.
           10 ws-store-tbl-cr pic s9(8)V99 value 0.
           10 ws-store-tbl-db pic s9(8)V99 value 0.
           10 ws-store-tbl-gc pic s9(8)V99 value 0.
           10 ws-store-tbl-lp pic s9(8)V99 value 0.

      * working fields for splitting one transaction across tenders
       01 ws-apply-sign pic s9 value +1.
         05 filler pic x(26) value "GIFT CARD REDEEMED:".
         05 ws-slip-gc pic $$,$$$,$$9.99-.

      * loyalty points spent as tender, at the points' dollar value;
      * like gift cards, slip only
       01 ws-slip-lp-line.
         05 filler pic x(4) value spaces.
         05 filler pic x(26) value "LOYALTY PTS REDEEMED:".
         05 ws-slip-lp pic $$,$$$,$$9.99-.

       01 ws-company-line.
         05 filler pic x(9) value "COMPANY: ".
         05 filler pic x(6) value "CASH: ".
                       add ws-apply-amount to ws-store-tbl-db(ws-sub)
                   when "GC"
                       add ws-apply-amount to ws-store-tbl-gc(ws-sub)
                   when "LP"
                       add ws-apply-amount to ws-store-tbl-lp(ws-sub)
               end-evaluate
           end-if.

           write dep-output from ws-slip-cr-line.
           write dep-output from ws-slip-db-line.
           write dep-output from ws-slip-gc-line.
           move ws-store-tbl-lp(ws-sub) to ws-slip-lp.
           write dep-output from ws-slip-lp-line.

           add ws-store-tbl-ca(ws-sub) to ws-company-ca.
           add ws-store-tbl-cr(ws-sub) to ws-company-cr.

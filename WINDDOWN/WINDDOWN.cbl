         05 sm-grace-end pic 9(8).

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

       fd liability-file
           record contains 30 characters

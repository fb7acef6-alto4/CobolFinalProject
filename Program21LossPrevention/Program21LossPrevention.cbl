       file section.
       fd void-data-file
                         data record is void-line
                         record contains 70 characters.

       01 void-line.
         05 vl-code pic x.
         05 vl-trans-date pic 9(8).
         05 vl-reason-code pic x(2).
         05 vl-cashier-id pic 9(4).
         05 vl-quantity pic 9(3).
         05 vl-foreign-amount pic 9(5)v99.
         05 vl-member-num     pic x(10).

       fd r-data-file
                         data record is r-line
                         record contains 70 characters.

       01 r-line.
         05 rl-code pic x.
         05 rl-trans-date pic 9(8).
         05 rl-reason-code pic x(2).
         05 rl-cashier-id pic 9(4).
         05 rl-quantity pic 9(3).
         05 rl-foreign-amount pic 9(5)v99.
         05 rl-member-num     pic x(10).

       fd transaction-history-file
           data record is th-record
           record contains 78 characters.

       01 th-record.
           05 th-key.
           05 th-trans-date pic 9(8).
           05 th-reason-code pic x(2).
           05 th-cashier-id pic 9(4).
           05 th-quantity pic 9(3).
           05 th-foreign-amount pic 9(5)v99.
           05 th-member-num     pic x(10).

       fd threshold-file
           data record is lpt-record

       file section.
       fd sl-data-file
                         data record is sl-line
                         record contains 70 characters.

       01 sl-line.
         05 sll-code pic x.
         05 sll-trans-date pic 9(8).
         05 sll-reason-code pic x(2).
         05 sll-cashier-id pic 9(4).
         05 sll-quantity pic 9(3).
         05 sll-foreign-amount pic 9(5)v99.
         05 sll-member-num     pic x(10).

       fd customer-account-file
           data record is cam-record

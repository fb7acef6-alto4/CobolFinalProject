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

       fd promo-master-file
           data record is prm-record

       fd sku-master-file
            data record is skm-record
            record contains 67 characters.

       01 skm-record.
         05 skm-sku-code pic x(15).
         05 skm-description pic x(30).
         05 skm-department pic x(2).
         05 skm-unit-price pic 9(5)v99.
         05 skm-unit-cost pic 9(5)v99.
         05 skm-vendor-code pic x(6).

       fd output-file
            data record is report-line
               not < ws-prm-start-date(ws-prm-index))
              and (sll-trans-date
               not > ws-prm-end-date(ws-prm-index))
               add sll-quantity to ws-perf-promo-units(ws-perf-index)
               add sll-amount
                 to ws-perf-promo-dollars(ws-perf-index)
               add sll-quantity to ws-total-promo-units
               add sll-amount to ws-total-promo-dollars
           else
               add sll-quantity to ws-perf-reg-units(ws-perf-index)
               add sll-amount
                 to ws-perf-reg-dollars(ws-perf-index)
               add sll-quantity to ws-total-reg-units
               add sll-amount to ws-total-reg-dollars
           end-if.


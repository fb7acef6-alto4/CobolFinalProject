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

       fd layaway-master-file
           data record is layaway-record

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
           05 ws-calc-90 pic 9(3) value 0.
           05 ws-calc-open-balance pic 9(7)v99 value 0.
           05 ws-calc-new-balance pic s9(6)v99 value 0.
           05 ws-calc-extended-price pic 9(8)v99 value 0.

      * Execution display variables
       01 ws-execution-messages.
           add ws-one to ws-calc-payments.

      * First L for this invoice - open the layaway, priced off the
      * SKU item master - the unit price times the units on the
      * line. A SKU with no master price prices the layaway at the
      * deposit itself, which closes it at once; the aging report
      * is about chasing quiet balances, and a balance nobody can
      * state is not one the report should invent.
       420-open-new-layaway.
           move sll-invoice-num to lay-invoice-num.
           move sll-store-num to lay-store-num.

           perform 440-get-sku-price.

           move 0 to ws-calc-extended-price.
           if (ws-skm-found)
               multiply ws-skm-unit-price(ws-skm-search-index)
                 by sll-quantity giving ws-calc-extended-price
           end-if.

           if (ws-skm-found)
              and (ws-calc-extended-price > sll-amount)
               move ws-calc-extended-price to lay-total-price
           else
               move sll-amount to lay-total-price
           end-if.

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

       fd valid-data-file
           data record is valid-data-line.
           05 vdl-trans-date             pic 9(8).
           05 vdl-reason-code            pic x(2).
           05 vdl-cashier-id             pic 9(4).
           05 vdl-quantity               pic 9(3).
           05 vdl-foreign-amount         pic 9(5)v99.
           05 vdl-member-num             pic x(10).

       fd transaction-history-file
           data record is th-record
           record contains 78 characters.

       01 th-record.
           05 th-key.
           05 th-trans-date              pic 9(8).
           05 th-reason-code             pic x(2).
           05 th-cashier-id              pic 9(4).
           05 th-quantity                pic 9(3).
           05 th-foreign-amount          pic 9(5)v99.
           05 th-member-num              pic x(10).

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

       fd commission-rate-file
           data record is crm-record
               10 ws-com-department pic x(2).
               10 ws-com-sales-amount pic 9(8)v99.
               10 ws-com-return-amount pic 9(8)v99.
               10 ws-com-sales-units pic 9(6).
               10 ws-com-return-units pic 9(6).
       01 ws-com-counters.
           05 ws-com-count pic 9(3) value 0.
           05 ws-com-search-index pic 9(3) value 0.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-lookup-dept pic x(2) value spaces.
       01 ws-lookup-amount pic 9(5)v99 value 0.
       01 ws-lookup-quantity pic 9(3) value 0.
       01 ws-lookup-side pic x value space.

       01 ws-cashier-list.
      * Statement arithmetic.
       01 ws-stmt-calc.
           05 ws-net-amount pic s9(8)v99 value 0.
           05 ws-net-units pic s9(6) value 0.
           05 ws-line-commission pic 9(7)v99 value 0.
           05 ws-cashier-commission pic 9(7)v99 value 0.
           05 ws-total-commission pic 9(8)v99 value 0.
           05 filler pic x(14) value "SALES".
           05 filler pic x(14) value "RETURNS".
           05 filler pic x(14) value "NET".
           05 filler pic x(8) value "UNITS".
           05 filler pic x(7) value "RATE".
           05 filler pic x(10) value "COMMISSION".

           05 wdl-returns pic $$,$$$,$$9.99.
           05 filler pic x(1) value spaces.
           05 wdl-net pic +$,$$$,$$9.99.
           05 filler pic x(1) value spaces.
           05 wdl-units pic ------9.
           05 filler pic x(2) value spaces.
           05 wdl-rate pic .999.
           05 filler pic x(3) value spaces.
               move sll-sku-code to ws-lookup-sku
               perform 220-get-department-for-sku
               move sll-amount to ws-lookup-amount
               move sll-quantity to ws-lookup-quantity
               move "S" to ws-lookup-side
               perform 250-accumulate-commission-cell
           end-if.
           move rl-sku-code to ws-lookup-sku.
           perform 220-get-department-for-sku.
           move rl-amount to ws-lookup-amount.
           move rl-quantity to ws-lookup-quantity.
           move "R" to ws-lookup-side.
           perform 250-accumulate-commission-cell.

           end-if.

      * Find (or open, zeroed) the (cashier, department) cell and
      * add the amount and units in hand to whichever side the
      * caller set.
       250-accumulate-commission-cell.
           move space to ws-com-found-flag.
           move ws-one to ws-com-search-index.
                     to ws-com-sales-amount(ws-com-index)
                   move ws-zero
                     to ws-com-return-amount(ws-com-index)
                   move ws-zero
                     to ws-com-sales-units(ws-com-index)
                   move ws-zero
                     to ws-com-return-units(ws-com-index)
               else
                   move ws-com-table-max to ws-com-index
                   if (not ws-com-overflowed)
           if (ws-lookup-side = "S")
               add ws-lookup-amount
                 to ws-com-sales-amount(ws-com-index)
               add ws-lookup-quantity
                 to ws-com-sales-units(ws-com-index)
           else
               add ws-lookup-amount
                 to ws-com-return-amount(ws-com-index)
               add ws-lookup-quantity
                 to ws-com-return-units(ws-com-index)
           end-if.

           perform 260-note-cashier-on-list.
           subtract ws-com-return-amount(ws-com-counter)
             from ws-com-sales-amount(ws-com-counter)
             giving ws-net-amount.
           subtract ws-com-return-units(ws-com-counter)
             from ws-com-sales-units(ws-com-counter)
             giving ws-net-units.

           move space to ws-crm-found-flag.
           move ws-one to ws-crm-search-index.
           move ws-com-return-amount(ws-com-counter)
             to wdl-returns.
           move ws-net-amount to wdl-net.
           move ws-net-units to wdl-units.
           if (ws-crm-found)
               move ws-crm-rate(ws-crm-index) to wdl-rate
           else

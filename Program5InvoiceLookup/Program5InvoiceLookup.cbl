           05 vdl-trans-date             pic 9(8).
           05 vdl-reason-code            pic x(2).
           05 vdl-cashier-id             pic 9(4).
           05 vdl-quantity                  pic 9(3).
           05 vdl-foreign-amount            pic 9(5)v99.
           05 vdl-member-num                pic x(10).

       fd sl-data-file
           data record is sl-line
           record contains 70 characters.

       01 sl-line.
           05 sll-code                   pic x.
           05 sll-trans-date             pic 9(8).
           05 sll-reason-code            pic x(2).
           05 sll-cashier-id             pic 9(4).
           05 sll-quantity                  pic 9(3).
           05 sll-foreign-amount            pic 9(5)v99.
           05 sll-member-num                pic x(10).

       fd r-data-file
           data record is r-line
           record contains 70 characters.

       01 r-line.
           05 rl-code                    pic x.
           05 rl-trans-date              pic 9(8).
           05 rl-reason-code             pic x(2).
           05 rl-cashier-id              pic 9(4).
           05 rl-quantity                   pic 9(3).
           05 rl-foreign-amount             pic 9(5)v99.
           05 rl-member-num                 pic x(10).

       fd v-data-file
           data record is v-line
           record contains 70 characters.

       01 v-line.
           05 vl-code                    pic x.
           05 vl-trans-date              pic 9(8).
           05 vl-reason-code             pic x(2).
           05 vl-cashier-id              pic 9(4).
           05 vl-quantity                   pic 9(3).
           05 vl-foreign-amount             pic 9(5)v99.
           05 vl-member-num                 pic x(10).

       fd transaction-history-file
           data record is th-record
           record contains 78 characters.

       01 th-record.
           05 th-key.
           05 th-trans-date              pic 9(8).
           05 th-reason-code             pic x(2).
           05 th-cashier-id              pic 9(4).
           05 th-quantity                   pic 9(3).
           05 th-foreign-amount             pic 9(5)v99.
           05 th-member-num                 pic x(10).

       fd correction-file
           data record is correction-line
           record contains 117 characters.

       01 correction-line.
           05 crl-record-num             pic x(3).
           05 crl-raw-data.
               10 filler                 pic x(12).
               10 crl-raw-invoice-num    pic x(9).
               10 filler                 pic x(49).
           05 filler                     pic x(2).
           05 crl-field-tag              pic x(12).
           05 filler                     pic x(2).
           05 dbr-store-num              pic 99.
           05 dbr-payment-type           pic x(2).
           05 dbr-refund-amount          pic 9(5)v99.
           05 dbr-tax-refund             pic 9(5)v99.
           05 filler                     pic x(12).

       fd tax-rate-file
            data record is tax-rate-rec
               10 ws-disb-invoice-num pic x(9).
               10 ws-disb-payment-type pic x(2).
               10 ws-disb-refund-amount pic 9(5)v99.
               10 ws-disb-tax-refund pic 9(5)v99.
       01 ws-disb-counters.
           05 ws-disb-count pic 9(3) value 0.
           05 ws-disb-counter pic 9(3) value 0.
           05 rdl-sku-code            pic x(15).
           05 filler                  pic x(3)  value spaces.
           05 rdl-trans-date          pic 9(8).
           05 filler                  pic x(3)  value spaces.
           05 rdl-quantity            pic zz9.

       01 ws-rejected-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value spaces.
           05 filler pic x(8) value "TENDER: ".
           05 rfl-payment-type pic x(2).
           05 filler pic x(6) value spaces.
           05 filler pic x(5) value "TAX: ".
           05 rfl-tax-refund pic $$$,$$9.99.

       01 ws-no-refund-line.
           05 filler pic x(6) value spaces.
                 to ws-disb-payment-type(ws-disb-count)
               move dbr-refund-amount
                 to ws-disb-refund-amount(ws-disb-count)
               move dbr-tax-refund
                 to ws-disb-tax-refund(ws-disb-count)
           end-if.

           read disbursement-file
               move vdl-store-num   to rdl-store-num
               move vdl-sku-code    to rdl-sku-code
               move vdl-trans-date  to rdl-trans-date
               move vdl-quantity    to rdl-quantity
               move ws-result-detail-line to ws-emit-line
               perform 800-emit-result-line
               read valid-data-file next record
               move th-store-num   to rdl-store-num
               move th-sku-code    to rdl-sku-code
               move th-business-date to rdl-trans-date
               move th-quantity    to rdl-quantity
               move ws-result-detail-line to ws-emit-line
               perform 800-emit-result-line
               perform 335-read-next-history
               move sll-store-num   to rdl-store-num
               move sll-sku-code    to rdl-sku-code
               move sll-trans-date  to rdl-trans-date
               move sll-quantity    to rdl-quantity
               move ws-result-detail-line to ws-emit-line
               perform 800-emit-result-line

               move rl-store-num   to rdl-store-num
               move rl-sku-code    to rdl-sku-code
               move rl-trans-date  to rdl-trans-date
               move rl-quantity    to rdl-quantity
               move ws-result-detail-line to ws-emit-line
               perform 800-emit-result-line

               move "y" to ws-stage-hit-flag
               move ws-disb-refund-amount(ws-disb-counter)
                 to rfl-refund-amount
               subtract ws-disb-tax-refund(ws-disb-counter)
                 from ws-disb-refund-amount(ws-disb-counter)
                 giving ws-temp-fee
               subtract ws-temp-fee from rl-amount
                 giving ws-temp-fee
               move ws-disb-tax-refund(ws-disb-counter)
                 to rfl-tax-refund
               move ws-temp-fee to rfl-fee-amount
               move ws-disb-payment-type(ws-disb-counter)
                 to rfl-payment-type
               move vl-store-num   to rdl-store-num
               move vl-sku-code    to rdl-sku-code
               move vl-trans-date  to rdl-trans-date
               move vl-quantity    to rdl-quantity
               move ws-result-detail-line to ws-emit-line
               perform 800-emit-result-line
               read v-data-file next record
           move vdl-payment-type to rdl-payment-type.
           move vdl-store-num   to rdl-store-num.
           move vdl-sku-code    to rdl-sku-code.
           move vdl-trans-date  to rdl-trans-date
           move vdl-quantity    to rdl-quantity.
           move ws-result-detail-line to ws-emit-line
           perform 800-emit-result-line.



       fd store-day-totals-file
           data record is sdt-record
           record contains 73 characters.

       01 sdt-record.
           05 sdt-date pic 9(8).
           05 sdt-s-count pic 9(3).
           05 sdt-r-count pic 9(3).
           05 sdt-l-count pic 9(3).
           05 sdt-us-sl-amount pic 9(7)v99.
           05 sdt-us-r-amount pic 9(7)v99.
           05 sdt-us-sl-cad pic 9(7)v99.
           05 sdt-us-r-cad pic 9(7)v99.

       fd store-tax-totals-file
           data record is stt-record

       fd store-refund-totals-file
           data record is srt-record
           record contains 39 characters.

       01 srt-record.
           05 srt-store-num pic 99.
           05 srt-return-amount pic 9(7)v99.
           05 srt-fee-amount pic 9(7)v99.
           05 srt-refund-amount pic 9(8)v99.
           05 srt-tax-refund-amount pic 9(7)v99.

       fd store-report-file
           data record is burst-line
               10 ws-rfd-return-amount pic 9(7)v99.
               10 ws-rfd-fee-amount pic 9(7)v99.
               10 ws-rfd-refund-amount pic 9(8)v99.
               10 ws-rfd-tax-refund-amount pic 9(7)v99.
       01 ws-rfd-count pic 9(3) value 0.
       01 ws-rfd-counter pic 9(3) value 0.
       77 ws-rfd-table-max pic 9(3) value 100.
           05 wrl-fees pic $$,$$$,$$9.99.
           05 filler pic x(10) value "  REFUNDS:".
           05 wrl-refunds pic $$,$$$,$$9.99.
           05 filler pic x(10) value "  TAX RFD:".
           05 wrl-tax-refunds pic $$,$$$,$$9.99.

       01 ws-no-data-line.
           05 filler pic x(3) value spaces.
             to ws-rfd-fee-amount(ws-rfd-count).
           move srt-refund-amount
             to ws-rfd-refund-amount(ws-rfd-count).
           move srt-tax-refund-amount
             to ws-rfd-tax-refund-amount(ws-rfd-count).

           read store-refund-totals-file
               at end move ws-file-empty to ws-eof-flag.
                 to wrl-fees
               move ws-rfd-refund-amount(ws-rfd-counter)
                 to wrl-refunds
               move ws-rfd-tax-refund-amount(ws-rfd-counter)
                 to wrl-tax-refunds
               write burst-line from ws-rfd-line
               add ws-one to ws-section-line-count
           end-if.

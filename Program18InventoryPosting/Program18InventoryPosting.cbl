      * Program Description: This program turns the movement the
      * pipeline was throwing away into a perpetual inventory. A
      * receiving file keyed by the warehouse adds stock onto an
      * on-hand balance file keyed by store and SKU, at the store
      * that took the delivery; the day's S and L lines off the
      * sales/layaway split come off the selling store's on-hand by
      * the units on each line, the day's R lines go back on -
      * except defective (DF) returns, which go to the return-to-
      * vendor holding file to be claimed from the supplier instead
      * of back into sellable stock - and the voids Program6Void-
      * Matching proved against an original reverse exactly what
      * that original moved. Stock moved
      * between stores travels on a transfer document: shipping
      * takes it off the sending store and puts it in transit,
      * receiving puts it on at the other store, and a transfer
      * still in transit past the overdue days goes on the shared
      * exceptions file. A receipt also fills the special orders
      * Program38SpecialOrders has open for that store and SKU,
      * oldest first: an order whose full quantity is in is flagged
      * ready on the special-order ledger and the customer's pickup
      * notice is written. Gift-card "SKUs" (department prefix GC)
      * are value, not stock, and are left alone. The run then
      * reports every SKU sitting at a negative on-hand - stock the
      * system says left that was never there - and a week-over-week
       configuration section.
       input-output section.
       file-control.
      * Stock arriving - one line per receipt: store, SKU, quantity,
      * date.
      * Consumed by the run: posted lines append to the history
      * below and this file is rewritten empty.
                  select receiving-file
                      organization is line sequential
                      file status is ws-rcv-history-status.

      * The on-hand balance file - one record per store and SKU,
      * keyed by store then SKU, carried from run to run. On-hand is
      * signed: a negative balance is exactly the signal the report
      * exists to surface.
                  select on-hand-file
                      assign to "../../../data/OnHandBalance.dat"
                      organization is indexed
                      access mode is dynamic
                      record key is ohb-key
                      file status is ws-on-hand-status.

      * Return-to-vendor holding - every defective return, held off
      * on-hand until Program32RTVClaims claims it from the vendor.
                  select rtv-holding-file
                      assign to "../../../data/RTVHolding.dat"
                      organization is line sequential
                      file status is ws-rtv-holding-status.

      * Inter-store transfer activity - one line per transfer
      * shipped (S) or received (R). Consumed by the run the same
      * way the receiving file is.
                  select transfer-activity-file
                      assign to "../../../data/TransferActivity.dat"
                      organization is line sequential
                      file status is ws-transfer-activity-status.

      * Open transfer documents - shipped and not yet received,
      * carried from run to run.
                  select transfer-ledger-file
                      assign to "../../../data/TransferLedger.dat"
                      organization is line sequential
                      file status is ws-transfer-ledger-status.

      * Received transfers, moved off the ledger under the date
      * they completed.
                  select transfer-history-file
                      assign to "../../../data/TransferHistory.dat"
                      organization is line sequential
                      file status is ws-transfer-history-status.

      * Special orders awaiting goods or pickup, kept by Program38-
      * SpecialOrders - a receipt flags the matching orders ready.
                  select order-ledger-file
                      assign to "../../../data/SpecialOrderLedger.dat"
                      organization is line sequential
                      file status is ws-order-ledger-status.

      * Pickup notices for the orders flagged ready, appended run
      * after run for the stores to send out.
                  select pickup-notice-file
                      assign to
                          "../../../data/SpecialOrderPickupNotices.out"
                      organization is line sequential
                      file status is ws-pickup-notice-status.

      * Central exceptions file shared by the whole pipeline - an
      * overdue transfer must show on the morning summary.
                  select exception-log-file
                      assign to "../../../data/ExceptionLog.dat"
                      organization is line sequential
                      file status is ws-exception-log-status.

      * The day's movement, already split by Program2DataSplitAnd-
      * Count and proved by Program6VoidMatching.
                  select sl-data-file
       file section.
       fd receiving-file
                         data record is rcv-record
                         record contains 30 characters.

       01 rcv-record.
           05 rcv-store-num pic 99.
           05 rcv-sku-code pic x(15).
           05 rcv-quantity pic 9(5).
           05 rcv-date pic 9(8).

       fd receiving-history-file
           data record is rch-record
           record contains 38 characters.

       01 rch-record.
           05 rch-posted-date pic 9(8).
           05 rch-store-num pic 99.
           05 rch-sku-code pic x(15).
           05 rch-quantity pic 9(5).
           05 rch-receipt-date pic 9(8).

       fd on-hand-file
           data record is ohb-record
           record contains 33 characters.

       01 ohb-record.
           05 ohb-key.
               10 ohb-store-num pic 99.
               10 ohb-sku-code pic x(15).
           05 ohb-on-hand pic s9(7).
           05 ohb-last-movement pic 9(8).

       fd rtv-holding-file
           data record is rtv-record
           record contains 45 characters.

       01 rtv-record.
           05 rtv-store-num pic 99.
           05 rtv-invoice-num pic x(9).
           05 rtv-sku-code pic x(15).
           05 rtv-quantity pic 9(3).
           05 rtv-return-date pic 9(8).
           05 rtv-posted-date pic 9(8).

       fd transfer-activity-file
           data record is tra-record
           record contains 41 characters.

       01 tra-record.
           05 tra-transfer-num pic x(8).
           05 tra-action pic x.
               88 tra-ship value "S".
               88 tra-receive value "R".
           05 tra-from-store pic 99.
           05 tra-to-store pic 99.
           05 tra-sku-code pic x(15).
           05 tra-quantity pic 9(5).
           05 tra-date pic 9(8).

       fd transfer-ledger-file
           data record is tfl-record
           record contains 55 characters.

       01 tfl-record.
           05 tfl-transfer-num pic x(8).
           05 tfl-from-store pic 99.
           05 tfl-to-store pic 99.
           05 tfl-sku-code pic x(15).
           05 tfl-ship-qty pic 9(5).
           05 tfl-ship-date pic 9(8).
           05 tfl-receive-qty pic 9(5).
           05 tfl-receive-date pic 9(8).
           05 tfl-status pic x.
           05 tfl-overdue-flag pic x.

       fd transfer-history-file
           data record is trh-record
           record contains 63 characters.

       01 trh-record.
           05 trh-posted-date pic 9(8).
           05 trh-transfer pic x(55).

       fd order-ledger-file
           data record is sol-record
           record contains 98 characters.

       01 sol-record.
           05 sol-order-num pic x(8).
           05 sol-store-num pic 99.
           05 sol-customer-name pic x(25).
           05 sol-customer-phone pic x(10).
           05 sol-sku-code pic x(15).
           05 sol-quantity pic 9(3).
           05 sol-received-qty pic 9(3).
           05 sol-deposit pic 9(5)v99.
           05 sol-order-date pic 9(8).
           05 sol-expected-date pic 9(8).
           05 sol-status pic x.
           05 sol-ready-date pic 9(8).

       fd pickup-notice-file
           data record is notice-line
           record contains 120 characters.

       01 notice-line pic x(120).

       fd exception-log-file
           data record is exception-log-line
           record contains 117 characters.

       01 exception-log-line pic x(117).

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

       fd matched-voids-file
           data record is mv-record
           record contains 47 characters.

       01 mv-record.
           05 mv-original-code pic x.
           05 mv-invoice-num pic x(9).
           05 mv-sku-code pic x(15).
           05 mv-trans-date pic 9(8).
           05 mv-quantity pic 9(3).
           05 mv-original-reason pic x(2).

       fd dept-week-file
           data record is dwm-record
       01 ws-matched-voids-status pic xx value spaces.
       01 ws-dept-week-status pic xx value spaces.
       01 ws-stamp-status pic xx value spaces.
       01 ws-rtv-holding-status pic xx value spaces.
       01 ws-transfer-activity-status pic xx value spaces.
       01 ws-transfer-ledger-status pic xx value spaces.
       01 ws-transfer-history-status pic xx value spaces.
       01 ws-order-ledger-status pic xx value spaces.
       01 ws-pickup-notice-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-day-num-work pic 9(7) value 0.
       01 ws-dn-temp pic 9(7) value 0.

      * The store, SKU and signed unit movement being applied to
      * on-hand.
       01 ws-move-store pic 99 value 0.
       01 ws-move-sku pic x(15) value spaces.
       01 ws-move-units pic s9(5) value 0.
       01 ws-move-date pic 9(8) value 0.
           05 ws-last-week-net pic s9(8) value 0.
           05 ws-week-delta pic s9(8) value 0.

      * Transfer documents in hand - the carried in-transit ledger
      * plus this run's shipments; received ones stay in the table
      * for the report and go to the history when it is rewritten.
       01 ws-transfer-table.
           05 ws-trf-entry occurs 500 times.
               10 ws-trf-transfer-num pic x(8).
               10 ws-trf-from-store pic 99.
               10 ws-trf-to-store pic 99.
               10 ws-trf-sku-code pic x(15).
               10 ws-trf-ship-qty pic 9(5).
               10 ws-trf-ship-date pic 9(8).
               10 ws-trf-receive-qty pic 9(5).
               10 ws-trf-receive-date pic 9(8).
               10 ws-trf-status pic x.
                   88 ws-trf-in-transit value "T".
                   88 ws-trf-received value "C".
               10 ws-trf-overdue-flag pic x.
                   88 ws-trf-overdue-raised value "Y".
       01 ws-trf-counters.
           05 ws-trf-count pic 9(3) value 0.
           05 ws-trf-search-index pic 9(3) value 0.
           05 ws-trf-counter pic 9(3) value 0.
       01 ws-trf-found-flag pic x value space.
           88 ws-trf-found value "y".
       77 ws-trf-table-max pic 9(3) value 500.

      * Days a transfer may sit in transit before it is overdue -
      * TRANSFER-OVERDUE-DAYS= on the run-parameter file.
       01 ws-overdue-days pic 9(3) value 5.
       01 ws-transit-days pic 9(7) value 0.

      * Transfer lines refused this run, held for the report.
       01 ws-transfer-reject-table.
           05 ws-trj-entry occurs 100 times.
               10 ws-trj-transfer-num pic x(8).
               10 ws-trj-action pic x.
               10 ws-trj-reason pic x(36).
       01 ws-trj-counters.
           05 ws-trj-count pic 9(3) value 0.
           05 ws-trj-counter pic 9(3) value 0.
       77 ws-trj-table-max pic 9(3) value 100.
       01 ws-reject-reason pic x(36) value spaces.

       77 ws-dup-transfer-msg pic x(36)
           value "TRANSFER NUMBER ALREADY OPEN".
       77 ws-bad-stores-msg pic x(36)
           value "FROM AND TO STORES MUST DIFFER".
       77 ws-bad-quantity-msg pic x(36)
           value "QUANTITY MUST BE ABOVE ZERO".
       77 ws-ledger-full-msg pic x(36)
           value "TRANSFER LEDGER FULL".
       77 ws-not-in-transit-msg pic x(36)
           value "NO OPEN TRANSFER UNDER THIS NUMBER".
       77 ws-bad-action-msg pic x(36)
           value "ACTION MUST BE S OR R".

      * The return-to-vendor holding file, held whole while the
      * voids are applied - a voided defective return never went
      * onto on-hand, so its holding line comes off instead. A file
      * bigger than the table is left as it is.
       01 ws-rtv-table.
           05 ws-rtv-entry occurs 1000 times.
               10 ws-rtv-store-num pic 99.
               10 ws-rtv-invoice-num pic x(9).
               10 ws-rtv-sku-code pic x(15).
               10 ws-rtv-quantity pic 9(3).
               10 ws-rtv-return-date pic 9(8).
               10 ws-rtv-posted-date pic 9(8).
               10 ws-rtv-voided-flag pic x.
                   88 ws-rtv-voided value "y".
       01 ws-rtv-counters.
           05 ws-rtv-count pic 9(4) value 0.
           05 ws-rtv-search-index pic 9(4) value 0.
           05 ws-rtv-counter pic 9(4) value 0.
       01 ws-rtv-found-flag pic x value space.
           88 ws-rtv-found value "y".
       01 ws-rtv-overflow-flag pic x value space.
           88 ws-rtv-overflow value "y".
       77 ws-rtv-table-max pic 9(4) value 1000.

      * Special orders in hand - the carried ledger. A receipt
      * fills the orders open for its store and SKU in the order
      * they were taken, as far as its units go.
       01 ws-order-table.
           05 ws-sol-entry occurs 1000 times.
               10 ws-sol-order-num pic x(8).
               10 ws-sol-store-num pic 99.
               10 ws-sol-customer-name pic x(25).
               10 ws-sol-customer-phone pic x(10).
               10 ws-sol-sku-code pic x(15).
               10 ws-sol-quantity pic 9(3).
               10 ws-sol-received-qty pic 9(3).
               10 ws-sol-deposit pic 9(5)v99.
               10 ws-sol-order-date pic 9(8).
               10 ws-sol-expected-date pic 9(8).
               10 ws-sol-status pic x.
                   88 ws-sol-awaiting-goods value "O".
                   88 ws-sol-ready value "R".
               10 ws-sol-ready-date pic 9(8).
       01 ws-sol-counters.
           05 ws-sol-count pic 9(4) value 0.
           05 ws-sol-counter pic 9(4) value 0.
       77 ws-sol-table-max pic 9(4) value 1000.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-sol-overflow-msg pic x(44)
           value "MORE SPECIAL ORDERS THAN THE LEDGER HOLDS".
       77 ws-trf-overflow-msg pic x(47)
           value "MORE TRANSFERS IN TRANSIT THAN THE LEDGER HOLDS".
       01 ws-receipt-units-left pic 9(5) value 0.
       01 ws-order-units-short pic 9(5) value 0.

      * Days a ready order is held for the customer - SPECIAL-
      * ORDER-PICKUP-DAYS= on the run-parameter file, quoted on the
      * pickup notice.
       01 ws-pickup-days pic 9(3) value 14.

      * Built exception line for the shared exceptions file.
       01 ws-exception-log-status pic xx value spaces.
       01 ws-exception-line.
           05 exl-program-name pic x(31).
           05 filler pic x value space.
           05 exl-date pic 9(8).
           05 filler pic x value space.
           05 exl-time pic 9(8).
           05 filler pic x value space.
           05 exl-severity pic x(4).
           05 filler pic x value space.
           05 exl-ack-flag pic x.
           05 filler pic x value space.
           05 exl-message pic x(60).

       01 ws-overdue-message.
           05 filler pic x(9) value "TRANSFER ".
           05 wom-transfer-num pic x(8).
           05 filler pic x(6) value " FROM ".
           05 wom-from-store pic 99.
           05 filler pic x(4) value " TO ".
           05 wom-to-store pic 99.
           05 filler pic x(16) value " NOT RECEIVED - ".
           05 wom-days pic zz9.
           05 filler pic x(5) value " DAYS".

      * Run counters.
       01 ws-calc.
           05 ws-calc-receipts pic 9(5) value 0.
           05 ws-calc-receipt-units pic 9(7) value 0.
           05 ws-calc-sold-units pic 9(7) value 0.
           05 ws-calc-returned-units pic 9(7) value 0.
           05 ws-calc-rtv-units pic 9(7) value 0.
           05 ws-calc-void-reversals pic 9(5) value 0.
           05 ws-calc-df-voids-off-rtv pic 9(5) value 0.
           05 ws-calc-df-voids-not-held pic 9(5) value 0.
           05 ws-calc-negative-skus pic 9(5) value 0.
           05 ws-calc-transfers-shipped pic 9(5) value 0.
           05 ws-calc-units-shipped pic 9(7) value 0.
           05 ws-calc-transfers-received pic 9(5) value 0.
           05 ws-calc-units-received pic 9(7) value 0.
           05 ws-calc-transfers-rejected pic 9(5) value 0.
           05 ws-calc-transfers-overdue pic 9(5) value 0.
           05 ws-calc-order-units-filled pic 9(7) value 0.
           05 ws-calc-orders-ready pic 9(5) value 0.
           05 ws-calc-orders-awaiting pic 9(5) value 0.

      * Report lines
       01 ws-heading1-name-line.
           05 wpl-returned pic zzzzz9.
           05 filler pic x(17) value " VOID REVERSALS: ".
           05 wpl-reversals pic zzzz9.
           05 filler pic x(9) value " TO RTV: ".
           05 wpl-rtv pic zzzzz9.

       01 ws-df-void-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(42)
                 value "DEFECTIVE RETURNS VOIDED - OFF RTV HOLD: ".
           05 wdv-off-rtv pic zzzz9.
           05 filler pic x(35)
                 value "  NOT HELD (CLAIMED OR NOT FOUND): ".
           05 wdv-not-held pic zzzz9.

       01 ws-already-posted-line.
           05 filler pic x(3) value spaces.

       01 ws-negative-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "STORE ".
           05 wnl-store-num pic 99.
           05 filler pic x(2) value spaces.
           05 wnl-sku-code pic x(15).
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "ON HAND: ".
           05 filler pic x(2) value spaces.
           05 wsk-flag pic x(2).

       01 ws-transfer-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(24) value "INTER-STORE TRANSFERS".

       01 ws-transfer-count-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "SHIPPED: ".
           05 wtc-shipped pic zzzz9.
           05 filler pic x(8) value " UNITS: ".
           05 wtc-units-shipped pic zzzzzz9.
           05 filler pic x(11) value " RECEIVED: ".
           05 wtc-received pic zzzz9.
           05 filler pic x(8) value " UNITS: ".
           05 wtc-units-received pic zzzzzz9.
           05 filler pic x(11) value " REFUSED: ".
           05 wtc-rejected pic zzzz9.

       01 ws-transfer-column-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(10) value "TRANSFER".
           05 filler pic x(6) value "FROM".
           05 filler pic x(4) value "TO".
           05 filler pic x(17) value "SKU".
           05 filler pic x(7) value "SHIP".
           05 filler pic x(10) value "SHIPPED".
           05 filler pic x(7) value "RECV".
           05 filler pic x(10) value "RECEIVED".
           05 filler pic x(7) value "DAYS".
           05 filler pic x(8) value "STATUS".

       01 ws-transfer-line.
           05 filler pic x(5) value spaces.
           05 wtl-transfer-num pic x(8).
           05 filler pic x(2) value spaces.
           05 wtl-from-store pic 99.
           05 filler pic x(4) value spaces.
           05 wtl-to-store pic 99.
           05 filler pic x(2) value spaces.
           05 wtl-sku-code pic x(15).
           05 filler pic x(2) value spaces.
           05 wtl-ship-qty pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wtl-ship-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wtl-receive-qty pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wtl-receive-date pic x(8).
           05 filler pic x(2) value spaces.
           05 wtl-days pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wtl-status pic x(16).

       01 ws-transfer-reject-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(9) value "REFUSED: ".
           05 wtr-transfer-num pic x(8).
           05 filler pic x(2) value spaces.
           05 wtr-action pic x.
           05 filler pic x(2) value spaces.
           05 wtr-reason pic x(36).

       01 ws-special-order-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(29) value "SPECIAL ORDERS FILLED UNITS: ".
           05 wso-units-filled pic zzzzz9.
           05 filler pic x(17) value "  FLAGGED READY: ".
           05 wso-orders-ready pic zzzz9.
           05 filler pic x(19) value "  AWAITING GOODS: ".
           05 wso-orders-awaiting pic zzzz9.

      * Pickup notice - one block per order flagged ready.
       01 ws-notice-rule.
           05 filler pic x(3) value spaces.
           05 filler pic x(70) value all "-".

       01 ws-notice-line1.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "STORE ".
           05 wnt-store-num pic 99.
           05 filler pic x(6) value spaces.
           05 filler pic x(33)
                 value "SPECIAL ORDER READY FOR PICKUP".
           05 filler pic x(6) value "DATED ".
           05 wnt-ready-date pic 9(8).

       01 ws-notice-line2.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value "ORDER: ".
           05 wnt-order-num pic x(8).
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value "CUSTOMER: ".
           05 wnt-customer-name pic x(25).
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value "PHONE: ".
           05 wnt-customer-phone pic x(10).

       01 ws-notice-line3.
           05 filler pic x(3) value spaces.
           05 filler pic x(5) value "SKU: ".
           05 wnt-sku-code pic x(15).
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value "QUANTITY: ".
           05 wnt-quantity pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(14) value "DEPOSIT PAID: ".
           05 wnt-deposit pic $$$,$$9.99.

       01 ws-notice-line4.
           05 filler pic x(3) value spaces.
           05 filler pic x(43)
                 value "YOUR ORDER IS IN. PLEASE COLLECT IT WITHIN ".
           05 wnt-pickup-days pic zz9.
           05 filler pic x(25) value " DAYS OF THE DATE ABOVE.".

       01 ws-no-transfers-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(32) value "NO TRANSFERS OPEN OR RECEIVED".

      * A department bleeding faster than last week gets flagged.
       01 ws-dwm-file-count pic 9(5) value 0.

       77 ws-seven pic 9 value 7.
       77 ws-blank pic x value space.
       77 ws-gift-card-dept pic x(2) value "GC".
       77 ws-defective-reason pic x(2) value "DF".
      *

       procedure division.
           perform 110-open-on-hand.
           perform 120-load-dept-weeks.
           perform 130-check-post-stamp.
           perform 160-load-transfer-ledger.
           perform 170-load-order-ledger.
           perform 200-post-receipts.
           perform 220-post-transfer-activity.

           if (not ws-already-posted)
               perform 300-post-sales
           end-if.

           perform 400-rewrite-dept-weeks.
           perform 420-rewrite-transfer-ledger.
           if (ws-calc-order-units-filled > ws-zero)
               perform 460-rewrite-order-ledger
           end-if.
           perform 500-write-report.
           perform 600-close-out.
           goback.
               move rpf-line(15:8) to ws-business-date
           end-if.

           if (rpf-line(1:22) = "TRANSFER-OVERDUE-DAYS=")
              and (rpf-line(23:3) numeric)
               move rpf-line(23:3) to ws-overdue-days
           end-if.

           if (rpf-line(1:26) = "SPECIAL-ORDER-PICKUP-DAYS=")
              and (rpf-line(27:3) numeric)
               move rpf-line(27:3) to ws-pickup-days
           end-if.

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.
           write stamp-record.
           close post-stamp-file.

      * Load the open transfer documents carried from the last run.
       160-load-transfer-ledger.
           open input transfer-ledger-file.

           if (ws-transfer-ledger-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read transfer-ledger-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 165-load-one-transfer
             until ws-eof-flag = ws-file-empty.

           if (ws-transfer-ledger-status not = "35")
               close transfer-ledger-file
           end-if.

      * A ledger bigger than the table stops the run - the ledger
      * is rewritten from the table, so loading part of it would
      * lose the rest for good.
       165-load-one-transfer.
           if (ws-trf-count = ws-trf-table-max)
               display ws-reference-failure-msg
               display ws-trf-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-trf-count.
           move tfl-transfer-num to ws-trf-transfer-num(ws-trf-count).
           move tfl-from-store to ws-trf-from-store(ws-trf-count).
           move tfl-to-store to ws-trf-to-store(ws-trf-count).
           move tfl-sku-code to ws-trf-sku-code(ws-trf-count).
           move tfl-ship-qty to ws-trf-ship-qty(ws-trf-count).
           move tfl-ship-date to ws-trf-ship-date(ws-trf-count).
           move tfl-receive-qty to ws-trf-receive-qty(ws-trf-count).
           move tfl-receive-date
             to ws-trf-receive-date(ws-trf-count).
           move tfl-status to ws-trf-status(ws-trf-count).
           move tfl-overdue-flag
             to ws-trf-overdue-flag(ws-trf-count).

           read transfer-ledger-file
               at end move ws-file-empty to ws-eof-flag.

      * Load the special orders carried on the ledger.
       170-load-order-ledger.
           open input order-ledger-file.

           if (ws-order-ledger-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read order-ledger-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 175-load-one-order
             until ws-eof-flag = ws-file-empty.

           if (ws-order-ledger-status not = "35")
               close order-ledger-file
           end-if.

      * An order past the table would be lost on the rewrite, so
      * the run stops before anything is posted.
       175-load-one-order.
           if (ws-sol-count = ws-sol-table-max)
               display ws-reference-failure-msg
               display ws-sol-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-sol-count
           move sol-order-num to ws-sol-order-num(ws-sol-count)
           move sol-store-num to ws-sol-store-num(ws-sol-count)
           move sol-customer-name
             to ws-sol-customer-name(ws-sol-count)
           move sol-customer-phone
             to ws-sol-customer-phone(ws-sol-count)
           move sol-sku-code to ws-sol-sku-code(ws-sol-count)
           move sol-quantity to ws-sol-quantity(ws-sol-count)
           move sol-received-qty
             to ws-sol-received-qty(ws-sol-count)
           move sol-deposit to ws-sol-deposit(ws-sol-count)
           move sol-order-date to ws-sol-order-date(ws-sol-count)
           move sol-expected-date
             to ws-sol-expected-date(ws-sol-count)
           move sol-status to ws-sol-status(ws-sol-count)
           move sol-ready-date to ws-sol-ready-date(ws-sol-count)

           read order-ledger-file
               at end move ws-file-empty to ws-eof-flag.

      * Receipts add stock on. Each posted line moves to the
      * history under today's date, and the receiving file is
      * cleared at the end so nothing can post twice.
                   open output receiving-history-file
               end-if

               open extend pickup-notice-file
               if (ws-pickup-notice-status = "35")
                   open output pickup-notice-file
               end-if

               perform 210-post-one-receipt
                 until ws-eof-flag = ws-file-empty

               close pickup-notice-file
               close receiving-history-file
           end-if.

           end-if.

       210-post-one-receipt.
           move rcv-store-num to ws-move-store.
           move rcv-sku-code to ws-move-sku.
           move rcv-quantity to ws-move-units.
           move rcv-date to ws-move-date.
             to ws-dwm-received-units(ws-dwm-index).

           move ws-business-date to rch-posted-date.
           move rcv-store-num to rch-store-num.
           move rcv-sku-code to rch-sku-code.
           move rcv-quantity to rch-quantity.
           move rcv-date to rch-receipt-date.
           add ws-one to ws-calc-receipts.
           add rcv-quantity to ws-calc-receipt-units.

           move rcv-quantity to ws-receipt-units-left.
           perform 215-fill-one-special-order
             varying ws-sol-counter from ws-one by ws-one
             until (ws-sol-counter > ws-sol-count)
                or (ws-receipt-units-left = ws-zero).

           read receiving-file
               at end move ws-file-empty to ws-eof-flag.

      * Put the receipt's units against an order awaiting this
      * store and SKU. Once its full quantity is in, the order is
      * ready and the customer's notice goes out; a part-filled
      * order keeps what came and waits for the rest.
       215-fill-one-special-order.
           if (ws-sol-awaiting-goods(ws-sol-counter))
              and (ws-sol-store-num(ws-sol-counter) = rcv-store-num)
              and (ws-sol-sku-code(ws-sol-counter) = rcv-sku-code)
               subtract ws-sol-received-qty(ws-sol-counter)
                 from ws-sol-quantity(ws-sol-counter)
                 giving ws-order-units-short

               if (ws-order-units-short > ws-receipt-units-left)
                   add ws-receipt-units-left
                     to ws-sol-received-qty(ws-sol-counter)
                   add ws-receipt-units-left
                     to ws-calc-order-units-filled
                   move ws-zero to ws-receipt-units-left
               else
                   move ws-sol-quantity(ws-sol-counter)
                     to ws-sol-received-qty(ws-sol-counter)
                   subtract ws-order-units-short
                     from ws-receipt-units-left
                   add ws-order-units-short
                     to ws-calc-order-units-filled
                   move "R" to ws-sol-status(ws-sol-counter)
                   move ws-business-date
                     to ws-sol-ready-date(ws-sol-counter)
                   add ws-one to ws-calc-orders-ready
                   perform 218-write-pickup-notice
               end-if
           end-if.

       218-write-pickup-notice.
           move ws-sol-store-num(ws-sol-counter) to wnt-store-num.
           move ws-sol-ready-date(ws-sol-counter) to wnt-ready-date.
           move ws-sol-order-num(ws-sol-counter) to wnt-order-num.
           move ws-sol-customer-name(ws-sol-counter)
             to wnt-customer-name.
           move ws-sol-customer-phone(ws-sol-counter)
             to wnt-customer-phone.
           move ws-sol-sku-code(ws-sol-counter) to wnt-sku-code.
           move ws-sol-quantity(ws-sol-counter) to wnt-quantity.
           move ws-sol-deposit(ws-sol-counter) to wnt-deposit.
           move ws-pickup-days to wnt-pickup-days.

           write notice-line from ws-notice-rule.
           write notice-line from ws-notice-line1.
           write notice-line from ws-notice-line2.
           write notice-line from ws-notice-line3.
           write notice-line from ws-notice-line4.

      * Transfer activity moves stock between stores. A shipment
      * takes the units off the sending store and opens a transfer
      * document in transit; a receipt closes the document and puts
      * the units counted in at the receiving store. Lines that do
      * not fit the ledger are refused onto the report. The file is
      * cleared at the end, the same as the receiving file.
       220-post-transfer-activity.
           open input transfer-activity-file.

           if (ws-transfer-activity-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read transfer-activity-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 225-post-one-transfer-line
             until ws-eof-flag = ws-file-empty.

           if (ws-transfer-activity-status not = "35")
               close transfer-activity-file
               open output transfer-activity-file
               close transfer-activity-file
           end-if.

       225-post-one-transfer-line.
           move spaces to ws-reject-reason.
           perform 240-find-open-transfer.

           evaluate true
               when tra-ship
                   perform 230-ship-transfer
               when tra-receive
                   perform 235-receive-transfer
               when other
                   move ws-bad-action-msg to ws-reject-reason
           end-evaluate.

           if (ws-reject-reason not = spaces)
               perform 245-refuse-transfer-line
           end-if.

           read transfer-activity-file
               at end move ws-file-empty to ws-eof-flag.

       230-ship-transfer.
           if (ws-trf-found)
               move ws-dup-transfer-msg to ws-reject-reason
           end-if.

           if (tra-from-store = tra-to-store)
               move ws-bad-stores-msg to ws-reject-reason
           end-if.

           if (tra-quantity = ws-zero)
               move ws-bad-quantity-msg to ws-reject-reason
           end-if.

           if (ws-trf-count = ws-trf-table-max)
               move ws-ledger-full-msg to ws-reject-reason
           end-if.

           if (ws-reject-reason = spaces)
               add ws-one to ws-trf-count
               move tra-transfer-num
                 to ws-trf-transfer-num(ws-trf-count)
               move tra-from-store to ws-trf-from-store(ws-trf-count)
               move tra-to-store to ws-trf-to-store(ws-trf-count)
               move tra-sku-code to ws-trf-sku-code(ws-trf-count)
               move tra-quantity to ws-trf-ship-qty(ws-trf-count)
               move tra-date to ws-trf-ship-date(ws-trf-count)
               move ws-zero to ws-trf-receive-qty(ws-trf-count)
               move ws-zero to ws-trf-receive-date(ws-trf-count)
               move "T" to ws-trf-status(ws-trf-count)
               move "N" to ws-trf-overdue-flag(ws-trf-count)

               move tra-from-store to ws-move-store
               move tra-sku-code to ws-move-sku
               subtract tra-quantity from ws-zero
                 giving ws-move-units
               move tra-date to ws-move-date
               perform 250-apply-movement

               add ws-one to ws-calc-transfers-shipped
               add tra-quantity to ws-calc-units-shipped
           end-if.

      * The receiving store keys the units it counted off the
      * truck; a short count stays short on the report.
       235-receive-transfer.
           if (not ws-trf-found)
               move ws-not-in-transit-msg to ws-reject-reason
           else
               move tra-quantity
                 to ws-trf-receive-qty(ws-trf-search-index)
               move tra-date to ws-trf-receive-date(ws-trf-search-index)
               move "C" to ws-trf-status(ws-trf-search-index)

               move ws-trf-to-store(ws-trf-search-index)
                 to ws-move-store
               move ws-trf-sku-code(ws-trf-search-index)
                 to ws-move-sku
               move tra-quantity to ws-move-units
               move tra-date to ws-move-date
               if (tra-quantity > ws-zero)
                   perform 250-apply-movement
               end-if

               add ws-one to ws-calc-transfers-received
               add tra-quantity to ws-calc-units-received
           end-if.

      * The transfer still in transit under this line's number.
       240-find-open-transfer.
           move space to ws-trf-found-flag.
           move ws-one to ws-trf-search-index.

           perform 242-search-open-transfers
             until (ws-trf-search-index > ws-trf-count)
                or (ws-trf-found).

       242-search-open-transfers.
           if (ws-trf-transfer-num(ws-trf-search-index)
               = tra-transfer-num)
              and (ws-trf-in-transit(ws-trf-search-index))
               move "y" to ws-trf-found-flag
           else
               add ws-one to ws-trf-search-index
           end-if.

       245-refuse-transfer-line.
           add ws-one to ws-calc-transfers-rejected.

           if (ws-trj-count < ws-trj-table-max)
               add ws-one to ws-trj-count
               move tra-transfer-num
                 to ws-trj-transfer-num(ws-trj-count)
               move tra-action to ws-trj-action(ws-trj-count)
               move ws-reject-reason to ws-trj-reason(ws-trj-count)
           end-if.

      * Each S or L line takes its units out the door. Gift-card
      * numbers in the SKU field are value, not stock - skipped.
       300-post-sales.
           open input sl-data-file.
       310-post-one-sale.
           if (sll-code-s or sll-code-l)
              and (sll-sku-code(1:2) not = ws-gift-card-dept)
               move sll-store-num to ws-move-store
               move sll-sku-code to ws-move-sku
               subtract sll-quantity from ws-zero
                 giving ws-move-units
               move sll-trans-date to ws-move-date
               perform 250-apply-movement

               move sll-sku-code(1:2) to ws-dwm-lookup-dept
               perform 260-get-dept-week-cell
               add sll-quantity to ws-dwm-sold-units(ws-dwm-index)
               add sll-quantity to ws-calc-sold-units
           end-if.

           read sl-data-file
               at end move ws-file-empty to ws-eof-flag.

      * Each R line puts its units back - a defective return goes
      * to the return-to-vendor holding file instead.
       320-post-returns.
           open input r-data-file.

           open extend rtv-holding-file.
           if (ws-rtv-holding-status = "35")
               open output rtv-holding-file
           end-if.

           if (ws-r-data-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
           perform 330-post-one-return
             until ws-eof-flag = ws-file-empty.

           close rtv-holding-file.

           if (ws-r-data-status not = "35")
               close r-data-file
           end-if.

       330-post-one-return.
           if (rl-sku-code(1:2) not = ws-gift-card-dept)
               if (rl-reason-code = ws-defective-reason)
                   move rl-store-num to rtv-store-num
                   move rl-invoice-num to rtv-invoice-num
                   move rl-sku-code to rtv-sku-code
                   move rl-quantity to rtv-quantity
                   move rl-trans-date to rtv-return-date
                   move ws-business-date to rtv-posted-date
                   write rtv-record
                   add rl-quantity to ws-calc-rtv-units
               else
                   move rl-store-num to ws-move-store
                   move rl-sku-code to ws-move-sku
                   move rl-quantity to ws-move-units
                   move rl-trans-date to ws-move-date
                   perform 250-apply-movement
               end-if

               move rl-sku-code(1:2) to ws-dwm-lookup-dept
               perform 260-get-dept-week-cell
               add rl-quantity to ws-dwm-returned-units(ws-dwm-index)
               add rl-quantity to ws-calc-returned-units
           end-if.

           read r-data-file
               at end move ws-file-empty to ws-eof-flag.

      * A matched void reverses its original: a voided sale puts
      * its units back, a voided return takes them off again - or,
      * for a defective return, off the return-to-vendor holding
      * file it was sent to.
       340-post-void-reversals.
           open input matched-voids-file.

           if (ws-matched-voids-status not = "00")
               move ws-file-empty to ws-eof-flag
           end-if.

           perform 345-load-rtv-holding.

           if (ws-matched-voids-status = "00")
               move "N" to ws-eof-flag
               read matched-voids-file
                   at end move ws-file-empty to ws-eof-flag
           perform 350-post-one-reversal
             until ws-eof-flag = ws-file-empty.

           if (ws-calc-df-voids-off-rtv > ws-zero)
               perform 360-rewrite-rtv-holding
           end-if.

           if (ws-matched-voids-status not = "35")
               close matched-voids-file
      * Applied - clear the file, the same way posted receipts are

       350-post-one-reversal.
           if (mv-sku-code(1:2) not = ws-gift-card-dept)
              and (mv-original-code = "R")
              and (mv-original-reason = ws-defective-reason)
               perform 355-take-void-off-rtv
           else
               perform 352-reverse-on-hand
           end-if.

           read matched-voids-file
               at end move ws-file-empty to ws-eof-flag.

       352-reverse-on-hand.
           if (mv-sku-code(1:2) not = ws-gift-card-dept)
               move mv-store-num to ws-move-store
               move mv-sku-code to ws-move-sku
               if (mv-original-code = "R")
                   subtract mv-quantity from ws-zero
                     giving ws-move-units
               else
                   move mv-quantity to ws-move-units
               end-if
               move mv-trans-date to ws-move-date
               perform 250-apply-movement
               add ws-one to ws-calc-void-reversals
           end-if.

      * A voided defective return takes its line back off the
      * holding file so Program32RTVClaims cannot claim it. One
      * already claimed, or not found, is counted for the report.
       355-take-void-off-rtv.
           move space to ws-rtv-found-flag.
           move ws-one to ws-rtv-search-index.

           if (not ws-rtv-overflow)
               perform 357-search-rtv-holding
                 until (ws-rtv-search-index > ws-rtv-count)
                    or (ws-rtv-found)
           end-if.

           if (ws-rtv-found)
               move "y" to ws-rtv-voided-flag(ws-rtv-search-index)
               add ws-one to ws-calc-df-voids-off-rtv
           else
               add ws-one to ws-calc-df-voids-not-held
           end-if.

       357-search-rtv-holding.
           if (ws-rtv-store-num(ws-rtv-search-index) = mv-store-num)
              and (ws-rtv-invoice-num(ws-rtv-search-index)
                   = mv-invoice-num)
              and (ws-rtv-sku-code(ws-rtv-search-index)
                   = mv-sku-code)
              and (ws-rtv-quantity(ws-rtv-search-index)
                   = mv-quantity)
              and (not ws-rtv-voided(ws-rtv-search-index))
               move "y" to ws-rtv-found-flag
           else
               add ws-one to ws-rtv-search-index
           end-if.

      * Load the holding file, today's defective returns included.
       345-load-rtv-holding.
           open input rtv-holding-file.

           if (ws-rtv-holding-status = "00")
               read rtv-holding-file
                   at end move "35" to ws-rtv-holding-status
               end-read
               perform 347-load-one-held-line
                 until ws-rtv-holding-status not = "00"
               close rtv-holding-file
           end-if.

       347-load-one-held-line.
           if (ws-rtv-count < ws-rtv-table-max)
               add ws-one to ws-rtv-count
               move rtv-store-num to ws-rtv-store-num(ws-rtv-count)
               move rtv-invoice-num to ws-rtv-invoice-num(ws-rtv-count)
               move rtv-sku-code to ws-rtv-sku-code(ws-rtv-count)
               move rtv-quantity to ws-rtv-quantity(ws-rtv-count)
               move rtv-return-date
                 to ws-rtv-return-date(ws-rtv-count)
               move rtv-posted-date
                 to ws-rtv-posted-date(ws-rtv-count)
               move space to ws-rtv-voided-flag(ws-rtv-count)
           else
               move "y" to ws-rtv-overflow-flag
           end-if.

           read rtv-holding-file
               at end move "35" to ws-rtv-holding-status.

      * The holding file goes back whole, less the voided lines.
       360-rewrite-rtv-holding.
           open output rtv-holding-file.

           perform 365-rewrite-one-held-line
             varying ws-rtv-counter from ws-one by ws-one
             until ws-rtv-counter > ws-rtv-count.

           close rtv-holding-file.

       365-rewrite-one-held-line.
           if (not ws-rtv-voided(ws-rtv-counter))
               move ws-rtv-store-num(ws-rtv-counter) to rtv-store-num
               move ws-rtv-invoice-num(ws-rtv-counter)
                 to rtv-invoice-num
               move ws-rtv-sku-code(ws-rtv-counter) to rtv-sku-code
               move ws-rtv-quantity(ws-rtv-counter) to rtv-quantity
               move ws-rtv-return-date(ws-rtv-counter)
                 to rtv-return-date
               move ws-rtv-posted-date(ws-rtv-counter)
                 to rtv-posted-date
               write rtv-record
           end-if.

      * Apply the signed unit movement in hand to its SKU's on-hand
      * record, opening the record at zero the first time the SKU
      * moves.
       250-apply-movement.
           move space to ws-ohb-found-flag.
           move ws-move-store to ohb-store-num.
           move ws-move-sku to ohb-sku-code.

           read on-hand-file
               key is ohb-key
               invalid key
                   move space to ws-ohb-found-flag
               not invalid key
               move ws-move-date to ohb-last-movement
               rewrite ohb-record
           else
               move ws-move-store to ohb-store-num
               move ws-move-sku to ohb-sku-code
               move ws-move-units to ohb-on-hand
               move ws-move-date to ohb-last-movement
               add ws-one to ws-dwm-file-count
           end-if.

      * Transfers still in transit go back to the ledger - each one
      * past the overdue days raises its exception once. Received
      * transfers move to the history under today's date.
       420-rewrite-transfer-ledger.
           open output transfer-ledger-file.

           open extend transfer-history-file.
           if (ws-transfer-history-status = "35")
               open output transfer-history-file
           end-if.

           perform 425-rewrite-one-transfer
             varying ws-trf-counter from ws-one by ws-one
             until ws-trf-counter > ws-trf-count.

           close transfer-history-file.
           close transfer-ledger-file.

       425-rewrite-one-transfer.
           move ws-trf-transfer-num(ws-trf-counter)
             to tfl-transfer-num.
           move ws-trf-from-store(ws-trf-counter) to tfl-from-store.
           move ws-trf-to-store(ws-trf-counter) to tfl-to-store.
           move ws-trf-sku-code(ws-trf-counter) to tfl-sku-code.
           move ws-trf-ship-qty(ws-trf-counter) to tfl-ship-qty.
           move ws-trf-ship-date(ws-trf-counter) to tfl-ship-date.
           move ws-trf-receive-qty(ws-trf-counter) to tfl-receive-qty.
           move ws-trf-receive-date(ws-trf-counter)
             to tfl-receive-date.
           move ws-trf-status(ws-trf-counter) to tfl-status.

           if (ws-trf-received(ws-trf-counter))
               move ws-trf-overdue-flag(ws-trf-counter)
                 to tfl-overdue-flag
               move ws-business-date to trh-posted-date
               move tfl-record to trh-transfer
               write trh-record
           else
               perform 430-compute-transit-days
               if (ws-transit-days > ws-overdue-days)
                   add ws-one to ws-calc-transfers-overdue
                   if (not ws-trf-overdue-raised(ws-trf-counter))
                       perform 440-raise-overdue-exception
                       move "Y" to ws-trf-overdue-flag(ws-trf-counter)
                   end-if
               end-if
               move ws-trf-overdue-flag(ws-trf-counter)
                 to tfl-overdue-flag
               write tfl-record
           end-if.

      * Days from the shipment to the business date, on the
      * day-number scale.
       430-compute-transit-days.
           move ws-trf-ship-date(ws-trf-counter) to ws-day-num-input.
           perform 150-compute-day-number.

           if (ws-day-num-work < ws-run-day-num)
               subtract ws-day-num-work from ws-run-day-num
                 giving ws-transit-days
           else
               move ws-zero to ws-transit-days
           end-if.

       440-raise-overdue-exception.
           move ws-trf-transfer-num(ws-trf-counter)
             to wom-transfer-num.
           move ws-trf-from-store(ws-trf-counter) to wom-from-store.
           move ws-trf-to-store(ws-trf-counter) to wom-to-store.
           move ws-transit-days to wom-days.
           move "WARN" to exl-severity.
           move ws-overdue-message to exl-message.
           perform 450-write-exception.

      * Append one staged alarm to the shared exceptions file -
      * EXTEND with the same create-on-first-touch fallback the
      * shared audit log uses.
       450-write-exception.
           open extend exception-log-file.
           if (ws-exception-log-status = "35")
               open output exception-log-file
           end-if.

           move "Program18InventoryPosting" to exl-program-name.
           accept exl-date from date yyyymmdd.
           accept exl-time from time.
           move "N" to exl-ack-flag.

           write exception-log-line from ws-exception-line.

           close exception-log-file.

      * The special-order ledger goes back whole with the orders
      * this run's receipts filled.
       460-rewrite-order-ledger.
           open output order-ledger-file.

           perform 465-rewrite-one-order
             varying ws-sol-counter from ws-one by ws-one
             until ws-sol-counter > ws-sol-count.

           close order-ledger-file.

       465-rewrite-one-order.
           move ws-sol-order-num(ws-sol-counter) to sol-order-num.
           move ws-sol-store-num(ws-sol-counter) to sol-store-num.
           move ws-sol-customer-name(ws-sol-counter)
             to sol-customer-name.
           move ws-sol-customer-phone(ws-sol-counter)
             to sol-customer-phone.
           move ws-sol-sku-code(ws-sol-counter) to sol-sku-code.
           move ws-sol-quantity(ws-sol-counter) to sol-quantity.
           move ws-sol-received-qty(ws-sol-counter)
             to sol-received-qty.
           move ws-sol-deposit(ws-sol-counter) to sol-deposit.
           move ws-sol-order-date(ws-sol-counter) to sol-order-date.
           move ws-sol-expected-date(ws-sol-counter)
             to sol-expected-date.
           move ws-sol-status(ws-sol-counter) to sol-status.
           move ws-sol-ready-date(ws-sol-counter) to sol-ready-date.
           write sol-record.

      * The report: what posted, every negative on-hand, and the
      * week-over-week net outflow per department.
       500-write-report.
           move ws-calc-sold-units to wpl-sold.
           move ws-calc-returned-units to wpl-returned.
           move ws-calc-void-reversals to wpl-reversals.
           move ws-calc-rtv-units to wpl-rtv.
           write output-line from ws-posted-line
             after advancing ws-two line.

           perform 505-count-one-awaiting-order
             varying ws-sol-counter from ws-one by ws-one
             until ws-sol-counter > ws-sol-count.
           move ws-calc-order-units-filled to wso-units-filled.
           move ws-calc-orders-ready to wso-orders-ready.
           move ws-calc-orders-awaiting to wso-orders-awaiting.
           write output-line from ws-special-order-line
             after advancing ws-one line.

           move ws-calc-df-voids-off-rtv to wdv-off-rtv.
           move ws-calc-df-voids-not-held to wdv-not-held.
           write output-line from ws-df-void-line
             after advancing ws-one line.

           perform 510-write-negative-section.
           perform 530-write-shrink-section.
           perform 560-write-transfer-section.

           close output-file.

       505-count-one-awaiting-order.
           if (ws-sol-awaiting-goods(ws-sol-counter))
               add ws-one to ws-calc-orders-awaiting
           end-if.

      * Scan the on-hand file front to back for the balances below
      * zero - stock the system says left that was never there.
       510-write-negative-section.
             after advancing ws-one line.

           move "N" to ws-eof-flag.
           move low-values to ohb-key.

           start on-hand-file
               key is not < ohb-key
               invalid key
                   move ws-file-empty to ws-eof-flag
           end-start.

       520-check-one-on-hand.
           if (ohb-on-hand < ws-zero)
               move ohb-store-num to wnl-store-num
               move ohb-sku-code to wnl-sku-code
               move ohb-on-hand to wnl-on-hand
               move ohb-last-movement to wnl-last-movement
           write output-line from ws-shrink-line
             after advancing ws-one line.

      * This run's transfer counts, every transfer in transit or
      * received this run, and the lines refused.
       560-write-transfer-section.
           write output-line from spaces after advancing ws-one line.
           write output-line from ws-transfer-heading
             after advancing ws-one line.

           move ws-calc-transfers-shipped to wtc-shipped.
           move ws-calc-units-shipped to wtc-units-shipped.
           move ws-calc-transfers-received to wtc-received.
           move ws-calc-units-received to wtc-units-received.
           move ws-calc-transfers-rejected to wtc-rejected.
           write output-line from ws-transfer-count-line
             after advancing ws-one line.

           if (ws-trf-count = ws-zero)
               write output-line from ws-no-transfers-line
                 after advancing ws-one line
           else
               write output-line from ws-transfer-column-heading
                 after advancing ws-two line
               perform 565-write-one-transfer
                 varying ws-trf-counter from ws-one by ws-one
                 until ws-trf-counter > ws-trf-count
           end-if.

           perform 570-write-one-refused-line
             varying ws-trj-counter from ws-one by ws-one
             until ws-trj-counter > ws-trj-count.

       565-write-one-transfer.
           move ws-trf-transfer-num(ws-trf-counter)
             to wtl-transfer-num.
           move ws-trf-from-store(ws-trf-counter) to wtl-from-store.
           move ws-trf-to-store(ws-trf-counter) to wtl-to-store.
           move ws-trf-sku-code(ws-trf-counter) to wtl-sku-code.
           move ws-trf-ship-qty(ws-trf-counter) to wtl-ship-qty.
           move ws-trf-ship-date(ws-trf-counter) to wtl-ship-date.
           move ws-trf-receive-qty(ws-trf-counter) to wtl-receive-qty.

           if (ws-trf-received(ws-trf-counter))
               move ws-trf-receive-date(ws-trf-counter)
                 to wtl-receive-date
               move ws-zero to wtl-days
               if (ws-trf-receive-qty(ws-trf-counter)
                   < ws-trf-ship-qty(ws-trf-counter))
                   move "RECEIVED SHORT" to wtl-status
               else
                   if (ws-trf-receive-qty(ws-trf-counter)
                       > ws-trf-ship-qty(ws-trf-counter))
                       move "RECEIVED OVER" to wtl-status
                   else
                       move "RECEIVED" to wtl-status
                   end-if
               end-if
           else
               move spaces to wtl-receive-date
               perform 430-compute-transit-days
               move ws-transit-days to wtl-days
               if (ws-transit-days > ws-overdue-days)
                   move "IN TRANSIT **" to wtl-status
               else
                   move "IN TRANSIT" to wtl-status
               end-if
           end-if.

           write output-line from ws-transfer-line
             after advancing ws-one line.

       570-write-one-refused-line.
           move ws-trj-transfer-num(ws-trj-counter)
             to wtr-transfer-num.
           move ws-trj-action(ws-trj-counter) to wtr-action.
           move ws-trj-reason(ws-trj-counter) to wtr-reason.
           write output-line from ws-transfer-reject-line
             after advancing ws-one line.

      * close out
       600-close-out.
           close on-hand-file.

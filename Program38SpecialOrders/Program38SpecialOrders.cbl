       identification division.
       program-id. Program38SpecialOrders.

      ******************************************************************
      * Program Description: This program keeps the special-order
      * book. When a customer wants an item the store does not have,
      * the order desk takes a deposit and keys the order - customer,
      * SKU, quantity, deposit and the date the goods are expected -
      * onto the special-order activity file, and this program opens
      * it on the special-order ledger. It is not a layaway: nothing
      * is on the shelf to hold, so nothing is priced or aged toward
      * forfeit. Program18InventoryPosting matches each receipt
      * against the open orders for that store and SKU, flags the
      * order ready and writes the customer's pickup notice. The
      * desk keys a pickup once the customer collects or a
      * cancellation when the deposit goes back; either way the
      * order moves to the history. A line that does not fit the
      * ledger is refused onto the report.
      *
      * At pickup the till rings the item as a sale, which takes the
      * units off on-hand: the deposit on an SD (deposit-applied)
      * tender line and the balance on its own line under whatever
      * the customer pays with. A6-DataValidation holds the SD line
      * against a ready order on this ledger for that store and SKU
      * with the deposit to cover it. SD is not cash at the till -
      * the deposit cash was taken at the order desk, and the desk
      * drawer is balanced against the deposits report, not against
      * the cashier drawer totals.
      *
      * Each run lists the orders sitting ready past the pickup days
      * (SPECIAL-ORDER-PICKUP-DAYS= on the run-parameter file) for
      * the desk to call the customer, and the orders whose expected
      * date has passed with nothing received, to chase the
      * supplier. A separate deposits report gives finance the
      * deposits held, by store, against orders awaiting goods and
      * orders ready for pickup.
      *
      * Run on its own after the nightly chain and ahead of
      * Program18InventoryPosting, so an order keyed today can be
      * filled by tonight's receipts. A6-DataValidation therefore
      * sees the ledger as this program left it the night before:
      * an order flagged ready tonight can be picked up from
      * tomorrow's till file on.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * Order-desk activity - one line per order opened (O), picked
      * up (P) or cancelled (C). Consumed by the run: the file is
      * rewritten empty once applied.
                  select order-activity-file
                      assign to "../../../data/SpecialOrderActivity.dat"
                      organization is line sequential
                      file status is ws-order-activity-status.

      * Special orders awaiting goods or pickup, carried from run to
      * run. Program18InventoryPosting flags them ready.
                  select order-ledger-file
                      assign to "../../../data/SpecialOrderLedger.dat"
                      organization is line sequential
                      file status is ws-order-ledger-status.

      * Orders picked up or cancelled, moved off the ledger under
      * the date they closed.
                  select order-history-file
                      assign to "../../../data/SpecialOrderHistory.dat"
                      organization is line sequential
                      file status is ws-order-history-status.

      * SKU item-master reference file - an order must name a SKU
      * the stores can receive.
                  select sku-master-file
                      assign to "../../../data/SkuMaster.dat"
                      organization is line sequential
                      file status is ws-sku-master-status.

                  select output-file
                      assign to "../../../data/SpecialOrderReport.out"
                      organization is line sequential.

      * Deposits held, for finance.
                  select deposit-report-file
                      assign to "../../../data/SpecialOrderDeposits.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch, the business date and
      * the pickup days.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd order-activity-file
           data record is soa-record
           record contains 87 characters.

       01 soa-record.
           05 soa-action pic x.
               88 soa-open value "O".
               88 soa-pickup value "P".
               88 soa-cancel value "C".
           05 soa-order-num pic x(8).
           05 soa-store-num pic 99.
           05 soa-customer-name pic x(25).
           05 soa-customer-phone pic x(10).
           05 soa-sku-code pic x(15).
           05 soa-quantity pic 9(3).
           05 soa-deposit pic 9(5)v99.
           05 soa-expected-date pic 9(8).
           05 soa-activity-date pic 9(8).

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

       fd order-history-file
           data record is soh-record
           record contains 106 characters.

       01 soh-record.
           05 soh-closed-date pic 9(8).
           05 soh-order pic x(98).

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
            record contains 132 characters.

       01 output-line pic x(132).

       fd deposit-report-file
            data record is deposit-line
            record contains 120 characters.

       01 deposit-line pic x(120).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-order-activity-status pic xx value spaces.
       01 ws-order-ledger-status pic xx value spaces.
       01 ws-order-history-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-skm-eof-flag pic x value "N".
       01 ws-business-date pic 9(8) value 0.

      * Days a ready order may wait for the customer before it goes
      * on the follow-up list - SPECIAL-ORDER-PICKUP-DAYS= on the
      * run-parameter file.
       01 ws-pickup-days pic 9(3) value 14.

      * SKU table - existence only. A master bigger than the table
      * stops the run rather than refuse good orders.
       01 ws-sku-master-table.
         05 ws-sku-entry occurs 200 times.
           10 ws-skm-sku-code pic x(15).
       01 ws-skm-counters.
         05 ws-skm-count pic 9(3) value 0.
         05 ws-skm-search-index pic 9(3) value 0.
       01 ws-skm-found-flag pic x value space.
         88 ws-skm-found value "y".
       77 ws-skm-table-max pic 9(3) value 200.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-skm-overflow-msg pic x(44)
           value "SKU MASTER OVER TABLE SIZE".
       77 ws-sol-overflow-msg pic x(44)
           value "MORE SPECIAL ORDERS THAN THE LEDGER HOLDS".

      * The special-order ledger - carried orders plus this run's
      * new ones; picked-up and cancelled orders close in place and
      * go to the history when the ledger is rewritten.
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
                   88 ws-sol-picked-up value "P".
                   88 ws-sol-cancelled value "C".
               10 ws-sol-ready-date pic 9(8).
               10 ws-sol-closed-date pic 9(8).
       01 ws-sol-counters.
           05 ws-sol-count pic 9(4) value 0.
           05 ws-sol-search-index pic 9(4) value 0.
           05 ws-sol-counter pic 9(4) value 0.
       01 ws-sol-found-flag pic x value space.
           88 ws-sol-found value "y".
       77 ws-sol-table-max pic 9(4) value 1000.

      * Every activity line this run and what became of it, held
      * for the report.
       01 ws-activity-table.
           05 ws-act-entry occurs 300 times.
               10 ws-act-action pic x.
               10 ws-act-order-num pic x(8).
               10 ws-act-store-num pic 99.
               10 ws-act-customer-name pic x(25).
               10 ws-act-deposit pic 9(5)v99.
               10 ws-act-outcome pic x(36).
       01 ws-act-counters.
           05 ws-act-count pic 9(3) value 0.
           05 ws-act-counter pic 9(3) value 0.
       77 ws-act-table-max pic 9(3) value 300.
       01 ws-outcome pic x(36) value spaces.
       01 ws-refused-flag pic x value space.
           88 ws-line-refused value "y".

       77 ws-opened-msg pic x(36)
           value "OPENED".
       77 ws-picked-up-msg pic x(36)
           value "PICKED UP - DEPOSIT APPLIED".
       77 ws-cancelled-msg pic x(36)
           value "CANCELLED - DEPOSIT REFUNDED".
       77 ws-no-order-num-msg pic x(36)
           value "REFUSED - ORDER NUMBER MISSING".
       77 ws-dup-order-msg pic x(36)
           value "REFUSED - ORDER NUMBER ALREADY OPEN".
       77 ws-bad-store-msg pic x(36)
           value "REFUSED - STORE NOT NUMERIC".
       77 ws-no-customer-msg pic x(36)
           value "REFUSED - CUSTOMER NAME MISSING".
       77 ws-bad-sku-msg pic x(36)
           value "REFUSED - SKU NOT ON MASTER".
       77 ws-bad-quantity-msg pic x(36)
           value "REFUSED - QUANTITY MUST BE ABOVE 0".
       77 ws-bad-deposit-msg pic x(36)
           value "REFUSED - DEPOSIT NOT NUMERIC".
       77 ws-bad-expected-msg pic x(36)
           value "REFUSED - EXPECTED DATE NOT VALID".
       77 ws-ledger-full-msg pic x(36)
           value "REFUSED - ORDER LEDGER FULL".
       77 ws-not-open-msg pic x(36)
           value "REFUSED - NO OPEN ORDER UNDER NUMBER".
       77 ws-not-ready-msg pic x(36)
           value "REFUSED - GOODS NOT RECEIVED YET".
       77 ws-bad-action-msg pic x(36)
           value "REFUSED - ACTION MUST BE O, P OR C".

      * Deposits held by store - subscripted by store number plus
      * one so store 00 has a slot too.
       01 ws-store-deposit-table.
           05 ws-sdp-entry occurs 100 times.
               10 ws-sdp-awaiting-count pic 9(5).
               10 ws-sdp-awaiting-deposit pic 9(7)v99.
               10 ws-sdp-ready-count pic 9(5).
               10 ws-sdp-ready-deposit pic 9(7)v99.
       01 ws-store-index pic 9(3) value 0.
       01 ws-store-counter pic 9(3) value 0.
       01 ws-store-label-num pic 9(3) value 0.
       01 ws-store-held-deposit pic 9(8)v99 value 0.

      * Ageing work - days on the year*372 + (month-1)*31 + day
      * scale, close enough to elapsed days over an order's life.
       01 ws-day-num-input.
           05 ws-dn-year pic 9(4).
           05 ws-dn-month pic 99.
           05 ws-dn-day pic 99.
       01 ws-day-num-work pic 9(7) value 0.
       01 ws-dn-temp pic 9(7) value 0.
       01 ws-run-day-num pic 9(7) value 0.
       01 ws-days-waiting pic 9(5) value 0.

      * Run totals
       01 ws-calc.
           05 ws-calc-activity-read pic 9(5) value 0.
           05 ws-calc-opened pic 9(5) value 0.
           05 ws-calc-opened-deposit pic 9(8)v99 value 0.
           05 ws-calc-picked-up pic 9(5) value 0.
           05 ws-calc-applied-deposit pic 9(8)v99 value 0.
           05 ws-calc-cancelled pic 9(5) value 0.
           05 ws-calc-refunded-deposit pic 9(8)v99 value 0.
           05 ws-calc-refused pic 9(5) value 0.
           05 ws-calc-awaiting pic 9(5) value 0.
           05 ws-calc-awaiting-deposit pic 9(8)v99 value 0.
           05 ws-calc-ready pic 9(5) value 0.
           05 ws-calc-ready-deposit pic 9(8)v99 value 0.
           05 ws-calc-follow-up pic 9(5) value 0.
           05 ws-calc-late pic 9(5) value 0.
           05 ws-calc-held-deposit pic 9(9)v99 value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(30) value "SPECIAL ORDER REPORT".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-deposit-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(30) value "SPECIAL ORDER DEPOSITS HELD".
         05 filler pic x(3) value spaces.
         05 ws-dep-hdg-date pic 9(8).

       01 ws-section-heading.
           05 filler pic x(3) value spaces.
           05 wsh-title pic x(50).

       01 ws-activity-column-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(4) value "ACT".
           05 filler pic x(10) value "ORDER".
           05 filler pic x(7) value "STORE".
           05 filler pic x(27) value "CUSTOMER".
           05 filler pic x(13) value "      DEPOSIT".
           05 filler pic x(2) value spaces.
           05 filler pic x(36) value "OUTCOME".

       01 ws-activity-line.
           05 filler pic x(5) value spaces.
           05 wal-action pic x.
           05 filler pic x(3) value spaces.
           05 wal-order-num pic x(8).
           05 filler pic x(2) value spaces.
           05 wal-store-num pic 99.
           05 filler pic x(5) value spaces.
           05 wal-customer-name pic x(25).
           05 filler pic x(2) value spaces.
           05 wal-deposit pic $$$,$$9.99.
           05 filler pic x(5) value spaces.
           05 wal-outcome pic x(36).

       01 ws-order-column-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(10) value "ORDER".
           05 filler pic x(7) value "STORE".
           05 filler pic x(27) value "CUSTOMER".
           05 filler pic x(12) value "PHONE".
           05 filler pic x(17) value "SKU".
           05 filler pic x(5) value "QTY".
           05 filler pic x(12) value "     DEPOSIT".
           05 filler pic x(2) value spaces.
           05 wocl-date-title pic x(10).
           05 filler pic x(6) value "  DAYS".

       01 ws-order-line.
           05 filler pic x(5) value spaces.
           05 wol-order-num pic x(8).
           05 filler pic x(2) value spaces.
           05 wol-store-num pic 99.
           05 filler pic x(5) value spaces.
           05 wol-customer-name pic x(25).
           05 filler pic x(2) value spaces.
           05 wol-customer-phone pic x(10).
           05 filler pic x(2) value spaces.
           05 wol-sku-code pic x(15).
           05 filler pic x(2) value spaces.
           05 wol-quantity pic zz9.
           05 filler pic x(2) value spaces.
           05 wol-deposit pic $$$,$$9.99.
           05 filler pic x(4) value spaces.
           05 wol-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wol-days pic zzzz9.

       01 ws-none-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(4) value "NONE".

       01 ws-summary-line1.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value "OPENED: ".
           05 wsm-opened pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wsm-opened-deposit pic $$$$,$$9.99.
           05 filler pic x(14) value "  PICKED UP: ".
           05 wsm-picked-up pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wsm-applied-deposit pic $$$$,$$9.99.
           05 filler pic x(14) value "  CANCELLED: ".
           05 wsm-cancelled pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wsm-refunded-deposit pic $$$$,$$9.99.
           05 filler pic x(12) value "  REFUSED: ".
           05 wsm-refused pic zzzz9.

       01 ws-summary-line2.
           05 filler pic x(3) value spaces.
           05 filler pic x(18) value "AWAITING GOODS: ".
           05 wsm-awaiting pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wsm-awaiting-deposit pic $$$$,$$9.99.
           05 filler pic x(10) value "  READY: ".
           05 wsm-ready pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wsm-ready-deposit pic $$$$,$$9.99.
           05 filler pic x(14) value "  FOLLOW UP: ".
           05 wsm-follow-up pic zzzz9.
           05 filler pic x(9) value "  LATE: ".
           05 wsm-late pic zzzz9.

       01 ws-deposit-column-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(10) value "STORE".
           05 filler pic x(10) value "  AWAITING".
           05 filler pic x(16) value "        DEPOSITS".
           05 filler pic x(10) value "     READY".
           05 filler pic x(16) value "        DEPOSITS".
           05 filler pic x(18) value "   DEPOSITS HELD".

       01 ws-deposit-store-line.
           05 filler pic x(5) value spaces.
           05 wdl-label pic x(10).
           05 wdl-awaiting-count pic zz,zzz,zz9.
           05 filler pic x(2) value spaces.
           05 wdl-awaiting-deposit pic $$,$$$,$$9.99.
           05 wdl-ready-count pic zz,zzz,zz9.
           05 filler pic x(2) value spaces.
           05 wdl-ready-deposit pic $$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wdl-held-deposit pic $$$,$$$,$$9.99.

       01 ws-deposit-store-label.
           05 filler pic x(6) value "STORE ".
           05 wdsl-store-num pic 99.
           05 filler pic x(2) value spaces.

       01 ws-deposit-none-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(36) value "NO SPECIAL-ORDER DEPOSITS HELD".

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Updating special orders.".
           05 ws-output-dest-message     pic x(36)
                           value "Please proceed to the 'data' folder.".
           05 ws-exit-message            pic x(36)
                           value "Press any key to exit the program...".
      *
       77 ws-file-empty pic x value "e".
       77 ws-zero pic 9 value 0.
       77 ws-one pic 9 value 1.
       77 ws-two pic 9 value 2.
       77 ws-blank pic x value space.
       77 ws-store-slots pic 9(3) value 100.
      *

       procedure division.

      * Main Method
       000-Main.
           initialize ws-order-table.
           initialize ws-store-deposit-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.

           move ws-business-date to ws-day-num-input.
           perform 150-compute-day-number.
           move ws-day-num-work to ws-run-day-num.

           perform 110-load-sku-master.
           perform 130-load-order-ledger.
           perform 200-apply-activity.
           perform 400-rewrite-order-ledger.
           perform 500-write-report.
           perform 550-write-deposit-report.
           perform 600-close-out.
           goback.


      * Read the run-parameter file and pick out the keywords this
      * program acts on. Unknown keywords belong to other programs
      * and are left alone; a missing file just means defaults.
       105-load-run-parameters.
           open input run-parameters-file.

           if (ws-run-params-status not = "00")
               move ws-file-empty to ws-run-params-eof-flag
           else
               read run-parameters-file
                   at end move ws-file-empty
                     to ws-run-params-eof-flag
               end-read
           end-if.

           perform 106-apply-one-parameter
             until ws-run-params-eof-flag = ws-file-empty.

           if (ws-run-params-status not = "35")
               close run-parameters-file
           end-if.

       106-apply-one-parameter.
           if (rpf-line(1:11) = "UNATTENDED=")
               move rpf-line(12:1) to ws-unattended-flag
           end-if.

           if (rpf-line(1:14) = "BUSINESS-DATE=")
              and (rpf-line(15:8) numeric)
               move rpf-line(15:8) to ws-business-date
           end-if.

           if (rpf-line(1:26) = "SPECIAL-ORDER-PICKUP-DAYS=")
              and (rpf-line(27:3) numeric)
               move rpf-line(27:3) to ws-pickup-days
           end-if.

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Map a yyyymmdd date in ws-day-num-input onto the strictly
      * increasing day-number scale, leaving the result in
      * ws-day-num-work.
       150-compute-day-number.
           multiply ws-dn-year by 372 giving ws-day-num-work.
           subtract ws-one from ws-dn-month giving ws-dn-temp.
           multiply 31 by ws-dn-temp.
           add ws-dn-temp to ws-day-num-work.
           add ws-dn-day to ws-day-num-work.

       110-load-sku-master.
           open input sku-master-file.

           if (ws-sku-master-status not = "00")
               move ws-file-empty to ws-skm-eof-flag
           else
               read sku-master-file
                   at end move ws-file-empty to ws-skm-eof-flag
               end-read
           end-if.

           perform 115-load-one-sku
             until ws-skm-eof-flag = ws-file-empty.

           if (ws-sku-master-status not = "35")
               close sku-master-file
           end-if.

       115-load-one-sku.
           if (ws-skm-count = ws-skm-table-max)
               display ws-reference-failure-msg
               display ws-skm-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-skm-count.
           move skm-sku-code to ws-skm-sku-code(ws-skm-count).

           read sku-master-file
               at end move ws-file-empty to ws-skm-eof-flag.

      * Load the orders carried from the last run.
       130-load-order-ledger.
           open input order-ledger-file.

           if (ws-order-ledger-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read order-ledger-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 135-load-one-order
             until ws-eof-flag = ws-file-empty.

           if (ws-order-ledger-status not = "35")
               close order-ledger-file
           end-if.

       135-load-one-order.
           if (ws-sol-count = ws-sol-table-max)
               display ws-reference-failure-msg
               display ws-sol-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-sol-count.
           move sol-order-num to ws-sol-order-num(ws-sol-count).
           move sol-store-num to ws-sol-store-num(ws-sol-count).
           move sol-customer-name
             to ws-sol-customer-name(ws-sol-count).
           move sol-customer-phone
             to ws-sol-customer-phone(ws-sol-count).
           move sol-sku-code to ws-sol-sku-code(ws-sol-count).
           move sol-quantity to ws-sol-quantity(ws-sol-count).
           move sol-received-qty to ws-sol-received-qty(ws-sol-count).
           move sol-deposit to ws-sol-deposit(ws-sol-count).
           move sol-order-date to ws-sol-order-date(ws-sol-count).
           move sol-expected-date
             to ws-sol-expected-date(ws-sol-count).
           move sol-status to ws-sol-status(ws-sol-count).
           move sol-ready-date to ws-sol-ready-date(ws-sol-count).
           move ws-zero to ws-sol-closed-date(ws-sol-count).

           read order-ledger-file
               at end move ws-file-empty to ws-eof-flag.

      * Apply the order desk's lines in the order keyed, so an
      * order opened and cancelled the same day closes cleanly.
       200-apply-activity.
           open input order-activity-file.

           if (ws-order-activity-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read order-activity-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 210-apply-one-activity-line
             until ws-eof-flag = ws-file-empty.

           if (ws-order-activity-status not = "35")
               close order-activity-file
      * Applied and reported - clear the activity file.
               open output order-activity-file
               close order-activity-file
           end-if.

       210-apply-one-activity-line.
           add ws-one to ws-calc-activity-read.
           move spaces to ws-outcome.
           move space to ws-refused-flag.
           perform 260-find-order.

           evaluate true
               when soa-open
                   perform 220-open-order
               when soa-pickup
                   perform 230-pick-up-order
               when soa-cancel
                   perform 240-cancel-order
               when other
                   move ws-bad-action-msg to ws-outcome
                   move "y" to ws-refused-flag
           end-evaluate.

           if (ws-line-refused)
               add ws-one to ws-calc-refused
           end-if.

           if (ws-act-count < ws-act-table-max)
               add ws-one to ws-act-count
               move soa-action to ws-act-action(ws-act-count)
               move soa-order-num to ws-act-order-num(ws-act-count)
               if (soa-store-num numeric)
                   move soa-store-num to ws-act-store-num(ws-act-count)
               else
                   move ws-zero to ws-act-store-num(ws-act-count)
               end-if
               move soa-customer-name
                 to ws-act-customer-name(ws-act-count)
               if (soa-deposit numeric)
                   move soa-deposit to ws-act-deposit(ws-act-count)
               else
                   move ws-zero to ws-act-deposit(ws-act-count)
               end-if
               move ws-outcome to ws-act-outcome(ws-act-count)
      * A pickup or cancellation shows the order it closed.
               if (not soa-open) and (ws-sol-found)
                   move ws-sol-store-num(ws-sol-search-index)
                     to ws-act-store-num(ws-act-count)
                   move ws-sol-customer-name(ws-sol-search-index)
                     to ws-act-customer-name(ws-act-count)
                   move ws-sol-deposit(ws-sol-search-index)
                     to ws-act-deposit(ws-act-count)
               end-if
           end-if.

           read order-activity-file
               at end move ws-file-empty to ws-eof-flag.

      * A new order must name a customer, a SKU on the master, a
      * quantity and a deposit, and be expected no earlier than it
      * was taken. The last check that fails is the one reported.
       220-open-order.
           if (soa-order-num = spaces)
               move ws-no-order-num-msg to ws-outcome
           end-if.

           if (ws-sol-found)
               move ws-dup-order-msg to ws-outcome
           end-if.

           if (soa-store-num not numeric)
               move ws-bad-store-msg to ws-outcome
           end-if.

           if (soa-customer-name = spaces)
               move ws-no-customer-msg to ws-outcome
           end-if.

           perform 270-find-sku.
           if (not ws-skm-found)
               move ws-bad-sku-msg to ws-outcome
           end-if.

           if (soa-quantity not numeric)
               move ws-bad-quantity-msg to ws-outcome
           else
               if (soa-quantity = ws-zero)
                   move ws-bad-quantity-msg to ws-outcome
               end-if
           end-if.

           if (soa-deposit not numeric)
               move ws-bad-deposit-msg to ws-outcome
           end-if.

           if (soa-expected-date not numeric)
              or (soa-activity-date not numeric)
               move ws-bad-expected-msg to ws-outcome
           else
               if (soa-expected-date < soa-activity-date)
                   move ws-bad-expected-msg to ws-outcome
               end-if
           end-if.

           if (ws-sol-count = ws-sol-table-max)
               move ws-ledger-full-msg to ws-outcome
           end-if.

           if (ws-outcome not = spaces)
               move "y" to ws-refused-flag
           else
               add ws-one to ws-sol-count
               move soa-order-num to ws-sol-order-num(ws-sol-count)
               move soa-store-num to ws-sol-store-num(ws-sol-count)
               move soa-customer-name
                 to ws-sol-customer-name(ws-sol-count)
               move soa-customer-phone
                 to ws-sol-customer-phone(ws-sol-count)
               move soa-sku-code to ws-sol-sku-code(ws-sol-count)
               move soa-quantity to ws-sol-quantity(ws-sol-count)
               move ws-zero to ws-sol-received-qty(ws-sol-count)
               move soa-deposit to ws-sol-deposit(ws-sol-count)
               move soa-activity-date
                 to ws-sol-order-date(ws-sol-count)
               move soa-expected-date
                 to ws-sol-expected-date(ws-sol-count)
               move "O" to ws-sol-status(ws-sol-count)
               move ws-zero to ws-sol-ready-date(ws-sol-count)
               move ws-zero to ws-sol-closed-date(ws-sol-count)

               move ws-opened-msg to ws-outcome
               add ws-one to ws-calc-opened
               add soa-deposit to ws-calc-opened-deposit
           end-if.

      * Only an order whose goods are in can be picked up; the
      * deposit goes against the sale rung at the till.
       230-pick-up-order.
           if (not ws-sol-found)
               move ws-not-open-msg to ws-outcome
               move "y" to ws-refused-flag
           else
               if (not ws-sol-ready(ws-sol-search-index))
                   move ws-not-ready-msg to ws-outcome
                   move "y" to ws-refused-flag
               else
                   move "P" to ws-sol-status(ws-sol-search-index)
                   perform 250-close-order
                   move ws-picked-up-msg to ws-outcome
                   add ws-one to ws-calc-picked-up
                   add ws-sol-deposit(ws-sol-search-index)
                     to ws-calc-applied-deposit
               end-if
           end-if.

      * An order can be cancelled whether or not the goods are in;
      * the deposit goes back to the customer.
       240-cancel-order.
           if (not ws-sol-found)
               move ws-not-open-msg to ws-outcome
               move "y" to ws-refused-flag
           else
               move "C" to ws-sol-status(ws-sol-search-index)
               perform 250-close-order
               move ws-cancelled-msg to ws-outcome
               add ws-one to ws-calc-cancelled
               add ws-sol-deposit(ws-sol-search-index)
                 to ws-calc-refunded-deposit
           end-if.

       250-close-order.
           if (soa-activity-date numeric)
               move soa-activity-date
                 to ws-sol-closed-date(ws-sol-search-index)
           else
               move ws-business-date
                 to ws-sol-closed-date(ws-sol-search-index)
           end-if.

      * The order still on the book under this line's number.
       260-find-order.
           move space to ws-sol-found-flag.
           move ws-one to ws-sol-search-index.

           perform 265-search-orders
             until (ws-sol-search-index > ws-sol-count)
                or (ws-sol-found).

       265-search-orders.
           if (ws-sol-order-num(ws-sol-search-index) = soa-order-num)
              and (ws-sol-awaiting-goods(ws-sol-search-index)
                   or ws-sol-ready(ws-sol-search-index))
               move "y" to ws-sol-found-flag
           else
               add ws-one to ws-sol-search-index
           end-if.

       270-find-sku.
           move space to ws-skm-found-flag.
           move ws-one to ws-skm-search-index.

           perform 275-search-sku-table
             until (ws-skm-search-index > ws-skm-count)
                or (ws-skm-found).

       275-search-sku-table.
           if (ws-skm-sku-code(ws-skm-search-index) = soa-sku-code)
               move "y" to ws-skm-found-flag
           else
               add ws-one to ws-skm-search-index
           end-if.

      * Orders still awaiting goods or pickup go back to the ledger
      * and count toward the deposits held; closed ones move to the
      * history under the date they closed.
       400-rewrite-order-ledger.
           open output order-ledger-file.

           open extend order-history-file.
           if (ws-order-history-status = "35")
               open output order-history-file
           end-if.

           perform 410-rewrite-one-order
             varying ws-sol-counter from ws-one by ws-one
             until ws-sol-counter > ws-sol-count.

           close order-history-file.
           close order-ledger-file.

       410-rewrite-one-order.
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

           if (ws-sol-picked-up(ws-sol-counter))
              or (ws-sol-cancelled(ws-sol-counter))
               move ws-sol-closed-date(ws-sol-counter)
                 to soh-closed-date
               move sol-record to soh-order
               write soh-record
           else
               write sol-record

               add ws-one to ws-sol-store-num(ws-sol-counter)
                 giving ws-store-index
               if (ws-sol-ready(ws-sol-counter))
                   add ws-one to ws-calc-ready
                   add ws-sol-deposit(ws-sol-counter)
                     to ws-calc-ready-deposit
                   add ws-one to ws-sdp-ready-count(ws-store-index)
                   add ws-sol-deposit(ws-sol-counter)
                     to ws-sdp-ready-deposit(ws-store-index)
               else
                   add ws-one to ws-calc-awaiting
                   add ws-sol-deposit(ws-sol-counter)
                     to ws-calc-awaiting-deposit
                   add ws-one to ws-sdp-awaiting-count(ws-store-index)
                   add ws-sol-deposit(ws-sol-counter)
                     to ws-sdp-awaiting-deposit(ws-store-index)
               end-if
           end-if.

      * The desk's activity, the ready orders not collected within
      * the pickup days, and the orders the supplier is late on.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           move "ORDER DESK ACTIVITY" to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           if (ws-act-count = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           else
               write output-line from ws-activity-column-heading
                 after advancing ws-one line
               perform 510-report-one-activity-line
                 varying ws-act-counter from ws-one by ws-one
                 until ws-act-counter > ws-act-count
           end-if.

           move "READY - NOT PICKED UP WITHIN THE PICKUP DAYS"
             to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           move "READY" to wocl-date-title.
           write output-line from ws-order-column-heading
             after advancing ws-one line.
           perform 520-report-one-follow-up
             varying ws-sol-counter from ws-one by ws-one
             until ws-sol-counter > ws-sol-count.
           if (ws-calc-follow-up = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           end-if.

           move "PAST EXPECTED DATE - GOODS NOT RECEIVED"
             to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           move "EXPECTED" to wocl-date-title.
           write output-line from ws-order-column-heading
             after advancing ws-one line.
           perform 530-report-one-late-order
             varying ws-sol-counter from ws-one by ws-one
             until ws-sol-counter > ws-sol-count.
           if (ws-calc-late = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           end-if.

           move ws-calc-opened to wsm-opened.
           move ws-calc-opened-deposit to wsm-opened-deposit.
           move ws-calc-picked-up to wsm-picked-up.
           move ws-calc-applied-deposit to wsm-applied-deposit.
           move ws-calc-cancelled to wsm-cancelled.
           move ws-calc-refunded-deposit to wsm-refunded-deposit.
           move ws-calc-refused to wsm-refused.
           write output-line from ws-summary-line1
             after advancing ws-two line.

           move ws-calc-awaiting to wsm-awaiting.
           move ws-calc-awaiting-deposit to wsm-awaiting-deposit.
           move ws-calc-ready to wsm-ready.
           move ws-calc-ready-deposit to wsm-ready-deposit.
           move ws-calc-follow-up to wsm-follow-up.
           move ws-calc-late to wsm-late.
           write output-line from ws-summary-line2
             after advancing ws-one line.

           close output-file.

       510-report-one-activity-line.
           move ws-act-action(ws-act-counter) to wal-action.
           move ws-act-order-num(ws-act-counter) to wal-order-num.
           move ws-act-store-num(ws-act-counter) to wal-store-num.
           move ws-act-customer-name(ws-act-counter)
             to wal-customer-name.
           move ws-act-deposit(ws-act-counter) to wal-deposit.
           move ws-act-outcome(ws-act-counter) to wal-outcome.
           write output-line from ws-activity-line
             after advancing ws-one line.

       520-report-one-follow-up.
           if (ws-sol-ready(ws-sol-counter))
               move ws-sol-ready-date(ws-sol-counter)
                 to ws-day-num-input
               perform 540-compute-days-waiting
               if (ws-days-waiting > ws-pickup-days)
                   move ws-sol-ready-date(ws-sol-counter) to wol-date
                   perform 545-write-order-line
                   add ws-one to ws-calc-follow-up
               end-if
           end-if.

       530-report-one-late-order.
           if (ws-sol-awaiting-goods(ws-sol-counter))
              and (ws-sol-expected-date(ws-sol-counter)
                   < ws-business-date)
               move ws-sol-expected-date(ws-sol-counter)
                 to ws-day-num-input
               perform 540-compute-days-waiting
               move ws-sol-expected-date(ws-sol-counter) to wol-date
               perform 545-write-order-line
               add ws-one to ws-calc-late
           end-if.

      * Days from the date in ws-day-num-input to the business
      * date, on the day-number scale.
       540-compute-days-waiting.
           perform 150-compute-day-number.

           if (ws-day-num-work < ws-run-day-num)
               subtract ws-day-num-work from ws-run-day-num
                 giving ws-days-waiting
           else
               move ws-zero to ws-days-waiting
           end-if.

       545-write-order-line.
           move ws-sol-order-num(ws-sol-counter) to wol-order-num.
           move ws-sol-store-num(ws-sol-counter) to wol-store-num.
           move ws-sol-customer-name(ws-sol-counter)
             to wol-customer-name.
           move ws-sol-customer-phone(ws-sol-counter)
             to wol-customer-phone.
           move ws-sol-sku-code(ws-sol-counter) to wol-sku-code.
           move ws-sol-quantity(ws-sol-counter) to wol-quantity.
           move ws-sol-deposit(ws-sol-counter) to wol-deposit.
           move ws-days-waiting to wol-days.
           write output-line from ws-order-line
             after advancing ws-one line.

      * Deposits held for finance - by store, split between orders
      * still awaiting goods and orders ready for pickup.
       550-write-deposit-report.
           open output deposit-report-file.

           move ws-business-date to ws-dep-hdg-date.
           write deposit-line from ws-heading1-name-line
             after advancing ws-one line.
           write deposit-line from ws-deposit-heading1
             after advancing ws-two line.

           if (ws-calc-awaiting = ws-zero)
              and (ws-calc-ready = ws-zero)
               write deposit-line from ws-deposit-none-line
                 after advancing ws-two line
           else
               write deposit-line from ws-deposit-column-heading
                 after advancing ws-two line
               perform 560-write-one-store-deposit
                 varying ws-store-counter from ws-one by ws-one
                 until ws-store-counter > ws-store-slots

               move "ALL STORES" to wdl-label
               move ws-calc-awaiting to wdl-awaiting-count
               move ws-calc-awaiting-deposit to wdl-awaiting-deposit
               move ws-calc-ready to wdl-ready-count
               move ws-calc-ready-deposit to wdl-ready-deposit
               add ws-calc-awaiting-deposit ws-calc-ready-deposit
                 giving ws-calc-held-deposit
               move ws-calc-held-deposit to wdl-held-deposit
               write deposit-line from ws-deposit-store-line
                 after advancing ws-two line
           end-if.

           close deposit-report-file.

       560-write-one-store-deposit.
           if (ws-sdp-awaiting-count(ws-store-counter) > ws-zero)
              or (ws-sdp-ready-count(ws-store-counter) > ws-zero)
               subtract ws-one from ws-store-counter
                 giving ws-store-label-num
               move ws-store-label-num(2:2) to wdsl-store-num
               move ws-deposit-store-label to wdl-label
               move ws-sdp-awaiting-count(ws-store-counter)
                 to wdl-awaiting-count
               move ws-sdp-awaiting-deposit(ws-store-counter)
                 to wdl-awaiting-deposit
               move ws-sdp-ready-count(ws-store-counter)
                 to wdl-ready-count
               move ws-sdp-ready-deposit(ws-store-counter)
                 to wdl-ready-deposit
               add ws-sdp-awaiting-deposit(ws-store-counter)
                   ws-sdp-ready-deposit(ws-store-counter)
                 giving ws-store-held-deposit
               move ws-store-held-deposit to wdl-held-deposit
               write deposit-line from ws-deposit-store-line
                 after advancing ws-one line
           end-if.

      * close out
       600-close-out.
           display ws-status-message.

           display ws-blank.
           display ws-output-dest-message.

           if (not ws-unattended)
               display ws-blank
               display ws-exit-message
               accept return-code
           end-if.

       end program Program38SpecialOrders.

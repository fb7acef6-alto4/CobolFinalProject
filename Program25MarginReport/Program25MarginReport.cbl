       identification division.
       program-id. Program25MarginReport.

      ******************************************************************
      * Program Description: This program prices the day's goods at
      * cost so the business can see what it made on what it sold,
      * not just what it sold. Every S and L line on the sales/
      * layaway split file and every R line on the returns split
      * file is costed at the SKU master's unit cost times the
      * line's quantity, then rolled up by department (off the SKU
      * master) and by store. The report shows sales, returns, net
      * sales, cost of goods and gross margin with its percentage of
      * net sales, a department section and a store section, and
      * counts any line whose SKU carries no cost so an unpriced
      * item cannot quietly inflate the margin. The per-store cost
      * figures are also written to an interface file that
      * Program10GLPosting turns into the cost-of-goods / inventory
      * entry pair, so the ledger carries margin without a month-
      * end journal. Run after Program2DataSplitAndCount and before
      * Program10GLPosting.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * The day's sales/layaway records split off by Program2Data-
      * SplitAndCount - the goods that went out.
                  select sl-data-file
                      assign to "../../../data/S&LDataFile.out"
                      organization is indexed
                      access mode is sequential
                      record key is sll-invoice-num with duplicates
                      file status is ws-sl-data-status.

      * The day's returns - the goods that came back.
                  select r-data-file
                      assign to "../../../data/ReturnsDataFile.out"
                      organization is indexed
                      access mode is sequential
                      record key is rl-invoice-num with duplicates
                      file status is ws-r-data-status.

      * SKU item-master reference file - department and unit cost.
                  select sku-master-file
                      assign to "../../../data/SkuMaster.dat"
                      organization is line sequential
                      file status is ws-sku-master-status.

                  select output-file
                      assign to "../../../data/MarginReport.out"
                      organization is line sequential.

      * Per-store cost of goods sold and returned, stamped with the
      * business date - picked up by Program10GLPosting for the
      * cost-of-goods / inventory legs of that date only.
                  select store-cost-totals-file
                      assign to "../../../data/StoreCostTotals.dat"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch and the business date.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd sl-data-file
                         data record is sl-line
                         record contains 70 characters.

       01 sl-line.
         05 sll-code pic x.
           88 sll-code-s value "S".
           88 sll-code-l value "L".
         05 sll-amount pic 9(5)v99.
         05 sll-payment-type pic x(2).
         05 sll-store-num pic 99.
         05 sll-invoice-num pic x(9).
         05 sll-sku-code pic x(15).
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
         05 rl-amount pic 9(5)v99.
         05 rl-payment-type pic x(2).
         05 rl-store-num pic 99.
         05 rl-invoice-num pic x(9).
         05 rl-sku-code pic x(15).
         05 rl-trans-date pic 9(8).
         05 rl-reason-code pic x(2).
         05 rl-cashier-id pic 9(4).
         05 rl-quantity pic 9(3).
         05 rl-foreign-amount pic 9(5)v99.
         05 rl-member-num     pic x(10).

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
            record contains 120 characters.

       01 output-line pic x(120).

       fd store-cost-totals-file
           data record is sct-record
           record contains 28 characters.

       01 sct-record.
           05 sct-post-date pic 9(8).
           05 sct-store-num pic 99.
           05 sct-sales-cost pic 9(7)v99.
           05 sct-return-cost pic 9(7)v99.

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-sl-data-status pic xx value spaces.
       01 ws-r-data-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-r-eof-flag pic x value "N".
       01 ws-skm-eof-flag pic x value "N".

       01 ws-business-date pic 9(8) value 0.

      * SKU department and cost table. A master bigger than the
      * table stops the run - a SKU that fell off the end would be
      * costed at nothing and overstate the margin.
       01 ws-sku-master-table.
         05 ws-sku-entry occurs 200 times.
           10 ws-skm-sku-code pic x(15).
           10 ws-skm-department pic x(2).
           10 ws-skm-unit-cost pic 9(5)v99.
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

      * The line being costed - department, store, amount, cost, and
      * which side it lands on.
       01 ws-lookup-sku pic x(15) value spaces.
       01 ws-lookup-dept pic x(2) value spaces.
       01 ws-lookup-store pic 99 value 0.
       01 ws-lookup-amount pic 9(5)v99 value 0.
       01 ws-lookup-quantity pic 9(3) value 0.
       01 ws-lookup-cost pic 9(7)v99 value 0.
       01 ws-lookup-side pic x value space.
       01 ws-no-cost-count pic 9(5) value 0.

      * Per-department accumulation. A slot opens the first time a
      * department shows up; past the cap the overflow folds into
      * the last slot so the money is never dropped.
       01 ws-dept-table.
           05 ws-dpt-entry occurs 50 times.
               10 ws-dpt-department pic x(2).
               10 ws-dpt-sales-amount pic 9(8)v99.
               10 ws-dpt-return-amount pic 9(8)v99.
               10 ws-dpt-sales-cost pic 9(8)v99.
               10 ws-dpt-return-cost pic 9(8)v99.
       01 ws-dpt-counters.
           05 ws-dpt-count pic 99 value 0.
           05 ws-dpt-search-index pic 99 value 0.
           05 ws-dpt-index pic 99 value 0.
           05 ws-dpt-counter pic 99 value 0.
       01 ws-dpt-found-flag pic x value space.
           88 ws-dpt-found value "y".
       77 ws-dpt-table-max pic 99 value 50.

      * Per-store accumulation - sized to everything Program2Data-
      * SplitAndCount can emit (50 stores plus its unknown slot).
       01 ws-store-table.
           05 ws-sto-entry occurs 51 times.
               10 ws-sto-store-num pic 99.
               10 ws-sto-sales-amount pic 9(8)v99.
               10 ws-sto-return-amount pic 9(8)v99.
               10 ws-sto-sales-cost pic 9(8)v99.
               10 ws-sto-return-cost pic 9(8)v99.
       01 ws-sto-counters.
           05 ws-sto-count pic 99 value 0.
           05 ws-sto-search-index pic 99 value 0.
           05 ws-sto-index pic 99 value 0.
           05 ws-sto-counter pic 99 value 0.
       01 ws-sto-found-flag pic x value space.
           88 ws-sto-found value "y".
       77 ws-sto-table-max pic 99 value 51.

       01 ws-table-overflow-flag pic x value space.
           88 ws-table-overflowed value "y".
       77 ws-table-overflow-msg pic x(44)
           value "MARGIN TABLE FULL - LAST SLOT SHARED".

      * Chain totals - the same figures both sections add up to.
       01 ws-chain-totals.
           05 ws-tot-sales-amount pic 9(8)v99 value 0.
           05 ws-tot-return-amount pic 9(8)v99 value 0.
           05 ws-tot-sales-cost pic 9(8)v99 value 0.
           05 ws-tot-return-cost pic 9(8)v99 value 0.

      * One report line's arithmetic.
       01 ws-margin-calc.
           05 ws-calc-sales-amount pic 9(8)v99 value 0.
           05 ws-calc-return-amount pic 9(8)v99 value 0.
           05 ws-calc-sales-cost pic 9(8)v99 value 0.
           05 ws-calc-return-cost pic 9(8)v99 value 0.
           05 ws-net-sales pic s9(8)v99 value 0.
           05 ws-net-cost pic s9(8)v99 value 0.
           05 ws-gross-margin pic s9(8)v99 value 0.
           05 ws-pct-work pic s9(10)v99 value 0.
           05 ws-margin-pct pic s9(3)v9 value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(19) value "GROSS MARGIN REPORT".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-dept-section-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(24) value "MARGIN BY DEPARTMENT".

       01 ws-store-section-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(24) value "MARGIN BY STORE".

       01 ws-column-heading.
           05 filler pic x(3) value spaces.
           05 wcl-key-title pic x(6).
           05 filler pic x(15) value "SALES".
           05 filler pic x(15) value "RETURNS".
           05 filler pic x(15) value "NET SALES".
           05 filler pic x(15) value "COST OF GOODS".
           05 filler pic x(16) value "GROSS MARGIN".
           05 filler pic x(8) value "MARGIN %".

       01 ws-margin-line.
           05 filler pic x(3) value spaces.
           05 wml-key pic x(6).
           05 wml-sales pic $$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wml-returns pic $$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wml-net-sales pic +$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wml-net-cost pic +$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wml-margin pic +$,$$$,$$9.99.
           05 filler pic x(3) value spaces.
           05 wml-margin-pct pic +zz9.9.

       01 ws-no-cost-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(32)
               value "LINES WITH NO COST ON THE SKU: ".
           05 wnc-count pic zzzz9.

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Computing gross margin.".
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
       77 ws-total-key pic x(6) value "TOTAL".
      *

       procedure division.

      * Main Method
       000-Main.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           perform 110-load-sku-master.
           perform 200-cost-sales.
           perform 300-cost-returns.
           perform 500-write-report.
           perform 600-write-store-cost-totals.
           perform 700-close-out.
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

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Load the SKU departments and costs.
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
           move skm-department to ws-skm-department(ws-skm-count).
           if (skm-unit-cost numeric)
               move skm-unit-cost to ws-skm-unit-cost(ws-skm-count)
           else
               move ws-zero to ws-skm-unit-cost(ws-skm-count)
           end-if.

           read sku-master-file
               at end move ws-file-empty to ws-skm-eof-flag.

      * Every S and L line costs out on the sales side.
       200-cost-sales.
           open input sl-data-file.
           if (ws-sl-data-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               read sl-data-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.
           perform 210-cost-one-sale
             until ws-eof-flag = ws-file-empty.
           if (ws-sl-data-status not = "35")
               close sl-data-file
           end-if.

       210-cost-one-sale.
           if (sll-code-s or sll-code-l)
               move sll-sku-code to ws-lookup-sku
               move sll-store-num to ws-lookup-store
               move sll-amount to ws-lookup-amount
               move sll-quantity to ws-lookup-quantity
               move "S" to ws-lookup-side
               perform 220-cost-one-line
           end-if.
           read sl-data-file
               at end move ws-file-empty to ws-eof-flag.

      * The department is the SKU's row on the master when it has
      * one, else the SKU's own two-letter prefix; the cost is the
      * master's unit cost for the whole quantity on the line. A
      * line with no cost to go on is counted for the report.
       220-cost-one-line.
           move space to ws-skm-found-flag.
           move ws-one to ws-skm-search-index.
           perform 225-search-sku-table
             until (ws-skm-search-index > ws-skm-count)
                or (ws-skm-found).

           if (ws-skm-found)
               move ws-skm-department(ws-skm-search-index)
                 to ws-lookup-dept
               multiply ws-skm-unit-cost(ws-skm-search-index)
                 by ws-lookup-quantity
                 giving ws-lookup-cost
           else
               move ws-lookup-sku(1:2) to ws-lookup-dept
               move ws-zero to ws-lookup-cost
           end-if.

           if (ws-lookup-cost = ws-zero)
               add ws-one to ws-no-cost-count
           end-if.

           perform 230-accumulate-department.
           perform 240-accumulate-store.

           if (ws-lookup-side = "S")
               add ws-lookup-amount to ws-tot-sales-amount
               add ws-lookup-cost to ws-tot-sales-cost
           else
               add ws-lookup-amount to ws-tot-return-amount
               add ws-lookup-cost to ws-tot-return-cost
           end-if.

       225-search-sku-table.
           if (ws-lookup-sku
               = ws-skm-sku-code(ws-skm-search-index))
               move "y" to ws-skm-found-flag
           else
               add ws-one to ws-skm-search-index
           end-if.

      * Find (or open, zeroed) the department slot and add the line
      * to whichever side the caller set.
       230-accumulate-department.
           move space to ws-dpt-found-flag.
           move ws-one to ws-dpt-search-index.
           perform 235-search-department-slots
             until (ws-dpt-search-index > ws-dpt-count)
                or (ws-dpt-found).
           if (not ws-dpt-found)
               if (ws-dpt-count < ws-dpt-table-max)
                   add ws-one to ws-dpt-count
                   move ws-dpt-count to ws-dpt-index
                   move ws-lookup-dept
                     to ws-dpt-department(ws-dpt-index)
                   move ws-zero
                     to ws-dpt-sales-amount(ws-dpt-index)
                   move ws-zero
                     to ws-dpt-return-amount(ws-dpt-index)
                   move ws-zero
                     to ws-dpt-sales-cost(ws-dpt-index)
                   move ws-zero
                     to ws-dpt-return-cost(ws-dpt-index)
               else
                   move ws-dpt-table-max to ws-dpt-index
                   perform 290-note-table-overflow
               end-if
           end-if.
           if (ws-lookup-side = "S")
               add ws-lookup-amount
                 to ws-dpt-sales-amount(ws-dpt-index)
               add ws-lookup-cost
                 to ws-dpt-sales-cost(ws-dpt-index)
           else
               add ws-lookup-amount
                 to ws-dpt-return-amount(ws-dpt-index)
               add ws-lookup-cost
                 to ws-dpt-return-cost(ws-dpt-index)
           end-if.

       235-search-department-slots.
           if (ws-dpt-department(ws-dpt-search-index)
               = ws-lookup-dept)
               move ws-dpt-search-index to ws-dpt-index
               move "y" to ws-dpt-found-flag
           else
               add ws-one to ws-dpt-search-index
           end-if.

      * Same again for the store slot.
       240-accumulate-store.
           move space to ws-sto-found-flag.
           move ws-one to ws-sto-search-index.
           perform 245-search-store-slots
             until (ws-sto-search-index > ws-sto-count)
                or (ws-sto-found).
           if (not ws-sto-found)
               if (ws-sto-count < ws-sto-table-max)
                   add ws-one to ws-sto-count
                   move ws-sto-count to ws-sto-index
                   move ws-lookup-store
                     to ws-sto-store-num(ws-sto-index)
                   move ws-zero
                     to ws-sto-sales-amount(ws-sto-index)
                   move ws-zero
                     to ws-sto-return-amount(ws-sto-index)
                   move ws-zero
                     to ws-sto-sales-cost(ws-sto-index)
                   move ws-zero
                     to ws-sto-return-cost(ws-sto-index)
               else
                   move ws-sto-table-max to ws-sto-index
                   perform 290-note-table-overflow
               end-if
           end-if.
           if (ws-lookup-side = "S")
               add ws-lookup-amount
                 to ws-sto-sales-amount(ws-sto-index)
               add ws-lookup-cost
                 to ws-sto-sales-cost(ws-sto-index)
           else
               add ws-lookup-amount
                 to ws-sto-return-amount(ws-sto-index)
               add ws-lookup-cost
                 to ws-sto-return-cost(ws-sto-index)
           end-if.

       245-search-store-slots.
           if (ws-sto-store-num(ws-sto-search-index)
               = ws-lookup-store)
               move ws-sto-search-index to ws-sto-index
               move "y" to ws-sto-found-flag
           else
               add ws-one to ws-sto-search-index
           end-if.

       290-note-table-overflow.
           if (not ws-table-overflowed)
               move "y" to ws-table-overflow-flag
               display ws-table-overflow-msg
           end-if.

      * Every R line costs out on the returns side - the goods are
      * back on the shelf, so their cost comes back off cost of
      * goods sold.
       300-cost-returns.
           open input r-data-file.
           if (ws-r-data-status not = "00")
               move ws-file-empty to ws-r-eof-flag
           else
               read r-data-file
                   at end move ws-file-empty to ws-r-eof-flag
               end-read
           end-if.
           perform 310-cost-one-return
             until ws-r-eof-flag = ws-file-empty.
           if (ws-r-data-status not = "35")
               close r-data-file
           end-if.

       310-cost-one-return.
           move rl-sku-code to ws-lookup-sku.
           move rl-store-num to ws-lookup-store.
           move rl-amount to ws-lookup-amount.
           move rl-quantity to ws-lookup-quantity.
           move "R" to ws-lookup-side.
           perform 220-cost-one-line.
           read r-data-file
               at end move ws-file-empty to ws-r-eof-flag.

      * Department section, store section, each closed off with the
      * chain total, then the count of lines nobody could cost.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           write output-line from ws-dept-section-heading
             after advancing ws-two line.
           move "DEPT" to wcl-key-title.
           write output-line from ws-column-heading
             after advancing ws-one line.
           perform 510-write-one-dept-line
             varying ws-dpt-counter from ws-one by ws-one
             until ws-dpt-counter > ws-dpt-count.
           perform 540-write-total-line.

           write output-line from ws-store-section-heading
             after advancing ws-two line.
           move "STORE" to wcl-key-title.
           write output-line from ws-column-heading
             after advancing ws-one line.
           perform 520-write-one-store-line
             varying ws-sto-counter from ws-one by ws-one
             until ws-sto-counter > ws-sto-count.
           perform 540-write-total-line.

           move ws-no-cost-count to wnc-count.
           write output-line from ws-no-cost-line
             after advancing ws-two line.

           close output-file.

       510-write-one-dept-line.
           move ws-dpt-department(ws-dpt-counter) to wml-key.
           move ws-dpt-sales-amount(ws-dpt-counter)
             to ws-calc-sales-amount.
           move ws-dpt-return-amount(ws-dpt-counter)
             to ws-calc-return-amount.
           move ws-dpt-sales-cost(ws-dpt-counter)
             to ws-calc-sales-cost.
           move ws-dpt-return-cost(ws-dpt-counter)
             to ws-calc-return-cost.
           perform 530-write-margin-line.

       520-write-one-store-line.
           move spaces to wml-key.
           move ws-sto-store-num(ws-sto-counter) to wml-key(1:2).
           move ws-sto-sales-amount(ws-sto-counter)
             to ws-calc-sales-amount.
           move ws-sto-return-amount(ws-sto-counter)
             to ws-calc-return-amount.
           move ws-sto-sales-cost(ws-sto-counter)
             to ws-calc-sales-cost.
           move ws-sto-return-cost(ws-sto-counter)
             to ws-calc-return-cost.
           perform 530-write-margin-line.

      * Net the sales and the cost, take the margin, and express it
      * as a percentage of net sales - a department or store that
      * returned more than it sold shows no percentage at all.
       530-write-margin-line.
           subtract ws-calc-return-amount from ws-calc-sales-amount
             giving ws-net-sales.
           subtract ws-calc-return-cost from ws-calc-sales-cost
             giving ws-net-cost.
           subtract ws-net-cost from ws-net-sales
             giving ws-gross-margin.

           move ws-zero to ws-margin-pct.
           if (ws-net-sales > ws-zero)
               multiply ws-gross-margin by 100 giving ws-pct-work
               divide ws-pct-work by ws-net-sales
                 giving ws-margin-pct rounded
                 on size error
                     move ws-zero to ws-margin-pct
               end-divide
           end-if.

           move ws-calc-sales-amount to wml-sales.
           move ws-calc-return-amount to wml-returns.
           move ws-net-sales to wml-net-sales.
           move ws-net-cost to wml-net-cost.
           move ws-gross-margin to wml-margin.
           move ws-margin-pct to wml-margin-pct.

           write output-line from ws-margin-line
             after advancing ws-one line.

       540-write-total-line.
           move ws-total-key to wml-key.
           move ws-tot-sales-amount to ws-calc-sales-amount.
           move ws-tot-return-amount to ws-calc-return-amount.
           move ws-tot-sales-cost to ws-calc-sales-cost.
           move ws-tot-return-cost to ws-calc-return-cost.
           perform 530-write-margin-line.

      * One interface record per store seen, cost of goods sold and
      * cost of goods returned kept apart for the posting step.
       600-write-store-cost-totals.
           open output store-cost-totals-file.

           perform 610-write-one-store-cost
             varying ws-sto-counter from ws-one by ws-one
             until ws-sto-counter > ws-sto-count.

           close store-cost-totals-file.

       610-write-one-store-cost.
           move ws-business-date to sct-post-date.
           move ws-sto-store-num(ws-sto-counter) to sct-store-num.
           move ws-sto-sales-cost(ws-sto-counter) to sct-sales-cost.
           move ws-sto-return-cost(ws-sto-counter)
             to sct-return-cost.
           write sct-record.

      * close out
       700-close-out.
           display ws-status-message.

           display ws-blank.
           display ws-output-dest-message.

           if (not ws-unattended)
               display ws-blank
               display ws-exit-message
               accept return-code
           end-if.

       end program Program25MarginReport.

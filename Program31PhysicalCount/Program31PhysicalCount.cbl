       identification division.
       program-id. Program31PhysicalCount.

      ******************************************************************
      * Program Description: This program checks the perpetual
      * on-hand Program18InventoryPosting keeps against what is
      * actually on the shelves. Count sheets come in for full
      * physical counts and rolling cycle counts - store, SKU,
      * counted quantity, count date - and every line is set
      * against the book on-hand for that store and SKU. On a full
      * count, every SKU the book holds at the store that nobody
      * counted was counted at zero. The count variance report
      * shows book against counted by department, in units and at
      * the SKU master's unit cost. While the count is being worked
      * the run changes nothing; once it is approved (COUNT-
      * APPROVED=Y on the run-parameter file) on-hand is set to the
      * counted figures, the shrink and count gain at cost are
      * filed per store for Program10GLPosting to post against the
      * inventory-shrink account, the counted lines move to the
      * count history and the count sheet is cleared.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * Count sheets - one line per store and SKU counted. The same
      * SKU counted in two places on the floor comes in as two
      * lines and is added together.
                  select count-sheet-file
                      assign to "../../../data/CountSheet.dat"
                      organization is line sequential
                      file status is ws-count-sheet-status.

      * SKU item-master reference file - department and unit cost.
                  select sku-master-file
                      assign to "../../../data/SkuMaster.dat"
                      organization is line sequential
                      file status is ws-sku-master-status.

      * The on-hand balance file Program18InventoryPosting carries,
      * keyed by store then SKU.
                  select on-hand-file
                      assign to "../../../data/OnHandBalance.dat"
                      organization is indexed
                      access mode is dynamic
                      record key is ohb-key
                      file status is ws-on-hand-status.

      * Approved count lines, book and counted, kept once the count
      * sheet is cleared.
                  select count-history-file
                      assign to "../../../data/CountHistory.dat"
                      organization is line sequential
                      file status is ws-count-history-status.

      * Per-store shrink and count gain at cost, under the date the
      * count was approved - picked up by Program10GLPosting for the
      * inventory-shrink legs.
                  select store-shrink-file
                      assign to "../../../data/StoreShrinkTotals.dat"
                      organization is line sequential
                      file status is ws-store-shrink-status.

                  select output-file
                      assign to "../../../data/CountVariance.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch, the business date and
      * the count approval.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd count-sheet-file
           data record is cnt-record
           record contains 31 characters.

       01 cnt-record.
           05 cnt-store-num pic 99.
           05 cnt-sku-code pic x(15).
           05 cnt-counted-qty pic 9(5).
           05 cnt-count-date pic 9(8).
           05 cnt-count-type pic x.
               88 cnt-full-count value "F".
               88 cnt-cycle-count value "C".

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

       fd on-hand-file
           data record is ohb-record
           record contains 33 characters.

       01 ohb-record.
           05 ohb-key.
               10 ohb-store-num pic 99.
               10 ohb-sku-code pic x(15).
           05 ohb-on-hand pic s9(7).
           05 ohb-last-movement pic 9(8).

       fd count-history-file
           data record is cth-record
           record contains 46 characters.

       01 cth-record.
           05 cth-approved-date pic 9(8).
           05 cth-store-num pic 99.
           05 cth-sku-code pic x(15).
           05 cth-book-qty pic s9(7).
           05 cth-counted-qty pic 9(5).
           05 cth-count-date pic 9(8).
           05 cth-count-type pic x.

       fd store-shrink-file
           data record is sst-record
           record contains 28 characters.

       01 sst-record.
           05 sst-post-date pic 9(8).
           05 sst-store-num pic 99.
           05 sst-shrink-cost pic 9(7)v99.
           05 sst-gain-cost pic 9(7)v99.

       fd output-file
            data record is report-line
            record contains 120 characters.

       01 output-line pic x(120).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-count-sheet-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-on-hand-status pic xx value spaces.
       01 ws-count-history-status pic xx value spaces.
       01 ws-store-shrink-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

      * A count is worked, recounted and reported as often as it
      * takes; only an approved count touches on-hand.
       01 ws-approved-flag pic x value "N".
           88 ws-count-approved value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-no-book-flag pic x value space.
           88 ws-no-book value "y".
       01 ws-skm-eof-flag pic x value "N".
       01 ws-business-date pic 9(8) value 0.

      * SKU department and cost table. A master bigger than the
      * table stops the run - a SKU that fell off the end would be
      * valued at nothing and understate the shrink.
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
       77 ws-cnt-overflow-msg pic x(44)
           value "MORE COUNT LINES THAN THE TABLE HOLDS".

      * Every store and SKU in the count - the sheet lines, then on
      * a full count the book SKUs nobody counted - with its book,
      * counted and variance figures.
       01 ws-count-table.
           05 ws-cnt-entry occurs 2000 times.
               10 ws-cnt-store-num pic 99.
               10 ws-cnt-sku-code pic x(15).
               10 ws-cnt-department pic x(2).
               10 ws-cnt-unit-cost pic 9(5)v99.
               10 ws-cnt-count-date pic 9(8).
               10 ws-cnt-count-type pic x.
               10 ws-cnt-book-qty pic s9(7).
               10 ws-cnt-counted-qty pic 9(5).
               10 ws-cnt-variance-qty pic s9(7).
               10 ws-cnt-variance-cost pic s9(9)v99.
       01 ws-cnt-counters.
           05 ws-cnt-count pic 9(4) value 0.
           05 ws-cnt-search-index pic 9(4) value 0.
           05 ws-cnt-counter pic 9(4) value 0.
       01 ws-cnt-found-flag pic x value space.
           88 ws-cnt-found value "y".
       77 ws-cnt-table-max pic 9(4) value 2000.

      * Stores taking a full count, and the date they counted.
       01 ws-full-count-table.
           05 ws-fct-entry occurs 51 times.
               10 ws-fct-store-num pic 99.
               10 ws-fct-count-date pic 9(8).
       01 ws-fct-counters.
           05 ws-fct-count pic 99 value 0.
           05 ws-fct-search-index pic 99 value 0.
           05 ws-fct-counter pic 99 value 0.
       01 ws-fct-found-flag pic x value space.
           88 ws-fct-found value "y".
       77 ws-fct-table-max pic 99 value 51.
       01 ws-scan-store pic 99 value 0.
       01 ws-scan-sku pic x(15) value spaces.
       01 ws-scan-done-flag pic x value space.
           88 ws-scan-done value "y".

      * Per-store shrink and gain at cost, for the posting file.
       01 ws-store-shrink-table.
           05 ws-ssk-entry occurs 51 times.
               10 ws-ssk-store-num pic 99.
               10 ws-ssk-shrink-cost pic 9(7)v99.
               10 ws-ssk-gain-cost pic 9(7)v99.
       01 ws-ssk-counters.
           05 ws-ssk-count pic 99 value 0.
           05 ws-ssk-search-index pic 99 value 0.
           05 ws-ssk-counter pic 99 value 0.
       01 ws-ssk-found-flag pic x value space.
           88 ws-ssk-found value "y".
       77 ws-ssk-table-max pic 99 value 51.

      * Departments in the count, in the order met.
       01 ws-dept-list.
           05 ws-dl-department pic x(2) occurs 50 times.
       01 ws-dl-counters.
           05 ws-dl-count pic 99 value 0.
           05 ws-dl-search-index pic 99 value 0.
           05 ws-dl-counter pic 99 value 0.
       01 ws-dl-found-flag pic x value space.
           88 ws-dl-found value "y".
       77 ws-dl-table-max pic 99 value 50.

       01 ws-dept-totals.
           05 ws-dpt-book-qty pic s9(8) value 0.
           05 ws-dpt-counted-qty pic 9(8) value 0.
           05 ws-dpt-variance-qty pic s9(8) value 0.
           05 ws-dpt-variance-cost pic s9(9)v99 value 0.

      * Run totals
       01 ws-calc.
           05 ws-calc-sheet-lines pic 9(5) value 0.
           05 ws-calc-uncounted pic 9(5) value 0.
           05 ws-calc-book-qty pic s9(8) value 0.
           05 ws-calc-counted-qty pic 9(8) value 0.
           05 ws-calc-variance-qty pic s9(8) value 0.
           05 ws-calc-variance-cost pic s9(9)v99 value 0.
           05 ws-calc-shrink-cost pic 9(9)v99 value 0.
           05 ws-calc-gain-cost pic 9(9)v99 value 0.
           05 ws-calc-net-cost pic s9(9)v99 value 0.
           05 ws-calc-no-cost pic 9(5) value 0.
           05 ws-calc-adjusted pic 9(5) value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(24) value "COUNT VARIANCE REPORT".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-preliminary-line.
         05 filler pic x(8) value spaces.
         05 filler pic x(48)
               value "NOT APPROVED - ON-HAND LEFT AS IT IS".

       01 ws-approved-line.
         05 filler pic x(8) value spaces.
         05 filler pic x(48)
               value "APPROVED - ON-HAND SET TO COUNTED, SHRINK FILED".

       01 ws-dept-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value "DEPARTMENT ".
           05 wdh-department pic x(2).

       01 ws-column-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(6) value "STORE".
           05 filler pic x(17) value "SKU".
           05 filler pic x(6) value "TYPE".
           05 filler pic x(9) value "DATE".
           05 filler pic x(9) value "    BOOK".
           05 filler pic x(9) value " COUNTED".
           05 filler pic x(9) value "VARIANCE".
           05 filler pic x(14) value "       AT COST".

       01 ws-count-line.
           05 filler pic x(5) value spaces.
           05 wcl-store-num pic 99.
           05 filler pic x(4) value spaces.
           05 wcl-sku-code pic x(15).
           05 filler pic x(2) value spaces.
           05 wcl-type pic x(5).
           05 filler pic x(1) value spaces.
           05 wcl-count-date pic 9(8).
           05 filler pic x(1) value spaces.
           05 wcl-book-qty pic -(7)9.
           05 filler pic x(1) value spaces.
           05 wcl-counted-qty pic z(7)9.
           05 filler pic x(1) value spaces.
           05 wcl-variance-qty pic -(7)9.
           05 filler pic x(1) value spaces.
           05 wcl-variance-cost pic +zz,zzz,zz9.99.
           05 filler pic x(2) value spaces.
           05 wcl-note pic x(14).

       01 ws-dept-total-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(17) value "DEPARTMENT TOTAL ".
           05 wdt-department pic x(2).
           05 filler pic x(17) value spaces.
           05 wdt-book-qty pic -(7)9.
           05 filler pic x(1) value spaces.
           05 wdt-counted-qty pic z(7)9.
           05 filler pic x(1) value spaces.
           05 wdt-variance-qty pic -(7)9.
           05 filler pic x(1) value spaces.
           05 wdt-variance-cost pic +zz,zzz,zz9.99.

       01 ws-grand-total-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(19) value "ALL DEPARTMENTS".
           05 filler pic x(17) value spaces.
           05 wgt-book-qty pic -(7)9.
           05 filler pic x(1) value spaces.
           05 wgt-counted-qty pic z(7)9.
           05 filler pic x(1) value spaces.
           05 wgt-variance-qty pic -(7)9.
           05 filler pic x(1) value spaces.
           05 wgt-variance-cost pic +zz,zzz,zz9.99.

       01 ws-shrink-summary-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(16) value "SHRINK AT COST: ".
           05 wss-shrink-cost pic zz,zzz,zz9.99.
           05 filler pic x(17) value "   GAIN AT COST: ".
           05 wss-gain-cost pic zz,zzz,zz9.99.
           05 filler pic x(16) value "   NET SHRINK: ".
           05 wss-net-cost pic +zz,zzz,zz9.99.

       01 ws-count-summary-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(13) value "SHEET LINES: ".
           05 wcs-sheet-lines pic zzzz9.
           05 filler pic x(25) value "   UNCOUNTED ON FULL: ".
           05 wcs-uncounted pic zzzz9.
           05 filler pic x(18) value "   NO UNIT COST: ".
           05 wcs-no-cost pic zzzz9.
           05 filler pic x(13) value "   ADJUSTED: ".
           05 wcs-adjusted pic zzzz9.

       01 ws-no-count-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(30) value "NO COUNT SHEETS TO PROCESS".

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Reconciling the physical count.".
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
      *

       procedure division.

      * Main Method
       000-Main.
           initialize ws-count-table.
           initialize ws-store-shrink-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           perform 110-load-sku-master.
           perform 200-load-count-sheet.

           perform 120-open-on-hand.

           if (not ws-no-book)
               perform 300-take-book-figures
                 varying ws-cnt-counter from ws-one by ws-one
                 until ws-cnt-counter > ws-cnt-count
               perform 320-add-uncounted-skus
                 varying ws-fct-counter from ws-one by ws-one
                 until ws-fct-counter > ws-fct-count
           end-if.

           perform 350-compute-one-variance
             varying ws-cnt-counter from ws-one by ws-one
             until ws-cnt-counter > ws-cnt-count.

           if (ws-count-approved)
               perform 600-apply-count
           end-if.

           if (not ws-no-book)
               close on-hand-file
           end-if.

           perform 500-write-report.
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

           if (rpf-line(1:15) = "COUNT-APPROVED=")
               move rpf-line(16:1) to ws-approved-flag
           end-if.

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

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

      * An approved count opens on-hand for update, creating it the
      * way Program18InventoryPosting does on its very first run; a
      * count worked before there is any book at all has every
      * line on the book at zero.
       120-open-on-hand.
           if (ws-count-approved)
               open i-o on-hand-file
               if (ws-on-hand-status = "35")
                   open output on-hand-file
                   close on-hand-file
                   open i-o on-hand-file
               end-if
           else
               open input on-hand-file
               if (ws-on-hand-status = "35")
                   move "y" to ws-no-book-flag
               end-if
           end-if.

      * Every sheet line lands on its store and SKU - a second line
      * for the same pair adds to the count already there.
       200-load-count-sheet.
           open input count-sheet-file.

           if (ws-count-sheet-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read count-sheet-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 210-load-one-count-line
             until ws-eof-flag = ws-file-empty.

           if (ws-count-sheet-status not = "35")
               close count-sheet-file
           end-if.

       210-load-one-count-line.
           add ws-one to ws-calc-sheet-lines.

           move cnt-store-num to ws-scan-store.
           move cnt-sku-code to ws-scan-sku.
           perform 230-find-count-entry.

           if (not ws-cnt-found)
               perform 240-require-count-room
               add ws-one to ws-cnt-count
               move ws-cnt-count to ws-cnt-search-index
               move cnt-store-num
                 to ws-cnt-store-num(ws-cnt-search-index)
               move cnt-sku-code
                 to ws-cnt-sku-code(ws-cnt-search-index)
               move cnt-count-date
                 to ws-cnt-count-date(ws-cnt-search-index)
               move cnt-count-type
                 to ws-cnt-count-type(ws-cnt-search-index)
           end-if.

           add cnt-counted-qty
             to ws-cnt-counted-qty(ws-cnt-search-index).

           if (cnt-full-count)
               perform 220-note-full-count-store
           end-if.

           read count-sheet-file
               at end move ws-file-empty to ws-eof-flag.

       220-note-full-count-store.
           move space to ws-fct-found-flag.
           move ws-one to ws-fct-search-index.

           perform 225-search-full-count-stores
             until (ws-fct-search-index > ws-fct-count)
                or (ws-fct-found).

           if (not ws-fct-found)
              and (ws-fct-count < ws-fct-table-max)
               add ws-one to ws-fct-count
               move cnt-store-num to ws-fct-store-num(ws-fct-count)
               move cnt-count-date to ws-fct-count-date(ws-fct-count)
           end-if.

       225-search-full-count-stores.
           if (ws-fct-store-num(ws-fct-search-index) = cnt-store-num)
               move "y" to ws-fct-found-flag
           else
               add ws-one to ws-fct-search-index
           end-if.

      * The count entry for ws-scan-store and ws-scan-sku;
      * ws-cnt-search-index is left on it when found.
       230-find-count-entry.
           move space to ws-cnt-found-flag.
           move ws-one to ws-cnt-search-index.

           perform 235-search-count-entries
             until (ws-cnt-search-index > ws-cnt-count)
                or (ws-cnt-found).

       235-search-count-entries.
           if (ws-cnt-store-num(ws-cnt-search-index) = ws-scan-store)
              and (ws-cnt-sku-code(ws-cnt-search-index)
                   = ws-scan-sku)
               move "y" to ws-cnt-found-flag
           else
               add ws-one to ws-cnt-search-index
           end-if.

       240-require-count-room.
           if (ws-cnt-count = ws-cnt-table-max)
               display ws-reference-failure-msg
               display ws-cnt-overflow-msg
               move 8 to return-code
               goback
           end-if.

      * The book on-hand for each counted store and SKU - a pair
      * the book has never seen is on the book at zero.
       300-take-book-figures.
           move ws-cnt-store-num(ws-cnt-counter) to ohb-store-num.
           move ws-cnt-sku-code(ws-cnt-counter) to ohb-sku-code.

           read on-hand-file
               key is ohb-key
               invalid key
                   move ws-zero to ws-cnt-book-qty(ws-cnt-counter)
               not invalid key
                   move ohb-on-hand to ws-cnt-book-qty(ws-cnt-counter)
           end-read.

      * A full count covers the whole store: every SKU the book
      * holds there that no sheet line counted was counted at zero.
       320-add-uncounted-skus.
           move ws-fct-store-num(ws-fct-counter) to ws-scan-store.
           move space to ws-scan-done-flag.
           move ws-scan-store to ohb-store-num.
           move low-values to ohb-sku-code.

           start on-hand-file
               key is not < ohb-key
               invalid key
                   move "y" to ws-scan-done-flag
           end-start.

           if (not ws-scan-done)
               perform 325-read-next-on-hand
           end-if.

           perform 330-check-one-book-sku
             until ws-scan-done.

       325-read-next-on-hand.
           read on-hand-file next record
               at end move "y" to ws-scan-done-flag
           end-read.

           if (not ws-scan-done)
              and (ohb-store-num not = ws-scan-store)
               move "y" to ws-scan-done-flag
           end-if.

       330-check-one-book-sku.
           move ohb-sku-code to ws-scan-sku.
           perform 230-find-count-entry.

           if (not ws-cnt-found)
              and (ohb-on-hand not = ws-zero)
               perform 240-require-count-room
               add ws-one to ws-cnt-count
               move ws-scan-store to ws-cnt-store-num(ws-cnt-count)
               move ohb-sku-code to ws-cnt-sku-code(ws-cnt-count)
               move ws-fct-count-date(ws-fct-counter)
                 to ws-cnt-count-date(ws-cnt-count)
               move "F" to ws-cnt-count-type(ws-cnt-count)
               move ohb-on-hand to ws-cnt-book-qty(ws-cnt-count)
               move ws-zero to ws-cnt-counted-qty(ws-cnt-count)
               add ws-one to ws-calc-uncounted
           end-if.

           perform 325-read-next-on-hand.

      * Counted less book, in units and at the master's unit cost;
      * the department is the master's, else the SKU's own prefix.
       350-compute-one-variance.
           move space to ws-skm-found-flag.
           move ws-one to ws-skm-search-index.

           perform 355-search-sku-table
             until (ws-skm-search-index > ws-skm-count)
                or (ws-skm-found).

           if (ws-skm-found)
               move ws-skm-department(ws-skm-search-index)
                 to ws-cnt-department(ws-cnt-counter)
               move ws-skm-unit-cost(ws-skm-search-index)
                 to ws-cnt-unit-cost(ws-cnt-counter)
           else
               move ws-cnt-sku-code(ws-cnt-counter)(1:2)
                 to ws-cnt-department(ws-cnt-counter)
               move ws-zero to ws-cnt-unit-cost(ws-cnt-counter)
           end-if.

           subtract ws-cnt-book-qty(ws-cnt-counter)
             from ws-cnt-counted-qty(ws-cnt-counter)
             giving ws-cnt-variance-qty(ws-cnt-counter).

           multiply ws-cnt-variance-qty(ws-cnt-counter)
             by ws-cnt-unit-cost(ws-cnt-counter)
             giving ws-cnt-variance-cost(ws-cnt-counter).

           if (ws-cnt-unit-cost(ws-cnt-counter) = ws-zero)
               add ws-one to ws-calc-no-cost
           end-if.

           add ws-cnt-book-qty(ws-cnt-counter) to ws-calc-book-qty.
           add ws-cnt-counted-qty(ws-cnt-counter)
             to ws-calc-counted-qty.
           add ws-cnt-variance-qty(ws-cnt-counter)
             to ws-calc-variance-qty.
           add ws-cnt-variance-cost(ws-cnt-counter)
             to ws-calc-variance-cost.

           if (ws-cnt-variance-cost(ws-cnt-counter) < ws-zero)
               subtract ws-cnt-variance-cost(ws-cnt-counter)
                 from ws-calc-shrink-cost
           else
               add ws-cnt-variance-cost(ws-cnt-counter)
                 to ws-calc-gain-cost
           end-if.

           perform 360-note-department.

       355-search-sku-table.
           if (ws-skm-sku-code(ws-skm-search-index)
               = ws-cnt-sku-code(ws-cnt-counter))
               move "y" to ws-skm-found-flag
           else
               add ws-one to ws-skm-search-index
           end-if.

       360-note-department.
           move space to ws-dl-found-flag.
           move ws-one to ws-dl-search-index.

           perform 365-search-dept-list
             until (ws-dl-search-index > ws-dl-count)
                or (ws-dl-found).

           if (not ws-dl-found)
               if (ws-dl-count < ws-dl-table-max)
                   add ws-one to ws-dl-count
                   move ws-cnt-department(ws-cnt-counter)
                     to ws-dl-department(ws-dl-count)
               else
                   move ws-dl-department(ws-dl-table-max)
                     to ws-cnt-department(ws-cnt-counter)
               end-if
           end-if.

       365-search-dept-list.
           if (ws-dl-department(ws-dl-search-index)
               = ws-cnt-department(ws-cnt-counter))
               move "y" to ws-dl-found-flag
           else
               add ws-one to ws-dl-search-index
           end-if.

      * The report: one section per department, each counted line
      * with its book, count and variance, the department's totals,
      * then the count's totals and the shrink at cost.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           if (ws-count-approved)
               write output-line from ws-approved-line
                 after advancing ws-one line
           else
               write output-line from ws-preliminary-line
                 after advancing ws-one line
           end-if.

           if (ws-cnt-count = ws-zero)
               write output-line from ws-no-count-line
                 after advancing ws-two line
           else
               perform 510-write-one-department
                 varying ws-dl-counter from ws-one by ws-one
                 until ws-dl-counter > ws-dl-count
               perform 530-write-count-totals
           end-if.

           close output-file.

       510-write-one-department.
           initialize ws-dept-totals.
           move ws-dl-department(ws-dl-counter) to wdh-department.
           write output-line from ws-dept-heading
             after advancing ws-two line.
           write output-line from ws-column-heading
             after advancing ws-one line.

           perform 520-write-one-count-line
             varying ws-cnt-counter from ws-one by ws-one
             until ws-cnt-counter > ws-cnt-count.

           move ws-dl-department(ws-dl-counter) to wdt-department.
           move ws-dpt-book-qty to wdt-book-qty.
           move ws-dpt-counted-qty to wdt-counted-qty.
           move ws-dpt-variance-qty to wdt-variance-qty.
           move ws-dpt-variance-cost to wdt-variance-cost.
           write output-line from ws-dept-total-line
             after advancing ws-one line.

       520-write-one-count-line.
           if (ws-cnt-department(ws-cnt-counter)
               = ws-dl-department(ws-dl-counter))
               move ws-cnt-store-num(ws-cnt-counter) to wcl-store-num
               move ws-cnt-sku-code(ws-cnt-counter) to wcl-sku-code
               if (ws-cnt-count-type(ws-cnt-counter) = "F")
                   move "FULL" to wcl-type
               else
                   move "CYCLE" to wcl-type
               end-if
               move ws-cnt-count-date(ws-cnt-counter)
                 to wcl-count-date
               move ws-cnt-book-qty(ws-cnt-counter) to wcl-book-qty
               move ws-cnt-counted-qty(ws-cnt-counter)
                 to wcl-counted-qty
               move ws-cnt-variance-qty(ws-cnt-counter)
                 to wcl-variance-qty
               move ws-cnt-variance-cost(ws-cnt-counter)
                 to wcl-variance-cost

               move spaces to wcl-note
               if (ws-cnt-unit-cost(ws-cnt-counter) = ws-zero)
                   move "NO UNIT COST" to wcl-note
               end-if

               write output-line from ws-count-line
                 after advancing ws-one line

               add ws-cnt-book-qty(ws-cnt-counter)
                 to ws-dpt-book-qty
               add ws-cnt-counted-qty(ws-cnt-counter)
                 to ws-dpt-counted-qty
               add ws-cnt-variance-qty(ws-cnt-counter)
                 to ws-dpt-variance-qty
               add ws-cnt-variance-cost(ws-cnt-counter)
                 to ws-dpt-variance-cost
           end-if.

       530-write-count-totals.
           subtract ws-calc-gain-cost from ws-calc-shrink-cost
             giving ws-calc-net-cost.

           move ws-calc-book-qty to wgt-book-qty.
           move ws-calc-counted-qty to wgt-counted-qty.
           move ws-calc-variance-qty to wgt-variance-qty.
           move ws-calc-variance-cost to wgt-variance-cost.
           write output-line from ws-grand-total-line
             after advancing ws-two line.

           move ws-calc-shrink-cost to wss-shrink-cost.
           move ws-calc-gain-cost to wss-gain-cost.
           move ws-calc-net-cost to wss-net-cost.
           write output-line from ws-shrink-summary-line
             after advancing ws-two line.

           move ws-calc-sheet-lines to wcs-sheet-lines.
           move ws-calc-uncounted to wcs-uncounted.
           move ws-calc-no-cost to wcs-no-cost.
           move ws-calc-adjusted to wcs-adjusted.
           write output-line from ws-count-summary-line
             after advancing ws-one line.

      * The count is approved: on-hand goes to the counted figure,
      * the shrink and gain at cost are filed per store under the
      * business date, every line goes to the count history, and
      * the count sheet is cleared so the count cannot apply twice.
       600-apply-count.
           open extend count-history-file.
           if (ws-count-history-status = "35")
               open output count-history-file
           end-if.

           perform 610-apply-one-count-line
             varying ws-cnt-counter from ws-one by ws-one
             until ws-cnt-counter > ws-cnt-count.

           close count-history-file.

           open extend store-shrink-file.
           if (ws-store-shrink-status = "35")
               open output store-shrink-file
           end-if.

           perform 650-file-one-store-shrink
             varying ws-ssk-counter from ws-one by ws-one
             until ws-ssk-counter > ws-ssk-count.

           close store-shrink-file.

           if (ws-count-sheet-status not = "35")
               open output count-sheet-file
               close count-sheet-file
           end-if.

       610-apply-one-count-line.
           move ws-business-date to cth-approved-date.
           move ws-cnt-store-num(ws-cnt-counter) to cth-store-num.
           move ws-cnt-sku-code(ws-cnt-counter) to cth-sku-code.
           move ws-cnt-book-qty(ws-cnt-counter) to cth-book-qty.
           move ws-cnt-counted-qty(ws-cnt-counter) to cth-counted-qty.
           move ws-cnt-count-date(ws-cnt-counter) to cth-count-date.
           move ws-cnt-count-type(ws-cnt-counter) to cth-count-type.
           write cth-record.

           if (ws-cnt-variance-qty(ws-cnt-counter) not = ws-zero)
               perform 620-set-on-hand-to-count
               perform 630-add-store-shrink
               add ws-one to ws-calc-adjusted
           end-if.

       620-set-on-hand-to-count.
           move ws-cnt-store-num(ws-cnt-counter) to ohb-store-num.
           move ws-cnt-sku-code(ws-cnt-counter) to ohb-sku-code.

           read on-hand-file
               key is ohb-key
               invalid key
                   move ws-cnt-store-num(ws-cnt-counter)
                     to ohb-store-num
                   move ws-cnt-sku-code(ws-cnt-counter)
                     to ohb-sku-code
                   move ws-cnt-counted-qty(ws-cnt-counter)
                     to ohb-on-hand
                   move ws-cnt-count-date(ws-cnt-counter)
                     to ohb-last-movement
                   write ohb-record
               not invalid key
                   move ws-cnt-counted-qty(ws-cnt-counter)
                     to ohb-on-hand
                   move ws-cnt-count-date(ws-cnt-counter)
                     to ohb-last-movement
                   rewrite ohb-record
           end-read.

       630-add-store-shrink.
           move space to ws-ssk-found-flag.
           move ws-one to ws-ssk-search-index.

           perform 635-search-store-shrink
             until (ws-ssk-search-index > ws-ssk-count)
                or (ws-ssk-found).

           if (not ws-ssk-found)
               if (ws-ssk-count < ws-ssk-table-max)
                   add ws-one to ws-ssk-count
                   move ws-ssk-count to ws-ssk-search-index
                   move ws-cnt-store-num(ws-cnt-counter)
                     to ws-ssk-store-num(ws-ssk-search-index)
               else
                   display ws-reference-failure-msg
                   display ws-cnt-overflow-msg
                   move 8 to return-code
                   goback
               end-if
           end-if.

           if (ws-cnt-variance-cost(ws-cnt-counter) < ws-zero)
               subtract ws-cnt-variance-cost(ws-cnt-counter)
                 from ws-ssk-shrink-cost(ws-ssk-search-index)
           else
               add ws-cnt-variance-cost(ws-cnt-counter)
                 to ws-ssk-gain-cost(ws-ssk-search-index)
           end-if.

       635-search-store-shrink.
           if (ws-ssk-store-num(ws-ssk-search-index)
               = ws-cnt-store-num(ws-cnt-counter))
               move "y" to ws-ssk-found-flag
           else
               add ws-one to ws-ssk-search-index
           end-if.

       650-file-one-store-shrink.
           move ws-business-date to sst-post-date.
           move ws-ssk-store-num(ws-ssk-counter) to sst-store-num.
           move ws-ssk-shrink-cost(ws-ssk-counter) to sst-shrink-cost.
           move ws-ssk-gain-cost(ws-ssk-counter) to sst-gain-cost.
           write sst-record.

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

       end program Program31PhysicalCount.

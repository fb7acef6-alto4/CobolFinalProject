       identification division.
       program-id. Program26PriceChange.

      ******************************************************************
      * Program Description: This program takes permanent markdowns
      * and increases off the calendar nobody keeps. Merchandising
      * schedules them ahead of time on the price-change file - SKU,
      * effective date, new price - and every change whose effective
      * date has arrived is applied to the SKU master's unit price
      * here, at the head of the nightly chain, so the edit step's
      * price check already sees the new price. Each change applied
      * is appended to the price-history file with the price it
      * replaced, so no old price is ever lost and a late
      * transaction can be checked against the price that was in
      * effect on its own date. Changes not yet due are carried
      * forward on the price-change file; a change for a SKU the
      * master does not carry, or with a malformed price or date,
      * is dropped and listed. The price-change report lists what
      * changed overnight, what is still scheduled, and what was
      * refused. A SKU master too big for the table stops the run
      * with return code 8 before anything is rewritten.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * Scheduled permanent price changes, in SKU and effective-date
      * order, maintained through Program13MasterMaintenance. A
      * missing file just means nothing is scheduled.
                  select price-change-file
                      assign to "../../../data/PriceChange.dat"
                      organization is line sequential
                      file status is ws-price-change-status.

      * SKU item-master reference file - the unit price is the field
      * this program maintains; everything else rides through.
                  select sku-master-file
                      assign to "../../../data/SkuMaster.dat"
                      organization is line sequential
                      file status is ws-sku-master-status.

      * Every price change ever applied, oldest first - opened EXTEND
      * with the create-on-first-touch fallback the shared audit log
      * uses.
                  select price-history-file
                      assign to "../../../data/PriceHistory.dat"
                      organization is line sequential
                      file status is ws-price-history-status.

                  select output-file
                      assign to "../../../data/PriceChangeReport.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch and the business date.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd price-change-file
           data record is pcf-record
           record contains 30 characters.

       01 pcf-record.
           05 pcf-sku-code pic x(15).
           05 pcf-effective-date pic 9(8).
           05 pcf-new-price pic 9(5)v99.

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

       fd price-history-file
           data record is phs-record
           record contains 45 characters.

       01 phs-record.
           05 phs-sku-code pic x(15).
           05 phs-old-price pic 9(5)v99.
           05 phs-new-price pic 9(5)v99.
           05 phs-effective-date pic 9(8).
           05 phs-applied-date pic 9(8).

       fd output-file
            data record is report-line
            record contains 120 characters.

       01 output-line pic x(120).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-price-change-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-price-history-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-pcf-eof-flag pic x value "N".
       01 ws-skm-eof-flag pic x value "N".

       01 ws-business-date pic 9(8) value 0.

      * The whole SKU master held while prices change - rewritten in
      * the order it was read, so its sequence is never disturbed.
       01 ws-sku-master-table.
           05 ws-skm-entry occurs 500 times.
               10 ws-skm-sku-code pic x(15).
               10 ws-skm-description pic x(30).
               10 ws-skm-department pic x(2).
               10 ws-skm-unit-price pic 9(5)v99.
               10 ws-skm-unit-cost pic 9(5)v99.
               10 ws-skm-vendor-code pic x(6).
       01 ws-skm-counters.
           05 ws-skm-count pic 9(3) value 0.
           05 ws-skm-search-index pic 9(3) value 0.
           05 ws-skm-index pic 9(3) value 0.
           05 ws-skm-counter pic 9(3) value 0.
       01 ws-skm-found-flag pic x value space.
           88 ws-skm-found value "y".
       77 ws-skm-table-max pic 9(3) value 500.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-skm-overflow-msg pic x(44)
           value "SKU MASTER OVER TABLE SIZE".
       77 ws-pcg-overflow-msg pic x(44)
           value "PRICE CHANGE FILE OVER TABLE SIZE".

      * Every price-change row with what became of it - applied,
      * still scheduled, or refused - for the rewrite and the report.
       01 ws-price-change-table.
           05 ws-pcg-entry occurs 500 times.
               10 ws-pcg-sku-code pic x(15).
               10 ws-pcg-effective-date pic 9(8).
               10 ws-pcg-new-price pic 9(5)v99.
               10 ws-pcg-old-price pic 9(5)v99.
               10 ws-pcg-description pic x(30).
               10 ws-pcg-status pic x.
                   88 ws-pcg-applied value "A".
                   88 ws-pcg-scheduled value "S".
                   88 ws-pcg-refused value "R".
               10 ws-pcg-reason pic x(24).
       01 ws-pcg-counters.
           05 ws-pcg-count pic 9(3) value 0.
           05 ws-pcg-counter pic 9(3) value 0.
           05 ws-applied-count pic 9(3) value 0.
           05 ws-scheduled-count pic 9(3) value 0.
           05 ws-refused-count pic 9(3) value 0.
       77 ws-pcg-table-max pic 9(3) value 500.

       77 ws-unknown-sku-msg pic x(24) value "SKU NOT ON MASTER".
       77 ws-bad-price-msg pic x(24) value "NEW PRICE NOT NUMERIC".
       77 ws-bad-date-msg pic x(24) value "EFFECTIVE DATE INVALID".

      * Price movement on a report line, as a percentage of the old.
       01 ws-change-calc.
           05 ws-price-diff pic s9(5)v99 value 0.
           05 ws-pct-work pic s9(8)v99 value 0.
           05 ws-change-pct pic s9(3)v9 value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(19) value "PRICE CHANGE REPORT".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-applied-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(30) value "CHANGED OVERNIGHT".

       01 ws-scheduled-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(30) value "STILL SCHEDULED".

       01 ws-refused-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(30) value "REFUSED - DROPPED FROM FILE".

       01 ws-column-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(17) value "SKU".
           05 filler pic x(32) value "DESCRIPTION".
           05 filler pic x(11) value "EFFECTIVE".
           05 wcl-old-title pic x(12).
           05 filler pic x(12) value "NEW PRICE".
           05 filler pic x(8) value "CHANGE %".

       01 ws-change-line.
           05 filler pic x(3) value spaces.
           05 wcl-sku-code pic x(15).
           05 filler pic x(2) value spaces.
           05 wcl-description pic x(30).
           05 filler pic x(2) value spaces.
           05 wcl-effective-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wcl-old-price pic $$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wcl-new-price pic $$$,$$9.99.
           05 filler pic x(3) value spaces.
           05 wcl-change-pct pic +zz9.9.

       01 ws-refused-line.
           05 filler pic x(3) value spaces.
           05 wrl-sku-code pic x(15).
           05 filler pic x(2) value spaces.
           05 wrl-effective-date pic x(8).
           05 filler pic x(2) value spaces.
           05 wrl-reason pic x(24).

       01 ws-none-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "(NONE)".

       01 ws-count-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "APPLIED: ".
           05 wct-applied pic zz9.
           05 filler pic x(15) value "   SCHEDULED: ".
           05 wct-scheduled pic zz9.
           05 filler pic x(13) value "   REFUSED: ".
           05 wct-refused pic zz9.

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Applying scheduled price changes.".
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
       77 ws-current-title pic x(12) value "CURRENT".
       77 ws-old-title pic x(12) value "OLD PRICE".
      *

       procedure division.

      * Main Method
       000-Main.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           perform 110-load-sku-master.
           perform 200-load-price-changes.
           perform 300-apply-due-changes.

           if (ws-applied-count > ws-zero)
               perform 400-rewrite-sku-master
           end-if.

           perform 450-rewrite-price-changes.
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

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Load the whole SKU master - a master past the table stops
      * the run before anything is rewritten, since the rewrite
      * would otherwise drop every SKU that did not fit.
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
           move skm-description to ws-skm-description(ws-skm-count).
           move skm-department to ws-skm-department(ws-skm-count).
           move skm-unit-price to ws-skm-unit-price(ws-skm-count).
           move skm-unit-cost to ws-skm-unit-cost(ws-skm-count).
           move skm-vendor-code to ws-skm-vendor-code(ws-skm-count).

           read sku-master-file
               at end move ws-file-empty to ws-skm-eof-flag.

      * Load the scheduled changes - same stop-the-run rule, since
      * the carried-forward rewrite would otherwise lose rows.
       200-load-price-changes.
           open input price-change-file.

           if (ws-price-change-status not = "00")
               move ws-file-empty to ws-pcf-eof-flag
           else
               read price-change-file
                   at end move ws-file-empty to ws-pcf-eof-flag
               end-read
           end-if.

           perform 210-load-one-price-change
             until ws-pcf-eof-flag = ws-file-empty.

           if (ws-price-change-status not = "35")
               close price-change-file
           end-if.

       210-load-one-price-change.
           if (ws-pcg-count = ws-pcg-table-max)
               display ws-reference-failure-msg
               display ws-pcg-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-pcg-count.
           move pcf-sku-code to ws-pcg-sku-code(ws-pcg-count).
           move pcf-effective-date
             to ws-pcg-effective-date(ws-pcg-count).
           move pcf-new-price to ws-pcg-new-price(ws-pcg-count).
           move ws-zero to ws-pcg-old-price(ws-pcg-count).
           move spaces to ws-pcg-description(ws-pcg-count).
           move spaces to ws-pcg-reason(ws-pcg-count).
           move "S" to ws-pcg-status(ws-pcg-count).

           read price-change-file
               at end move ws-file-empty to ws-pcf-eof-flag.

      * Work the rows in file order - SKU, then effective date - so
      * two due changes for one SKU land oldest first and the later
      * one wins, with both on the history.
       300-apply-due-changes.
           open extend price-history-file.
           if (ws-price-history-status = "35")
               open output price-history-file
           end-if.

           perform 310-apply-one-change
             varying ws-pcg-counter from ws-one by ws-one
             until ws-pcg-counter > ws-pcg-count.

           close price-history-file.

       310-apply-one-change.
           perform 320-find-sku.

           if (not ws-skm-found)
               move "R" to ws-pcg-status(ws-pcg-counter)
               move ws-unknown-sku-msg
                 to ws-pcg-reason(ws-pcg-counter)
           else
               move ws-skm-description(ws-skm-index)
                 to ws-pcg-description(ws-pcg-counter)
               move ws-skm-unit-price(ws-skm-index)
                 to ws-pcg-old-price(ws-pcg-counter)
           end-if.

           if (not ws-pcg-refused(ws-pcg-counter))
               if (not ws-pcg-new-price(ws-pcg-counter) numeric)
                   move "R" to ws-pcg-status(ws-pcg-counter)
                   move ws-bad-price-msg
                     to ws-pcg-reason(ws-pcg-counter)
               end-if
           end-if.

           if (not ws-pcg-refused(ws-pcg-counter))
               if (not ws-pcg-effective-date(ws-pcg-counter) numeric)
                  or (ws-pcg-effective-date(ws-pcg-counter) = ws-zero)
                   move "R" to ws-pcg-status(ws-pcg-counter)
                   move ws-bad-date-msg
                     to ws-pcg-reason(ws-pcg-counter)
               end-if
           end-if.

           if (ws-pcg-refused(ws-pcg-counter))
               add ws-one to ws-refused-count
           else
               if (ws-pcg-effective-date(ws-pcg-counter)
                   not > ws-business-date)
                   perform 330-apply-to-master
               else
                   add ws-one to ws-scheduled-count
               end-if
           end-if.

       320-find-sku.
           move space to ws-skm-found-flag.
           move ws-one to ws-skm-search-index.
           perform 325-search-sku-table
             until (ws-skm-search-index > ws-skm-count)
                or (ws-skm-found).

       325-search-sku-table.
           if (ws-pcg-sku-code(ws-pcg-counter)
               = ws-skm-sku-code(ws-skm-search-index))
               move ws-skm-search-index to ws-skm-index
               move "y" to ws-skm-found-flag
           else
               add ws-one to ws-skm-search-index
           end-if.

      * The change takes effect: new price onto the master, and the
      * price it replaced onto the history with both dates.
       330-apply-to-master.
           move "A" to ws-pcg-status(ws-pcg-counter).
           add ws-one to ws-applied-count.

           move ws-pcg-sku-code(ws-pcg-counter) to phs-sku-code.
           move ws-skm-unit-price(ws-skm-index) to phs-old-price.
           move ws-pcg-new-price(ws-pcg-counter) to phs-new-price.
           move ws-pcg-effective-date(ws-pcg-counter)
             to phs-effective-date.
           move ws-business-date to phs-applied-date.
           write phs-record.

           move ws-pcg-new-price(ws-pcg-counter)
             to ws-skm-unit-price(ws-skm-index).

       400-rewrite-sku-master.
           open output sku-master-file.

           perform 410-write-one-sku
             varying ws-skm-counter from ws-one by ws-one
             until ws-skm-counter > ws-skm-count.

           close sku-master-file.

       410-write-one-sku.
           move ws-skm-sku-code(ws-skm-counter) to skm-sku-code.
           move ws-skm-description(ws-skm-counter)
             to skm-description.
           move ws-skm-department(ws-skm-counter) to skm-department.
           move ws-skm-unit-price(ws-skm-counter) to skm-unit-price.
           move ws-skm-unit-cost(ws-skm-counter) to skm-unit-cost.
           move ws-skm-vendor-code(ws-skm-counter) to skm-vendor-code.
           write skm-record.

      * Only the rows still to come go back on the file - applied
      * rows live on in the history, refused rows on the report.
       450-rewrite-price-changes.
           open output price-change-file.

           perform 460-write-one-scheduled
             varying ws-pcg-counter from ws-one by ws-one
             until ws-pcg-counter > ws-pcg-count.

           close price-change-file.

       460-write-one-scheduled.
           if (ws-pcg-scheduled(ws-pcg-counter))
               move ws-pcg-sku-code(ws-pcg-counter) to pcf-sku-code
               move ws-pcg-effective-date(ws-pcg-counter)
                 to pcf-effective-date
               move ws-pcg-new-price(ws-pcg-counter)
                 to pcf-new-price
               write pcf-record
           end-if.

      * What changed overnight first, then what is coming, then what
      * was refused.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           write output-line from ws-applied-heading
             after advancing ws-two line.
           move ws-old-title to wcl-old-title.
           write output-line from ws-column-heading
             after advancing ws-one line.
           perform 510-write-one-applied
             varying ws-pcg-counter from ws-one by ws-one
             until ws-pcg-counter > ws-pcg-count.
           if (ws-applied-count = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           end-if.

           write output-line from ws-scheduled-heading
             after advancing ws-two line.
           move ws-current-title to wcl-old-title.
           write output-line from ws-column-heading
             after advancing ws-one line.
           perform 520-write-one-scheduled
             varying ws-pcg-counter from ws-one by ws-one
             until ws-pcg-counter > ws-pcg-count.
           if (ws-scheduled-count = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           end-if.

           write output-line from ws-refused-heading
             after advancing ws-two line.
           perform 530-write-one-refused
             varying ws-pcg-counter from ws-one by ws-one
             until ws-pcg-counter > ws-pcg-count.
           if (ws-refused-count = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           end-if.

           move ws-applied-count to wct-applied.
           move ws-scheduled-count to wct-scheduled.
           move ws-refused-count to wct-refused.
           write output-line from ws-count-line
             after advancing ws-two line.

           close output-file.

       510-write-one-applied.
           if (ws-pcg-applied(ws-pcg-counter))
               perform 540-write-change-line
           end-if.

       520-write-one-scheduled.
           if (ws-pcg-scheduled(ws-pcg-counter))
               perform 540-write-change-line
           end-if.

       530-write-one-refused.
           if (ws-pcg-refused(ws-pcg-counter))
               move ws-pcg-sku-code(ws-pcg-counter) to wrl-sku-code
               move ws-pcg-effective-date(ws-pcg-counter)
                 to wrl-effective-date
               move ws-pcg-reason(ws-pcg-counter) to wrl-reason
               write output-line from ws-refused-line
                 after advancing ws-one line
           end-if.

      * The movement as a share of the price it moves away from.
       540-write-change-line.
           move ws-pcg-sku-code(ws-pcg-counter) to wcl-sku-code.
           move ws-pcg-description(ws-pcg-counter)
             to wcl-description.
           move ws-pcg-effective-date(ws-pcg-counter)
             to wcl-effective-date.
           move ws-pcg-old-price(ws-pcg-counter) to wcl-old-price.
           move ws-pcg-new-price(ws-pcg-counter) to wcl-new-price.

           move ws-zero to ws-change-pct.
           if (ws-pcg-old-price(ws-pcg-counter) > ws-zero)
               subtract ws-pcg-old-price(ws-pcg-counter)
                 from ws-pcg-new-price(ws-pcg-counter)
                 giving ws-price-diff
               multiply ws-price-diff by 100 giving ws-pct-work
               divide ws-pct-work
                 by ws-pcg-old-price(ws-pcg-counter)
                 giving ws-change-pct rounded
                 on size error
                     move ws-zero to ws-change-pct
               end-divide
           end-if.
           move ws-change-pct to wcl-change-pct.

           write output-line from ws-change-line
             after advancing ws-one line.

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

       end program Program26PriceChange.

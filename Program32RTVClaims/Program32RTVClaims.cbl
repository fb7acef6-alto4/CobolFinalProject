       identification division.
       program-id. Program32RTVClaims.

      ******************************************************************
      * Program Description: This program claims defective goods
      * back from the suppliers. Program18InventoryPosting holds
      * every defective (DF) return off on-hand in the return-to-
      * vendor holding file; at the end of each fiscal week this
      * program raises one claim per vendor - the vendor off the
      * SKU master, every held line's invoice, SKU, quantity and
      * unit cost - writes the week's claim documents to the claim
      * file, and carries each claim open on the claim ledger. A
      * line whose SKU has no vendor on the master stays held until
      * it has one. On any run, vendor credits keyed against a claim
      * number close that claim, with any difference between claim
      * and credit shown; a credit for a claim that is not open is
      * refused onto the report. Closed claims move to the claim
      * history, and every open claim is listed with its age so
      * nothing sits unclaimed.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * Defective returns held off on-hand by Program18. Claimed
      * lines come off when the file is rewritten.
                  select rtv-holding-file
                      assign to "../../../data/RTVHolding.dat"
                      organization is line sequential
                      file status is ws-rtv-holding-status.

      * SKU item-master reference file - vendor and unit cost.
                  select sku-master-file
                      assign to "../../../data/SkuMaster.dat"
                      organization is line sequential
                      file status is ws-sku-master-status.

      * Fiscal calendar - claims are raised on a fiscal week end.
                  select fiscal-calendar-file
                      assign to "../../../data/FiscalCalendar.dat"
                      organization is line sequential
                      file status is ws-fiscal-calendar-status.

      * Vendor credits as keyed by accounts payable - one line per
      * credit received against a claim. Consumed by the run.
                  select rtv-credit-file
                      assign to "../../../data/RTVCredit.dat"
                      organization is line sequential
                      file status is ws-rtv-credit-status.

      * Open claims, carried from run to run.
                  select claim-ledger-file
                      assign to "../../../data/RTVClaimLedger.dat"
                      organization is line sequential
                      file status is ws-claim-ledger-status.

      * Every claimed line under its claim number, kept so a claim
      * can be itemised after the holding lines are gone.
                  select claim-lines-file
                      assign to "../../../data/RTVClaimLines.dat"
                      organization is line sequential
                      file status is ws-claim-lines-status.

      * Closed claims, moved off the ledger under the date closed.
                  select claim-history-file
                      assign to "../../../data/RTVClaimHistory.dat"
                      organization is line sequential
                      file status is ws-claim-history-status.

      * The week's claim documents, one section per vendor.
                  select claim-document-file
                      assign to "../../../data/RTVClaims.out"
                      organization is line sequential.

                  select output-file
                      assign to "../../../data/RTVClaimReport.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch and the business date.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
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

       fd fiscal-calendar-file
           data record is fcl-record
           record contains 24 characters.

       01 fcl-record.
           05 fcl-fiscal-year pic 9(4).
           05 fcl-period pic 99.
           05 fcl-week pic 99.
           05 fcl-start-date pic 9(8).
           05 fcl-end-date pic 9(8).

       fd rtv-credit-file
           data record is rtc-record
           record contains 41 characters.

       01 rtc-record.
           05 rtc-claim-num pic x(14).
           05 rtc-credit-amount pic 9(7)v99.
           05 rtc-credit-date pic 9(8).
           05 rtc-credit-ref pic x(10).

       fd claim-ledger-file
           data record is rcl-record
           record contains 69 characters.

       01 rcl-record.
           05 rcl-claim-num pic x(14).
           05 rcl-vendor-code pic x(6).
           05 rcl-claim-date pic 9(8).
           05 rcl-line-count pic 9(4).
           05 rcl-claim-amount pic 9(7)v99.
           05 rcl-status pic x.
           05 rcl-credit-date pic 9(8).
           05 rcl-credit-amount pic 9(7)v99.
           05 rcl-credit-ref pic x(10).

       fd claim-lines-file
           data record is rln-record
           record contains 67 characters.

       01 rln-record.
           05 rln-claim-num pic x(14).
           05 rln-store-num pic 99.
           05 rln-invoice-num pic x(9).
           05 rln-sku-code pic x(15).
           05 rln-quantity pic 9(3).
           05 rln-unit-cost pic 9(5)v99.
           05 rln-extended-cost pic 9(7)v99.
           05 rln-return-date pic 9(8).

       fd claim-history-file
           data record is rch-record
           record contains 77 characters.

       01 rch-record.
           05 rch-closed-date pic 9(8).
           05 rch-claim pic x(69).

       fd claim-document-file
            data record is claim-line
            record contains 120 characters.

       01 claim-line pic x(120).

       fd output-file
            data record is report-line
            record contains 120 characters.

       01 output-line pic x(120).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-rtv-holding-status pic xx value spaces.
       01 ws-sku-master-status pic xx value spaces.
       01 ws-fiscal-calendar-status pic xx value spaces.
       01 ws-rtv-credit-status pic xx value spaces.
       01 ws-claim-ledger-status pic xx value spaces.
       01 ws-claim-lines-status pic xx value spaces.
       01 ws-claim-history-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-skm-eof-flag pic x value "N".
       01 ws-business-date pic 9(8) value 0.

      * Claims go out on the last day of a fiscal week. A business
      * date the calendar does not hold at all raises them too, so
      * a missing calendar cannot leave defective goods unclaimed.
       01 ws-claim-week-flag pic x value space.
           88 ws-claim-week-end value "y".
       01 ws-on-calendar-flag pic x value space.
           88 ws-on-calendar value "y".

      * SKU vendor and cost table. A master bigger than the table
      * stops the run - a SKU that fell off the end would be held
      * forever for want of a vendor.
       01 ws-sku-master-table.
         05 ws-sku-entry occurs 200 times.
           10 ws-skm-sku-code pic x(15).
           10 ws-skm-unit-cost pic 9(5)v99.
           10 ws-skm-vendor-code pic x(6).
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
       77 ws-hld-overflow-msg pic x(44)
           value "MORE HELD RETURNS THAN THE TABLE HOLDS".
       77 ws-rcl-overflow-msg pic x(44)
           value "MORE OPEN CLAIMS THAN THE LEDGER HOLDS".

      * The holding file, held whole - each line is claimed into
      * its vendor's claim or stays held.
       01 ws-holding-table.
           05 ws-hld-entry occurs 1000 times.
               10 ws-hld-store-num pic 99.
               10 ws-hld-invoice-num pic x(9).
               10 ws-hld-sku-code pic x(15).
               10 ws-hld-quantity pic 9(3).
               10 ws-hld-return-date pic 9(8).
               10 ws-hld-posted-date pic 9(8).
               10 ws-hld-vendor-code pic x(6).
               10 ws-hld-unit-cost pic 9(5)v99.
               10 ws-hld-extended-cost pic 9(7)v99.
               10 ws-hld-claim-index pic 9(3).
       01 ws-hld-counters.
           05 ws-hld-count pic 9(4) value 0.
           05 ws-hld-counter pic 9(4) value 0.
       77 ws-hld-table-max pic 9(4) value 1000.

      * The claim ledger - carried open claims plus this week's new
      * ones; credited claims close in place and go to the history
      * when the ledger is rewritten.
       01 ws-claim-table.
           05 ws-rcl-entry occurs 500 times.
               10 ws-rcl-claim-num pic x(14).
               10 ws-rcl-claim-key redefines ws-rcl-claim-num.
                   15 ws-rcl-key-vendor pic x(6).
                   15 ws-rcl-key-date pic 9(8).
               10 ws-rcl-vendor-code pic x(6).
               10 ws-rcl-claim-date pic 9(8).
               10 ws-rcl-line-count pic 9(4).
               10 ws-rcl-claim-amount pic 9(7)v99.
               10 ws-rcl-status pic x.
                   88 ws-rcl-open value "O".
                   88 ws-rcl-closed value "C".
               10 ws-rcl-credit-date pic 9(8).
               10 ws-rcl-credit-amount pic 9(7)v99.
               10 ws-rcl-credit-ref pic x(10).
               10 ws-rcl-new-flag pic x.
                   88 ws-rcl-new value "y".
       01 ws-rcl-counters.
           05 ws-rcl-count pic 9(3) value 0.
           05 ws-rcl-search-index pic 9(3) value 0.
           05 ws-rcl-counter pic 9(3) value 0.
       01 ws-rcl-found-flag pic x value space.
           88 ws-rcl-found value "y".
       77 ws-rcl-table-max pic 9(3) value 500.
       01 ws-lookup-claim-num pic x(14) value spaces.

      * Credits applied and refused this run, held for the report.
       01 ws-credit-table.
           05 ws-crd-entry occurs 200 times.
               10 ws-crd-claim-num pic x(14).
               10 ws-crd-credit-amount pic 9(7)v99.
               10 ws-crd-credit-ref pic x(10).
               10 ws-crd-claim-index pic 9(3).
       01 ws-crd-counters.
           05 ws-crd-count pic 9(3) value 0.
           05 ws-crd-counter pic 9(3) value 0.
       77 ws-crd-table-max pic 9(3) value 200.

      * Ageing work - days on the year*372 + (month-1)*31 + day
      * scale, close enough to elapsed days over a claim's life.
       01 ws-day-num-input.
           05 ws-dn-year pic 9(4).
           05 ws-dn-month pic 99.
           05 ws-dn-day pic 99.
       01 ws-day-num-work pic 9(7) value 0.
       01 ws-dn-temp pic 9(7) value 0.
       01 ws-run-day-num pic 9(7) value 0.
       01 ws-days-open pic 9(5) value 0.
       01 ws-credit-difference pic s9(7)v99 value 0.

      * Run totals
       01 ws-calc.
           05 ws-calc-held-read pic 9(5) value 0.
           05 ws-calc-lines-claimed pic 9(5) value 0.
           05 ws-calc-claims-raised pic 9(3) value 0.
           05 ws-calc-claimed-amount pic 9(8)v99 value 0.
           05 ws-calc-no-vendor pic 9(5) value 0.
           05 ws-calc-credits-applied pic 9(3) value 0.
           05 ws-calc-credited-amount pic 9(8)v99 value 0.
           05 ws-calc-credits-refused pic 9(3) value 0.
           05 ws-calc-open-claims pic 9(3) value 0.
           05 ws-calc-open-amount pic 9(8)v99 value 0.

      * Claim document lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-claim-heading.
           05 filler pic x(8) value spaces.
           05 filler pic x(30) value "RETURN-TO-VENDOR CLAIM".
           05 filler pic x(7) value "CLAIM ".
           05 wch-claim-num pic x(14).
           05 filler pic x(10) value "   VENDOR ".
           05 wch-vendor-code pic x(6).
           05 filler pic x(9) value "   DATED ".
           05 wch-claim-date pic 9(8).

       01 ws-claim-column-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(7) value "STORE".
           05 filler pic x(11) value "INVOICE".
           05 filler pic x(17) value "SKU".
           05 filler pic x(10) value "RETURNED".
           05 filler pic x(5) value "QTY".
           05 filler pic x(10) value " UNIT COST".
           05 filler pic x(15) value "       EXTENDED".

       01 ws-claim-detail-line.
           05 filler pic x(5) value spaces.
           05 wcd-store-num pic 99.
           05 filler pic x(5) value spaces.
           05 wcd-invoice-num pic x(9).
           05 filler pic x(2) value spaces.
           05 wcd-sku-code pic x(15).
           05 filler pic x(2) value spaces.
           05 wcd-return-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wcd-quantity pic zz9.
           05 filler pic x(2) value spaces.
           05 wcd-unit-cost pic $$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wcd-extended-cost pic $$,$$$,$$9.99.

       01 ws-claim-total-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(13) value "CLAIM TOTAL: ".
           05 wct-line-count pic zzz9.
           05 filler pic x(7) value " LINES ".
           05 filler pic x(30) value spaces.
           05 filler pic x(7) value spaces.
           05 wct-claim-amount pic $$,$$$,$$9.99.

       01 ws-no-claims-line.
           05 filler pic x(8) value spaces.
           05 filler pic x(40) value "NO CLAIMS RAISED THIS RUN".

      * Report lines
       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(30) value "RETURN-TO-VENDOR CLAIM REPORT".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-claim-week-line.
         05 filler pic x(8) value spaces.
         05 filler pic x(48)
               value "FISCAL WEEK END - CLAIMS RAISED".

       01 ws-not-claim-week-line.
         05 filler pic x(8) value spaces.
         05 filler pic x(48)
               value "MID-WEEK RUN - CREDITS ONLY, LINES STAY HELD".

       01 ws-section-heading.
           05 filler pic x(3) value spaces.
           05 wsh-title pic x(40).

       01 ws-raised-line.
           05 filler pic x(5) value spaces.
           05 wrl-claim-num pic x(14).
           05 filler pic x(2) value spaces.
           05 wrl-vendor-code pic x(6).
           05 filler pic x(2) value spaces.
           05 wrl-line-count pic zzz9.
           05 filler pic x(7) value " LINES ".
           05 wrl-claim-amount pic $$,$$$,$$9.99.

       01 ws-credit-line.
           05 filler pic x(5) value spaces.
           05 wcr-claim-num pic x(14).
           05 filler pic x(2) value spaces.
           05 wcr-credit-ref pic x(10).
           05 filler pic x(9) value " CLAIMED ".
           05 wcr-claim-amount pic $$,$$$,$$9.99.
           05 filler pic x(10) value " CREDITED ".
           05 wcr-credit-amount pic $$,$$$,$$9.99.
           05 filler pic x(12) value " DIFFERENCE ".
           05 wcr-difference pic +zz,zzz,zz9.99.

       01 ws-refused-line.
           05 filler pic x(5) value spaces.
           05 wrf-claim-num pic x(14).
           05 filler pic x(2) value spaces.
           05 wrf-credit-ref pic x(10).
           05 filler pic x(2) value spaces.
           05 wrf-credit-amount pic $$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 filler pic x(30) value "REFUSED - NO OPEN CLAIM".

       01 ws-open-line.
           05 filler pic x(5) value spaces.
           05 wol-claim-num pic x(14).
           05 filler pic x(2) value spaces.
           05 wol-vendor-code pic x(6).
           05 filler pic x(2) value spaces.
           05 wol-claim-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wol-claim-amount pic $$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wol-days-open pic zzzz9.
           05 filler pic x(10) value " DAYS OPEN".

       01 ws-held-line.
           05 filler pic x(5) value spaces.
           05 whl-store-num pic 99.
           05 filler pic x(2) value spaces.
           05 whl-invoice-num pic x(9).
           05 filler pic x(2) value spaces.
           05 whl-sku-code pic x(15).
           05 filler pic x(2) value spaces.
           05 whl-quantity pic zz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(30) value "HELD - NO VENDOR ON SKU MASTER".

       01 ws-none-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(4) value "NONE".

       01 ws-summary-line1.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value "HELD LINES: ".
           05 wsm-held-read pic zzzz9.
           05 filler pic x(12) value "  CLAIMED: ".
           05 wsm-lines-claimed pic zzzz9.
           05 filler pic x(15) value "  IN CLAIMS: ".
           05 wsm-claims-raised pic zz9.
           05 filler pic x(2) value spaces.
           05 wsm-claimed-amount pic $$$,$$$,$$9.99.

       01 ws-summary-line2.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value "CREDITS: ".
           05 wsm-credits-applied pic zzzz9.
           05 filler pic x(12) value "  REFUSED: ".
           05 wsm-credits-refused pic zzzz9.
           05 filler pic x(15) value "  OPEN CLAIMS: ".
           05 wsm-open-claims pic zz9.
           05 filler pic x(2) value spaces.
           05 wsm-open-amount pic $$$,$$$,$$9.99.

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Claiming defective returns.".
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
           initialize ws-holding-table.
           initialize ws-claim-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.

           move ws-business-date to ws-day-num-input.
           perform 150-compute-day-number.
           move ws-day-num-work to ws-run-day-num.

           perform 110-load-sku-master.
           perform 120-check-claim-week.
           perform 130-load-claim-ledger.
           perform 200-load-holding.

           if (ws-claim-week-end)
               perform 250-raise-claims
                 varying ws-hld-counter from ws-one by ws-one
                 until ws-hld-counter > ws-hld-count
           end-if.

           perform 300-apply-credits.

           perform 400-rewrite-holding.
           perform 420-rewrite-claim-ledger.
           if (ws-calc-lines-claimed > ws-zero)
               perform 440-file-claim-lines
           end-if.

           perform 500-write-claim-documents.
           perform 550-write-report.
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
           move skm-vendor-code to ws-skm-vendor-code(ws-skm-count).
           if (skm-unit-cost numeric)
               move skm-unit-cost to ws-skm-unit-cost(ws-skm-count)
           else
               move ws-zero to ws-skm-unit-cost(ws-skm-count)
           end-if.

           read sku-master-file
               at end move ws-file-empty to ws-skm-eof-flag.

      * Is the business date the last day of a fiscal week?
       120-check-claim-week.
           open input fiscal-calendar-file.

           if (ws-fiscal-calendar-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read fiscal-calendar-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 125-check-one-fiscal-week
             until (ws-eof-flag = ws-file-empty)
                or (ws-on-calendar).

           if (ws-fiscal-calendar-status not = "35")
               close fiscal-calendar-file
           end-if.

           if (not ws-on-calendar)
               move "y" to ws-claim-week-flag
           end-if.

       125-check-one-fiscal-week.
           if (ws-business-date not < fcl-start-date)
              and (ws-business-date not > fcl-end-date)
               move "y" to ws-on-calendar-flag
               if (ws-business-date = fcl-end-date)
                   move "y" to ws-claim-week-flag
               end-if
           else
               read fiscal-calendar-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

      * Load the open claims carried from the last run.
       130-load-claim-ledger.
           open input claim-ledger-file.

           if (ws-claim-ledger-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read claim-ledger-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 135-load-one-claim
             until ws-eof-flag = ws-file-empty.

           if (ws-claim-ledger-status not = "35")
               close claim-ledger-file
           end-if.

       135-load-one-claim.
           perform 270-require-claim-room.

           add ws-one to ws-rcl-count.
           move rcl-claim-num to ws-rcl-claim-num(ws-rcl-count).
           move rcl-vendor-code to ws-rcl-vendor-code(ws-rcl-count).
           move rcl-claim-date to ws-rcl-claim-date(ws-rcl-count).
           move rcl-line-count to ws-rcl-line-count(ws-rcl-count).
           move rcl-claim-amount to ws-rcl-claim-amount(ws-rcl-count).
           move rcl-status to ws-rcl-status(ws-rcl-count).
           move rcl-credit-date to ws-rcl-credit-date(ws-rcl-count).
           move rcl-credit-amount
             to ws-rcl-credit-amount(ws-rcl-count).
           move rcl-credit-ref to ws-rcl-credit-ref(ws-rcl-count).
           move space to ws-rcl-new-flag(ws-rcl-count).

           read claim-ledger-file
               at end move ws-file-empty to ws-eof-flag.

      * The holding file, held whole, each line priced and given
      * its vendor off the SKU master.
       200-load-holding.
           open input rtv-holding-file.

           if (ws-rtv-holding-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read rtv-holding-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 210-load-one-held-line
             until ws-eof-flag = ws-file-empty.

           if (ws-rtv-holding-status not = "35")
               close rtv-holding-file
           end-if.

       210-load-one-held-line.
           if (ws-hld-count = ws-hld-table-max)
               display ws-reference-failure-msg
               display ws-hld-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-hld-count.
           add ws-one to ws-calc-held-read.
           move rtv-store-num to ws-hld-store-num(ws-hld-count).
           move rtv-invoice-num to ws-hld-invoice-num(ws-hld-count).
           move rtv-sku-code to ws-hld-sku-code(ws-hld-count).
           move rtv-quantity to ws-hld-quantity(ws-hld-count).
           move rtv-return-date to ws-hld-return-date(ws-hld-count).
           move rtv-posted-date to ws-hld-posted-date(ws-hld-count).
           move ws-zero to ws-hld-claim-index(ws-hld-count).

           move space to ws-skm-found-flag.
           move ws-one to ws-skm-search-index.
           perform 215-search-sku-table
             until (ws-skm-search-index > ws-skm-count)
                or (ws-skm-found).

           if (ws-skm-found)
               move ws-skm-vendor-code(ws-skm-search-index)
                 to ws-hld-vendor-code(ws-hld-count)
               move ws-skm-unit-cost(ws-skm-search-index)
                 to ws-hld-unit-cost(ws-hld-count)
               multiply ws-skm-unit-cost(ws-skm-search-index)
                 by rtv-quantity
                 giving ws-hld-extended-cost(ws-hld-count)
           else
               move spaces to ws-hld-vendor-code(ws-hld-count)
               move ws-zero to ws-hld-unit-cost(ws-hld-count)
               move ws-zero to ws-hld-extended-cost(ws-hld-count)
           end-if.

           if (ws-hld-vendor-code(ws-hld-count) = spaces)
               add ws-one to ws-calc-no-vendor
           end-if.

           read rtv-holding-file
               at end move ws-file-empty to ws-eof-flag.

       215-search-sku-table.
           if (ws-skm-sku-code(ws-skm-search-index) = rtv-sku-code)
               move "y" to ws-skm-found-flag
           else
               add ws-one to ws-skm-search-index
           end-if.

      * Week end: every held line with a vendor goes on that
      * vendor's claim for the week - claim number is the vendor
      * and the business date - opened the first time it is met.
       250-raise-claims.
           if (ws-hld-vendor-code(ws-hld-counter) not = spaces)
               move ws-hld-vendor-code(ws-hld-counter)
                 to ws-lookup-claim-num(1:6)
               move ws-business-date to ws-lookup-claim-num(7:8)
               perform 260-find-claim

               if (not ws-rcl-found)
                   perform 270-require-claim-room
                   add ws-one to ws-rcl-count
                   move ws-rcl-count to ws-rcl-search-index
                   move ws-lookup-claim-num
                     to ws-rcl-claim-num(ws-rcl-search-index)
                   move ws-hld-vendor-code(ws-hld-counter)
                     to ws-rcl-vendor-code(ws-rcl-search-index)
                   move ws-business-date
                     to ws-rcl-claim-date(ws-rcl-search-index)
                   move ws-zero
                     to ws-rcl-line-count(ws-rcl-search-index)
                   move ws-zero
                     to ws-rcl-claim-amount(ws-rcl-search-index)
                   move "O" to ws-rcl-status(ws-rcl-search-index)
                   move ws-zero
                     to ws-rcl-credit-date(ws-rcl-search-index)
                   move ws-zero
                     to ws-rcl-credit-amount(ws-rcl-search-index)
                   move spaces
                     to ws-rcl-credit-ref(ws-rcl-search-index)
                   move "y" to ws-rcl-new-flag(ws-rcl-search-index)
                   add ws-one to ws-calc-claims-raised
               end-if

               add ws-one to ws-rcl-line-count(ws-rcl-search-index)
               add ws-hld-extended-cost(ws-hld-counter)
                 to ws-rcl-claim-amount(ws-rcl-search-index)
               move ws-rcl-search-index
                 to ws-hld-claim-index(ws-hld-counter)
               add ws-one to ws-calc-lines-claimed
               add ws-hld-extended-cost(ws-hld-counter)
                 to ws-calc-claimed-amount
           end-if.

      * The claim under ws-lookup-claim-num; ws-rcl-search-index is
      * left on it when found.
       260-find-claim.
           move space to ws-rcl-found-flag.
           move ws-one to ws-rcl-search-index.

           perform 265-search-claims
             until (ws-rcl-search-index > ws-rcl-count)
                or (ws-rcl-found).

       265-search-claims.
           if (ws-rcl-claim-num(ws-rcl-search-index)
               = ws-lookup-claim-num)
               move "y" to ws-rcl-found-flag
           else
               add ws-one to ws-rcl-search-index
           end-if.

       270-require-claim-room.
           if (ws-rcl-count = ws-rcl-table-max)
               display ws-reference-failure-msg
               display ws-rcl-overflow-msg
               move 8 to return-code
               goback
           end-if.

      * Each credit keyed closes the open claim it names; a credit
      * for a claim that is not open is refused. The credit file is
      * cleared once read, so no credit can apply twice.
       300-apply-credits.
           open input rtv-credit-file.

           if (ws-rtv-credit-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read rtv-credit-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 310-apply-one-credit
             until ws-eof-flag = ws-file-empty.

           if (ws-rtv-credit-status not = "35")
               close rtv-credit-file
               open output rtv-credit-file
               close rtv-credit-file
           end-if.

       310-apply-one-credit.
           move rtc-claim-num to ws-lookup-claim-num.
           perform 260-find-claim.

           if (ws-rcl-found)
               if (not ws-rcl-open(ws-rcl-search-index))
                   move space to ws-rcl-found-flag
               end-if
           end-if.

           if (ws-rcl-found)
               move "C" to ws-rcl-status(ws-rcl-search-index)
               move rtc-credit-date
                 to ws-rcl-credit-date(ws-rcl-search-index)
               move rtc-credit-amount
                 to ws-rcl-credit-amount(ws-rcl-search-index)
               move rtc-credit-ref
                 to ws-rcl-credit-ref(ws-rcl-search-index)
               add ws-one to ws-calc-credits-applied
               add rtc-credit-amount to ws-calc-credited-amount
           else
               add ws-one to ws-calc-credits-refused
               move ws-zero to ws-rcl-search-index
           end-if.

           if (ws-crd-count < ws-crd-table-max)
               add ws-one to ws-crd-count
               move rtc-claim-num to ws-crd-claim-num(ws-crd-count)
               move rtc-credit-amount
                 to ws-crd-credit-amount(ws-crd-count)
               move rtc-credit-ref to ws-crd-credit-ref(ws-crd-count)
               move ws-rcl-search-index
                 to ws-crd-claim-index(ws-crd-count)
           end-if.

           read rtv-credit-file
               at end move ws-file-empty to ws-eof-flag.

      * Only the lines not claimed go back on the holding file.
       400-rewrite-holding.
           open output rtv-holding-file.

           perform 410-rewrite-one-held-line
             varying ws-hld-counter from ws-one by ws-one
             until ws-hld-counter > ws-hld-count.

           close rtv-holding-file.

       410-rewrite-one-held-line.
           if (ws-hld-claim-index(ws-hld-counter) = ws-zero)
               move ws-hld-store-num(ws-hld-counter) to rtv-store-num
               move ws-hld-invoice-num(ws-hld-counter)
                 to rtv-invoice-num
               move ws-hld-sku-code(ws-hld-counter) to rtv-sku-code
               move ws-hld-quantity(ws-hld-counter) to rtv-quantity
               move ws-hld-return-date(ws-hld-counter)
                 to rtv-return-date
               move ws-hld-posted-date(ws-hld-counter)
                 to rtv-posted-date
               write rtv-record
           end-if.

      * Open claims go back to the ledger; closed ones move to the
      * history under today's date.
       420-rewrite-claim-ledger.
           open output claim-ledger-file.

           open extend claim-history-file.
           if (ws-claim-history-status = "35")
               open output claim-history-file
           end-if.

           perform 425-rewrite-one-claim
             varying ws-rcl-counter from ws-one by ws-one
             until ws-rcl-counter > ws-rcl-count.

           close claim-history-file.
           close claim-ledger-file.

       425-rewrite-one-claim.
           move ws-rcl-claim-num(ws-rcl-counter) to rcl-claim-num.
           move ws-rcl-vendor-code(ws-rcl-counter) to rcl-vendor-code.
           move ws-rcl-claim-date(ws-rcl-counter) to rcl-claim-date.
           move ws-rcl-line-count(ws-rcl-counter) to rcl-line-count.
           move ws-rcl-claim-amount(ws-rcl-counter)
             to rcl-claim-amount.
           move ws-rcl-status(ws-rcl-counter) to rcl-status.
           move ws-rcl-credit-date(ws-rcl-counter) to rcl-credit-date.
           move ws-rcl-credit-amount(ws-rcl-counter)
             to rcl-credit-amount.
           move ws-rcl-credit-ref(ws-rcl-counter) to rcl-credit-ref.

           if (ws-rcl-closed(ws-rcl-counter))
               move ws-business-date to rch-closed-date
               move rcl-record to rch-claim
               write rch-record
           else
               write rcl-record
               add ws-one to ws-calc-open-claims
               add ws-rcl-claim-amount(ws-rcl-counter)
                 to ws-calc-open-amount
           end-if.

      * Every line claimed this run is kept under its claim number.
       440-file-claim-lines.
           open extend claim-lines-file.
           if (ws-claim-lines-status = "35")
               open output claim-lines-file
           end-if.

           perform 445-file-one-claim-line
             varying ws-hld-counter from ws-one by ws-one
             until ws-hld-counter > ws-hld-count.

           close claim-lines-file.

       445-file-one-claim-line.
           if (ws-hld-claim-index(ws-hld-counter) not = ws-zero)
               move ws-rcl-claim-num(ws-hld-claim-index(ws-hld-counter))
                 to rln-claim-num
               move ws-hld-store-num(ws-hld-counter) to rln-store-num
               move ws-hld-invoice-num(ws-hld-counter)
                 to rln-invoice-num
               move ws-hld-sku-code(ws-hld-counter) to rln-sku-code
               move ws-hld-quantity(ws-hld-counter) to rln-quantity
               move ws-hld-unit-cost(ws-hld-counter) to rln-unit-cost
               move ws-hld-extended-cost(ws-hld-counter)
                 to rln-extended-cost
               move ws-hld-return-date(ws-hld-counter)
                 to rln-return-date
               write rln-record
           end-if.

      * The claim documents - one section per claim raised this
      * run, every line on it, and the claim total.
       500-write-claim-documents.
           open output claim-document-file.

           write claim-line from ws-heading1-name-line
             after advancing ws-one line.

           if (ws-calc-claims-raised = ws-zero)
               write claim-line from ws-no-claims-line
                 after advancing ws-two line
           else
               perform 510-write-one-claim-document
                 varying ws-rcl-counter from ws-one by ws-one
                 until ws-rcl-counter > ws-rcl-count
           end-if.

           close claim-document-file.

       510-write-one-claim-document.
           if (ws-rcl-new(ws-rcl-counter))
               move ws-rcl-claim-num(ws-rcl-counter) to wch-claim-num
               move ws-rcl-vendor-code(ws-rcl-counter)
                 to wch-vendor-code
               move ws-rcl-claim-date(ws-rcl-counter)
                 to wch-claim-date
               write claim-line from ws-claim-heading
                 after advancing ws-two line
               write claim-line from ws-claim-column-heading
                 after advancing ws-two line

               perform 520-write-one-claim-detail
                 varying ws-hld-counter from ws-one by ws-one
                 until ws-hld-counter > ws-hld-count

               move ws-rcl-line-count(ws-rcl-counter)
                 to wct-line-count
               move ws-rcl-claim-amount(ws-rcl-counter)
                 to wct-claim-amount
               write claim-line from ws-claim-total-line
                 after advancing ws-two line
           end-if.

       520-write-one-claim-detail.
           if (ws-hld-claim-index(ws-hld-counter) = ws-rcl-counter)
               move ws-hld-store-num(ws-hld-counter) to wcd-store-num
               move ws-hld-invoice-num(ws-hld-counter)
                 to wcd-invoice-num
               move ws-hld-sku-code(ws-hld-counter) to wcd-sku-code
               move ws-hld-return-date(ws-hld-counter)
                 to wcd-return-date
               move ws-hld-quantity(ws-hld-counter) to wcd-quantity
               move ws-hld-unit-cost(ws-hld-counter) to wcd-unit-cost
               move ws-hld-extended-cost(ws-hld-counter)
                 to wcd-extended-cost
               write claim-line from ws-claim-detail-line
                 after advancing ws-one line
           end-if.

      * The control report: claims raised, credits applied and
      * refused, every claim still open with its age, and the lines
      * held for want of a vendor.
       550-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           if (ws-claim-week-end)
               write output-line from ws-claim-week-line
                 after advancing ws-one line
           else
               write output-line from ws-not-claim-week-line
                 after advancing ws-one line
           end-if.

           move "CLAIMS RAISED" to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           if (ws-calc-claims-raised = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           else
               perform 560-report-one-raised-claim
                 varying ws-rcl-counter from ws-one by ws-one
                 until ws-rcl-counter > ws-rcl-count
           end-if.

           move "VENDOR CREDITS KEYED" to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           if (ws-crd-count = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           else
               perform 570-report-one-credit
                 varying ws-crd-counter from ws-one by ws-one
                 until ws-crd-counter > ws-crd-count
           end-if.

           move "CLAIMS OPEN AWAITING VENDOR CREDIT" to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           if (ws-calc-open-claims = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           else
               perform 580-report-one-open-claim
                 varying ws-rcl-counter from ws-one by ws-one
                 until ws-rcl-counter > ws-rcl-count
           end-if.

           if (ws-calc-no-vendor > ws-zero)
               move "HELD RETURNS WITH NO VENDOR" to wsh-title
               write output-line from ws-section-heading
                 after advancing ws-two line
               perform 590-report-one-held-line
                 varying ws-hld-counter from ws-one by ws-one
                 until ws-hld-counter > ws-hld-count
           end-if.

           move ws-calc-held-read to wsm-held-read.
           move ws-calc-lines-claimed to wsm-lines-claimed.
           move ws-calc-claims-raised to wsm-claims-raised.
           move ws-calc-claimed-amount to wsm-claimed-amount.
           write output-line from ws-summary-line1
             after advancing ws-two line.

           move ws-calc-credits-applied to wsm-credits-applied.
           move ws-calc-credits-refused to wsm-credits-refused.
           move ws-calc-open-claims to wsm-open-claims.
           move ws-calc-open-amount to wsm-open-amount.
           write output-line from ws-summary-line2
             after advancing ws-one line.

           close output-file.

       560-report-one-raised-claim.
           if (ws-rcl-new(ws-rcl-counter))
               move ws-rcl-claim-num(ws-rcl-counter) to wrl-claim-num
               move ws-rcl-vendor-code(ws-rcl-counter)
                 to wrl-vendor-code
               move ws-rcl-line-count(ws-rcl-counter)
                 to wrl-line-count
               move ws-rcl-claim-amount(ws-rcl-counter)
                 to wrl-claim-amount
               write output-line from ws-raised-line
                 after advancing ws-one line
           end-if.

       570-report-one-credit.
           if (ws-crd-claim-index(ws-crd-counter) = ws-zero)
               move ws-crd-claim-num(ws-crd-counter) to wrf-claim-num
               move ws-crd-credit-ref(ws-crd-counter)
                 to wrf-credit-ref
               move ws-crd-credit-amount(ws-crd-counter)
                 to wrf-credit-amount
               write output-line from ws-refused-line
                 after advancing ws-one line
           else
               move ws-crd-claim-index(ws-crd-counter)
                 to ws-rcl-search-index
               move ws-crd-claim-num(ws-crd-counter) to wcr-claim-num
               move ws-crd-credit-ref(ws-crd-counter)
                 to wcr-credit-ref
               move ws-rcl-claim-amount(ws-rcl-search-index)
                 to wcr-claim-amount
               move ws-crd-credit-amount(ws-crd-counter)
                 to wcr-credit-amount
               subtract ws-rcl-claim-amount(ws-rcl-search-index)
                 from ws-crd-credit-amount(ws-crd-counter)
                 giving ws-credit-difference
               move ws-credit-difference to wcr-difference
               write output-line from ws-credit-line
                 after advancing ws-one line
           end-if.

       580-report-one-open-claim.
           if (ws-rcl-open(ws-rcl-counter))
               move ws-rcl-claim-date(ws-rcl-counter)
                 to ws-day-num-input
               perform 150-compute-day-number
               if (ws-day-num-work < ws-run-day-num)
                   subtract ws-day-num-work from ws-run-day-num
                     giving ws-days-open
               else
                   move ws-zero to ws-days-open
               end-if

               move ws-rcl-claim-num(ws-rcl-counter) to wol-claim-num
               move ws-rcl-vendor-code(ws-rcl-counter)
                 to wol-vendor-code
               move ws-rcl-claim-date(ws-rcl-counter)
                 to wol-claim-date
               move ws-rcl-claim-amount(ws-rcl-counter)
                 to wol-claim-amount
               move ws-days-open to wol-days-open
               write output-line from ws-open-line
                 after advancing ws-one line
           end-if.

       590-report-one-held-line.
           if (ws-hld-vendor-code(ws-hld-counter) = spaces)
               move ws-hld-store-num(ws-hld-counter) to whl-store-num
               move ws-hld-invoice-num(ws-hld-counter)
                 to whl-invoice-num
               move ws-hld-sku-code(ws-hld-counter) to whl-sku-code
               move ws-hld-quantity(ws-hld-counter) to whl-quantity
               write output-line from ws-held-line
                 after advancing ws-one line
           end-if.

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

       end program Program32RTVClaims.

       identification division.
       program-id. Program37BasketAnalysis.

      ******************************************************************
      * Program Description: This program counts customer
      * transactions instead of lines. Every other report in the
      * chain adds up lines and dollars; a store manager measured on
      * average ticket and items per basket needs the receipt. Run
      * after Program11ArchiveRun has put the day into the
      * transaction history, it walks the retained history in
      * invoice order and rebuilds each invoice - every sale and
      * layaway line rung under one invoice number on one business
      * day is one basket, and a voided line comes back out of the
      * basket it was rung in. Returns carry the original sale's
      * number and are not baskets of their own, so they are passed
      * by. Each basket counts toward its store and the day of the
      * week it was rung, and the report shows, by store and
      * weekday, by district and for the company by weekday: the
      * number of baskets, sales, average ticket, average lines per
      * basket and the share of baskets that mix departments (a
      * department being the two-letter SKU prefix).
      *
      * Baskets also roll up by store and fiscal week off the fiscal
      * calendar, and each store-week in the history is set against
      * the same fiscal week of the year before. The history only
      * holds the retention window, so the store-week figures are
      * carried in a week summary file from run to run; a week still
      * in the history is refreshed from it, unless the history has
      * already swept part of that week away, in which case the
      * fuller figure already carried is kept.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * The retained transaction history, read in invoice order.
                  select transaction-history-file
                      assign to "../../../data/TransactionHistory.dat"
                      organization is indexed
                      access mode is sequential
                      record key is th-key with duplicates
                      file status is ws-history-status.

      * District hierarchy reference file - the district block.
                  select district-master-file
                      assign to "../../../data/DistrictMaster.dat"
                      organization is line sequential
                      file status is ws-district-master-status.

      * Fiscal calendar kept by Program13MasterMaintenance - one row
      * per fiscal week, which names the week a basket falls in.
                  select fiscal-calendar-file
                      assign to "../../../data/FiscalCalendar.dat"
                      organization is line sequential
                      file status is ws-fiscal-calendar-status.

      * Store-week basket figures carried from run to run, so the
      * same week last year is still there to compare against once
      * the history has swept it away. Rewritten whole every run.
                  select week-summary-file
                      assign to "../../../data/BasketWeekSummary.dat"
                      organization is line sequential
                      file status is ws-week-summary-status.

                  select output-file
                      assign to "../../../data/BasketAnalysis.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch and the business date.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd transaction-history-file
           data record is th-record
           record contains 78 characters.

       01 th-record.
           05 th-key.
               10 th-invoice-num pic x(9).
               10 th-business-date pic 9(8).
           05 th-code pic x.
               88 th-code-s value "S".
               88 th-code-l value "L".
               88 th-code-v value "V".
           05 th-amount pic 9(5)v99.
           05 th-payment-type pic x(2).
           05 th-store-num pic 99.
           05 th-sku-code pic x(15).
           05 th-trans-date pic 9(8).
           05 th-reason-code pic x(2).
           05 th-cashier-id pic 9(4).
           05 th-quantity pic 9(3).
           05 th-foreign-amount pic 9(5)v99.
           05 th-member-num pic x(10).

       fd district-master-file
           data record is dsm-record
           record contains 6 characters.

       01 dsm-record.
           05 dsm-store-num pic 99.
           05 dsm-district pic x(2).
           05 dsm-region pic x(2).

       fd fiscal-calendar-file
           data record is fcl-record
           record contains 24 characters.

       01 fcl-record.
           05 fcl-fiscal-year pic 9(4).
           05 fcl-period pic 99.
           05 fcl-week pic 99.
           05 fcl-start-date pic 9(8).
           05 fcl-end-date pic 9(8).

       fd week-summary-file
           data record is bws-record
           record contains 40 characters.

       01 bws-record.
           05 bws-key.
               10 bws-store-num pic 99.
               10 bws-fiscal-year pic 9(4).
               10 bws-week pic 99.
           05 bws-baskets pic 9(7).
           05 bws-sales pic 9(9)v99.
           05 bws-lines pic 9(7).
           05 bws-mixed pic 9(7).

       fd output-file
            data record is report-line
            record contains 132 characters.

       01 output-line pic x(132).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-history-status pic xx value spaces.
       01 ws-district-master-status pic xx value spaces.
       01 ws-fiscal-calendar-status pic xx value spaces.
       01 ws-week-summary-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-business-date pic 9(8) value 0.
       01 ws-history-read-count pic 9(7) value 0.
       01 ws-first-trans-date pic 9(8) value 0.
       01 ws-last-trans-date pic 9(8) value 0.

      * The basket being gathered - the lines of one invoice number
      * on one business day sit together in the history's key
      * order. Voided lines are held apart and netted off when the
      * basket closes, whichever order they were rung in.
       01 ws-basket-flag pic x value space.
           88 ws-basket-open value "y".
       01 ws-basket.
           05 ws-bkt-key.
               10 ws-bkt-invoice-num pic x(9).
               10 ws-bkt-business-date pic 9(8).
           05 ws-bkt-store-num pic 99.
           05 ws-bkt-trans-date pic 9(8).
           05 ws-bkt-sales pic 9(7)v99.
           05 ws-bkt-lines pic 9(5).
           05 ws-bkt-void-amount pic 9(7)v99.
           05 ws-bkt-void-lines pic 9(5).
           05 ws-bkt-first-dept pic x(2).
           05 ws-bkt-mixed-flag pic x.
               88 ws-bkt-mixed value "y".
           05 ws-bkt-store-set-flag pic x.
               88 ws-bkt-store-set value "y".

      * Fiscal calendar weeks.
       01 ws-calendar-table.
           05 ws-cal-entry occurs 400 times.
               10 ws-cal-fiscal-year pic 9(4).
               10 ws-cal-week pic 99.
               10 ws-cal-start-date pic 9(8).
               10 ws-cal-end-date pic 9(8).
       01 ws-cal-counters.
           05 ws-cal-count pic 9(3) value 0.
           05 ws-cal-search-index pic 9(3) value 0.
       01 ws-cal-found-flag pic x value space.
           88 ws-cal-found value "y".
       77 ws-cal-table-max pic 9(3) value 400.
       01 ws-cal-lookup-date pic 9(8) value 0.
       01 ws-cal-lookup-year pic 9(4) value 0.
       01 ws-cal-lookup-week pic 99 value 0.
       01 ws-current-fiscal-year pic 9(4) value 0.
       01 ws-oldest-kept-year pic 9(4) value 0.

      * Day of the week from a yyyymmdd date by Zeller's
      * congruence - 1 Sunday through 7 Saturday.
       01 ws-dow-date pic 9(8) value 0.
       01 ws-dow-parts redefines ws-dow-date.
           05 ws-dow-year pic 9(4).
           05 ws-dow-month pic 99.
           05 ws-dow-day pic 99.
       01 ws-dow-calc.
           05 ws-dow-y pic 9(4) value 0.
           05 ws-dow-m pic 99 value 0.
           05 ws-dow-century pic 99 value 0.
           05 ws-dow-year-of-century pic 99 value 0.
           05 ws-dow-term pic 9(5) value 0.
           05 ws-dow-sum pic 9(5) value 0.
           05 ws-dow-quotient pic 9(5) value 0.
           05 ws-dow-zeller pic 9 value 0.
       01 ws-weekday pic 9 value 0.

       01 ws-weekday-name-values.
           05 filler pic x(9) value "SUNDAY".
           05 filler pic x(9) value "MONDAY".
           05 filler pic x(9) value "TUESDAY".
           05 filler pic x(9) value "WEDNESDAY".
           05 filler pic x(9) value "THURSDAY".
           05 filler pic x(9) value "FRIDAY".
           05 filler pic x(9) value "SATURDAY".
       01 ws-weekday-names redefines ws-weekday-name-values.
           05 ws-weekday-name pic x(9) occurs 7 times.

      * Baskets by store and weekday - subscripted by store number
      * plus one so store 00 has a slot too - and by weekday for
      * the company.
       01 ws-store-day-table.
           05 ws-sd-store-entry occurs 100 times.
               10 ws-sd-day-entry occurs 7 times.
                   15 ws-sd-baskets pic 9(7).
                   15 ws-sd-sales pic 9(9)v99.
                   15 ws-sd-lines pic 9(7).
                   15 ws-sd-mixed pic 9(7).
       01 ws-company-day-table.
           05 ws-cd-day-entry occurs 7 times.
               10 ws-cd-baskets pic 9(7).
               10 ws-cd-sales pic 9(9)v99.
               10 ws-cd-lines pic 9(7).
               10 ws-cd-mixed pic 9(7).
       01 ws-store-index pic 9(3) value 0.
       01 ws-store-counter pic 9(3) value 0.
       01 ws-day-counter pic 9 value 0.
       01 ws-store-label-num pic 9(3) value 0.

      * District hierarchy - the store-to-district map and the
      * per-district rollup. An unmapped store rolls into "??".
       01 ws-dsm-eof-flag pic x value "N".
       01 ws-district-map-table.
           05 ws-dm-entry occurs 51 times.
               10 ws-dm-store-num pic 99.
               10 ws-dm-district pic x(2).
               10 ws-dm-region pic x(2).
       01 ws-dm-counters.
           05 ws-dm-count pic 99 value 0.
           05 ws-dm-search-index pic 99 value 0.
       01 ws-dm-found-flag pic x value space.
           88 ws-dm-found value "y".
       77 ws-dm-table-max pic 99 value 51.
       77 ws-unmapped-district pic x(2) value "??".
       01 ws-dm-lookup-district pic x(2) value spaces.
       01 ws-dm-lookup-region pic x(2) value spaces.

       01 ws-district-roll-table.
           05 ws-dr-entry occurs 20 times.
               10 ws-dr-district pic x(2).
               10 ws-dr-region pic x(2).
               10 ws-dr-baskets pic 9(7).
               10 ws-dr-sales pic 9(9)v99.
               10 ws-dr-lines pic 9(7).
               10 ws-dr-mixed pic 9(7).
       01 ws-dr-counters.
           05 ws-dr-count pic 99 value 0.
           05 ws-dr-search-index pic 99 value 0.
           05 ws-dr-index pic 99 value 0.
           05 ws-dr-counter pic 99 value 0.
       01 ws-dr-found-flag pic x value space.
           88 ws-dr-found value "y".
       77 ws-dr-table-max pic 99 value 20.

      * Store-week figures, in store / fiscal year / week order.
      * The summary carried in and what this run's history shows
      * are kept side by side until the run settles which stands.
       01 ws-store-week-table.
           05 ws-sw-entry occurs 6000 times.
               10 ws-sw-key.
                   15 ws-sw-store-num pic 99.
                   15 ws-sw-fiscal-year pic 9(4).
                   15 ws-sw-week pic 99.
               10 ws-sw-carried.
                   15 ws-sw-c-baskets pic 9(7).
                   15 ws-sw-c-sales pic 9(9)v99.
                   15 ws-sw-c-lines pic 9(7).
                   15 ws-sw-c-mixed pic 9(7).
               10 ws-sw-history.
                   15 ws-sw-h-baskets pic 9(7).
                   15 ws-sw-h-sales pic 9(9)v99.
                   15 ws-sw-h-lines pic 9(7).
                   15 ws-sw-h-mixed pic 9(7).
       01 ws-sw-counters.
           05 ws-sw-count pic 9(4) value 0.
           05 ws-sw-search-index pic 9(4) value 0.
           05 ws-sw-index pic 9(4) value 0.
           05 ws-sw-counter pic 9(4) value 0.
           05 ws-sw-shift-index pic 9(4) value 0.
       01 ws-sw-found-flag pic x value space.
           88 ws-sw-found value "y".
       77 ws-sw-table-max pic 9(4) value 6000.
       01 ws-sw-search-key.
           05 ws-sws-store-num pic 99.
           05 ws-sws-fiscal-year pic 9(4).
           05 ws-sws-week pic 99.
       01 ws-ly-index pic 9(4) value 0.

       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-cal-overflow-msg pic x(44)
           value "FiscalCalendar.dat OVER CAPACITY".
       77 ws-sw-overflow-msg pic x(44)
           value "MORE STORE-WEEKS THAN THE TABLE HOLDS".

      * One set of figures on its way to a report line - every
      * level (store and weekday, store, district, company) goes
      * through 580-write-figure-line.
       01 ws-figures.
           05 ws-fig-baskets pic 9(7) value 0.
           05 ws-fig-sales pic 9(9)v99 value 0.
           05 ws-fig-lines pic 9(7) value 0.
           05 ws-fig-mixed pic 9(7) value 0.
       01 ws-store-totals.
           05 ws-st-baskets pic 9(7) value 0.
           05 ws-st-sales pic 9(9)v99 value 0.
           05 ws-st-lines pic 9(7) value 0.
           05 ws-st-mixed pic 9(7) value 0.
       01 ws-grand-totals.
           05 ws-gt-baskets pic 9(7) value 0.
           05 ws-gt-sales pic 9(9)v99 value 0.
           05 ws-gt-lines pic 9(7) value 0.
           05 ws-gt-mixed pic 9(7) value 0.
       01 ws-average-ticket pic 9(7)v99 value 0.
       01 ws-average-lines pic 9(5)v99 value 0.
       01 ws-mixed-pct pic 9(3)v9 value 0.
       01 ws-mixed-work pic 9(9) value 0.

      * Same week last year work fields.
       01 ws-ty-average-ticket pic 9(7)v99 value 0.
       01 ws-ly-average-ticket pic 9(7)v99 value 0.
       01 ws-ticket-change pic s9(7)v99 value 0.
       01 ws-ticket-change-pct pic s9(5)v9 value 0.
       01 ws-current-week-count pic 9(4) value 0.

      * Run totals
       01 ws-calc.
           05 ws-calc-baskets pic 9(7) value 0.
           05 ws-calc-voided-out pic 9(7) value 0.
           05 ws-calc-off-calendar pic 9(7) value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(30) value "AVERAGE TICKET AND BASKETS".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-range-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(23) value "HISTORY TRANS DATES: ".
           05 wrl-first-date pic 9(8).
           05 filler pic x(6) value " THRU ".
           05 wrl-last-date pic 9(8).
           05 filler pic x(5) value spaces.
           05 filler pic x(9) value "BASKETS: ".
           05 wrl-baskets pic zzzzzz9.
           05 filler pic x(5) value spaces.
           05 filler pic x(17) value "ALL LINES VOIDED:".
           05 wrl-voided-out pic zzzzzz9.

       01 ws-section-heading.
           05 filler pic x(3) value spaces.
           05 wsh-title pic x(50).

       01 ws-figure-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(22) value "LEVEL".
           05 filler pic x(10) value "   BASKETS".
           05 filler pic x(18) value "             SALES".
           05 filler pic x(14) value "    AVG TICKET".
           05 filler pic x(10) value "     LINES".
           05 filler pic x(12) value "   LINES/BKT".
           05 filler pic x(10) value "   MIXED %".

       01 ws-figure-line.
           05 filler pic x(3) value spaces.
           05 wfl-level pic x(22).
           05 wfl-baskets pic z,zzz,zz9.
           05 filler pic x value space.
           05 wfl-sales pic $$$$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wfl-average-ticket pic $$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wfl-lines pic z,zzz,zz9.
           05 filler pic x(5) value spaces.
           05 wfl-average-lines pic zz9.99.
           05 filler pic x(5) value spaces.
           05 wfl-mixed-pct pic zz9.9.

       01 ws-store-day-label.
           05 filler pic x(6) value "STORE ".
           05 wsdl-store-num pic 99.
           05 filler pic x(2) value spaces.
           05 wsdl-weekday pic x(9).
           05 filler pic x(3) value spaces.

       01 ws-store-total-label.
           05 filler pic x(6) value "STORE ".
           05 wstl-store-num pic 99.
           05 filler pic x(14) value "  ALL DAYS".

       01 ws-district-label.
           05 filler pic x(9) value "DISTRICT ".
           05 wdl-district pic x(2).
           05 filler pic x(2) value " (".
           05 wdl-region pic x(2).
           05 filler pic x(1) value ")".
           05 filler pic x(6) value spaces.

       01 ws-company-day-label.
           05 filler pic x(10) value "ALL STORES".
           05 filler pic x(2) value spaces.
           05 wcdl-weekday pic x(9).
           05 filler pic x value space.

       01 ws-total-label pic x(22) value "ALL STORES  ALL DAYS".

       01 ws-week-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(19) value "STORE  FISCAL WEEK".
           05 filler pic x(10) value "   BASKETS".
           05 filler pic x(12) value "  AVG TICKET".
           05 filler pic x(10) value " LINES/BKT".
           05 filler pic x(9) value "  MIXED %".
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value "LY BASKETS".
           05 filler pic x(12) value "  LY AVG TKT".
           05 filler pic x(10) value " LY LN/BKT".
           05 filler pic x(9) value "  LY MIX%".
           05 filler pic x(12) value "  TICKET CHG".

       01 ws-week-line.
           05 filler pic x(4) value spaces.
           05 wwl-store-num pic 99.
           05 filler pic x(3) value spaces.
           05 wwl-fiscal-year pic 9(4).
           05 filler pic x(4) value " WK ".
           05 wwl-week pic 99.
           05 filler pic x(3) value spaces.
           05 wwl-baskets pic zz,zzz,zz9.
           05 filler pic x(2) value spaces.
           05 wwl-average-ticket pic $$$,$$9.99.
           05 filler pic x(4) value spaces.
           05 wwl-average-lines pic zz9.99.
           05 filler pic x(4) value spaces.
           05 wwl-mixed-pct pic zz9.9.
           05 filler pic x(4) value spaces.
           05 wwl-last-year pic x(54).

       01 ws-last-year-figures.
           05 wly-baskets pic zz,zzz,zz9.
           05 filler pic x(2) value spaces.
           05 wly-average-ticket pic $$$,$$9.99.
           05 filler pic x(4) value spaces.
           05 wly-average-lines pic zz9.99.
           05 filler pic x(4) value spaces.
           05 wly-mixed-pct pic zz9.9.
           05 filler pic x(3) value spaces.
           05 wly-ticket-change-pct pic ++++9.9.
           05 filler pic x value "%".

       01 ws-no-last-year pic x(54)
           value "   NO HISTORY FOR THE SAME WEEK LAST YEAR".

       01 ws-off-calendar-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(37)
                 value "BASKETS DATED OFF THE FISCAL CALENDAR".
           05 filler pic x(15) value " (NOT IN WEEKS)".
           05 filler pic x(2) value ": ".
           05 wocl-count pic zzzzzz9.

       01 ws-no-history-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(40)
                 value "NO TRANSACTION HISTORY TO ANALYZE".

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Analyzing baskets.".
           05 ws-output-dest-message     pic x(36)
                           value "Please proceed to the 'data' folder.".
           05 ws-exit-message            pic x(36)
                           value "Press any key to exit the program...".
      *
       77 ws-file-empty pic x value "e".
       77 ws-zero pic 9 value 0.
       77 ws-one pic 9 value 1.
       77 ws-two pic 9 value 2.
       77 ws-seven pic 9 value 7.
       77 ws-blank pic x value space.
       77 ws-hundred pic 9(3) value 100.
       77 ws-store-slots pic 9(3) value 100.
      *

       procedure division.

      * Main Method
       000-Main.
           initialize ws-store-day-table.
           initialize ws-company-day-table.
           initialize ws-store-week-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           perform 110-load-district-master.
           perform 120-load-fiscal-calendar.
           perform 130-load-week-summary.
           perform 200-scan-history.
           perform 300-settle-store-weeks.
           perform 400-rewrite-week-summary.
           perform 500-write-report.
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

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Load the store-to-district map - a missing file just means
      * no districts drawn yet, and no district block prints.
       110-load-district-master.
           open input district-master-file.

           if (ws-district-master-status not = "00")
               move ws-file-empty to ws-dsm-eof-flag
           else
               read district-master-file
                   at end move ws-file-empty to ws-dsm-eof-flag
               end-read
           end-if.

           perform 115-load-one-district-row
             until (ws-dsm-eof-flag = ws-file-empty)
                or (ws-dm-count = ws-dm-table-max).

           if (ws-district-master-status not = "35")
               close district-master-file
           end-if.

       115-load-one-district-row.
           add ws-one to ws-dm-count.
           move dsm-store-num to ws-dm-store-num(ws-dm-count).
           move dsm-district to ws-dm-district(ws-dm-count).
           move dsm-region to ws-dm-region(ws-dm-count).

           read district-master-file
               at end move ws-file-empty to ws-dsm-eof-flag.

      * Load the fiscal weeks. A missing calendar just means no
      * store-week comparison - the weekday figures still print.
       120-load-fiscal-calendar.
           open input fiscal-calendar-file.

           if (ws-fiscal-calendar-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read fiscal-calendar-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 125-load-one-fiscal-week
             until ws-eof-flag = ws-file-empty.

           if (ws-fiscal-calendar-status not = "35")
               close fiscal-calendar-file
           end-if.

      * The fiscal year the business date falls in - the summary
      * keeps that year and the one before it for the comparison.
           move ws-business-date to ws-cal-lookup-date.
           perform 270-find-fiscal-week.
           if (ws-cal-found)
               move ws-cal-lookup-year to ws-current-fiscal-year
               subtract ws-one from ws-current-fiscal-year
                 giving ws-oldest-kept-year
           end-if.

       125-load-one-fiscal-week.
           if (ws-cal-count = ws-cal-table-max)
               display ws-reference-failure-msg
               display ws-cal-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-cal-count.
           move fcl-fiscal-year to ws-cal-fiscal-year(ws-cal-count).
           move fcl-week to ws-cal-week(ws-cal-count).
           move fcl-start-date to ws-cal-start-date(ws-cal-count).
           move fcl-end-date to ws-cal-end-date(ws-cal-count).

           read fiscal-calendar-file
               at end move ws-file-empty to ws-eof-flag.

      * Load the store-week figures carried from earlier runs.
       130-load-week-summary.
           open input week-summary-file.

           if (ws-week-summary-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read week-summary-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 135-load-one-summary-week
             until ws-eof-flag = ws-file-empty.

           if (ws-week-summary-status not = "35")
               close week-summary-file
           end-if.

       135-load-one-summary-week.
           move bws-key to ws-sw-search-key.
           perform 290-get-store-week-slot.

           move bws-baskets to ws-sw-c-baskets(ws-sw-index).
           move bws-sales to ws-sw-c-sales(ws-sw-index).
           move bws-lines to ws-sw-c-lines(ws-sw-index).
           move bws-mixed to ws-sw-c-mixed(ws-sw-index).

           read week-summary-file
               at end move ws-file-empty to ws-eof-flag.

      * Walk the history in invoice order, gathering the lines of
      * each invoice number on each business day, and count the
      * basket as its last line passes.
       200-scan-history.
           open input transaction-history-file.

           if (ws-history-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read transaction-history-file next record
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 210-take-one-history-record
             until ws-eof-flag = ws-file-empty.

           if (ws-basket-open)
               perform 250-close-basket
           end-if.

           if (ws-history-status not = "35")
               close transaction-history-file
           end-if.

       210-take-one-history-record.
           add ws-one to ws-history-read-count.

           if (th-code-s or th-code-l or th-code-v)
               if (ws-basket-open)
                  and (th-key not = ws-bkt-key)
                   perform 250-close-basket
               end-if

               if (not ws-basket-open)
                   perform 220-open-basket
               end-if

               if (th-code-v)
                   add th-amount to ws-bkt-void-amount
                   add ws-one to ws-bkt-void-lines
               else
                   perform 230-add-basket-line
               end-if
           end-if.

           read transaction-history-file next record
               at end move ws-file-empty to ws-eof-flag.

       220-open-basket.
           move "y" to ws-basket-flag.
           move th-key to ws-bkt-key.
           move ws-zero to ws-bkt-store-num.
           move ws-zero to ws-bkt-trans-date.
           move ws-zero to ws-bkt-sales.
           move ws-zero to ws-bkt-lines.
           move ws-zero to ws-bkt-void-amount.
           move ws-zero to ws-bkt-void-lines.
           move spaces to ws-bkt-first-dept.
           move space to ws-bkt-mixed-flag.
           move space to ws-bkt-store-set-flag.

      * The basket's store and date are the first sale line's. A
      * line from a department other than the first line's makes
      * it a mixed basket.
       230-add-basket-line.
           if (not ws-bkt-store-set)
               move th-store-num to ws-bkt-store-num
               move th-trans-date to ws-bkt-trans-date
               move th-sku-code(1:2) to ws-bkt-first-dept
               move "y" to ws-bkt-store-set-flag
           else
               if (th-sku-code(1:2) not = ws-bkt-first-dept)
                   move "y" to ws-bkt-mixed-flag
               end-if
           end-if.

           add th-amount to ws-bkt-sales.
           add ws-one to ws-bkt-lines.

      * Net the voided lines off and count what is left. A basket
      * whose every line was voided was never a sale, and one left
      * with a single line cannot be a mixed basket.
       250-close-basket.
           move space to ws-basket-flag.

           if (ws-bkt-void-lines not < ws-bkt-lines)
               if (ws-bkt-lines > ws-zero)
                   add ws-one to ws-calc-voided-out
               end-if
           else
               subtract ws-bkt-void-lines from ws-bkt-lines
               if (ws-bkt-lines = ws-one)
                   move space to ws-bkt-mixed-flag
               end-if
               if (ws-bkt-void-amount < ws-bkt-sales)
                   subtract ws-bkt-void-amount from ws-bkt-sales
               else
                   move ws-zero to ws-bkt-sales
               end-if
               perform 260-count-basket
           end-if.

       260-count-basket.
           add ws-one to ws-calc-baskets.

           if (ws-first-trans-date = ws-zero)
              or (ws-bkt-trans-date < ws-first-trans-date)
               move ws-bkt-trans-date to ws-first-trans-date
           end-if.
           if (ws-bkt-trans-date > ws-last-trans-date)
               move ws-bkt-trans-date to ws-last-trans-date
           end-if.

           if (ws-bkt-mixed)
               move ws-one to ws-mixed-work
           else
               move ws-zero to ws-mixed-work
           end-if.

           move ws-bkt-trans-date to ws-dow-date.
           perform 280-compute-weekday.
           add ws-one to ws-bkt-store-num giving ws-store-index.

           add ws-one to ws-sd-baskets(ws-store-index, ws-weekday).
           add ws-bkt-sales to ws-sd-sales(ws-store-index, ws-weekday).
           add ws-bkt-lines to ws-sd-lines(ws-store-index, ws-weekday).
           add ws-mixed-work
             to ws-sd-mixed(ws-store-index, ws-weekday).

           add ws-one to ws-cd-baskets(ws-weekday).
           add ws-bkt-sales to ws-cd-sales(ws-weekday).
           add ws-bkt-lines to ws-cd-lines(ws-weekday).
           add ws-mixed-work to ws-cd-mixed(ws-weekday).

           move ws-bkt-trans-date to ws-cal-lookup-date.
           perform 270-find-fiscal-week.

           if (ws-cal-found)
               move ws-bkt-store-num to ws-sws-store-num
               move ws-cal-lookup-year to ws-sws-fiscal-year
               move ws-cal-lookup-week to ws-sws-week
               perform 290-get-store-week-slot
               add ws-one to ws-sw-h-baskets(ws-sw-index)
               add ws-bkt-sales to ws-sw-h-sales(ws-sw-index)
               add ws-bkt-lines to ws-sw-h-lines(ws-sw-index)
               add ws-mixed-work to ws-sw-h-mixed(ws-sw-index)
           else
               add ws-one to ws-calc-off-calendar
           end-if.

       270-find-fiscal-week.
           move space to ws-cal-found-flag.
           move ws-one to ws-cal-search-index.

           perform 275-check-one-fiscal-week
             until (ws-cal-search-index > ws-cal-count)
                or (ws-cal-found).

       275-check-one-fiscal-week.
           if (ws-cal-lookup-date
               not < ws-cal-start-date(ws-cal-search-index))
              and (ws-cal-lookup-date
                   not > ws-cal-end-date(ws-cal-search-index))
               move ws-cal-fiscal-year(ws-cal-search-index)
                 to ws-cal-lookup-year
               move ws-cal-week(ws-cal-search-index)
                 to ws-cal-lookup-week
               move "y" to ws-cal-found-flag
           else
               add ws-one to ws-cal-search-index
           end-if.

      * Zeller's congruence: January and February count as months
      * 13 and 14 of the year before; the result runs 0 Saturday
      * through 6 Friday and is turned round to 1 Sunday through 7
      * Saturday.
       280-compute-weekday.
           move ws-dow-year to ws-dow-y.
           move ws-dow-month to ws-dow-m.

           if (ws-dow-m < 3)
               add 12 to ws-dow-m
               subtract ws-one from ws-dow-y
           end-if.

           divide ws-dow-y by 100 giving ws-dow-century
             remainder ws-dow-year-of-century.

           move ws-dow-day to ws-dow-sum.
           add ws-one to ws-dow-m giving ws-dow-term.
           multiply 13 by ws-dow-term.
           divide 5 into ws-dow-term.
           add ws-dow-term to ws-dow-sum.
           add ws-dow-year-of-century to ws-dow-sum.
           divide ws-dow-year-of-century by 4 giving ws-dow-term.
           add ws-dow-term to ws-dow-sum.
           divide ws-dow-century by 4 giving ws-dow-term.
           add ws-dow-term to ws-dow-sum.
           multiply 5 by ws-dow-century giving ws-dow-term.
           add ws-dow-term to ws-dow-sum.

           divide ws-dow-sum by ws-seven giving ws-dow-quotient
             remainder ws-dow-zeller.

           add 6 to ws-dow-zeller giving ws-dow-sum.
           divide ws-dow-sum by ws-seven giving ws-dow-quotient
             remainder ws-weekday.
           add ws-one to ws-weekday.

      * Find the store-week in ws-sw-search-key, opening a zeroed
      * slot in key order when it is not there yet.
       290-get-store-week-slot.
           move space to ws-sw-found-flag.
           move ws-one to ws-sw-search-index.

           perform 292-search-one-store-week
             until (ws-sw-search-index > ws-sw-count)
                or (ws-sw-found)
                or (ws-sw-key(ws-sw-search-index)
                    > ws-sw-search-key).

           if (ws-sw-found)
               move ws-sw-search-index to ws-sw-index
           else
               if (ws-sw-count = ws-sw-table-max)
                   display ws-reference-failure-msg
                   display ws-sw-overflow-msg
                   move 8 to return-code
                   goback
               end-if

               move ws-sw-count to ws-sw-shift-index
               perform 294-shift-one-store-week
                 until ws-sw-shift-index < ws-sw-search-index

               add ws-one to ws-sw-count
               move ws-sw-search-index to ws-sw-index
               initialize ws-sw-entry(ws-sw-index)
               move ws-sw-search-key to ws-sw-key(ws-sw-index)
           end-if.

       292-search-one-store-week.
           if (ws-sw-key(ws-sw-search-index) = ws-sw-search-key)
               move "y" to ws-sw-found-flag
           else
               add ws-one to ws-sw-search-index
           end-if.

       294-shift-one-store-week.
           move ws-sw-entry(ws-sw-shift-index)
             to ws-sw-entry(ws-sw-shift-index + 1).
           subtract ws-one from ws-sw-shift-index.

      * Settle each store-week: the history's figure stands unless
      * the figure carried in counts more baskets, which means the
      * history has already swept part of that week away. The
      * settled figure goes into the carried set for the rewrite
      * and the comparison.
       300-settle-store-weeks.
           perform 310-settle-one-store-week
             varying ws-sw-counter from ws-one by ws-one
             until ws-sw-counter > ws-sw-count.

       310-settle-one-store-week.
           if (ws-sw-h-baskets(ws-sw-counter)
               not < ws-sw-c-baskets(ws-sw-counter))
               move ws-sw-history(ws-sw-counter)
                 to ws-sw-carried(ws-sw-counter)
           end-if.

      * The summary goes back whole, less anything from before last
      * fiscal year - no comparison reaches back that far.
       400-rewrite-week-summary.
           open output week-summary-file.

           perform 410-write-one-summary-week
             varying ws-sw-counter from ws-one by ws-one
             until ws-sw-counter > ws-sw-count.

           close week-summary-file.

       410-write-one-summary-week.
           if (ws-sw-fiscal-year(ws-sw-counter)
               not < ws-oldest-kept-year)
              and (ws-sw-c-baskets(ws-sw-counter) > ws-zero)
               move ws-sw-key(ws-sw-counter) to bws-key
               move ws-sw-c-baskets(ws-sw-counter) to bws-baskets
               move ws-sw-c-sales(ws-sw-counter) to bws-sales
               move ws-sw-c-lines(ws-sw-counter) to bws-lines
               move ws-sw-c-mixed(ws-sw-counter) to bws-mixed
               write bws-record
           end-if.

      * Store and weekday lines with a total per store, then the
      * district block, then the company by weekday, then each
      * store-week in the history against the same week last year.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           if (ws-calc-baskets = ws-zero)
               write output-line from ws-no-history-line
                 after advancing ws-two line
           else
               move ws-first-trans-date to wrl-first-date
               move ws-last-trans-date to wrl-last-date
               move ws-calc-baskets to wrl-baskets
               move ws-calc-voided-out to wrl-voided-out
               write output-line from ws-range-line
                 after advancing ws-two line

               move "BY STORE AND DAY OF WEEK" to wsh-title
               write output-line from ws-section-heading
                 after advancing ws-two line
               write output-line from ws-figure-heading
                 after advancing ws-one line
               perform 510-write-one-store
                 varying ws-store-counter from ws-one by ws-one
                 until ws-store-counter > ws-store-slots

               perform 530-write-district-view

               move "ALL STORES BY DAY OF WEEK" to wsh-title
               write output-line from ws-section-heading
                 after advancing ws-two line
               write output-line from ws-figure-heading
                 after advancing ws-one line
               perform 550-write-one-company-day
                 varying ws-day-counter from ws-one by ws-one
                 until ws-day-counter > ws-seven
               move ws-total-label to wfl-level
               move ws-grand-totals to ws-figures
               perform 580-write-figure-line

               perform 560-write-week-comparison
           end-if.

           close output-file.

       510-write-one-store.
           move ws-zero to ws-st-baskets.
           move ws-zero to ws-st-sales.
           move ws-zero to ws-st-lines.
           move ws-zero to ws-st-mixed.

           perform 515-total-one-store-day
             varying ws-day-counter from ws-one by ws-one
             until ws-day-counter > ws-seven.

           if (ws-st-baskets > ws-zero)
               subtract ws-one from ws-store-counter
                 giving ws-store-label-num
               write output-line from spaces
                 after advancing ws-one line
               perform 520-write-one-store-day
                 varying ws-day-counter from ws-one by ws-one
                 until ws-day-counter > ws-seven
               move ws-store-label-num(2:2) to wstl-store-num
               move ws-store-total-label to wfl-level
               move ws-store-totals to ws-figures
               perform 580-write-figure-line

               add ws-st-baskets to ws-gt-baskets
               add ws-st-sales to ws-gt-sales
               add ws-st-lines to ws-gt-lines
               add ws-st-mixed to ws-gt-mixed
           end-if.

       515-total-one-store-day.
           add ws-sd-baskets(ws-store-counter, ws-day-counter)
             to ws-st-baskets.
           add ws-sd-sales(ws-store-counter, ws-day-counter)
             to ws-st-sales.
           add ws-sd-lines(ws-store-counter, ws-day-counter)
             to ws-st-lines.
           add ws-sd-mixed(ws-store-counter, ws-day-counter)
             to ws-st-mixed.

       520-write-one-store-day.
           if (ws-sd-baskets(ws-store-counter, ws-day-counter)
               > ws-zero)
               move ws-store-label-num(2:2) to wsdl-store-num
               move ws-weekday-name(ws-day-counter) to wsdl-weekday
               move ws-store-day-label to wfl-level
               move ws-sd-day-entry(ws-store-counter, ws-day-counter)
                 to ws-figures
               perform 580-write-figure-line
           end-if.

      * The district block - each store's figures fold into its
      * district and one line prints per district.
       530-write-district-view.
           if (ws-dm-count = ws-zero)
               continue
           else
               initialize ws-district-roll-table
               move ws-zero to ws-dr-count

               perform 535-roll-one-store-to-district
                 varying ws-store-counter from ws-one by ws-one
                 until ws-store-counter > ws-store-slots

               move "BY DISTRICT" to wsh-title
               write output-line from ws-section-heading
                 after advancing ws-two line
               write output-line from ws-figure-heading
                 after advancing ws-one line

               perform 545-write-one-district
                 varying ws-dr-counter from ws-one by ws-one
                 until ws-dr-counter > ws-dr-count
           end-if.

       535-roll-one-store-to-district.
           move ws-zero to ws-st-baskets.
           move ws-zero to ws-st-sales.
           move ws-zero to ws-st-lines.
           move ws-zero to ws-st-mixed.

           perform 515-total-one-store-day
             varying ws-day-counter from ws-one by ws-one
             until ws-day-counter > ws-seven.

           if (ws-st-baskets > ws-zero)
               subtract ws-one from ws-store-counter
                 giving ws-store-label-num
               perform 540-find-district-for-store
               perform 542-get-district-roll-slot
               add ws-st-baskets to ws-dr-baskets(ws-dr-index)
               add ws-st-sales to ws-dr-sales(ws-dr-index)
               add ws-st-lines to ws-dr-lines(ws-dr-index)
               add ws-st-mixed to ws-dr-mixed(ws-dr-index)
           end-if.

       540-find-district-for-store.
           move space to ws-dm-found-flag.
           move ws-one to ws-dm-search-index.

           perform 541-search-district-map
             until (ws-dm-search-index > ws-dm-count)
                or (ws-dm-found).

           if (ws-dm-found)
               move ws-dm-district(ws-dm-search-index)
                 to ws-dm-lookup-district
               move ws-dm-region(ws-dm-search-index)
                 to ws-dm-lookup-region
           else
               move ws-unmapped-district to ws-dm-lookup-district
               move ws-unmapped-district to ws-dm-lookup-region
           end-if.

       541-search-district-map.
           if (ws-dm-store-num(ws-dm-search-index)
               = ws-store-label-num)
               move "y" to ws-dm-found-flag
           else
               add ws-one to ws-dm-search-index
           end-if.

       542-get-district-roll-slot.
           move space to ws-dr-found-flag.
           move ws-one to ws-dr-search-index.

           perform 543-search-district-rolls
             until (ws-dr-search-index > ws-dr-count)
                or (ws-dr-found).

           if (ws-dr-found)
               move ws-dr-search-index to ws-dr-index
           else
               if (ws-dr-count < ws-dr-table-max)
                   add ws-one to ws-dr-count
                   move ws-dr-count to ws-dr-index
                   move ws-dm-lookup-district
                     to ws-dr-district(ws-dr-index)
                   move ws-dm-lookup-region
                     to ws-dr-region(ws-dr-index)
               else
                   move ws-dr-count to ws-dr-index
               end-if
           end-if.

       543-search-district-rolls.
           if (ws-dr-district(ws-dr-search-index)
               = ws-dm-lookup-district)
               move "y" to ws-dr-found-flag
           else
               add ws-one to ws-dr-search-index
           end-if.

       545-write-one-district.
           move ws-dr-district(ws-dr-counter) to wdl-district.
           move ws-dr-region(ws-dr-counter) to wdl-region.
           move ws-district-label to wfl-level.
           move ws-dr-baskets(ws-dr-counter) to ws-fig-baskets.
           move ws-dr-sales(ws-dr-counter) to ws-fig-sales.
           move ws-dr-lines(ws-dr-counter) to ws-fig-lines.
           move ws-dr-mixed(ws-dr-counter) to ws-fig-mixed.
           perform 580-write-figure-line.

       550-write-one-company-day.
           if (ws-cd-baskets(ws-day-counter) > ws-zero)
               move ws-weekday-name(ws-day-counter) to wcdl-weekday
               move ws-company-day-label to wfl-level
               move ws-cd-day-entry(ws-day-counter) to ws-figures
               perform 580-write-figure-line
           end-if.

      * Every store-week the history holds, against the same
      * fiscal week of the year before.
       560-write-week-comparison.
           move "STORE-WEEK AGAINST THE SAME WEEK LAST YEAR"
             to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           write output-line from ws-week-heading
             after advancing ws-one line.

           perform 565-write-one-store-week
             varying ws-sw-counter from ws-one by ws-one
             until ws-sw-counter > ws-sw-count.

           if (ws-calc-off-calendar > ws-zero)
               move ws-calc-off-calendar to wocl-count
               write output-line from ws-off-calendar-line
                 after advancing ws-two line
           end-if.

       565-write-one-store-week.
           if (ws-sw-h-baskets(ws-sw-counter) > ws-zero)
               move ws-sw-carried(ws-sw-counter) to ws-figures
               perform 590-compute-averages
               move ws-average-ticket to ws-ty-average-ticket

               move ws-sw-store-num(ws-sw-counter) to wwl-store-num
               move ws-sw-fiscal-year(ws-sw-counter)
                 to wwl-fiscal-year
               move ws-sw-week(ws-sw-counter) to wwl-week
               move ws-fig-baskets to wwl-baskets
               move ws-average-ticket to wwl-average-ticket
               move ws-average-lines to wwl-average-lines
               move ws-mixed-pct to wwl-mixed-pct

               move ws-sw-store-num(ws-sw-counter)
                 to ws-sws-store-num
               subtract ws-one from ws-sw-fiscal-year(ws-sw-counter)
                 giving ws-sws-fiscal-year
               move ws-sw-week(ws-sw-counter) to ws-sws-week
               perform 570-find-last-year-week

               if (ws-sw-found)
                   and (ws-sw-c-baskets(ws-ly-index) > ws-zero)
                   move ws-sw-carried(ws-ly-index) to ws-figures
                   perform 590-compute-averages
                   move ws-average-ticket to ws-ly-average-ticket
                   move ws-fig-baskets to wly-baskets
                   move ws-average-ticket to wly-average-ticket
                   move ws-average-lines to wly-average-lines
                   move ws-mixed-pct to wly-mixed-pct
                   perform 575-compute-ticket-change
                   move ws-ticket-change-pct to wly-ticket-change-pct
                   move ws-last-year-figures to wwl-last-year
               else
                   move ws-no-last-year to wwl-last-year
               end-if

               write output-line from ws-week-line
                 after advancing ws-one line
           end-if.

       570-find-last-year-week.
           move space to ws-sw-found-flag.
           move ws-one to ws-sw-search-index.

           perform 292-search-one-store-week
             until (ws-sw-search-index > ws-sw-count)
                or (ws-sw-found).

           move ws-sw-search-index to ws-ly-index.

       575-compute-ticket-change.
           if (ws-ly-average-ticket = ws-zero)
               move ws-zero to ws-ticket-change-pct
           else
               subtract ws-ly-average-ticket from ws-ty-average-ticket
                 giving ws-ticket-change
               multiply ws-hundred by ws-ticket-change
               divide ws-ticket-change by ws-ly-average-ticket
                 giving ws-ticket-change-pct rounded
                 on size error move ws-zero to ws-ticket-change-pct
               end-divide
           end-if.

       580-write-figure-line.
           perform 590-compute-averages.

           move ws-fig-baskets to wfl-baskets.
           move ws-fig-sales to wfl-sales.
           move ws-average-ticket to wfl-average-ticket.
           move ws-fig-lines to wfl-lines.
           move ws-average-lines to wfl-average-lines.
           move ws-mixed-pct to wfl-mixed-pct.

           write output-line from ws-figure-line
             after advancing ws-one line.

      * Average ticket is sales over baskets, lines per basket is
      * lines over baskets, and the mixed share is mixed baskets
      * over baskets, as a percentage.
       590-compute-averages.
           if (ws-fig-baskets = ws-zero)
               move ws-zero to ws-average-ticket
               move ws-zero to ws-average-lines
               move ws-zero to ws-mixed-pct
           else
               divide ws-fig-sales by ws-fig-baskets
                 giving ws-average-ticket rounded
               divide ws-fig-lines by ws-fig-baskets
                 giving ws-average-lines rounded
               multiply ws-fig-mixed by ws-hundred
                 giving ws-mixed-work
               divide ws-mixed-work by ws-fig-baskets
                 giving ws-mixed-pct rounded
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

       end program Program37BasketAnalysis.

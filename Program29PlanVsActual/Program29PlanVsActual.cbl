       identification division.
       program-id. Program29PlanVsActual.

      ******************************************************************
      * Program Description: This program holds the month against
      * head office's sales plan instead of waiting for the
      * quarterly review. The plan is set per store per week - the
      * sales-plan master carries one line per store per week with
      * the planned sales and planned returns, the week named by
      * the date it ends on - and a week counts toward the month it
      * ends in. Actuals come from the month-to-date master
      * Program9MTDConsolidation keeps. For each store, and rolled
      * up for each district, the report shows actual, plan,
      * variance and percent-to-plan month to date, for sales and
      * for returns, with a projected month-end finish at the
      * current run rate and the full month's plan beside it. The
      * week still in progress is planned pro rata by the days of
      * it that have gone by, so a Tuesday run is not held to a
      * whole week's plan.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * Month-to-date master - one record per store per business day,
      * kept by Program9MTDConsolidation.
                  select mtd-master-file
                      assign to "../../../data/MTDMaster.dat"
                      organization is line sequential
                      file status is ws-mtd-master-status.

      * Head office's sales plan - one line per store per week,
      * maintained through Program13MasterMaintenance.
                  select sales-plan-file
                      assign to "../../../data/SalesPlan.dat"
                      organization is line sequential
                      file status is ws-sales-plan-status.

      * District hierarchy reference file - the district block at
      * the foot of the report.
                  select district-master-file
                      assign to "../../../data/DistrictMaster.dat"
                      organization is line sequential
                      file status is ws-district-master-status.

                  select output-file
                      assign to "../../../data/PlanVsActual.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch and the business date.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd mtd-master-file
           data record is mtd-record
           record contains 37 characters.

       01 mtd-record.
           05 mtd-date.
               10 mtd-yyyymm             pic 9(6).
               10 mtd-dd                 pic 99.
           05 mtd-store-num              pic 99.
           05 mtd-sl-amount              pic 9(7)v99.
           05 mtd-r-amount               pic 9(7)v99.
           05 mtd-s-count                pic 9(3).
           05 mtd-r-count                pic 9(3).
           05 mtd-l-count                pic 9(3).

       fd sales-plan-file
           data record is spl-record
           record contains 28 characters.

       01 spl-record.
           05 spl-store-num              pic 99.
           05 spl-week-ending.
               10 spl-we-yyyymm          pic 9(6).
               10 spl-we-dd              pic 99.
           05 spl-planned-sales          pic 9(7)v99.
           05 spl-planned-returns        pic 9(7)v99.

       fd district-master-file
           data record is dsm-record
           record contains 6 characters.

       01 dsm-record.
           05 dsm-store-num pic 99.
           05 dsm-district pic x(2).
           05 dsm-region pic x(2).

       fd output-file
            data record is report-line
            record contains 132 characters.

       01 output-line pic x(132).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-mtd-master-status pic xx value spaces.
       01 ws-sales-plan-status pic xx value spaces.
       01 ws-district-master-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".

      * Run business date and the month it falls in.
       01 ws-business-date.
           05 ws-bd-yyyymm.
               10 ws-bd-year pic 9(4).
               10 ws-bd-month pic 99.
           05 ws-bd-day pic 99.
       01 ws-business-date-num redefines ws-business-date pic 9(8).

      * Days in each month - February is corrected for leap years
      * when the month is worked out.
       01 ws-month-length-values.
           05 filler pic 99 value 31.
           05 filler pic 99 value 28.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
           05 filler pic 99 value 30.
           05 filler pic 99 value 31.
       01 ws-month-length-table redefines ws-month-length-values.
           05 ws-month-length pic 99 occurs 12 times.
       01 ws-days-in-month pic 99 value 0.
       01 ws-leap-quotient pic 9(4) value 0.
       01 ws-leap-remainder pic 9(3) value 0.

      * Pro-rating the week in progress - days of it gone by, on the
      * day-number scale year*372 + (month-1)*31 + day, exact
      * within one month.
       01 ws-week-days-left pic 9(7) value 0.
       01 ws-week-days-gone pic 9 value 0.
       01 ws-run-day-num pic 9(7) value 0.
       01 ws-day-num-input.
           05 ws-dn-year pic 9(4).
           05 ws-dn-month pic 99.
           05 ws-dn-day pic 99.
       01 ws-day-num-work pic 9(7) value 0.
       01 ws-dn-temp pic 9(7) value 0.
       01 ws-prorate-work pic 9(9)v99 value 0.
       77 ws-days-in-week pic 9 value 7.

      * Plan-versus-actual table - one slot per store on the MTD
      * master's current month or on the month's plan. A store past
      * the cap stops the run cold, as it does in Program9.
       01 ws-pva-table.
           05 ws-pva-entry occurs 51 times.
               10 ws-pva-store-num pic 99.
               10 ws-pva-act-sales pic 9(8)v99.
               10 ws-pva-act-returns pic 9(8)v99.
               10 ws-pva-mtd-plan-sales pic 9(8)v99.
               10 ws-pva-mtd-plan-returns pic 9(8)v99.
               10 ws-pva-month-plan-sales pic 9(8)v99.
               10 ws-pva-month-plan-returns pic 9(8)v99.
       01 ws-pva-counters.
           05 ws-pva-count pic 99 value 0.
           05 ws-pva-search-index pic 99 value 0.
           05 ws-pva-index pic 99 value 0.
           05 ws-pva-shift-index pic 99 value 0.
           05 ws-pva-counter pic 99 value 0.
       01 ws-pva-found-flag pic x value space.
           88 ws-pva-found value "y".
       77 ws-pva-table-max pic 99 value 51.
       01 ws-lookup-store pic 99 value 0.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-pva-overflow-msg pic x(44)
           value "MORE STORES THAN THE PLAN TABLE HOLDS".

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
               10 ws-dr-act-sales pic 9(9)v99.
               10 ws-dr-act-returns pic 9(9)v99.
               10 ws-dr-mtd-plan-sales pic 9(9)v99.
               10 ws-dr-mtd-plan-returns pic 9(9)v99.
               10 ws-dr-month-plan-sales pic 9(9)v99.
               10 ws-dr-month-plan-returns pic 9(9)v99.
       01 ws-dr-counters.
           05 ws-dr-count pic 99 value 0.
           05 ws-dr-search-index pic 99 value 0.
           05 ws-dr-index pic 99 value 0.
           05 ws-dr-counter pic 99 value 0.
       01 ws-dr-found-flag pic x value space.
           88 ws-dr-found value "y".
       77 ws-dr-table-max pic 99 value 20.

      * Grand totals across every store.
       01 ws-grand-totals.
           05 ws-gt-act-sales pic 9(9)v99 value 0.
           05 ws-gt-act-returns pic 9(9)v99 value 0.
           05 ws-gt-mtd-plan-sales pic 9(9)v99 value 0.
           05 ws-gt-mtd-plan-returns pic 9(9)v99 value 0.
           05 ws-gt-month-plan-sales pic 9(9)v99 value 0.
           05 ws-gt-month-plan-returns pic 9(9)v99 value 0.

      * One line's figures, whichever level is printing - the
      * store, district and total lines all go through 580.
       01 ws-line-figures.
           05 ws-lf-actual pic 9(9)v99 value 0.
           05 ws-lf-mtd-plan pic 9(9)v99 value 0.
           05 ws-lf-month-plan pic 9(9)v99 value 0.
       01 ws-line-calc.
           05 ws-lc-variance pic s9(9)v99 value 0.
           05 ws-lc-pct-work pic 9(11)v99 value 0.
           05 ws-lc-pct pic 9(4)v9 value 0.
           05 ws-lc-projected pic 9(9)v99 value 0.
           05 ws-lc-proj-work pic 9(11)v99 value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(24) value "PLAN VERSUS ACTUAL - MTD".
         05 filler pic x(3) value spaces.
         05 filler pic x(6) value "MONTH ".
         05 ws-hdg-yyyymm pic 9(6).
         05 filler pic x(3) value spaces.
         05 filler pic x(9) value "THROUGH ".
         05 ws-hdg-date pic 9(8).

       01 ws-page-heading2.
         05 filler pic x(14) value spaces.
         05 filler pic x(9) value "LINE".
         05 filler pic x(16) value "ACTUAL MTD".
         05 filler pic x(16) value "PLAN MTD".
         05 filler pic x(16) value "VARIANCE".
         05 filler pic x(9) value "% PLAN".
         05 filler pic x(16) value "PROJ MONTH-END".
         05 filler pic x(16) value "MONTH PLAN".

       01 ws-figure-line.
         05 wfl-level pic x(14).
         05 wfl-line-name pic x(7).
         05 filler pic x(2) value spaces.
         05 wfl-actual pic $$$,$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 wfl-mtd-plan pic $$$,$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 wfl-variance pic +zz,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 wfl-pct pic zzz9.9.
         05 filler pic x(3) value spaces.
         05 wfl-projected pic $$$,$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 wfl-month-plan pic $$$,$$$,$$9.99.

      * Level labels built into wfl-level.
       01 ws-store-label.
           05 filler pic x(6) value "STORE ".
           05 wsl-store-num pic 99.
           05 filler pic x(6) value spaces.
       01 ws-district-label.
           05 filler pic x(9) value "DISTRICT ".
           05 wdl-district pic x(2).
           05 filler pic x(3) value spaces.
       77 ws-total-label pic x(14) value "ALL STORES".
       77 ws-sales-name pic x(7) value "SALES".
       77 ws-returns-name pic x(7) value "RETURNS".

       01 ws-district-heading.
           05 filler pic x(28)
                 value "DISTRICT PLAN VERSUS ACTUAL".

       01 ws-run-rate-note-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(32) value "RUN RATE - DAYS ELAPSED/MONTH: ".
           05 wrn-days-gone pic z9.
           05 filler pic x(1) value "/".
           05 wrn-days-in-month pic 99.

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Comparing month to sales plan.".
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

      * The tables are added into, so every slot has to start at a
      * real zero - table items carry no VALUE clauses.
           initialize ws-pva-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           perform 110-derive-month-length.
           move ws-business-date to ws-day-num-input.
           perform 150-compute-day-number.
           move ws-day-num-work to ws-run-day-num.

           perform 120-load-month-actuals.
           perform 130-load-month-plan.
           perform 140-load-district-master.
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

      * Days in the business date's month - a February in a year
      * divisible by 4 (and, at a century, by 400) has 29.
       110-derive-month-length.
           move ws-month-length(ws-bd-month) to ws-days-in-month.

           if (ws-bd-month = ws-two)
               divide ws-bd-year by 4 giving ws-leap-quotient
                 remainder ws-leap-remainder
               if (ws-leap-remainder = ws-zero)
                   move 29 to ws-days-in-month
                   divide ws-bd-year by 100 giving ws-leap-quotient
                     remainder ws-leap-remainder
                   if (ws-leap-remainder = ws-zero)
                       divide ws-bd-year by 400
                         giving ws-leap-quotient
                         remainder ws-leap-remainder
                       if (ws-leap-remainder not = ws-zero)
                           move 28 to ws-days-in-month
                       end-if
                   end-if
               end-if
           end-if.

      * Map a yyyymmdd date in ws-day-num-input onto the strictly
      * increasing day-number scale, leaving it in ws-day-num-work.
       150-compute-day-number.
           multiply ws-dn-year by 372 giving ws-day-num-work.
           subtract ws-one from ws-dn-month giving ws-dn-temp.
           multiply 31 by ws-dn-temp.
           add ws-dn-temp to ws-day-num-work.
           add ws-dn-day to ws-day-num-work.

      * The current month's days off the MTD master - the other
      * months on it belong to Program9's statements.
       120-load-month-actuals.
           open input mtd-master-file.

           if (ws-mtd-master-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read mtd-master-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 125-load-one-actual
             until ws-eof-flag = ws-file-empty.

           if (ws-mtd-master-status not = "35")
               close mtd-master-file
           end-if.

       125-load-one-actual.
           if (mtd-yyyymm = ws-bd-yyyymm)
              and (mtd-dd not > ws-bd-day)
               move mtd-store-num to ws-lookup-store
               perform 160-get-store-slot
               add mtd-sl-amount to ws-pva-act-sales(ws-pva-index)
               add mtd-r-amount to ws-pva-act-returns(ws-pva-index)
           end-if.

           read mtd-master-file
               at end move ws-file-empty to ws-eof-flag.

      * Every week ending in this month is in the month's plan. A
      * week already ended is in the plan to date whole; the week in
      * progress is in it for the days of it gone by.
       130-load-month-plan.
           open input sales-plan-file.

           if (ws-sales-plan-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read sales-plan-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 135-load-one-plan-week
             until ws-eof-flag = ws-file-empty.

           if (ws-sales-plan-status not = "35")
               close sales-plan-file
           end-if.

       135-load-one-plan-week.
           if (spl-we-yyyymm = ws-bd-yyyymm)
               move spl-store-num to ws-lookup-store
               perform 160-get-store-slot

               add spl-planned-sales
                 to ws-pva-month-plan-sales(ws-pva-index)
               add spl-planned-returns
                 to ws-pva-month-plan-returns(ws-pva-index)

               if (spl-week-ending not > ws-business-date-num)
                   add spl-planned-sales
                     to ws-pva-mtd-plan-sales(ws-pva-index)
                   add spl-planned-returns
                     to ws-pva-mtd-plan-returns(ws-pva-index)
               else
                   perform 137-prorate-week-in-progress
               end-if
           end-if.

           read sales-plan-file
               at end move ws-file-empty to ws-eof-flag.

       137-prorate-week-in-progress.
           move spl-week-ending to ws-day-num-input.
           perform 150-compute-day-number.
           subtract ws-run-day-num from ws-day-num-work
             giving ws-week-days-left.

           if (ws-week-days-left < ws-days-in-week)
               subtract ws-week-days-left from ws-days-in-week
                 giving ws-week-days-gone

               multiply spl-planned-sales by ws-week-days-gone
                 giving ws-prorate-work
               divide ws-prorate-work by ws-days-in-week
                 giving ws-prorate-work rounded
               add ws-prorate-work
                 to ws-pva-mtd-plan-sales(ws-pva-index)

               multiply spl-planned-returns by ws-week-days-gone
                 giving ws-prorate-work
               divide ws-prorate-work by ws-days-in-week
                 giving ws-prorate-work rounded
               add ws-prorate-work
                 to ws-pva-mtd-plan-returns(ws-pva-index)
           end-if.

      * Find (or open) the slot for ws-lookup-store. A new store is
      * slotted in store order so the report reads in store order
      * whatever order the two files arrive in; one past the cap
      * stops the run cold.
       160-get-store-slot.
           move space to ws-pva-found-flag.
           move ws-one to ws-pva-search-index.

           perform 165-search-store-slots
             until (ws-pva-search-index > ws-pva-count)
                or (ws-pva-found).

           if (not ws-pva-found)
               if (ws-pva-count < ws-pva-table-max)
                   move ws-one to ws-pva-index
                   perform 167-find-store-position
                     until (ws-pva-index > ws-pva-count)
                        or (ws-pva-store-num(ws-pva-index)
                            > ws-lookup-store)
                   move ws-pva-count to ws-pva-shift-index
                   add ws-one to ws-pva-count
                   perform 168-shift-store-down
                     until ws-pva-shift-index < ws-pva-index
                   initialize ws-pva-entry(ws-pva-index)
                   move ws-lookup-store
                     to ws-pva-store-num(ws-pva-index)
               else
                   display ws-reference-failure-msg
                   display ws-pva-overflow-msg
                   move 8 to return-code
                   goback
               end-if
           end-if.

       165-search-store-slots.
           if (ws-lookup-store = ws-pva-store-num(ws-pva-search-index))
               move ws-pva-search-index to ws-pva-index
               move "y" to ws-pva-found-flag
           else
               add ws-one to ws-pva-search-index
           end-if.

       167-find-store-position.
           add ws-one to ws-pva-index.

       168-shift-store-down.
           move ws-pva-entry(ws-pva-shift-index)
             to ws-pva-entry(ws-pva-shift-index + 1).
           subtract ws-one from ws-pva-shift-index.

      * Load the store-to-district map - a missing file just means
      * no districts drawn yet, and no district block prints.
       140-load-district-master.
           open input district-master-file.

           if (ws-district-master-status not = "00")
               move ws-file-empty to ws-dsm-eof-flag
           else
               read district-master-file
                   at end move ws-file-empty to ws-dsm-eof-flag
               end-read
           end-if.

           perform 145-load-one-district-row
             until (ws-dsm-eof-flag = ws-file-empty)
                or (ws-dm-count = ws-dm-table-max).

           if (ws-district-master-status not = "35")
               close district-master-file
           end-if.

       145-load-one-district-row.
           add ws-one to ws-dm-count.
           move dsm-store-num to ws-dm-store-num(ws-dm-count).
           move dsm-district to ws-dm-district(ws-dm-count).
           move dsm-region to ws-dm-region(ws-dm-count).

           read district-master-file
               at end move ws-file-empty to ws-dsm-eof-flag.

      * Store lines, then the district block, then all stores.
       500-write-report.
           open output output-file.

           move ws-bd-yyyymm to ws-hdg-yyyymm.
           move ws-business-date-num to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.
           write output-line from ws-page-heading2
             after advancing ws-two line.

           perform 510-write-one-store
             varying ws-pva-counter from ws-one by ws-one
             until ws-pva-counter > ws-pva-count.

           perform 530-write-district-view.

           move ws-total-label to wfl-level.
           move ws-gt-act-sales to ws-lf-actual.
           move ws-gt-mtd-plan-sales to ws-lf-mtd-plan.
           move ws-gt-month-plan-sales to ws-lf-month-plan.
           move ws-sales-name to wfl-line-name.
           write output-line from spaces after advancing ws-one line.
           perform 580-write-figure-line.

           move spaces to wfl-level.
           move ws-gt-act-returns to ws-lf-actual.
           move ws-gt-mtd-plan-returns to ws-lf-mtd-plan.
           move ws-gt-month-plan-returns to ws-lf-month-plan.
           move ws-returns-name to wfl-line-name.
           perform 580-write-figure-line.

           move ws-bd-day to wrn-days-gone.
           move ws-days-in-month to wrn-days-in-month.
           write output-line from ws-run-rate-note-line
             after advancing ws-two line.

           close output-file.

       510-write-one-store.
           add ws-pva-act-sales(ws-pva-counter) to ws-gt-act-sales.
           add ws-pva-act-returns(ws-pva-counter)
             to ws-gt-act-returns.
           add ws-pva-mtd-plan-sales(ws-pva-counter)
             to ws-gt-mtd-plan-sales.
           add ws-pva-mtd-plan-returns(ws-pva-counter)
             to ws-gt-mtd-plan-returns.
           add ws-pva-month-plan-sales(ws-pva-counter)
             to ws-gt-month-plan-sales.
           add ws-pva-month-plan-returns(ws-pva-counter)
             to ws-gt-month-plan-returns.

           move ws-pva-store-num(ws-pva-counter) to wsl-store-num.
           move ws-store-label to wfl-level.
           move ws-pva-act-sales(ws-pva-counter) to ws-lf-actual.
           move ws-pva-mtd-plan-sales(ws-pva-counter)
             to ws-lf-mtd-plan.
           move ws-pva-month-plan-sales(ws-pva-counter)
             to ws-lf-month-plan.
           move ws-sales-name to wfl-line-name.
           write output-line from spaces after advancing ws-one line.
           perform 580-write-figure-line.

           move spaces to wfl-level.
           move ws-pva-act-returns(ws-pva-counter) to ws-lf-actual.
           move ws-pva-mtd-plan-returns(ws-pva-counter)
             to ws-lf-mtd-plan.
           move ws-pva-month-plan-returns(ws-pva-counter)
             to ws-lf-month-plan.
           move ws-returns-name to wfl-line-name.
           perform 580-write-figure-line.

      * The district block - each store's figures fold into its
      * district and two lines print per district.
       530-write-district-view.
           if (ws-dm-count = ws-zero)
               continue
           else
               initialize ws-district-roll-table
               move ws-zero to ws-dr-count

               perform 535-roll-one-store-to-district
                 varying ws-pva-counter from ws-one by ws-one
                 until ws-pva-counter > ws-pva-count

               write output-line from spaces
                 after advancing ws-one line
               write output-line from ws-district-heading
                 after advancing ws-one line

               perform 560-write-one-district
                 varying ws-dr-counter from ws-one by ws-one
                 until ws-dr-counter > ws-dr-count
           end-if.

       535-roll-one-store-to-district.
           perform 540-find-district-for-store.
           perform 545-get-district-roll-slot.

           add ws-pva-act-sales(ws-pva-counter)
             to ws-dr-act-sales(ws-dr-index).
           add ws-pva-act-returns(ws-pva-counter)
             to ws-dr-act-returns(ws-dr-index).
           add ws-pva-mtd-plan-sales(ws-pva-counter)
             to ws-dr-mtd-plan-sales(ws-dr-index).
           add ws-pva-mtd-plan-returns(ws-pva-counter)
             to ws-dr-mtd-plan-returns(ws-dr-index).
           add ws-pva-month-plan-sales(ws-pva-counter)
             to ws-dr-month-plan-sales(ws-dr-index).
           add ws-pva-month-plan-returns(ws-pva-counter)
             to ws-dr-month-plan-returns(ws-dr-index).

       540-find-district-for-store.
           move space to ws-dm-found-flag.
           move ws-one to ws-dm-search-index.

           perform 542-search-district-map
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

       542-search-district-map.
           if (ws-dm-store-num(ws-dm-search-index)
               = ws-pva-store-num(ws-pva-counter))
               move "y" to ws-dm-found-flag
           else
               add ws-one to ws-dm-search-index
           end-if.

       545-get-district-roll-slot.
           move space to ws-dr-found-flag.
           move ws-one to ws-dr-search-index.

           perform 547-search-district-rolls
             until (ws-dr-search-index > ws-dr-count)
                or (ws-dr-found).

           if (not ws-dr-found)
               if (ws-dr-count < ws-dr-table-max)
                   add ws-one to ws-dr-count
                   move ws-dr-count to ws-dr-index
                   move ws-dm-lookup-district
                     to ws-dr-district(ws-dr-index)
                   move ws-dm-lookup-region
                     to ws-dr-region(ws-dr-index)
               else
                   move ws-dr-table-max to ws-dr-index
               end-if
           end-if.

       547-search-district-rolls.
           if (ws-dr-district(ws-dr-search-index)
               = ws-dm-lookup-district)
               move ws-dr-search-index to ws-dr-index
               move "y" to ws-dr-found-flag
           else
               add ws-one to ws-dr-search-index
           end-if.

       560-write-one-district.
           move ws-dr-district(ws-dr-counter) to wdl-district.
           move ws-district-label to wfl-level.
           move ws-dr-act-sales(ws-dr-counter) to ws-lf-actual.
           move ws-dr-mtd-plan-sales(ws-dr-counter)
             to ws-lf-mtd-plan.
           move ws-dr-month-plan-sales(ws-dr-counter)
             to ws-lf-month-plan.
           move ws-sales-name to wfl-line-name.
           write output-line from spaces after advancing ws-one line.
           perform 580-write-figure-line.

           move spaces to wfl-level.
           move ws-dr-act-returns(ws-dr-counter) to ws-lf-actual.
           move ws-dr-mtd-plan-returns(ws-dr-counter)
             to ws-lf-mtd-plan.
           move ws-dr-month-plan-returns(ws-dr-counter)
             to ws-lf-month-plan.
           move ws-returns-name to wfl-line-name.
           perform 580-write-figure-line.

      * Variance is actual less plan to date; percent-to-plan is
      * actual over plan to date (blank with no plan); the
      * projection carries the month's daily run rate to month-end.
       580-write-figure-line.
           subtract ws-lf-mtd-plan from ws-lf-actual
             giving ws-lc-variance.

           move ws-zero to ws-lc-pct.
           if (ws-lf-mtd-plan > ws-zero)
               multiply ws-lf-actual by 100 giving ws-lc-pct-work
               divide ws-lc-pct-work by ws-lf-mtd-plan
                 giving ws-lc-pct rounded
                 on size error
                     move 9999.9 to ws-lc-pct
               end-divide
           end-if.

           multiply ws-lf-actual by ws-days-in-month
             giving ws-lc-proj-work.
           divide ws-lc-proj-work by ws-bd-day
             giving ws-lc-projected rounded.

           move ws-lf-actual to wfl-actual.
           move ws-lf-mtd-plan to wfl-mtd-plan.
           move ws-lc-variance to wfl-variance.
           move ws-lc-pct to wfl-pct.
           move ws-lc-projected to wfl-projected.
           move ws-lf-month-plan to wfl-month-plan.

           write output-line from ws-figure-line
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

       end program Program29PlanVsActual.

      * returns/layaway history, month-to-date totals, and variance
      * against the prior month. A day already on the master is not
      * rolled in twice, so a rerun of the same business day cannot
      * double the month. With STATEMENT-PERIOD=FISCAL on the run-
      * parameter file the statements run by 4-5-4 fiscal period
      * off the fiscal calendar instead - period-to-date history and
      * totals against the prior fiscal period - the master itself
      * being kept by business date either way.
      ******************************************************************
       environment division.
       configuration section.
                      assign to "../../../data/DistrictMaster.dat"
                      organization is line sequential
                      file status is ws-district-master-status.
      * 4-5-4 fiscal calendar - one row per fiscal week, maintained
      * through Program13MasterMaintenance.
                  select fiscal-calendar-file
                      assign to "../../../data/FiscalCalendar.dat"
                      organization is line sequential
                      file status is ws-fiscal-calendar-status.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch, so the overnight chain
      * can run with no operator pressing a key between steps. A
       file section.
       fd store-day-totals-file
           data record is sdt-record
           record contains 73 characters.

       01 sdt-record.
           05 sdt-date.
           05 sdt-s-count                pic 9(3).
           05 sdt-r-count                pic 9(3).
           05 sdt-l-count                pic 9(3).
      * US cash on the day - the US funds taken on sales and
      * layaways and handed back on returns, and the Canadian
      * equivalent of each at the rate the lines were converted at.
      * The Canadian figures are already inside the amounts above.
           05 sdt-us-sl-amount           pic 9(7)v99.
           05 sdt-us-r-amount            pic 9(7)v99.
           05 sdt-us-sl-cad              pic 9(7)v99.
           05 sdt-us-r-cad               pic 9(7)v99.

       fd mtd-master-file
           data record is mtd-record
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

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.
               10 ws-bd-year pic 9(4).
               10 ws-bd-month pic 99.
           05 ws-bd-day pic 99.
       01 ws-business-date-num redefines ws-business-date pic 9(8).
       01 ws-current-yyyymm pic 9(6) value 0.
       01 ws-prior-yyyymm-parts.
           05 ws-py-year pic 9(4).
           05 ws-py-month pic 99.
       01 ws-prior-yyyymm redefines ws-prior-yyyymm-parts pic 9(6).

      * Statement basis - calendar month unless the run-parameter
      * file asks for the fiscal period. A fiscal run whose business
      * date is not on the fiscal calendar falls back to the month.
       01 ws-statement-basis-flag pic x value "C".
           88 ws-fiscal-basis value "F".
       77 ws-no-fiscal-msg pic x(50)
           value "DATE NOT ON FISCAL CALENDAR - STATEMENTS BY MONTH".

      * The current and prior fiscal periods and the dates they run
      * between, off the fiscal calendar.
       01 ws-fiscal-calendar-status pic xx value spaces.
       01 ws-fcl-eof-flag pic x value "N".
       01 ws-fiscal-found-flag pic x value space.
           88 ws-fiscal-found value "y".
       01 ws-current-fiscal.
           05 ws-cf-year pic 9(4) value 0.
           05 ws-cf-period pic 99 value 0.
       01 ws-prior-fiscal.
           05 ws-pf-year pic 9(4) value 0.
           05 ws-pf-period pic 99 value 0.
       01 ws-current-start-date pic 9(8) value 0.
       01 ws-current-end-date pic 9(8) value 0.
       01 ws-prior-start-date pic 9(8) value 0.
       01 ws-prior-end-date pic 9(8) value 0.

      * The dates of the statement period, one per daily-history
      * slot: the 1st to the 31st of the month on a calendar run,
      * the period's start date to its end date on a fiscal run (a
      * 5-week period is 35 days, a 53rd-week period 42).
       01 ws-period-day-table.
           05 ws-period-day-date pic 9(8) occurs 42 times.
       01 ws-period-day-count pic 99 value 0.
       01 ws-day-slot pic 99 value 0.
       01 ws-day-search-index pic 99 value 0.
       01 ws-day-found-flag pic x value space.
           88 ws-day-found value "y".
       01 ws-walk-date.
           05 ws-walk-year pic 9(4).
           05 ws-walk-month pic 99.
           05 ws-walk-day pic 99.
       01 ws-walk-date-num redefines ws-walk-date pic 9(8).

      * Days in each month, for walking a fiscal period day by day -
      * February is corrected for leap years as the walk goes.
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

      * Which statement period the master record in hand belongs to.
       01 ws-record-period-flag pic x value space.
           88 ws-record-current value "C".
           88 ws-record-prior value "P".

      * Month-to-date consolidation table - one slot per store seen
      * on the master or on today's file, each holding the month's
      * per-day history (subscripted straight off the day of month),
               10 ws-mtd-l-count pic 9(5).
               10 ws-prior-sl-amount pic 9(8)v99.
               10 ws-prior-r-amount pic 9(8)v99.
               10 ws-mtd-day-entry occurs 42 times.
                   15 ws-mtd-day-used pic x.
                   15 ws-mtd-day-sl-amount pic 9(7)v99.
                   15 ws-mtd-day-r-amount pic 9(7)v99.
       77 ws-dr-table-max pic 99 value 20.

       01 ws-district-heading.
           05 ws-dh-label pic x(28)
                 value "DISTRICT MONTH-TO-DATE VIEW".

       01 ws-district-line.
         05 filler pic x(6) value "MONTH ".
         05 ws-hdg-yyyymm pic 9(6).

       01 ws-fiscal-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(31) value "PERIOD-TO-DATE STORE STATEMENTS".
         05 filler pic x(3) value spaces.
         05 filler pic x(14) value "FISCAL PERIOD ".
         05 ws-fhd-year pic 9(4).
         05 filler pic x value "-".
         05 ws-fhd-period pic 99.
         05 filler pic x(2) value " (".
         05 ws-fhd-start-date pic 9(8).
         05 filler pic x(3) value " - ".
         05 ws-fhd-end-date pic 9(8).
         05 filler pic x value ")".

       01 ws-store-statement-heading.
           05 filler pic x(6) value "STORE ".
           05 ws-ssh-store-num pic 99.

       01 ws-mtd-totals-line.
           05 filler pic x(3) value spaces.
           05 ws-mtl-label pic x(14) value "MTD TOTALS    ".
           05 filler pic x(5) value "S&L: ".
           05 ws-mtl-sl-amount pic $$,$$$,$$9.99.
           05 filler pic x(3) value spaces.

       01 ws-prior-totals-line.
           05 filler pic x(3) value spaces.
           05 ws-ptl-label pic x(14) value "PRIOR MONTH   ".
           05 filler pic x(5) value "S&L: ".
           05 ws-ptl-sl-amount pic $$,$$$,$$9.99.
           05 filler pic x(3) value spaces.
           perform 060-load-run-parameters.
           move ws-bd-yyyymm to ws-current-yyyymm.
           perform 050-derive-prior-month.
           if (ws-fiscal-basis)
               perform 070-find-fiscal-periods
           end-if.
           perform 080-build-period-days.

           perform 100-load-master.
           perform 090-load-district-master.
               move rpf-line(15:8) to ws-business-date
           end-if.

           if (rpf-line(1:23) = "STATEMENT-PERIOD=FISCAL")
               move "F" to ws-statement-basis-flag
           end-if.

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Put the business date on the fiscal calendar, then take the
      * start and end of its period and of the period before it -
      * period 12 of the prior fiscal year before period 1. A date
      * the calendar does not cover drops the run back to the
      * calendar month rather than print an empty statement.
       070-find-fiscal-periods.
           open input fiscal-calendar-file.

           if (ws-fiscal-calendar-status not = "00")
               move ws-file-empty to ws-fcl-eof-flag
           else
               read fiscal-calendar-file
                   at end move ws-file-empty to ws-fcl-eof-flag
               end-read
           end-if.

           perform 072-check-one-fiscal-week
             until (ws-fcl-eof-flag = ws-file-empty)
                or (ws-fiscal-found).

           if (ws-fiscal-calendar-status not = "35")
               close fiscal-calendar-file
           end-if.

           if (ws-fiscal-found)
               move ws-cf-year to ws-pf-year
               if (ws-cf-period = ws-one)
                   subtract ws-one from ws-pf-year
                   move 12 to ws-pf-period
               else
                   subtract ws-one from ws-cf-period
                     giving ws-pf-period
               end-if
               perform 075-find-period-bounds
               move "PTD TOTALS    " to ws-mtl-label
               move "PRIOR PERIOD  " to ws-ptl-label
               move "DISTRICT PERIOD-TO-DATE VIEW" to ws-dh-label
           else
               display ws-no-fiscal-msg
               move "C" to ws-statement-basis-flag
           end-if.

       072-check-one-fiscal-week.
           if (ws-business-date-num not < fcl-start-date)
              and (ws-business-date-num not > fcl-end-date)
               move fcl-fiscal-year to ws-cf-year
               move fcl-period to ws-cf-period
               move "y" to ws-fiscal-found-flag
           else
               read fiscal-calendar-file
                   at end move ws-file-empty to ws-fcl-eof-flag
               end-read
           end-if.

      * Second pass - the earliest start and latest end among each
      * period's weeks.
       075-find-period-bounds.
           move 99999999 to ws-current-start-date.
           move 99999999 to ws-prior-start-date.
           move "N" to ws-fcl-eof-flag.

           open input fiscal-calendar-file.
           read fiscal-calendar-file
               at end move ws-file-empty to ws-fcl-eof-flag.

           perform 077-take-one-week-bounds
             until ws-fcl-eof-flag = ws-file-empty.

           close fiscal-calendar-file.

       077-take-one-week-bounds.
           if (fcl-fiscal-year = ws-cf-year)
              and (fcl-period = ws-cf-period)
               if (fcl-start-date < ws-current-start-date)
                   move fcl-start-date to ws-current-start-date
               end-if
               if (fcl-end-date > ws-current-end-date)
                   move fcl-end-date to ws-current-end-date
               end-if
           end-if.

           if (fcl-fiscal-year = ws-pf-year)
              and (fcl-period = ws-pf-period)
               if (fcl-start-date < ws-prior-start-date)
                   move fcl-start-date to ws-prior-start-date
               end-if
               if (fcl-end-date > ws-prior-end-date)
                   move fcl-end-date to ws-prior-end-date
               end-if
           end-if.

           read fiscal-calendar-file
               at end move ws-file-empty to ws-fcl-eof-flag.

      * Lay out the statement period's dates, one per history slot.
       080-build-period-days.
           if (ws-fiscal-basis)
               move ws-current-start-date to ws-walk-date-num
               move ws-zero to ws-period-day-count
               perform 082-add-one-period-day
                 until (ws-walk-date-num > ws-current-end-date)
                    or (ws-period-day-count = 42)
           else
               perform 081-add-one-month-day
                 varying ws-period-day-count from ws-one by ws-one
                 until ws-period-day-count > 31
               move 31 to ws-period-day-count
           end-if.

       081-add-one-month-day.
           move ws-current-yyyymm
             to ws-period-day-date(ws-period-day-count)(1:6).
           move ws-period-day-count
             to ws-period-day-date(ws-period-day-count)(7:2).

       082-add-one-period-day.
           add ws-one to ws-period-day-count.
           move ws-walk-date-num
             to ws-period-day-date(ws-period-day-count).

           move ws-month-length(ws-walk-month) to ws-days-in-month.
           if (ws-walk-month = ws-two)
               divide ws-walk-year by 4 giving ws-leap-quotient
                 remainder ws-leap-remainder
               if (ws-leap-remainder = ws-zero)
                   move 29 to ws-days-in-month
               end-if
           end-if.

           if (ws-walk-day < ws-days-in-month)
               add ws-one to ws-walk-day
           else
               move ws-one to ws-walk-day
               if (ws-walk-month = 12)
                   move ws-one to ws-walk-month
                   add ws-one to ws-walk-year
               else
                   add ws-one to ws-walk-month
               end-if
           end-if.

      * Load the store-to-district map - a missing file just means
      * no districts drawn yet, and no district block prints.
       090-load-district-master.
           end-if.

       110-load-one-master-record.
           perform 112-classify-master-record.

           if (ws-record-current)
               perform 130-tally-current-month-record
           else
               if (ws-record-prior)
                   perform 140-tally-prior-month-record
               end-if
           end-if.
           read mtd-master-file
               at end move ws-file-empty to ws-master-eof-flag.

      * Current statement period, prior one, or neither - by month
      * on a calendar run, by the period's dates on a fiscal run.
       112-classify-master-record.
           move space to ws-record-period-flag.

           if (ws-fiscal-basis)
               if (mtd-date not < ws-current-start-date)
                  and (mtd-date not > ws-current-end-date)
                   move "C" to ws-record-period-flag
               else
                   if (mtd-date not < ws-prior-start-date)
                      and (mtd-date not > ws-prior-end-date)
                       move "P" to ws-record-period-flag
                   end-if
               end-if
           else
               if (mtd-yyyymm = ws-current-yyyymm)
                   move "C" to ws-record-period-flag
               else
                   if (mtd-yyyymm = ws-prior-yyyymm)
                       move "P" to ws-record-period-flag
                   end-if
               end-if
           end-if.

      * The daily-history slot for a current-period record - the
      * day of the month on a calendar run, the day's place in the
      * period on a fiscal run.
       115-find-day-slot.
           if (ws-fiscal-basis)
               move space to ws-day-found-flag
               move ws-one to ws-day-search-index
               perform 117-search-period-days
                 until (ws-day-search-index > ws-period-day-count)
                    or (ws-day-found)
           else
               move mtd-dd to ws-day-slot
           end-if.

       117-search-period-days.
           if (ws-period-day-date(ws-day-search-index) = mtd-date)
               move ws-day-search-index to ws-day-slot
               move "y" to ws-day-found-flag
           else
               add ws-one to ws-day-search-index
           end-if.

      * Find (or open) the table slot for the store on the record
      * just read. The table holds every store the master and the
      * day file mention; one past the cap stops the run cold -

       130-tally-current-month-record.
           perform 120-get-store-slot.
           perform 115-find-day-slot.

           move "y" to
               ws-mtd-day-used(ws-mtd-store-index, ws-day-slot).
           move mtd-sl-amount to
               ws-mtd-day-sl-amount(ws-mtd-store-index, ws-day-slot).
           move mtd-r-amount to
               ws-mtd-day-r-amount(ws-mtd-store-index, ws-day-slot).
           move mtd-s-count to
               ws-mtd-day-s-count(ws-mtd-store-index, ws-day-slot).
           move mtd-r-count to
               ws-mtd-day-r-count(ws-mtd-store-index, ws-day-slot).
           move mtd-l-count to
               ws-mtd-day-l-count(ws-mtd-store-index, ws-day-slot).

           add mtd-sl-amount
             to ws-mtd-sl-amount(ws-mtd-store-index).
           move sdt-record to mtd-record.

           perform 120-get-store-slot.
           perform 112-classify-master-record.
           if (ws-record-current)
               perform 115-find-day-slot
           end-if.

           if (ws-record-current)
               if (ws-mtd-day-used(ws-mtd-store-index, ws-day-slot)
                   = "y")
                   add ws-one to ws-skipped-count
               else
                   write mtd-record
                   add ws-one to ws-appended-count
                   perform 130-tally-current-month-record
               end-if
           else
               write mtd-record
               add ws-one to ws-appended-count
           end-if.

           read store-day-totals-file
           move ws-current-yyyymm to ws-hdg-yyyymm.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           if (ws-fiscal-basis)
               move ws-cf-year to ws-fhd-year
               move ws-cf-period to ws-fhd-period
               move ws-current-start-date to ws-fhd-start-date
               move ws-current-end-date to ws-fhd-end-date
               write output-line from ws-fiscal-page-heading1
                 after advancing ws-two line
           else
               write output-line from ws-page-heading1
                 after advancing ws-two line
           end-if.

           move ws-appended-count to ws-rsl-appended.
           move ws-skipped-count to ws-rsl-skipped.

           perform 520-write-one-history-line
             varying ws-mtd-day-counter from ws-one by ws-one
             until ws-mtd-day-counter > ws-period-day-count.

           move ws-mtd-sl-amount(ws-mtd-store-counter)
             to ws-mtl-sl-amount.
       520-write-one-history-line.
           if (ws-mtd-day-used(ws-mtd-store-counter,
                               ws-mtd-day-counter) = "y")
               move ws-period-day-date(ws-mtd-day-counter)
                 to ws-dhl-date
               move ws-mtd-day-sl-amount(ws-mtd-store-counter,
                    ws-mtd-day-counter) to ws-dhl-sl-amount
               move ws-mtd-day-r-amount(ws-mtd-store-counter,

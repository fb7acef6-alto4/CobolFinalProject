       identification division.
       program-id. Program28DrawerCount.

      ******************************************************************
      * Program Description: This program takes the bank check down
      * to the drawer. Program12DepositReconciliation can say a
      * store is forty dollars short; it cannot say whose till it
      * was. Each cashier's drawer is counted at till close and
      * keyed onto the drawer-count file - cashier, store, date,
      * cash counted and the float it started with - and held here
      * against what that drawer should hold: the float, plus the
      * cashier's cash sales and layaway payments, less the cash
      * refunds they paid out, as Program2DataSplitAndCount totals
      * them per cashier per store. Every drawer's over or short
      * lands on the over/short report, and each one is appended to
      * a running over/short history per cashier. A cashier whose
      * drawer has been out by more than the tolerance too many
      * times within the look-back window is flagged as a repeat
      * offender. Tolerance, repeat count and window come from a
      * small tunable master, the way the loss-prevention
      * thresholds do.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * Drawer counts keyed at till close - one line per cashier per
      * store per day.
                  select drawer-count-file
                      assign to "../../../data/DrawerCount.dat"
                      organization is line sequential
                      file status is ws-drawer-count-status.

      * Per-cashier cash totals written by Program2DataSplit-
      * AndCount - the side of the match the registers claim.
                  select drawer-totals-file
                      assign to "../../../data/CashierDrawerTotals.dat"
                      organization is line sequential
                      file status is ws-drawer-totals-status.

      * Running over/short history - one line per drawer ever
      * counted, appended by this program and read back for the
      * repeat-offender check. EXTEND with the create-on-first-touch
      * fallback the shared audit log uses.
                  select over-short-history-file
                      assign to "../../../data/DrawerOverShortHist.dat"
                      organization is line sequential
                      file status is ws-history-status.

      * The tunable thresholds - one record: the over/short a drawer
      * may be out before it counts against the cashier, how many
      * such drawers make a repeat offender, and the look-back
      * window in days.
                  select threshold-file
                      assign to "../../../data/DrawerThresholds.dat"
                      organization is line sequential
                      file status is ws-threshold-status.

      * Cashier reference file - names for the report.
                  select cashier-master-file
                      assign to "../../../data/CashierMaster.dat"
                      organization is line sequential
                      file status is ws-cashier-master-status.

                  select output-file
                      assign to "../../../data/DrawerOverShort.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch and the business date.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd drawer-count-file
           data record is dct-record
           record contains 30 characters.

       01 dct-record.
           05 dct-cashier-id pic 9(4).
           05 dct-store-num pic 99.
           05 dct-date pic 9(8).
           05 dct-counted-cash pic 9(7)v99.
           05 dct-starting-float pic 9(5)v99.

       fd drawer-totals-file
           data record is cdt-record
           record contains 32 characters.

       01 cdt-record.
           05 cdt-date pic 9(8).
           05 cdt-cashier-id pic 9(4).
           05 cdt-store-num pic 99.
           05 cdt-ca-sales-amount pic 9(7)v99.
           05 cdt-ca-refund-amount pic 9(7)v99.

       fd over-short-history-file
           data record is dos-record
           record contains 24 characters.

       01 dos-record.
           05 dos-date pic 9(8).
           05 dos-cashier-id pic 9(4).
           05 dos-store-num pic 99.
           05 dos-over-short pic s9(7)v99 sign leading separate.

       fd threshold-file
           data record is dth-record
           record contains 10 characters.

       01 dth-record.
           05 dth-tolerance pic 9(3)v99.
           05 dth-repeat-count pic 9(2).
           05 dth-window-days pic 9(3).

       fd cashier-master-file
           data record is cm-record
           record contains 26 characters.

       01 cm-record.
           05 cm-cashier-id pic 9(4).
           05 cm-cashier-name pic x(20).
           05 cm-home-store pic 99.

       fd output-file
            data record is report-line
            record contains 120 characters.

       01 output-line pic x(120).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-drawer-count-status pic xx value spaces.
       01 ws-drawer-totals-status pic xx value spaces.
       01 ws-history-status pic xx value spaces.
       01 ws-threshold-status pic xx value spaces.
       01 ws-cashier-master-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".

      * Run business date and the day-number scale the look-back is
      * measured on - year*372 + (month-1)*31 + day, strictly
      * increasing and close enough to elapsed days over a window.
       01 ws-business-date pic 9(8) value 0.
       01 ws-run-day-num pic 9(7) value 0.
       01 ws-day-num-input.
           05 ws-dn-year pic 9(4).
           05 ws-dn-month pic 99.
           05 ws-dn-day pic 99.
       01 ws-day-num-work pic 9(7) value 0.
       01 ws-dn-temp pic 9(7) value 0.

      * The thresholds, with fallbacks when the master is absent -
      * a missing tuning file must not silently turn the check off.
       01 ws-tolerance pic 9(3)v99 value 5.00.
       01 ws-repeat-count pic 9(2) value 3.
       01 ws-window-days pic 9(3) value 30.

      * The day's register-side totals, one per cashier per store.
       01 ws-drawer-totals-table.
           05 ws-dtt-entry occurs 300 times.
               10 ws-dtt-date pic 9(8).
               10 ws-dtt-cashier-id pic 9(4).
               10 ws-dtt-store-num pic 99.
               10 ws-dtt-ca-sales pic 9(7)v99.
               10 ws-dtt-ca-refunds pic 9(7)v99.
               10 ws-dtt-counted-flag pic x.
                   88 ws-dtt-counted value "y".
       01 ws-dtt-counters.
           05 ws-dtt-count pic 9(3) value 0.
           05 ws-dtt-search-index pic 9(3) value 0.
           05 ws-dtt-index pic 9(3) value 0.
           05 ws-dtt-counter pic 9(3) value 0.
       01 ws-dtt-found-flag pic x value space.
           88 ws-dtt-found value "y".
       77 ws-dtt-table-max pic 9(3) value 300.

      * The day's drawer counts, each with what it should have held
      * and whether the history already has it (a rerun).
       01 ws-drawer-count-table.
           05 ws-dcn-entry occurs 300 times.
               10 ws-dcn-cashier-id pic 9(4).
               10 ws-dcn-store-num pic 99.
               10 ws-dcn-date pic 9(8).
               10 ws-dcn-counted pic 9(7)v99.
               10 ws-dcn-float pic 9(5)v99.
               10 ws-dcn-expected pic s9(7)v99.
               10 ws-dcn-over-short pic s9(7)v99.
               10 ws-dcn-posted-flag pic x.
                   88 ws-dcn-posted value "y".
       01 ws-dcn-counters.
           05 ws-dcn-count pic 9(3) value 0.
           05 ws-dcn-search-index pic 9(3) value 0.
           05 ws-dcn-counter pic 9(3) value 0.
       01 ws-dcn-found-flag pic x value space.
           88 ws-dcn-found value "y".
       77 ws-dcn-table-max pic 9(3) value 300.

      * Per-cashier record over the look-back window - drawers
      * counted, drawers out past tolerance, and the net over/short.
       01 ws-cashier-record-table.
           05 ws-crc-entry occurs 200 times.
               10 ws-crc-cashier-id pic 9(4).
               10 ws-crc-drawer-count pic 9(4).
               10 ws-crc-out-count pic 9(4).
               10 ws-crc-net-over-short pic s9(8)v99.
       01 ws-crc-counters.
           05 ws-crc-count pic 9(3) value 0.
           05 ws-crc-search-index pic 9(3) value 0.
           05 ws-crc-index pic 9(3) value 0.
           05 ws-crc-counter pic 9(3) value 0.
       01 ws-crc-found-flag pic x value space.
           88 ws-crc-found value "y".
       77 ws-crc-table-max pic 9(3) value 200.
       01 ws-crc-lookup-cashier pic 9(4) value 0.
       01 ws-crc-lookup-amount pic s9(7)v99 value 0.
       01 ws-abs-over-short pic 9(7)v99 value 0.

       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-dtt-overflow-msg pic x(44)
           value "MORE DRAWER TOTALS THAN THE TABLE HOLDS".
       77 ws-dcn-overflow-msg pic x(44)
           value "MORE DRAWER COUNTS THAN THE TABLE HOLDS".

      * Cashier names for the report.
       01 ws-cashier-name-table.
           05 ws-cmn-entry occurs 200 times.
               10 ws-cmn-cashier-id pic 9(4).
               10 ws-cmn-cashier-name pic x(20).
       01 ws-cmn-counters.
           05 ws-cmn-count pic 9(3) value 0.
           05 ws-cmn-search-index pic 9(3) value 0.
       01 ws-cmn-found-flag pic x value space.
           88 ws-cmn-found value "y".
       77 ws-cmn-table-max pic 9(3) value 200.
       77 ws-unknown-cashier-name pic x(20)
           value "*NOT ON MASTER*".
       01 ws-name-lookup-cashier pic 9(4) value 0.
       01 ws-name-found pic x(20) value spaces.

      * Counters for the summary section.
       01 ws-calc.
           05 ws-calc-balanced pic 9(3) value 0.
           05 ws-calc-over pic 9(3) value 0.
           05 ws-calc-short pic 9(3) value 0.
           05 ws-calc-not-counted pic 9(3) value 0.
           05 ws-calc-repeat pic 9(3) value 0.
           05 ws-calc-net-over-short pic s9(8)v99 value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(26) value "DRAWER OVER/SHORT REPORT".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-page-heading2.
         05 filler pic x(6) value "ID".
         05 filler pic x(22) value "NAME".
         05 filler pic x(7) value "STORE".
         05 filler pic x(10) value "DATE".
         05 filler pic x(12) value "FLOAT".
         05 filler pic x(14) value "EXPECTED".
         05 filler pic x(14) value "COUNTED".
         05 filler pic x(14) value "OVER/SHORT".
         05 filler pic x(8) value "STATUS".

       01 ws-detail-line.
         05 wdl-cashier-id pic 9(4).
         05 filler pic x(2) value spaces.
         05 wdl-cashier-name pic x(20).
         05 filler pic x(3) value spaces.
         05 wdl-store-num pic 99.
         05 filler pic x(3) value spaces.
         05 wdl-date pic 9(8).
         05 filler pic x(1) value spaces.
         05 wdl-float pic $$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 wdl-expected pic -$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 wdl-counted pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 wdl-over-short pic +$,$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 wdl-status pic x(8).
         05 wdl-flag pic x(2).

       01 ws-not-counted-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(44) value
                 "CASH TAKEN BUT NO DRAWER COUNT KEYED".

       01 ws-not-counted-line.
         05 wnc-cashier-id pic 9(4).
         05 filler pic x(2) value spaces.
         05 wnc-cashier-name pic x(20).
         05 filler pic x(3) value spaces.
         05 wnc-store-num pic 99.
         05 filler pic x(3) value spaces.
         05 wnc-date pic 9(8).
         05 filler pic x(12) value spaces.
         05 wnc-expected pic -$,$$$,$$9.99.
         05 filler pic x(31) value spaces.
         05 filler pic x(11) value "NOT COUNTED".

       01 ws-repeat-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(40) value
                 "REPEAT OFFENDERS - LOOK-BACK WINDOW".

       01 ws-repeat-heading2.
         05 filler pic x(6) value "ID".
         05 filler pic x(22) value "NAME".
         05 filler pic x(10) value "DRAWERS".
         05 filler pic x(12) value "OUT OF TOL".
         05 filler pic x(14) value "NET OVER/SHORT".

       01 ws-repeat-line.
         05 wrp-cashier-id pic 9(4).
         05 filler pic x(2) value spaces.
         05 wrp-cashier-name pic x(20).
         05 filler pic x(3) value spaces.
         05 wrp-drawer-count pic zzz9.
         05 filler pic x(8) value spaces.
         05 wrp-out-count pic zzz9.
         05 filler pic x(4) value spaces.
         05 wrp-net-over-short pic +$$,$$$,$$9.99.

       01 ws-none-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "(NONE)".

       01 ws-summary-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value "BALANCED: ".
           05 ws-sum-balanced pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "OVER: ".
           05 ws-sum-over pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value "SHORT: ".
           05 ws-sum-short pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(13) value "NOT COUNTED: ".
           05 ws-sum-not-counted pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "NET O/S: ".
           05 ws-sum-net-over-short pic +$$,$$$,$$9.99.

       01 ws-threshold-note-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(24) value "THRESHOLDS - TOLERANCE $".
           05 wtn-tolerance pic zz9.99.
           05 filler pic x(10) value "  REPEAT>=".
           05 wtn-repeat pic z9.
           05 filler pic x(10) value "  WINDOW: ".
           05 wtn-window pic zz9.
           05 filler pic x(5) value " DAYS".

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Balancing cashier drawers.".
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

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           move ws-business-date to ws-day-num-input.
           perform 150-compute-day-number.
           move ws-day-num-work to ws-run-day-num.

           perform 110-load-thresholds.
           perform 120-load-cashier-names.
           perform 130-load-drawer-totals.
           perform 140-load-drawer-counts.
           perform 200-load-over-short-history.
           perform 300-post-todays-drawers.
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

      * Map a yyyymmdd date in ws-day-num-input onto the strictly
      * increasing day-number scale described at ws-business-date,
      * leaving the result in ws-day-num-work.
       150-compute-day-number.
           multiply ws-dn-year by 372 giving ws-day-num-work.
           subtract ws-one from ws-dn-month giving ws-dn-temp.
           multiply 31 by ws-dn-temp.
           add ws-dn-temp to ws-day-num-work.
           add ws-dn-day to ws-day-num-work.

      * The tunable thresholds - one record; compiled defaults
      * stand in when the file is absent.
       110-load-thresholds.
           open input threshold-file.

           if (ws-threshold-status = "00")
               read threshold-file
                   at end continue
                   not at end
                       move dth-tolerance to ws-tolerance
                       move dth-repeat-count to ws-repeat-count
                       move dth-window-days to ws-window-days
               end-read
               close threshold-file
           end-if.

      * Load the cashier names for the report.
       120-load-cashier-names.
           open input cashier-master-file.

           if (ws-cashier-master-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read cashier-master-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 125-load-one-cashier-name
             until (ws-eof-flag = ws-file-empty)
                or (ws-cmn-count = ws-cmn-table-max).

           if (ws-cashier-master-status not = "35")
               close cashier-master-file
           end-if.

       125-load-one-cashier-name.
           add ws-one to ws-cmn-count.
           move cm-cashier-id to ws-cmn-cashier-id(ws-cmn-count).
           move cm-cashier-name to ws-cmn-cashier-name(ws-cmn-count).

           read cashier-master-file
               at end move ws-file-empty to ws-eof-flag.

      * The register side - a table past its cap stops the run, since
      * a drawer dropped here would read as a full-float short.
       130-load-drawer-totals.
           open input drawer-totals-file.

           if (ws-drawer-totals-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read drawer-totals-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 135-load-one-drawer-total
             until ws-eof-flag = ws-file-empty.

           if (ws-drawer-totals-status not = "35")
               close drawer-totals-file
           end-if.

       135-load-one-drawer-total.
           if (ws-dtt-count = ws-dtt-table-max)
               display ws-reference-failure-msg
               display ws-dtt-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-dtt-count.
           move cdt-date to ws-dtt-date(ws-dtt-count).
           move cdt-cashier-id to ws-dtt-cashier-id(ws-dtt-count).
           move cdt-store-num to ws-dtt-store-num(ws-dtt-count).
           move cdt-ca-sales-amount to ws-dtt-ca-sales(ws-dtt-count).
           move cdt-ca-refund-amount
             to ws-dtt-ca-refunds(ws-dtt-count).
           move space to ws-dtt-counted-flag(ws-dtt-count).

           read drawer-totals-file
               at end move ws-file-empty to ws-eof-flag.

      * Each count is held against its drawer's totals: the float,
      * plus cash taken in, less cash paid out. A count with no
      * totals behind it took no cash, so it should hold its float.
       140-load-drawer-counts.
           open input drawer-count-file.

           if (ws-drawer-count-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read drawer-count-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 145-load-one-drawer-count
             until ws-eof-flag = ws-file-empty.

           if (ws-drawer-count-status not = "35")
               close drawer-count-file
           end-if.

       145-load-one-drawer-count.
           if (ws-dcn-count = ws-dcn-table-max)
               display ws-reference-failure-msg
               display ws-dcn-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-dcn-count.
           move dct-cashier-id to ws-dcn-cashier-id(ws-dcn-count).
           move dct-store-num to ws-dcn-store-num(ws-dcn-count).
           move dct-date to ws-dcn-date(ws-dcn-count).
           move dct-counted-cash to ws-dcn-counted(ws-dcn-count).
           move dct-starting-float to ws-dcn-float(ws-dcn-count).
           move space to ws-dcn-posted-flag(ws-dcn-count).
           move dct-starting-float to ws-dcn-expected(ws-dcn-count).

           perform 146-find-drawer-totals.

           if (ws-dtt-found)
               add ws-dtt-ca-sales(ws-dtt-index)
                 to ws-dcn-expected(ws-dcn-count)
               subtract ws-dtt-ca-refunds(ws-dtt-index)
                 from ws-dcn-expected(ws-dcn-count)
               move "y" to ws-dtt-counted-flag(ws-dtt-index)
           end-if.

           subtract ws-dcn-expected(ws-dcn-count)
             from ws-dcn-counted(ws-dcn-count)
             giving ws-dcn-over-short(ws-dcn-count).

           read drawer-count-file
               at end move ws-file-empty to ws-eof-flag.

       146-find-drawer-totals.
           move space to ws-dtt-found-flag.
           move ws-one to ws-dtt-search-index.

           perform 147-search-drawer-totals
             until (ws-dtt-search-index > ws-dtt-count)
                or (ws-dtt-found).

       147-search-drawer-totals.
           if (dct-cashier-id = ws-dtt-cashier-id(ws-dtt-search-index))
              and (dct-store-num
                   = ws-dtt-store-num(ws-dtt-search-index))
              and (dct-date = ws-dtt-date(ws-dtt-search-index))
               move ws-dtt-search-index to ws-dtt-index
               move "y" to ws-dtt-found-flag
           else
               add ws-one to ws-dtt-search-index
           end-if.

      * The history inside the look-back builds each cashier's
      * record. A line for a drawer on today's count file means
      * this day was posted by an earlier run - it counts from the
      * history and is not appended a second time.
       200-load-over-short-history.
           open input over-short-history-file.

           if (ws-history-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read over-short-history-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 205-load-one-history-line
             until ws-eof-flag = ws-file-empty.

           if (ws-history-status not = "35")
               close over-short-history-file
           end-if.

       205-load-one-history-line.
           move dos-date to ws-day-num-input.
           perform 150-compute-day-number.
           add ws-window-days to ws-day-num-work.

           if (ws-day-num-work not < ws-run-day-num)
               move dos-cashier-id to ws-crc-lookup-cashier
               move dos-over-short to ws-crc-lookup-amount
               perform 250-add-to-cashier-record
           end-if.

           move space to ws-dcn-found-flag.
           move ws-one to ws-dcn-search-index.
           perform 210-search-todays-counts
             until (ws-dcn-search-index > ws-dcn-count)
                or (ws-dcn-found).

           read over-short-history-file
               at end move ws-file-empty to ws-eof-flag.

       210-search-todays-counts.
           if (dos-cashier-id = ws-dcn-cashier-id(ws-dcn-search-index))
              and (dos-store-num
                   = ws-dcn-store-num(ws-dcn-search-index))
              and (dos-date = ws-dcn-date(ws-dcn-search-index))
               move "y" to ws-dcn-posted-flag(ws-dcn-search-index)
               move "y" to ws-dcn-found-flag
           else
               add ws-one to ws-dcn-search-index
           end-if.

      * Fold one drawer's over/short into its cashier's record -
      * out past tolerance in either direction counts against them.
      * Past the table cap the last slot takes the overflow.
       250-add-to-cashier-record.
           move space to ws-crc-found-flag.
           move ws-one to ws-crc-search-index.

           perform 255-search-cashier-records
             until (ws-crc-search-index > ws-crc-count)
                or (ws-crc-found).

           if (not ws-crc-found)
               if (ws-crc-count < ws-crc-table-max)
                   add ws-one to ws-crc-count
                   move ws-crc-count to ws-crc-index
                   move ws-crc-lookup-cashier
                     to ws-crc-cashier-id(ws-crc-index)
                   move ws-zero to ws-crc-drawer-count(ws-crc-index)
                   move ws-zero to ws-crc-out-count(ws-crc-index)
                   move ws-zero
                     to ws-crc-net-over-short(ws-crc-index)
               else
                   move ws-crc-table-max to ws-crc-index
               end-if
           end-if.

           add ws-one to ws-crc-drawer-count(ws-crc-index).
           add ws-crc-lookup-amount
             to ws-crc-net-over-short(ws-crc-index).

           move ws-crc-lookup-amount to ws-abs-over-short.
           if (ws-abs-over-short > ws-tolerance)
               add ws-one to ws-crc-out-count(ws-crc-index)
           end-if.

       255-search-cashier-records.
           if (ws-crc-lookup-cashier
               = ws-crc-cashier-id(ws-crc-search-index))
               move ws-crc-search-index to ws-crc-index
               move "y" to ws-crc-found-flag
           else
               add ws-one to ws-crc-search-index
           end-if.

      * Today's drawers not already on the history are appended and
      * folded into their cashier's record.
       300-post-todays-drawers.
           open extend over-short-history-file.
           if (ws-history-status = "35")
               open output over-short-history-file
           end-if.

           perform 310-post-one-drawer
             varying ws-dcn-counter from ws-one by ws-one
             until ws-dcn-counter > ws-dcn-count.

           close over-short-history-file.

       310-post-one-drawer.
           if (not ws-dcn-posted(ws-dcn-counter))
               move ws-dcn-date(ws-dcn-counter) to dos-date
               move ws-dcn-cashier-id(ws-dcn-counter)
                 to dos-cashier-id
               move ws-dcn-store-num(ws-dcn-counter) to dos-store-num
               move ws-dcn-over-short(ws-dcn-counter)
                 to dos-over-short
               write dos-record

               move ws-dcn-cashier-id(ws-dcn-counter)
                 to ws-crc-lookup-cashier
               move ws-dcn-over-short(ws-dcn-counter)
                 to ws-crc-lookup-amount
               perform 250-add-to-cashier-record
           end-if.

      * Every drawer counted, then the drawers that took cash and
      * were never counted, then the repeat offenders.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.
           write output-line from ws-page-heading2
             after advancing ws-two line.

           perform 510-write-one-drawer
             varying ws-dcn-counter from ws-one by ws-one
             until ws-dcn-counter > ws-dcn-count.

           if (ws-dcn-count = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           end-if.

           write output-line from ws-not-counted-heading
             after advancing ws-two line.
           perform 520-write-one-not-counted
             varying ws-dtt-counter from ws-one by ws-one
             until ws-dtt-counter > ws-dtt-count.
           if (ws-calc-not-counted = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           end-if.

           write output-line from ws-repeat-heading
             after advancing ws-two line.
           write output-line from ws-repeat-heading2
             after advancing ws-one line.
           perform 530-write-one-repeat-offender
             varying ws-crc-counter from ws-one by ws-one
             until ws-crc-counter > ws-crc-count.
           if (ws-calc-repeat = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           end-if.

           move ws-calc-balanced to ws-sum-balanced.
           move ws-calc-over to ws-sum-over.
           move ws-calc-short to ws-sum-short.
           move ws-calc-not-counted to ws-sum-not-counted.
           move ws-calc-net-over-short to ws-sum-net-over-short.
           write output-line from ws-summary-line
             after advancing ws-two line.

           move ws-tolerance to wtn-tolerance.
           move ws-repeat-count to wtn-repeat.
           move ws-window-days to wtn-window.
           write output-line from ws-threshold-note-line
             after advancing ws-one line.

           close output-file.

       510-write-one-drawer.
           move ws-dcn-cashier-id(ws-dcn-counter)
             to ws-name-lookup-cashier.
           perform 540-get-cashier-name.

           move ws-dcn-cashier-id(ws-dcn-counter) to wdl-cashier-id.
           move ws-name-found to wdl-cashier-name.
           move ws-dcn-store-num(ws-dcn-counter) to wdl-store-num.
           move ws-dcn-date(ws-dcn-counter) to wdl-date.
           move ws-dcn-float(ws-dcn-counter) to wdl-float.
           move ws-dcn-expected(ws-dcn-counter) to wdl-expected.
           move ws-dcn-counted(ws-dcn-counter) to wdl-counted.
           move ws-dcn-over-short(ws-dcn-counter) to wdl-over-short.
           add ws-dcn-over-short(ws-dcn-counter)
             to ws-calc-net-over-short.

           if (ws-dcn-over-short(ws-dcn-counter) = ws-zero)
               move "BALANCED" to wdl-status
               add ws-one to ws-calc-balanced
           else
               if (ws-dcn-over-short(ws-dcn-counter) > ws-zero)
                   move "OVER    " to wdl-status
                   add ws-one to ws-calc-over
               else
                   move "SHORT   " to wdl-status
                   add ws-one to ws-calc-short
               end-if
           end-if.

           move ws-dcn-over-short(ws-dcn-counter)
             to ws-abs-over-short.
           if (ws-abs-over-short > ws-tolerance)
               move "**" to wdl-flag
           else
               move spaces to wdl-flag
           end-if.

           write output-line from ws-detail-line
             after advancing ws-one line.

       520-write-one-not-counted.
           if (not ws-dtt-counted(ws-dtt-counter))
               add ws-one to ws-calc-not-counted
               move ws-dtt-cashier-id(ws-dtt-counter)
                 to ws-name-lookup-cashier
               perform 540-get-cashier-name

               move ws-dtt-cashier-id(ws-dtt-counter)
                 to wnc-cashier-id
               move ws-name-found to wnc-cashier-name
               move ws-dtt-store-num(ws-dtt-counter) to wnc-store-num
               move ws-dtt-date(ws-dtt-counter) to wnc-date
               subtract ws-dtt-ca-refunds(ws-dtt-counter)
                 from ws-dtt-ca-sales(ws-dtt-counter)
                 giving wnc-expected
               write output-line from ws-not-counted-line
                 after advancing ws-one line
           end-if.

      * A cashier out past tolerance the repeat count or more times
      * inside the window is a repeat offender.
       530-write-one-repeat-offender.
           if (ws-crc-out-count(ws-crc-counter) not < ws-repeat-count)
               add ws-one to ws-calc-repeat
               move ws-crc-cashier-id(ws-crc-counter)
                 to ws-name-lookup-cashier
               perform 540-get-cashier-name

               move ws-crc-cashier-id(ws-crc-counter)
                 to wrp-cashier-id
               move ws-name-found to wrp-cashier-name
               move ws-crc-drawer-count(ws-crc-counter)
                 to wrp-drawer-count
               move ws-crc-out-count(ws-crc-counter) to wrp-out-count
               move ws-crc-net-over-short(ws-crc-counter)
                 to wrp-net-over-short
               write output-line from ws-repeat-line
                 after advancing ws-one line
           end-if.

       540-get-cashier-name.
           move space to ws-cmn-found-flag.
           move ws-one to ws-cmn-search-index.

           perform 545-search-cashier-names
             until (ws-cmn-search-index > ws-cmn-count)
                or (ws-cmn-found).

           if (ws-cmn-found)
               move ws-cmn-cashier-name(ws-cmn-search-index)
                 to ws-name-found
           else
               move ws-unknown-cashier-name to ws-name-found
           end-if.

       545-search-cashier-names.
           if (ws-name-lookup-cashier
               = ws-cmn-cashier-id(ws-cmn-search-index))
               move "y" to ws-cmn-found-flag
           else
               add ws-one to ws-cmn-search-index
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

       end program Program28DrawerCount.

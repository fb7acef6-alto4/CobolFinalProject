      * the general ledger from printed reports - into a balanced
      * posting interface file. Per store it builds the sales side
      * (debit the tender clearing account for sales plus tax, credit
      * sales revenue) and the returns side (debit sales returns for
      * the returned amount, credit clearing for the net refunds
      * plus the tax handed back, credit fee income for the
      * restocking fees withheld), with tax payable carried as one
      * leg net of the tax refunded on returns - a credit normally,
      * a debit on a day refunds outran sales - plus the cost of
      * goods sold net of goods returned (debit cost of goods,
      * credit inventory, the other way round on a day returns
      * outran sales) and the shrink an approved physical count
      * found (debit inventory shrink, credit inventory, the other
      * way round when the count came up over the book) and the
      * exchange gain or loss on matched US-cash deposits (debit
      * clearing, credit exchange gain/loss on a gain, the other way
      * round on a loss), with every account number coming from the
      * account-mapping reference file. Debits must equal
      * credits to the penny or the whole posting file is rejected -
      * nothing is written for the ledger to load and the program
      * ends with return code 8. A business date that was already
      * the restated figures, so a rerun restates the ledger
      * instead of doubling it; the reversal legs are flagged on
      * the report, and a posting-history file keyed by date
      * remembers what each day last posted. The business date is
      * placed on the 4-5-4 fiscal calendar first, and a date that
      * falls in a fiscal period accounting has closed is refused
      * outright - nothing posted, nothing reversed, the history
      * left as it was, and an exception raised - so a correction
      * rerun can never restate a period the books are shut on.
      ******************************************************************
       environment division.
       configuration section.
                      organization is line sequential
                      file status is ws-refund-totals-status.

      * Per-store cost of goods sold and returned, written by
      * Program25MarginReport under the business date it ran for;
      * only this date's rows post, so a day Program25 did not run
      * posts no cost legs rather than the last run's again.
                  select store-cost-totals-file
                      assign to "../../../data/StoreCostTotals.dat"
                      organization is line sequential
                      file status is ws-cost-totals-status.

      * Per-store shrink and count gain at cost from approved
      * physical counts, written by Program31PhysicalCount under
      * the date each count was approved; only this date's rows
      * post, so a rerun of the date posts them again in full.
                  select store-shrink-totals-file
                      assign to "../../../data/StoreShrinkTotals.dat"
                      organization is line sequential
                      file status is ws-shrink-totals-status.

      * Per-store exchange gain and loss on matched US-cash deposits,
      * written by Program12DepositReconciliation under the date of
      * the reconciliation run; only this date's rows post.
                  select exchange-result-file
                      assign to "../../../data/ExchangeGainLoss.dat"
                      organization is line sequential
                      file status is ws-exchange-result-status.

      * Account-mapping reference file - store plus amount category
      * to general-ledger account, so a renumbered chart of accounts
      * is a data change, not a recompile. Store 00 rows are the
                      organization is line sequential
                      file status is ws-run-params-status.

      * 4-5-4 fiscal calendar - one row per fiscal week - and the
      * period-close control accounting keeps, one row per closed
      * fiscal period. Both are maintained through Program13-
      * MasterMaintenance.
                  select fiscal-calendar-file
                      assign to "../../../data/FiscalCalendar.dat"
                      organization is line sequential
                      file status is ws-fiscal-calendar-status.

                  select period-close-file
                      assign to "../../../data/PeriodClose.dat"
                      organization is line sequential
                      file status is ws-period-close-status.

      * Central exceptions file shared by the whole pipeline - a
      * rejected posting day must show on the morning summary.
                  select exception-log-file
       file section.
       fd store-day-totals-file
           data record is sdt-record
           record contains 73 characters.

       01 sdt-record.
           05 sdt-date                   pic 9(8).
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

       fd store-tax-totals-file
            data record is stt-record

       fd store-refund-totals-file
            data record is srt-record
            record contains 39 characters.

       01 srt-record.
         05 srt-store-num pic 99.
         05 srt-return-amount pic 9(7)v99.
         05 srt-fee-amount pic 9(7)v99.
         05 srt-refund-amount pic 9(8)v99.
         05 srt-tax-refund-amount pic 9(7)v99.

       fd store-cost-totals-file
           data record is sct-record
           record contains 28 characters.

       01 sct-record.
           05 sct-post-date pic 9(8).
           05 sct-store-num pic 99.
           05 sct-sales-cost pic 9(7)v99.
           05 sct-return-cost pic 9(7)v99.

       fd store-shrink-totals-file
           data record is sst-record
           record contains 28 characters.

       01 sst-record.
           05 sst-post-date pic 9(8).
           05 sst-store-num pic 99.
           05 sst-shrink-cost pic 9(7)v99.
           05 sst-gain-cost pic 9(7)v99.

       fd exchange-result-file
           data record is egl-record
           record contains 28 characters.

       01 egl-record.
           05 egl-post-date pic 9(8).
           05 egl-store-num pic 99.
           05 egl-gain-amount pic 9(7)v99.
           05 egl-loss-amount pic 9(7)v99.

       fd account-map-file
            data record is acm-record
           05 glh-dr-cr pic x.
           05 glh-amount pic 9(8)v99.

       fd fiscal-calendar-file
           data record is fcl-record
           record contains 24 characters.

       01 fcl-record.
           05 fcl-fiscal-year pic 9(4).
           05 fcl-period pic 99.
           05 fcl-week pic 99.
           05 fcl-start-date pic 9(8).
           05 fcl-end-date pic 9(8).

       fd period-close-file
           data record is pcl-record
           record contains 22 characters.

       01 pcl-record.
           05 pcl-fiscal-year pic 9(4).
           05 pcl-period pic 99.
           05 pcl-closed-date pic 9(8).
           05 pcl-closed-by pic x(8).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.
       01 ws-day-totals-status pic xx value spaces.
       01 ws-tax-totals-status pic xx value spaces.
       01 ws-refund-totals-status pic xx value spaces.
       01 ws-cost-totals-status pic xx value spaces.
       01 ws-shrink-totals-status pic xx value spaces.
       01 ws-exchange-result-status pic xx value spaces.
       01 ws-day-totals-eof pic x value "N".
       01 ws-tax-totals-eof pic x value "N".
       01 ws-refund-totals-eof pic x value "N".
       01 ws-cost-totals-eof pic x value "N".
       01 ws-shrink-totals-eof pic x value "N".
       01 ws-exchange-result-eof pic x value "N".
       01 ws-acm-eof-flag pic x value "N".

      * Account map table - store 00 rows are the fallback.
       01 ws-acm-account-found pic x(8) value spaces.

      * Per-store consolidated day figures, folded together from the
      * four interface files before any posting is built. Sized to
      * everything Program2DataSplitAndCount can emit (50 stores
      * plus its unknown slot); a store past that stops the run -
      * postings built under a shared slot would still balance and
               10 ws-sto-return-amount pic 9(8)v99.
               10 ws-sto-fee-amount pic 9(7)v99.
               10 ws-sto-refund-amount pic 9(8)v99.
               10 ws-sto-tax-refund-amount pic 9(7)v99.
               10 ws-sto-sales-cost pic 9(8)v99.
               10 ws-sto-return-cost pic 9(8)v99.
               10 ws-sto-shrink-cost pic 9(8)v99.
               10 ws-sto-gain-cost pic 9(8)v99.
               10 ws-sto-fx-gain pic 9(8)v99.
               10 ws-sto-fx-loss pic 9(8)v99.
       01 ws-sto-counters.
           05 ws-sto-count pic 99 value 0.
           05 ws-sto-search-index pic 99 value 0.

      * The postings are built here first and only written to the
      * interface file once debits prove equal to credits. Sized to
      * the full store table at twelve legs a store, so it can only
      * fill if something is wrong - and that stops the run with its
      * own message rather than dropping a leg and surfacing as a
      * baffling out-of-balance.
       01 ws-posting-table.
           05 ws-pst-entry occurs 612 times.
               10 ws-pst-store-num pic 99.
               10 ws-pst-account pic x(8).
               10 ws-pst-category pic x(4).
       01 ws-pst-counters.
           05 ws-pst-count pic 9(3) value 0.
           05 ws-pst-counter pic 9(3) value 0.
       77 ws-pst-table-max pic 9(3) value 612.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-sto-overflow-msg pic x(44)
           05 ws-bld-category pic x(4).
           05 ws-bld-dr-cr pic x.
           05 ws-bld-amount pic 9(8)v99.
           05 ws-bld-net-tax pic s9(8)v99.
           05 ws-bld-net-cost pic s9(8)v99.
           05 ws-bld-net-shrink pic s9(8)v99.
           05 ws-bld-net-exchange pic s9(8)v99.

       01 ws-total-debits pic 9(9)v99 value 0.
       01 ws-total-credits pic 9(9)v99 value 0.
      * run works - the rows for the date in hand become reversals,
      * the rest ride through untouched, and on a clean day the
      * file is rewritten with this date's restated set in place.
      * Sized for the retention window plus the day in hand at the
      * full twelve legs a store for the chain's stores, with room
      * to open more (32 days x 6 stores x 12 legs is 2304 rows).
       01 ws-history-table.
           05 ws-glh-entry occurs 4000 times.
               10 ws-glh-date pic 9(8).
               10 ws-glh-store-num pic 99.
               10 ws-glh-account pic x(8).
               10 ws-glh-dr-cr pic x.
               10 ws-glh-amount pic 9(8)v99.
       01 ws-glh-counters.
           05 ws-glh-count pic 9(4) value 0.
           05 ws-glh-counter pic 9(4) value 0.
       01 ws-posting-history-status pic xx value spaces.
       01 ws-glh-eof-flag pic x value "N".
       77 ws-glh-table-max pic 9(4) value 4000.
       77 ws-glh-overflow-msg pic x(44)
           value "POSTING HISTORY OVER TABLE - RUN STOPPED".
      * Retention window for the posting history - a date older
      * posted day's rows forever and the table cap would stop the
      * nightly run within a month.
       77 ws-history-retention-days pic 9(3) value 31.
       01 ws-glh-aged-count pic 9(4) value 0.
       01 ws-aged-off-line.
           05 filler pic x(25) value "POSTING HISTORY AGED OFF:".
           05 wao-count pic zzz9.
       77 ws-repost-msg pic x(45)
           value "DATE ALREADY POSTED - REVERSING AND RESTATING".

      * Where the business date falls on the fiscal calendar, and
      * whether accounting has closed that period.
       01 ws-fiscal-calendar-status pic xx value spaces.
       01 ws-period-close-status pic xx value spaces.
       01 ws-fcl-eof-flag pic x value "N".
       01 ws-pcl-eof-flag pic x value "N".
       01 ws-bd-fiscal-period.
           05 ws-bd-fiscal-year pic 9(4) value 0.
           05 ws-bd-period pic 99 value 0.
       01 ws-fiscal-found-flag pic x value space.
           88 ws-fiscal-found value "y".
       01 ws-period-closed-flag pic x value space.
           88 ws-period-closed value "y".
       01 ws-closed-date pic 9(8) value 0.
       01 ws-closed-by pic x(8) value spaces.

      * Posting interface record build areas.
       01 ws-posting-detail.
           05 wpd-rec-type pic x value "P".
       77 ws-reject-console-msg pic x(44)
           value "GL POSTING OUT OF BALANCE - FILE REJECTED".

       01 ws-fiscal-period-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value "BUSINESS DATE: ".
           05 wfp-business-date pic 9(8).
           05 filler pic x(18) value "   FISCAL PERIOD: ".
           05 wfp-fiscal-year pic 9(4).
           05 filler pic x value "-".
           05 wfp-period pic 99.

       01 ws-no-fiscal-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value "BUSINESS DATE: ".
           05 wnf-business-date pic 9(8).
           05 filler pic x(48) value
              "   NOT ON FISCAL CALENDAR - LOCK NOT CHECKED".

       01 ws-closed-period-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(30) value
              "*** FISCAL PERIOD CLOSED ON ".
           05 wcp-closed-date pic 9(8).
           05 filler pic x(4) value " BY ".
           05 wcp-closed-by pic x(8).

       01 ws-closed-rejected-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(52) value
              "NOTHING POSTED OR REVERSED - POSTING FILE EMPTIED".

       77 ws-closed-console-msg pic x(44)
           value "GL POSTING REFUSED - DATE IN CLOSED PERIOD".
       77 ws-no-fiscal-console-msg pic x(44)
           value "GL POSTING DATE NOT ON FISCAL CALENDAR".

      * Built exception line for the shared exceptions file.
       01 ws-exception-log-status pic xx value spaces.
       01 ws-exception-line.
               move ws-zero to ws-cutoff-day-num
           end-if.

           perform 180-check-period-lock.
           perform 100-load-account-map.
           perform 140-load-posting-history.
           perform 160-build-reversals.
           perform 110-load-day-totals.
           perform 120-load-tax-totals.
           perform 130-load-refund-totals.
           perform 170-load-cost-totals.
           perform 176-load-shrink-totals.
           perform 178-load-exchange-results.
           perform 200-build-postings.
           perform 300-balance-and-write.
           goback.
               end-if
           end-if.

      * Place the business date on the fiscal calendar and look the
      * period up on the close control. A closed period stops the
      * run here, before a reversal or a posting is even built. A
      * date the calendar does not cover cannot be checked - the
      * day posts, with a warning on the report and the exceptions
      * file so accounting extends the calendar.
       180-check-period-lock.
           open input fiscal-calendar-file.

           if (ws-fiscal-calendar-status not = "00")
               move ws-file-empty to ws-fcl-eof-flag
           else
               read fiscal-calendar-file
                   at end move ws-file-empty to ws-fcl-eof-flag
               end-read
           end-if.

           perform 181-check-one-fiscal-week
             until (ws-fcl-eof-flag = ws-file-empty)
                or (ws-fiscal-found).

           if (ws-fiscal-calendar-status not = "35")
               close fiscal-calendar-file
           end-if.

           if (ws-fiscal-found)
               perform 185-find-closed-period
           else
               display ws-no-fiscal-console-msg
               move "WARN" to exl-severity
               move ws-no-fiscal-console-msg to exl-message
               perform 350-write-exception
           end-if.

           if (ws-period-closed)
               perform 190-refuse-closed-period
           end-if.

       181-check-one-fiscal-week.
           if (ws-business-date not < fcl-start-date)
              and (ws-business-date not > fcl-end-date)
               move fcl-fiscal-year to ws-bd-fiscal-year
               move fcl-period to ws-bd-period
               move "y" to ws-fiscal-found-flag
           else
               read fiscal-calendar-file
                   at end move ws-file-empty to ws-fcl-eof-flag
               end-read
           end-if.

       185-find-closed-period.
           open input period-close-file.

           if (ws-period-close-status not = "00")
               move ws-file-empty to ws-pcl-eof-flag
           else
               read period-close-file
                   at end move ws-file-empty to ws-pcl-eof-flag
               end-read
           end-if.

           perform 186-check-one-closed-period
             until (ws-pcl-eof-flag = ws-file-empty)
                or (ws-period-closed).

           if (ws-period-close-status not = "35")
               close period-close-file
           end-if.

       186-check-one-closed-period.
           if (pcl-fiscal-year = ws-bd-fiscal-year)
              and (pcl-period = ws-bd-period)
               move pcl-closed-date to ws-closed-date
               move pcl-closed-by to ws-closed-by
               move "y" to ws-period-closed-flag
           else
               read period-close-file
                   at end move ws-file-empty to ws-pcl-eof-flag
               end-read
           end-if.

      * A closed period gets a report that says so and nothing
      * else. The interface file is emptied the same way a
      * rejected day's is, so yesterday's postings cannot be loaded
      * in its place, and the history is not touched.
       190-refuse-closed-period.
           open output output-file.

           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing 2 line.
           perform 305-write-fiscal-period-line.

           move ws-closed-date to wcp-closed-date.
           move ws-closed-by to wcp-closed-by.
           write output-line from ws-closed-period-line
             after advancing 2 line.
           write output-line from ws-closed-rejected-line
             after advancing ws-one line.

           close output-file.

           display ws-closed-console-msg.
           move "HIGH" to exl-severity.
           move ws-closed-console-msg to exl-message.
           perform 350-write-exception.

           open output posting-file.
           close posting-file.
           move ws-eight to return-code.
           goback.

      * Load the store-plus-category to account map.
       100-load-account-map.
           open input account-map-file.
           read account-map-file
               at end move ws-file-empty to ws-acm-eof-flag.

      * Fold the four interface files into one per-store slot each.
       110-load-day-totals.
           open input store-day-totals-file.

           add srt-fee-amount to ws-sto-fee-amount(ws-sto-index).
           add srt-refund-amount
             to ws-sto-refund-amount(ws-sto-index).
           add srt-tax-refund-amount
             to ws-sto-tax-refund-amount(ws-sto-index).

           read store-refund-totals-file
               at end move ws-file-empty to ws-refund-totals-eof.

       170-load-cost-totals.
           open input store-cost-totals-file.

           if (ws-cost-totals-status not = "00")
               move ws-file-empty to ws-cost-totals-eof
           else
               read store-cost-totals-file
                   at end move ws-file-empty to ws-cost-totals-eof
               end-read
           end-if.

           perform 175-fold-one-cost-total
             until ws-cost-totals-eof = ws-file-empty.

           if (ws-cost-totals-status not = "35")
               close store-cost-totals-file
           end-if.

       175-fold-one-cost-total.
           if (sct-post-date = ws-business-date)
               move sct-store-num to ws-current-store
               perform 150-get-store-slot
               add sct-sales-cost
                 to ws-sto-sales-cost(ws-sto-index)
               add sct-return-cost
                 to ws-sto-return-cost(ws-sto-index)
           end-if.

           read store-cost-totals-file
               at end move ws-file-empty to ws-cost-totals-eof.

       176-load-shrink-totals.
           open input store-shrink-totals-file.

           if (ws-shrink-totals-status not = "00")
               move ws-file-empty to ws-shrink-totals-eof
           else
               read store-shrink-totals-file
                   at end move ws-file-empty to ws-shrink-totals-eof
               end-read
           end-if.

           perform 177-fold-one-shrink-total
             until ws-shrink-totals-eof = ws-file-empty.

           if (ws-shrink-totals-status not = "35")
               close store-shrink-totals-file
           end-if.

       177-fold-one-shrink-total.
           if (sst-post-date = ws-business-date)
               move sst-store-num to ws-current-store
               perform 150-get-store-slot
               add sst-shrink-cost
                 to ws-sto-shrink-cost(ws-sto-index)
               add sst-gain-cost to ws-sto-gain-cost(ws-sto-index)
           end-if.

           read store-shrink-totals-file
               at end move ws-file-empty to ws-shrink-totals-eof.

       178-load-exchange-results.
           open input exchange-result-file.

           if (ws-exchange-result-status not = "00")
               move ws-file-empty to ws-exchange-result-eof
           else
               read exchange-result-file
                   at end move ws-file-empty to ws-exchange-result-eof
               end-read
           end-if.

           perform 179-fold-one-exchange-result
             until ws-exchange-result-eof = ws-file-empty.

           if (ws-exchange-result-status not = "35")
               close exchange-result-file
           end-if.

       179-fold-one-exchange-result.
           if (egl-post-date = ws-business-date)
               move egl-store-num to ws-current-store
               perform 150-get-store-slot
               add egl-gain-amount to ws-sto-fx-gain(ws-sto-index)
               add egl-loss-amount to ws-sto-fx-loss(ws-sto-index)
           end-if.

           read exchange-result-file
               at end move ws-file-empty to ws-exchange-result-eof.

      * Find (or open, zeroed by the startup initialize) the slot
      * for ws-current-store; past the cap the run stops cold -
      * merged-store postings balance and load, silently wrong.
      * Build the balanced entry set per store. Both sides balance
      * by construction - sales: clearing debit carries the sales
      * amount plus its tax; returns: the returned amount splits
      * into the refund paid and the fee withheld, and the clearing
      * credit also carries the tax refunded, which comes back out
      * of the single net tax-payable leg - so a later
      * out-of-balance can only mean the interface files disagree,
      * which is exactly what the balance gate is there to catch.
       200-build-postings.
               move "SALE" to ws-bld-category
               move "C" to ws-bld-dr-cr
               perform 250-add-posting
           end-if.

           if (ws-sto-return-amount(ws-sto-counter) > ws-zero)
               move "D" to ws-bld-dr-cr
               perform 250-add-posting

               add ws-sto-refund-amount(ws-sto-counter)
                 to ws-sto-tax-refund-amount(ws-sto-counter)
                 giving ws-bld-amount
               move "CLRG" to ws-bld-category
               move "C" to ws-bld-dr-cr
               perform 250-add-posting
               perform 250-add-posting
           end-if.

           subtract ws-sto-tax-refund-amount(ws-sto-counter)
             from ws-sto-tax-amount(ws-sto-counter)
             giving ws-bld-net-tax.

           move "TAXP" to ws-bld-category.

           if (ws-bld-net-tax < ws-zero)
               subtract ws-bld-net-tax from ws-zero
                 giving ws-bld-amount
               move "D" to ws-bld-dr-cr
           else
               move ws-bld-net-tax to ws-bld-amount
               move "C" to ws-bld-dr-cr
           end-if.

           perform 250-add-posting.

      * Cost of goods net of the goods that came back - one pair,
      * cost of goods against inventory, flipped when returns at
      * cost outran sales at cost.
           subtract ws-sto-return-cost(ws-sto-counter)
             from ws-sto-sales-cost(ws-sto-counter)
             giving ws-bld-net-cost.

           if (ws-bld-net-cost < ws-zero)
               subtract ws-bld-net-cost from ws-zero
                 giving ws-bld-amount
               move "COGS" to ws-bld-category
               move "C" to ws-bld-dr-cr
               perform 250-add-posting
               move "INVN" to ws-bld-category
               move "D" to ws-bld-dr-cr
               perform 250-add-posting
           else
               move ws-bld-net-cost to ws-bld-amount
               move "COGS" to ws-bld-category
               move "D" to ws-bld-dr-cr
               perform 250-add-posting
               move "INVN" to ws-bld-category
               move "C" to ws-bld-dr-cr
               perform 250-add-posting
           end-if.

      * Count shrink net of count gain - one pair, inventory shrink
      * against inventory, flipped when the count came up over.
           subtract ws-sto-gain-cost(ws-sto-counter)
             from ws-sto-shrink-cost(ws-sto-counter)
             giving ws-bld-net-shrink.

           if (ws-bld-net-shrink < ws-zero)
               subtract ws-bld-net-shrink from ws-zero
                 giving ws-bld-amount
               move "SHRK" to ws-bld-category
               move "C" to ws-bld-dr-cr
               perform 250-add-posting
               move "INVN" to ws-bld-category
               move "D" to ws-bld-dr-cr
               perform 250-add-posting
           else
               move ws-bld-net-shrink to ws-bld-amount
               move "SHRK" to ws-bld-category
               move "D" to ws-bld-dr-cr
               perform 250-add-posting
               move "INVN" to ws-bld-category
               move "C" to ws-bld-dr-cr
               perform 250-add-posting
           end-if.

      * Exchange gain net of exchange loss on the US deposits - one
      * pair, clearing against exchange gain/loss, flipped on a net
      * loss: the bank credited less than the takings were worth.
           subtract ws-sto-fx-loss(ws-sto-counter)
             from ws-sto-fx-gain(ws-sto-counter)
             giving ws-bld-net-exchange.

           if (ws-bld-net-exchange < ws-zero)
               subtract ws-bld-net-exchange from ws-zero
                 giving ws-bld-amount
               move "FXGL" to ws-bld-category
               move "D" to ws-bld-dr-cr
               perform 250-add-posting
               move "CLRG" to ws-bld-category
               move "C" to ws-bld-dr-cr
               perform 250-add-posting
           else
               move ws-bld-net-exchange to ws-bld-amount
               move "CLRG" to ws-bld-category
               move "D" to ws-bld-dr-cr
               perform 250-add-posting
               move "FXGL" to ws-bld-category
               move "C" to ws-bld-dr-cr
               perform 250-add-posting
           end-if.

      * One entry into the holding table - a zero-amount leg is
      * skipped (a tax-free store has no tax payable to post), and
      * the account comes off the map, store row first, then the
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing 2 line.
           perform 305-write-fiscal-period-line.
           write output-line from spaces after advancing ws-one line.

           perform 310-report-one-posting

           close output-file.

       305-write-fiscal-period-line.
           if (ws-fiscal-found)
               move ws-business-date to wfp-business-date
               move ws-bd-fiscal-year to wfp-fiscal-year
               move ws-bd-period to wfp-period
               write output-line from ws-fiscal-period-line
                 after advancing ws-one line
           else
               move ws-business-date to wnf-business-date
               write output-line from ws-no-fiscal-line
                 after advancing ws-one line
           end-if.

      * Append one staged alarm to the shared exceptions file -
      * EXTEND with the same create-on-first-touch fallback the
      * shared audit log uses.

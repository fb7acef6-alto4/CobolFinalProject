      * run to run, so the report also ages each unresolved
      * difference from the day it first appeared; a late deposit
      * arriving days later clears its carried exception instead of
      * opening a second one. US cash is matched on its own: the
      * store's US takings are expected as a separate deposit in US
      * funds, the Canadian expectation is reduced by their Canadian
      * equivalent, and when a US deposit matches, the difference
      * between what the bank credited in Canadian dollars and what
      * the takings were worth at the day's rate is the exchange
      * gain or loss, written out for Program10GLPosting to post.
      ******************************************************************
       environment division.
       configuration section.
                          "../../../data/DepositReconReport.out"
                      organization is line sequential.

      * Exchange gain or loss on each matched US-cash deposit, per
      * store, dated with the run's business date - Program10GL-
      * Posting posts this date's rows. Rewritten each run, so a
      * rerun restates the day instead of adding to it.
                  select exchange-result-file
                      assign to "../../../data/ExchangeGainLoss.dat"
                      organization is line sequential.

      * District hierarchy reference file - the unresolved
      * differences roll up by district at the bottom of the
      * report, so a district manager reads one line, not three.
       file section.
       fd bank-deposit-file
                         data record is bdp-record
                         record contains 31 characters.

      * A US-funds deposit carries USD in bdp-currency, the US amount
      * in bdp-amount and the Canadian dollars the bank credited for
      * it in bdp-cad-credited; a Canadian deposit leaves both blank.
       01 bdp-record.
         05 bdp-date pic 9(8).
         05 bdp-store-num pic 99.
         05 bdp-amount pic 9(7)v99.
         05 bdp-currency pic x(3).
         05 bdp-cad-credited pic 9(7)v99.

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

       fd exception-master-file
           data record is dxm-record
           record contains 57 characters.

       01 dxm-record.
           05 dxm-date                   pic 9(8).
           05 dxm-expected               pic 9(7)v99.
           05 dxm-deposited              pic 9(7)v99.
           05 dxm-first-seen             pic 9(8).
           05 dxm-currency               pic x(3).
           05 dxm-cad-equivalent         pic 9(7)v99.
           05 dxm-cad-credited           pic 9(7)v99.

       fd exchange-result-file
           data record is egl-record
           record contains 28 characters.

       01 egl-record.
           05 egl-post-date              pic 9(8).
           05 egl-store-num              pic 99.
           05 egl-gain-amount            pic 9(7)v99.
           05 egl-loss-amount            pic 9(7)v99.

       fd output-file
            data record is report-line
      * its own slot with a zero expected amount, so an unexplained
      * deposit shows as an OVER instead of vanishing. Sized for 51
      * store slots across a generous carry window.
      * A store's US cash is its own slot, currency USD, expected
      * and deposited in US funds, alongside the Canadian equivalent
      * of what was expected and the Canadian dollars the bank
      * credited; Canadian slots leave the currency blank.
       01 ws-open-item-table.
           05 ws-opi-entry occurs 400 times.
               10 ws-opi-date pic 9(8).
               10 ws-opi-expected pic 9(7)v99.
               10 ws-opi-deposited pic 9(7)v99.
               10 ws-opi-first-seen pic 9(8).
               10 ws-opi-currency pic x(3).
               10 ws-opi-cad-equivalent pic 9(7)v99.
               10 ws-opi-cad-credited pic 9(7)v99.
       01 ws-opi-counters.
           05 ws-opi-count pic 9(3) value 0.
           05 ws-opi-search-index pic 9(3) value 0.
      * The (date, store) being located or opened in the table.
       01 ws-lookup-date pic 9(8) value 0.
       01 ws-lookup-store pic 99 value 0.
       01 ws-lookup-currency pic x(3) value spaces.
       77 ws-usd-currency pic x(3) value "USD".
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-opi-overflow-msg pic x(44)
       01 ws-item-status pic x(8) value spaces.
       01 ws-difference pic s9(8)v99 value 0.

      * Canadian expectation net of the US cash, and the exchange
      * result on a matched US deposit.
       01 ws-cad-expected-work pic s9(8)v99 value 0.
       01 ws-exchange-result pic s9(8)v99 value 0.
       01 ws-us-item-status pic x(9) value spaces.

      * District hierarchy - the store-to-district map and the
      * per-district rollup of what is still unresolved.
       01 ws-district-master-status pic xx value spaces.
           05 ws-calc-age-1 pic 9(3) value 0.
           05 ws-calc-age-7 pic 9(3) value 0.
           05 ws-calc-age-old pic 9(3) value 0.
           05 ws-calc-us-items pic 9(3) value 0.
           05 ws-calc-exchange-net pic s9(8)v99 value 0.

      * Report lines
       01 ws-heading1-name-line.
       01 ws-page-heading2.
         05 filler pic x(10) value "DATE".
         05 filler pic x(7) value "STORE".
         05 filler pic x(4) value "CUR".
         05 filler pic x(13) value "EXPECTED".
         05 filler pic x(13) value "DEPOSITED".
         05 filler pic x(14) value "DIFFERENCE".
         05 filler pic x(4) value spaces.
         05 ws-dtl-store-num pic 99.
         05 filler pic x(3) value spaces.
         05 ws-dtl-currency pic x(3).
         05 filler pic x(1) value spaces.
         05 ws-dtl-expected pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-dtl-deposited pic $$,$$$,$$9.99.
           05 filler pic x(9) value "CARRIED: ".
           05 ws-sum-carried pic zz9.

      * US cash deposit expectation - every US slot on the run, in
      * US funds, with the Canadian side and the exchange result on
      * the ones the bank has matched.
       01 ws-us-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(44)
                 value "US CASH DEPOSITS - EXPECTED IN US FUNDS".

       01 ws-us-column-heading.
         05 filler pic x(10) value "DATE".
         05 filler pic x(7) value "STORE".
         05 filler pic x(13) value "US EXPECTED".
         05 filler pic x(13) value "US DEPOSITED".
         05 filler pic x(13) value "CAD AT RATE".
         05 filler pic x(13) value "CAD CREDITED".
         05 filler pic x(14) value "EXCHANGE".
         05 filler pic x(9) value "STATUS".

       01 ws-us-detail-line.
         05 wus-date pic 9(8).
         05 filler pic x(4) value spaces.
         05 wus-store-num pic 99.
         05 filler pic x(3) value spaces.
         05 wus-expected pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 wus-deposited pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 wus-cad-equivalent pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 wus-cad-credited pic $$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 wus-exchange pic +$,$$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 wus-status pic x(9).

       01 ws-us-total-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(27)
                 value "NET EXCHANGE GAIN (LOSS): ".
           05 wus-exchange-net pic +$,$$$,$$9.99.

      * A short deposit older than the follow-up window is the one
      * that gets written off if nobody moves - called out on the
      * console as well as the report.
           perform 120-load-day-totals.
           perform 130-apply-bank-deposits.
           perform 550-rewrite-exception-master.
           perform 560-write-exchange-results.
           perform 500-write-report.
           perform 600-close-out.
           goback.
       115-load-one-carried-item.
           move dxm-date to ws-lookup-date.
           move dxm-store-num to ws-lookup-store.
           move dxm-currency to ws-lookup-currency.
           perform 160-get-open-item-slot.

           move dxm-expected to ws-opi-expected(ws-opi-index).
           move dxm-deposited to ws-opi-deposited(ws-opi-index).
           move dxm-first-seen to ws-opi-first-seen(ws-opi-index).

           if (dxm-cad-equivalent numeric)
               move dxm-cad-equivalent
                 to ws-opi-cad-equivalent(ws-opi-index)
           end-if.

           if (dxm-cad-credited numeric)
               move dxm-cad-credited
                 to ws-opi-cad-credited(ws-opi-index)
           end-if.

           read exception-master-file
               at end move ws-file-empty to ws-master-eof-flag.

      * Today's per-store totals open the slots the carry-over does
      * not already hold - expected is sales/layaway less returns,
      * less the Canadian equivalent of the store's net US cash, which
      * is expected in a US slot of its own instead.
       120-load-day-totals.
           open input store-day-totals-file.

           end-if.

       125-load-one-day-total.
      * A totals row from before the US-cash fields has none.
           if (sdt-us-sl-amount not numeric)
              or (sdt-us-r-amount not numeric)
              or (sdt-us-sl-cad not numeric)
              or (sdt-us-r-cad not numeric)
               move ws-zero to sdt-us-sl-amount
               move ws-zero to sdt-us-r-amount
               move ws-zero to sdt-us-sl-cad
               move ws-zero to sdt-us-r-cad
           end-if.

           move sdt-date to ws-lookup-date.
           move sdt-store-num to ws-lookup-store.
           move spaces to ws-lookup-currency.
           perform 160-get-open-item-slot.

      * A (date, store) already carried keeps its carried figures -
      * and a rerun of this program must not double it.
           if (ws-opi-first-seen(ws-opi-index) = ws-zero)
               subtract sdt-r-amount from sdt-sl-amount
                 giving ws-cad-expected-work
               subtract sdt-us-sl-cad from ws-cad-expected-work
               add sdt-us-r-cad to ws-cad-expected-work
               move ws-cad-expected-work
                 to ws-opi-expected(ws-opi-index)
               move ws-business-date
                 to ws-opi-first-seen(ws-opi-index)
           end-if.

           if (sdt-us-sl-amount > ws-zero)
              or (sdt-us-r-amount > ws-zero)
               perform 127-load-one-us-expectation
           end-if.

           read store-day-totals-file
               at end move ws-file-empty to ws-day-totals-eof-flag.

      * The store's net US cash, expected as a deposit in US funds,
      * with what it was worth in Canadian dollars at the rate the
      * registers converted it at. Carried the same way as above.
       127-load-one-us-expectation.
           move ws-usd-currency to ws-lookup-currency.
           perform 160-get-open-item-slot.

           if (ws-opi-first-seen(ws-opi-index) = ws-zero)
               subtract sdt-us-r-amount from sdt-us-sl-amount
                 giving ws-opi-expected(ws-opi-index)
               subtract sdt-us-r-cad from sdt-us-sl-cad
                 giving ws-opi-cad-equivalent(ws-opi-index)
               move ws-business-date
                 to ws-opi-first-seen(ws-opi-index)
           end-if.

      * Every advice line pays into its (date, store) slot - several
      * lines for one slot are several drops on the same day. A
      * deposit nothing expected opens its own zero-expected slot so
       135-apply-one-deposit.
           move bdp-date to ws-lookup-date.
           move bdp-store-num to ws-lookup-store.

           if (bdp-currency = ws-usd-currency)
               move ws-usd-currency to ws-lookup-currency
           else
               move spaces to ws-lookup-currency
           end-if.

           perform 160-get-open-item-slot.

           if (bdp-currency = ws-usd-currency)
              and (bdp-cad-credited numeric)
               add bdp-cad-credited
                 to ws-opi-cad-credited(ws-opi-index)
           end-if.

           if (ws-opi-first-seen(ws-opi-index) = ws-zero)
               move ws-business-date
                 to ws-opi-first-seen(ws-opi-index)
                     to ws-opi-date(ws-opi-index)
                   move ws-lookup-store
                     to ws-opi-store-num(ws-opi-index)
                   move ws-lookup-currency
                     to ws-opi-currency(ws-opi-index)
                   move ws-zero
                     to ws-opi-cad-equivalent(ws-opi-index)
                   move ws-zero to ws-opi-cad-credited(ws-opi-index)
                   move ws-zero to ws-opi-expected(ws-opi-index)
                   move ws-zero to ws-opi-deposited(ws-opi-index)
                   move ws-zero to ws-opi-first-seen(ws-opi-index)
           if (ws-lookup-date = ws-opi-date(ws-opi-search-index))
              and (ws-lookup-store
                   = ws-opi-store-num(ws-opi-search-index))
              and (ws-lookup-currency
                   = ws-opi-currency(ws-opi-search-index))
               move ws-opi-search-index to ws-opi-index
               move "y" to ws-opi-found-flag
           else
           write output-line from ws-aging-summary-line
             after advancing ws-one line.

           perform 570-write-us-section.
           perform 580-write-district-rollup.

           if (ws-calc-age-old > ws-zero)
           read district-master-file
               at end move ws-file-empty to ws-dsm-eof-flag.

      * US slots stay out - their differences are in US funds and
      * show in the US section instead.
       583-roll-one-open-item.
           if (ws-opi-expected(ws-opi-counter)
               not = ws-opi-deposited(ws-opi-counter))
              and (ws-opi-currency(ws-opi-counter)
                   not = ws-usd-currency)
               perform 584-find-district-for-item
               perform 586-get-district-roll-slot


           move ws-opi-date(ws-opi-counter) to ws-dtl-date.
           move ws-opi-store-num(ws-opi-counter) to ws-dtl-store-num.
           move ws-opi-currency(ws-opi-counter) to ws-dtl-currency.
           move ws-opi-expected(ws-opi-counter) to ws-dtl-expected.
           move ws-opi-deposited(ws-opi-counter) to ws-dtl-deposited.
           move ws-difference to ws-dtl-difference.

      * Carry only what is still unresolved - a matched item drops
      * off, so the master never grows past the real problem list.
      * A US deposit the bank has not yet said it credited in
      * Canadian dollars is not finished either, and stays on.
       550-rewrite-exception-master.
           open output exception-master-file.

       555-carry-one-item.
           if (ws-opi-expected(ws-opi-counter)
               not = ws-opi-deposited(ws-opi-counter))
              or ((ws-opi-currency(ws-opi-counter) = ws-usd-currency)
                  and (ws-opi-expected(ws-opi-counter) > ws-zero)
                  and (ws-opi-cad-credited(ws-opi-counter)
                       = ws-zero))
               move ws-opi-date(ws-opi-counter) to dxm-date
               move ws-opi-store-num(ws-opi-counter)
                 to dxm-store-num
                 to dxm-deposited
               move ws-opi-first-seen(ws-opi-counter)
                 to dxm-first-seen
               move ws-opi-currency(ws-opi-counter) to dxm-currency
               move ws-opi-cad-equivalent(ws-opi-counter)
                 to dxm-cad-equivalent
               move ws-opi-cad-credited(ws-opi-counter)
                 to dxm-cad-credited
               write dxm-record
               add ws-one to ws-calc-carried
           end-if.

      * The exchange result on every US deposit that matched this
      * run - Canadian dollars credited less the Canadian equivalent
      * at the day's rate, a gain when the bank paid more. A matched
      * US slot the bank advice gave no Canadian credit for has no
      * result to post yet - it shows on the report as NO CREDIT and
      * stays on the exception master until the credit arrives.
       560-write-exchange-results.
           open output exchange-result-file.

           perform 565-write-one-exchange-result
             varying ws-opi-counter from ws-one by ws-one
             until ws-opi-counter > ws-opi-count.

           close exchange-result-file.

       565-write-one-exchange-result.
           if (ws-opi-currency(ws-opi-counter) = ws-usd-currency)
              and (ws-opi-expected(ws-opi-counter)
                   = ws-opi-deposited(ws-opi-counter))
              and (ws-opi-cad-credited(ws-opi-counter) > ws-zero)
               subtract ws-opi-cad-equivalent(ws-opi-counter)
                 from ws-opi-cad-credited(ws-opi-counter)
                 giving ws-exchange-result
               add ws-exchange-result to ws-calc-exchange-net

               move ws-business-date to egl-post-date
               move ws-opi-store-num(ws-opi-counter)
                 to egl-store-num
               move ws-zero to egl-gain-amount
               move ws-zero to egl-loss-amount
               if (ws-exchange-result < ws-zero)
                   subtract ws-exchange-result from ws-zero
                     giving egl-loss-amount
               else
                   move ws-exchange-result to egl-gain-amount
               end-if
               write egl-record
           end-if.

      * The US deposit expectation, one line per US slot - printed
      * only when the run has any.
       570-write-us-section.
           perform 575-count-one-us-item
             varying ws-opi-counter from ws-one by ws-one
             until ws-opi-counter > ws-opi-count.

           if (ws-calc-us-items > ws-zero)
               write output-line from spaces
                 after advancing ws-one line
               write output-line from ws-us-heading
                 after advancing ws-one line
               write output-line from ws-us-column-heading
                 after advancing ws-two line

               perform 576-write-one-us-line
                 varying ws-opi-counter from ws-one by ws-one
                 until ws-opi-counter > ws-opi-count

               move ws-calc-exchange-net to wus-exchange-net
               write output-line from ws-us-total-line
                 after advancing ws-two line
           end-if.

       575-count-one-us-item.
           if (ws-opi-currency(ws-opi-counter) = ws-usd-currency)
               add ws-one to ws-calc-us-items
           end-if.

       576-write-one-us-line.
           if (ws-opi-currency(ws-opi-counter) = ws-usd-currency)
               move ws-opi-date(ws-opi-counter) to wus-date
               move ws-opi-store-num(ws-opi-counter)
                 to wus-store-num
               move ws-opi-expected(ws-opi-counter) to wus-expected
               move ws-opi-deposited(ws-opi-counter)
                 to wus-deposited
               move ws-opi-cad-equivalent(ws-opi-counter)
                 to wus-cad-equivalent
               move ws-opi-cad-credited(ws-opi-counter)
                 to wus-cad-credited
               move ws-zero to wus-exchange

               if (ws-opi-expected(ws-opi-counter)
                   not = ws-opi-deposited(ws-opi-counter))
                   move "OPEN     " to wus-status
               else
                   if (ws-opi-cad-credited(ws-opi-counter)
                       = ws-zero)
                      and (ws-opi-expected(ws-opi-counter) > ws-zero)
                       move "NO CREDIT" to wus-status
                   else
                       move "MATCHED  " to wus-status
                       subtract ws-opi-cad-equivalent(ws-opi-counter)
                         from ws-opi-cad-credited(ws-opi-counter)
                         giving ws-exchange-result
                       move ws-exchange-result to wus-exchange
                   end-if
               end-if

               write output-line from ws-us-detail-line
                 after advancing ws-one line
           end-if.

      * close out
       600-close-out.
           display ws-status-message.

               organization is line sequential
               file status is ws-cashier-master-status.

      * Per-cashier drawer-totals interface file - each register
      * operator's cash sales and cash refunds per store, stamped
      * with the trans date the till was rung, for Program28Drawer-
      * Count to hold that day's till counts against. Written whole
      * at end of run.
           select cashier-drawer-totals-file
               assign to "../../../data/CashierDrawerTotals.dat"
               organization is line sequential.

      * Per-cashier activity report - sales, returns, voids and the
      * return-to-sales ratio per register operator, the shrink
      * indicator the store-level figures cannot show.
       data division.
       file section.

      * Input record definitions - 70 bytes to match the layout
      * Program1.cbl actually writes to valid-data-file (the carried
      * transaction fields through the member number); record length is
      * load-bearing now that this file is indexed, not line
      * sequential.
       fd valid-data-file
           record contains 70 characters.

       01 transaction-record.
           05 tr-code                    pic x.
               88 tr-payment-type-ca         value "CA".
               88 tr-payment-type-cr         value "CR".
               88 tr-payment-type-db         value "DB".
               88 tr-payment-type-us         value "US".
           05 tr-store-num               pic 99.
               88 tr-store-num-valid         values 01 thru 05, 12.
           05 tr-invoice-num.
           05 tr-trans-date              pic 9(8).
           05 tr-reason-code             pic x(2).
           05 tr-cashier-id              pic 9(4).
      * Units on the line - tr-amount is already the extended amount.
           05 tr-quantity                pic 9(3).
      * US funds tendered on a US-cash line; tr-amount already holds
      * the Canadian equivalent.
           05 tr-foreign-amount          pic 9(5)v99.
           05 tr-member-num              pic x(10).

      * Output record definitions
       fd sl-data-file
           05 sll-trans-date             pic 9(8).
           05 sll-reason-code            pic x(2).
           05 sll-cashier-id             pic 9(4).
           05 sll-quantity               pic 9(3).
           05 sll-foreign-amount         pic 9(5)v99.
           05 sll-member-num             pic x(10).

       fd r-data-file
           data record is r-line.
           05 rl-trans-date              pic 9(8).
           05 rl-reason-code             pic x(2).
           05 rl-cashier-id              pic 9(4).
           05 rl-quantity                pic 9(3).
           05 rl-foreign-amount          pic 9(5)v99.
           05 rl-member-num              pic x(10).

       fd v-data-file
           data record is v-line.
           05 vl-trans-date              pic 9(8).
           05 vl-reason-code             pic x(2).
           05 vl-cashier-id              pic 9(4).
           05 vl-quantity                pic 9(3).
           05 vl-foreign-amount          pic 9(5)v99.
           05 vl-member-num              pic x(10).

       fd counts-and-controls-file
           data record is report-line
           record contains 156 characters.
       01 report-line                    pic x(156).

       fd delimited-export-file
           data record is export-line
           record contains 144 characters.
       01 export-line                    pic x(144).

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

       fd cashier-master-file
           data record is cm-record
           05 cm-cashier-name             pic x(20).
           05 cm-home-store               pic 99.

       fd cashier-drawer-totals-file
           data record is cdt-record
           record contains 32 characters.

       01 cdt-record.
           05 cdt-date                   pic 9(8).
           05 cdt-cashier-id             pic 9(4).
           05 cdt-store-num              pic 99.
           05 cdt-ca-sales-amount        pic 9(7)v99.
           05 cdt-ca-refund-amount       pic 9(7)v99.

       fd cashier-report-file
           data record is cashier-report-line
           record contains 120 characters.
               10 ws-l-count             pic zz9   value 0.

           05 filler                     pic x(4)  value spaces.
           05 ws-raw-data                pic x(70).

 
      * Summary lines
      * percentages and the report/export columns are produced from
      * these at print time.
       01 ws-tender-table.
           05 ws-tender-code             pic x(2)  occurs 9 times.
       01 ws-tender-counters.
           05 ws-tender-count-used       pic 99    value 0.
           05 ws-tender-unknown-index    pic 99    value 0.
           88 ws-tender-found                      value "y".
       01 ws-unknown-tender-flag         pic x     value space.
           88 ws-unknown-tender-seen               value "y".
       77 ws-tender-table-max            pic 99    value 8.

       01 ws-tender-count-tables.
           05 ws-pt-store-entry                    occurs 51 times.
               10 ws-pt-sales-count      pic 9(3)  occurs 9 times.
               10 ws-pt-return-count     pic 9(3)  occurs 9 times.

      * Build areas for the per-tender columns - all sales-side
      * cells first, then all returns-side cells, six characters a
      * cell, on both the print report and the delimited export.
       01 ws-tender-heading-text         pic x(96) value spaces.
       01 ws-tender-columns-text         pic x(96) value spaces.
       01 ws-delim-tender-header         pic x(96) value spaces.
       01 ws-delim-tender-text           pic x(96) value spaces.
       01 ws-string-pointer              pic 9(3)  value 1.
       01 ws-delim-pointer               pic 9(3)  value 1.
       01 ws-pct-num                     pic 9(5)  value 0.
      * per-tender header cells land over their data cells.
       01 ws-heading2-print-line.
           05 ws-h2p-fixed               pic x(59).
           05 ws-h2p-tenders             pic x(96).

       01 ws-store-print-line.
           05 ws-spl-fixed               pic x(59).
           05 ws-spl-tenders             pic x(96).

       01 ws-delim-print-line.
           05 ws-dpl-fixed               pic x(34).
           05 ws-dpl-tenders             pic x(96).

       01 ws-export-header-due-flag      pic x     value space.
           88 ws-export-header-due                 value "y".
           88 ws-cact-found                        value "y".
       77 ws-cact-table-max              pic 9(3)  value 200.

      * Per-cashier, per-store cash movement - what each drawer
      * should hold over its float at till close. A cashier who
      * works two stores in a day has two drawers, and a file that
      * carries more than one trans date gives each day its own
      * drawer, dated the day the till was rung.
       01 ws-cashier-drawer-table.
           05 ws-cdr-entry                         occurs 300 times.
               10 ws-cdr-trans-date      pic 9(8).
               10 ws-cdr-cashier-id      pic 9(4).
               10 ws-cdr-store-num       pic 99.
               10 ws-cdr-ca-sales-amount pic 9(7)v99.
               10 ws-cdr-ca-refund-amount pic 9(7)v99.
       01 ws-cdr-counters.
           05 ws-cdr-count               pic 9(3)  value 0.
           05 ws-cdr-search-index        pic 9(3)  value 0.
           05 ws-cdr-index               pic 9(3)  value 0.
           05 ws-cdr-counter             pic 9(3)  value 0.
       01 ws-cdr-found-flag              pic x     value space.
           88 ws-cdr-found                         value "y".
       77 ws-cdr-table-max               pic 9(3)  value 300.

       01 ws-cashier-name-table.
           05 ws-cmn-entry                         occurs 200 times.
               10 ws-cmn-cashier-id      pic 9(4).
           05 filler                     pic x(3)  value " V=".
           05 ws-dsl-v-count             pic zz9.

      * US cash per store - the US funds taken on sales and layaways
      * and refunded on returns, with the Canadian equivalent the
      * lines were converted at, accumulated by 422-accumulate-us-
      * cash. The Canadian figures are already inside the store
      * amounts above; this is the slice of them the store will
      * deposit in US funds. Printed by 627-write-us-cash-section
      * and carried on the store's day-totals row for the deposit
      * match in Program12DepositReconciliation.
       01 ws-us-cash-table.
           05 ws-usc-entry                         occurs 51 times.
               10 ws-usc-sl-amount       pic 9(7)v99.
               10 ws-usc-r-amount        pic 9(7)v99.
               10 ws-usc-sl-cad          pic 9(7)v99.
               10 ws-usc-r-cad           pic 9(7)v99.
       01 ws-us-cash-totals.
           05 ws-usc-tot-sl-amount       pic 9(7)v99 value 0.
           05 ws-usc-tot-r-amount        pic 9(7)v99 value 0.
           05 ws-usc-tot-sl-cad          pic 9(7)v99 value 0.
           05 ws-usc-tot-r-cad           pic 9(7)v99 value 0.
       01 ws-usc-net-work                pic s9(7)v99 value 0.
       01 ws-us-cash-seen-flag           pic x     value space.
           88 ws-us-cash-seen                      value "y".

       01 ws-us-cash-heading.
           05 filler                     pic x(3)  value spaces.
           05 filler                     pic x(41)
                value "US CASH TENDER BY STORE (IN US FUNDS)".

       01 ws-us-cash-col-heading.
           05 filler                     pic x(3)  value spaces.
           05 filler                     pic x(5)  value "STORE".
           05 filler                     pic x(6)  value spaces.
           05 filler                     pic x(8)  value "US TAKEN".
           05 filler                     pic x(3)  value spaces.
           05 filler                     pic x(11) value "US REFUNDED".
           05 filler                     pic x(7)  value spaces.
           05 filler                     pic x(6)  value "NET US".
           05 filler                     pic x(2)  value spaces.
           05 filler                     pic x(14)
                value "CAD EQUIVALENT".

       01 ws-us-cash-line.
           05 filler                     pic x(3)  value spaces.
           05 wuc-store                  pic x(5).
           05 filler                     pic x(3)  value spaces.
           05 wuc-sl-amount              pic $$$,$$9.99.
           05 filler                     pic x(4)  value spaces.
           05 wuc-r-amount               pic $$$,$$9.99.
           05 filler                     pic x(2)  value spaces.
           05 wuc-net-amount             pic -$$$,$$9.99.
           05 filler                     pic x(4)  value spaces.
           05 wuc-net-cad                pic -$$$,$$9.99.

      * Unknown-store footer note, written only when slot
      * ws-unknown-index actually picked up any transactions.
       01 ws-unknown-store-note.
       01 ws-delim-header-print.
           05 filler                      pic x(48)
               value "Store,SL-Amount,R-Amount,S-Count,R-Count,L-Count".
           05 ws-dhp-tenders              pic x(96).
       01 ws-delim-line.
           05 wsd-store-num               pic 9(2).
           05 filler                      pic x     value ",".
       000-main.
           initialize ws-tender-count-tables.
           initialize ws-cashier-activity-table.
           initialize ws-cashier-drawer-table.
           initialize ws-gc-movement-table.
           initialize ws-us-cash-table.
           accept ws-run-start-time   from time.
           accept ws-business-date    from date yyyymmdd.
           perform 103-determine-restart-point.
               until ws-eof-flag = ws-file-empty.
           perform 600-print-totals.
           perform 630-write-cashier-report.
           perform 637-write-cashier-drawer-totals.
           perform 645-post-gift-card-ledger.
           perform 650-write-gift-card-report.
           perform 750-write-audit-log.
           perform 430-post-gift-card.
           perform 405-accumulate-day-totals.
           perform 415-accumulate-cashier.
           perform 417-accumulate-cashier-drawer.
           perform 422-accumulate-us-cash.
           perform 407-write-checkpoint-if-due.

           read valid-data-file
               add ws-one             to ws-cact-search-index
           end-if.

      * Roll a cash sale, layaway payment or refund into its
      * cashier's drawer slot for the store it was rung in, opening
      * a fresh slot the first time the pair shows up.
       417-accumulate-cashier-drawer.
           if (tr-payment-type-ca)
               perform 418-get-drawer-slot
               if (tr-code-s or tr-code-l)
                   add tr-amount
                     to ws-cdr-ca-sales-amount(ws-cdr-index)
               end-if
               if (tr-code-r)
                   add tr-amount
                     to ws-cdr-ca-refund-amount(ws-cdr-index)
               end-if
           end-if.

       418-get-drawer-slot.
           move ws-blank              to ws-cdr-found-flag.
           move ws-one                to ws-cdr-search-index.

           perform 419-search-cashier-drawers
             until (ws-cdr-search-index > ws-cdr-count)
                or (ws-cdr-found).

           if (not ws-cdr-found)
               if (ws-cdr-count < ws-cdr-table-max)
                   add ws-one         to ws-cdr-count
                   move ws-cdr-count  to ws-cdr-index
                   move tr-trans-date
                                 to ws-cdr-trans-date(ws-cdr-index)
                   move tr-cashier-id
                                 to ws-cdr-cashier-id(ws-cdr-index)
                   move tr-store-num  to ws-cdr-store-num(ws-cdr-index)
               else
                   move ws-cdr-table-max
                                      to ws-cdr-index
               end-if
           end-if.

       419-search-cashier-drawers.
           if (tr-cashier-id
               = ws-cdr-cashier-id(ws-cdr-search-index))
              and (tr-store-num
               = ws-cdr-store-num(ws-cdr-search-index))
              and (tr-trans-date
               = ws-cdr-trans-date(ws-cdr-search-index))
               move ws-cdr-search-index to ws-cdr-index
               move "y"               to ws-cdr-found-flag
           else
               add ws-one             to ws-cdr-search-index
           end-if.

      * Roll the record just read into the subtotal slot for its
      * transaction date, opening a new slot the first time a date
      * shows up. Linear search, same as the store table - the run
           add ws-one to
             ws-pt-return-count(ws-store-index, ws-tender-index).

      * A US-cash line counts in its store's US funds as well as in
      * the Canadian totals it has already gone into - the US amount
      * is what the store will hand the bank, the Canadian one what
      * the line was worth the day it was rung.
       422-accumulate-us-cash.
           if (tr-payment-type-us)
               move "y"               to ws-us-cash-seen-flag
               if (tr-code-s or tr-code-l)
                   add tr-foreign-amount
                     to ws-usc-sl-amount(ws-store-index)
                   add tr-amount      to ws-usc-sl-cad(ws-store-index)
               end-if
               if (tr-code-r)
                   add tr-foreign-amount
                     to ws-usc-r-amount(ws-store-index)
                   add tr-amount      to ws-usc-r-cad(ws-store-index)
               end-if
           end-if.

       425-get-tender-index.
           move ws-blank              to ws-tender-found-flag.
           move ws-one                to ws-tender-search-index.
           perform 615-reconcile-with-program1.
           perform 620-crossfoot-check.
           perform 625-write-day-subtotals.
           perform 627-write-us-cash-section.

       605-write-store-line.
           perform 608-build-tender-columns.
           move ws-calc-s-count(ws-store-counter) to sdt-s-count.
           move ws-calc-r-count(ws-store-counter) to sdt-r-count.
           move ws-calc-l-count(ws-store-counter) to sdt-l-count.
           move ws-usc-sl-amount(ws-store-counter)
                                                  to sdt-us-sl-amount.
           move ws-usc-r-amount(ws-store-counter)
                                                  to sdt-us-r-amount.
           move ws-usc-sl-cad(ws-store-counter)   to sdt-us-sl-cad.
           move ws-usc-r-cad(ws-store-counter)    to sdt-us-r-cad.

           write sdt-record.


           add ws-one                 to ws-day-counter.

      * US cash by store, kept apart from the Canadian figures so the
      * office can see what each store owes the bank in US funds -
      * only stores that took or refunded US cash get a line, and a
      * day with none prints no section at all.
       627-write-us-cash-section.
           if (ws-us-cash-seen)
               write report-line from ws-blank
                 after advancing ws-one lines
               write report-line from ws-us-cash-heading
                 after advancing ws-one lines
               write report-line from ws-us-cash-col-heading
                 after advancing ws-one lines
               move ws-one            to ws-store-counter
               perform 628-write-one-us-cash-line
                 until ws-store-counter > ws-unknown-index

               move "TOTAL"           to wuc-store
               move ws-usc-tot-sl-amount to wuc-sl-amount
               move ws-usc-tot-r-amount  to wuc-r-amount
               subtract ws-usc-tot-r-amount from ws-usc-tot-sl-amount
                 giving ws-usc-net-work
               move ws-usc-net-work   to wuc-net-amount
               subtract ws-usc-tot-r-cad from ws-usc-tot-sl-cad
                 giving ws-usc-net-work
               move ws-usc-net-work   to wuc-net-cad
               write report-line from ws-us-cash-line
                 after advancing ws-one lines
           end-if.

       628-write-one-us-cash-line.
           if (ws-usc-sl-amount(ws-store-counter) > ws-zero)
              or (ws-usc-r-amount(ws-store-counter) > ws-zero)
               move ws-store-num(ws-store-counter) to wuc-store
               move ws-usc-sl-amount(ws-store-counter)
                                      to wuc-sl-amount
               move ws-usc-r-amount(ws-store-counter)
                                      to wuc-r-amount
               subtract ws-usc-r-amount(ws-store-counter)
                 from ws-usc-sl-amount(ws-store-counter)
                 giving ws-usc-net-work
               move ws-usc-net-work   to wuc-net-amount
               subtract ws-usc-r-cad(ws-store-counter)
                 from ws-usc-sl-cad(ws-store-counter)
                 giving ws-usc-net-work
               move ws-usc-net-work   to wuc-net-cad
               write report-line from ws-us-cash-line
                 after advancing ws-one lines

               add ws-usc-sl-amount(ws-store-counter)
                                      to ws-usc-tot-sl-amount
               add ws-usc-r-amount(ws-store-counter)
                                      to ws-usc-tot-r-amount
               add ws-usc-sl-cad(ws-store-counter)
                                      to ws-usc-tot-sl-cad
               add ws-usc-r-cad(ws-store-counter)
                                      to ws-usc-tot-r-cad
           end-if.

           add ws-one                 to ws-store-counter.

      * The per-cashier activity report - one line per register
      * operator seen on the day's file, the review flag raised when
      * the return-to-sales ratio passes the threshold.
           write cashier-report-line from ws-cashier-detail-line
             after advancing ws-one line.

      * One drawer-totals record per cashier per store that moved
      * cash on the day's file. A drawer with none is expected to
      * count back to its float, so no record is needed for it.
       637-write-cashier-drawer-totals.
           open output cashier-drawer-totals-file.

           perform 638-write-one-drawer-total
             varying ws-cdr-counter from ws-one by ws-one
             until ws-cdr-counter > ws-cdr-count.

           close cashier-drawer-totals-file.

       638-write-one-drawer-total.
           move ws-cdr-trans-date(ws-cdr-counter)
                                      to cdt-date.
           move ws-cdr-cashier-id(ws-cdr-counter)
                                      to cdt-cashier-id.
           move ws-cdr-store-num(ws-cdr-counter)
                                      to cdt-store-num.
           move ws-cdr-ca-sales-amount(ws-cdr-counter)
                                      to cdt-ca-sales-amount.
           move ws-cdr-ca-refund-amount(ws-cdr-counter)
                                      to cdt-ca-refund-amount.
           write cdt-record.

       640-get-cashier-name.
           move ws-blank              to ws-cmn-found-flag.
           move ws-one                to ws-cmn-search-index.

                   organization is line sequential
                   file status is ws-promo-status.

      * Permanent price changes, apart from promotions: the history
      * of every change Program26PriceChange has applied to the SKU
      * master (with the price it replaced), and the changes still
      * scheduled. 472-check-amount-vs-sku-price tests each record
      * against the price in effect on its own transaction date, so
      * a late-keyed sale from before a markdown is held to the old
      * price, not flagged against the new one. Both files are
      * optional: no file just means no price has ever moved.
           select price-history-file
                   assign to "../../../data/PriceHistory.dat"
                   organization is line sequential
                   file status is ws-price-history-status.

           select price-change-file
                   assign to "../../../data/PriceChange.dat"
                   organization is line sequential
                   file status is ws-price-change-status.

      * Customer charge-account reference file - one row per house
      * account with its credit limit. On a CH-tender record the
      * two-character account code rides in the reason-code field
                   organization is line sequential
                   file status is ws-ar-ledger-status.

      * Tax-exemption certificate reference file - one row per
      * certificate on file (band councils, school boards, registered
      * resellers) with the holder, the exemption type and the date
      * it expires. The register keys the certificate's two-character
      * code in the reason-code field of the S or L line, the same
      * field a house-charge account code rides in - a house-charge
      * customer who holds a certificate is filed under the same code
      * as their charge account. An S or L record carrying a code that
      * is not a charge account must be on this file and in force on
      * the transaction date, or it rejects: tax not collected on a
      * dead certificate is tax the store owes. Program3SAndLProcess-
      * ing reads the same file to leave exempt lines untaxed. The
      * file is optional: no file just means no certificates yet.
           select exempt-cert-file
                   assign to "../../../data/ExemptCertMaster.dat"
                   organization is line sequential
                   file status is ws-exempt-cert-status.

      * Daily exchange rates for the foreign-cash tenders - one line
      * per currency per rate date, in currency then date order. A
      * US-cash line is converted at the latest USD rate dated on or
      * before its transaction date. The file is optional: no file
      * just means no foreign cash can be accepted.
           select exchange-rate-file
                   assign to "../../../data/ExchangeRate.dat"
                   organization is line sequential
                   file status is ws-exchange-rate-status.

      * Loyalty-program member master Program13MasterMaintenance
      * keeps, and the points ledger Program36LoyaltyPoints posts.
      * A member number keyed on an S, L or R line has to be on the
      * master, and an LP (points) tender is held against the points
      * the member actually has - summed off the ledger at startup,
      * the way the gift-card balances are. Both files are optional:
      * no master means no members yet, no ledger means no points.
           select loyalty-member-file
                   assign to
                       "../../../data/LoyaltyMemberMaster.dat"
                   organization is line sequential
                   file status is ws-loyalty-member-status.

           select loyalty-points-file
                   assign to
                       "../../../data/LoyaltyPointsLedger.dat"
                   organization is line sequential
                   file status is ws-loyalty-points-status.

      * Special-order ledger Program38SpecialOrders keeps. When the
      * customer collects, the deposit already taken at the order
      * desk is rung at the till as an SD (deposit-applied) tender,
      * and it has to be held against an order ready for pickup at
      * that store for that SKU, with the deposit to cover it. The
      * file is optional: no ledger means no deposit can be applied.
           select special-order-file
                   assign to
                       "../../../data/SpecialOrderLedger.dat"
                   organization is line sequential
                   file status is ws-special-order-status.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch, so the overnight chain
      * can run with no operator pressing a key between steps. A

      * Input record definitions
       fd transaction-file
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
      * spike at a store can be traced to a register, not just a
      * building.
           05 tr-cashier-id              pic 9(4).
      * Units on the line - tr-amount is the extended amount for all
      * of them. An extract from a register that predates the field
      * leaves it blank, which 400-process-lines reads as one unit.
           05 tr-quantity                pic 9(3).
               88 tr-quantity-valid          value 1 thru 999.
      * US funds actually tendered, on a US-cash line only - zero on
      * everything else. The register keys the US amount here and
      * 495-convert-foreign-tender replaces tr-amount with the
      * Canadian equivalent at the day's rate, so every program
      * downstream keeps working in Canadian dollars and can still
      * see what was handed over the counter.
           05 tr-foreign-amount          pic 9(5)v99.
           05 tr-member-num              pic x(10).

       fd reentry-file
           data record is reentry-record
           record contains 70 characters.

       01 reentry-record                pic x(70).

      * Output record definitions
       fd error-file
           data record is error-line
           record contains 79 characters.

       01 error-line                    pic x(79).

       fd valid-data-file
           data record is valid-data-line.
           05 vdl-trans-date             pic 9(8).
           05 vdl-reason-code            pic x(2).
           05 vdl-cashier-id             pic 9(4).
           05 vdl-quantity               pic 9(3).
           05 vdl-foreign-amount         pic 9(5)v99.
           05 vdl-member-num             pic x(10).

       fd invalid-data-file
                  data record is data-line
                  record contains 100 characters.
       01 invalid-data-line             pic x(70).

       fd correction-file
           data record is correction-line
           record contains 117 characters.

       01 correction-line               pic x(116).

       fd checkpoint-file
           data record is ckpt-record

       fd sku-master-file
           data record is skm-record
           record contains 67 characters.

       01 skm-record.
           05 skm-sku-code                pic x(15).
           05 skm-description             pic x(30).
           05 skm-department              pic x(2).
           05 skm-unit-price              pic 9(5)v99.
           05 skm-unit-cost               pic 9(5)v99.
           05 skm-vendor-code             pic x(6).
       fd gift-card-ledger-file
           data record is gcl-record
           record contains 59 characters.

       fd pending-review-file
           data record is pnd-record
           record contains 78 characters.

       01 pnd-record.
           05 pnd-raw-data                pic x(70).
           05 pnd-held-date               pic 9(8).

       fd approved-release-file
           data record is approved-record
           record contains 70 characters.

       01 approved-record               pic x(70).

       fd promo-master-file
           data record is prm-record
           05 prm-start-date              pic 9(8).
           05 prm-end-date                pic 9(8).

       fd price-history-file
           data record is phs-record
           record contains 45 characters.

       01 phs-record.
           05 phs-sku-code                pic x(15).
           05 phs-old-price               pic 9(5)v99.
           05 phs-new-price               pic 9(5)v99.
           05 phs-effective-date          pic 9(8).
           05 phs-applied-date            pic 9(8).

       fd price-change-file
           data record is pcf-record
           record contains 30 characters.

       01 pcf-record.
           05 pcf-sku-code                pic x(15).
           05 pcf-effective-date          pic 9(8).
           05 pcf-new-price               pic 9(5)v99.

       fd customer-account-file
           data record is cam-record
           record contains 36 characters.
           05 arl-amount                  pic 9(7)v99.
           05 arl-open-amount             pic 9(7)v99.

       fd exempt-cert-file
           data record is ecm-record
           record contains 57 characters.

       01 ecm-record.
           05 ecm-cert-code               pic x(2).
           05 ecm-cert-number             pic x(15).
           05 ecm-holder-name             pic x(30).
           05 ecm-exempt-type             pic x(2).
           05 ecm-expiry-date             pic 9(8).

       fd exchange-rate-file
           data record is xrt-record
           record contains 17 characters.

       01 xrt-record.
           05 xrt-currency                pic x(3).
           05 xrt-rate-date               pic 9(8).
           05 xrt-rate                    pic 9(2)v9(4).

       fd loyalty-member-file
           data record is lmm-record
           record contains 46 characters.

       01 lmm-record.
           05 lmm-member-num              pic x(10).
           05 lmm-member-name             pic x(25).
           05 lmm-home-store              pic 99.
           05 lmm-join-date               pic 9(8).
           05 lmm-status                  pic x.
               88 lmm-status-closed                   value "C".

       fd loyalty-points-file
           data record is lpl-record
           record contains 68 characters.

       01 lpl-record.
           05 lpl-member-num              pic x(10).
           05 lpl-entry-type              pic x.
           05 lpl-invoice-num             pic x(9).
           05 lpl-sku-code                pic x(15).
           05 lpl-trans-date              pic 9(8).
           05 lpl-store-num               pic 99.
           05 lpl-amount                  pic 9(5)v99.
           05 lpl-points                  pic s9(7)
                                          sign leading separate.
           05 lpl-post-date               pic 9(8).

       fd special-order-file
           data record is sol-record
           record contains 98 characters.

       01 sol-record.
           05 sol-order-num               pic x(8).
           05 sol-store-num               pic 99.
           05 filler                      pic x(35).
           05 sol-sku-code                pic x(15).
           05 filler                      pic x(6).
           05 sol-deposit                 pic 9(5)v99.
           05 filler                      pic x(16).
           05 sol-status                  pic x.
               88 sol-status-ready                    value "R".
           05 filler                      pic x(8).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.
           05 filler                     pic x(2)  value spaces.
           05 ws-record-num              pic zz9.
           05 filler                     pic x(4)  value spaces.
           05 ws-raw-data                pic x(70).
      * Formatted error line
       01 ws-error-line.
           05 filler                     pic x(9)  value spaces.
       01 ws-correction-line.
           05 ws-correction-record-num   pic zz9.
           05 filler                     pic x(2)  value spaces.
           05 ws-correction-raw-data     pic x(70).
           05 filler                     pic x(2)  value spaces.
           05 ws-correction-field-tag    pic x(12) value spaces.
           05 filler                     pic x(2)  value spaces.
       01 ws-skm-found-flag                pic x    value space.
           88 ws-skm-found                          value "y".
       77 ws-skm-table-max                 pic 9(3) value 200.
      * A transaction amount this many times the line's expected
      * price - the item's unit price times the units on the line -
      * (or this many times smaller) is flagged for review - wide
      * enough that an honest markdown never trips it, but a 19.99
      * item keyed at 1999.00 against a same-priced master still
      * does.
       77 ws-price-review-factor           pic 9(3) value 50.
       77 ws-zero-price                    pic 9(5)v99 value 0.
       77 ws-price-check-work              pic 9(11)v99 value 0.
       77 ws-price-check-base              pic 9(8)v99 value 0.
       01 ws-price-off-flag                pic x    value space.
           88 ws-price-off                          value "y".

           88 ws-prm-found                          value "y".
       77 ws-prm-table-max                 pic 9(3) value 200.

      * Price-history table loaded from price-history-file by
      * 142-load-price-history - only changes that took effect
      * inside the look-back below, since an older change can only
      * matter to a transaction dated before it, and one that old
      * is already warned as stale. Pending changes loaded from
      * price-change-file by 144-load-price-changes cover a date the
      * apply step has not yet reached. 489-find-price-in-effect
      * reads both to give 472 the price on the record's own date.
       01 ws-price-history-table.
           05 ws-phs-entry                         occurs 1000 times.
               10 ws-phs-sku-code          pic x(15).
               10 ws-phs-old-price         pic 9(5)v99.
               10 ws-phs-effective-date    pic 9(8).
       01 ws-price-history-counters.
           05 ws-phs-count                 pic 9(4) value 0.
           05 ws-phs-search-index          pic 9(4) value 0.
       01 ws-price-history-status          pic xx   value spaces.
       01 ws-phs-eof-flag                  pic x    value "n".
       77 ws-phs-table-max                 pic 9(4) value 1000.
       77 ws-price-history-days            pic 99   value 99.

       01 ws-price-change-table.
           05 ws-pcg-entry                         occurs 500 times.
               10 ws-pcg-sku-code          pic x(15).
               10 ws-pcg-effective-date    pic 9(8).
               10 ws-pcg-new-price         pic 9(5)v99.
       01 ws-price-change-counters.
           05 ws-pcg-count                 pic 9(3) value 0.
           05 ws-pcg-search-index          pic 9(3) value 0.
       01 ws-price-change-status           pic xx   value spaces.
       01 ws-pcg-eof-flag                  pic x    value "n".
       77 ws-pcg-table-max                 pic 9(3) value 500.

      * The price in effect on the record's date, and the effective
      * date of the change that set it while the tables are read.
       77 ws-price-in-effect               pic 9(5)v99 value 0.
       77 ws-price-effective-date          pic 9(8)    value 0.

      * Run business date, captured once at startup, and the day-
      * number scale 468-validate-trans-date compares dates on. A
      * date maps to year*372 + (month-1)*31 + day - not true elapsed
       77 ws-ch-tender                     pic x(2) value "CH".
       01 ws-ca-search-arg                 pic x(2) value spaces.

      * Tax-exemption certificate table - code and expiry date off
      * the certificate master, enough to hold each exempt S or L
      * line against a certificate that exists and is in force.
       01 ws-exempt-cert-table.
           05 ws-exc-entry                         occurs 200 times.
               10 ws-exc-cert-code         pic x(2).
               10 ws-exc-expiry-date       pic 9(8).
       01 ws-exc-counters.
           05 ws-exc-count                 pic 9(3) value 0.
           05 ws-exc-search-index          pic 9(3) value 0.
           05 ws-exc-index                 pic 9(3) value 0.
       01 ws-exempt-cert-status            pic xx   value spaces.
       01 ws-exc-eof-flag                  pic x    value "n".
       01 ws-exc-found-flag                pic x    value space.
           88 ws-exc-found                          value "y".
       77 ws-exc-table-max                 pic 9(3) value 200.
       01 ws-exc-search-arg                pic x(2) value spaces.

      * Exchange-rate table - USD rates only, in rate-date order as
      * the file carries them, so the last one not after the
      * transaction date is the rate in force that day.
       01 ws-exchange-rate-table.
           05 ws-xrt-entry                         occurs 400 times.
               10 ws-xrt-rate-date         pic 9(8).
               10 ws-xrt-rate              pic 9(2)v9(4).
       01 ws-xrt-counters.
           05 ws-xrt-count                 pic 9(3) value 0.
           05 ws-xrt-search-index          pic 9(3) value 0.
       01 ws-exchange-rate-status          pic xx   value spaces.
       01 ws-xrt-eof-flag                  pic x    value "n".
       01 ws-xrt-found-flag                pic x    value space.
           88 ws-xrt-found                          value "y".
       77 ws-xrt-table-max                 pic 9(3) value 400.
       77 ws-usd-currency                  pic x(3) value "USD".
       01 ws-xrt-rate-date-arg             pic 9(8) value 0.
       01 ws-xrt-rate-in-force             pic 9(2)v9(4) value 0.

      * Loyalty-member table - one slot per member off the member
      * master, its points balance summed off the points ledger at
      * startup and drawn down in memory as the day's valid LP
      * tenders pass, so a second redemption later in the same file
      * is held against what the first one already spent. Points
      * earned today are posted by Program36LoyaltyPoints after the
      * day's voids are matched, so they are not spendable until
      * tomorrow.
       01 ws-loyalty-member-table.
           05 ws-lm-entry                          occurs 2000 times.
               10 ws-lm-member-num         pic x(10).
               10 ws-lm-status             pic x.
               10 ws-lm-balance            pic s9(9).
       01 ws-lm-counters.
           05 ws-lm-count                  pic 9(4) value 0.
           05 ws-lm-search-index           pic 9(4) value 0.
           05 ws-lm-index                  pic 9(4) value 0.
       01 ws-loyalty-member-status         pic xx   value spaces.
       01 ws-loyalty-points-status         pic xx   value spaces.
       01 ws-lm-eof-flag                   pic x    value "n".
       01 ws-lpl-eof-flag                  pic x    value "n".
       01 ws-lm-found-flag                 pic x    value space.
           88 ws-lm-found                           value "y".
       77 ws-lm-table-max                  pic 9(4) value 2000.
       77 ws-lm-closed-status              pic x    value "C".
      * The tender code that spends points, the points one dollar of
      * it costs (LOYALTY-REDEEM-POINTS= in the run parameters), and
      * the member number being chased through the table.
       77 ws-lp-tender                     pic x(2) value "LP".
       01 ws-redeem-points-rate            pic 9(3) value 100.
       01 ws-points-needed                 pic 9(9) value 0.
       01 ws-lm-search-arg                 pic x(10) value spaces.

      * Ready-order table - one slot per order on the special-order
      * ledger flagged ready for pickup, its deposit drawn down in
      * memory as the day's valid SD tenders pass, so a second pickup
      * line against the same order is held against what the first
      * one already applied.
       01 ws-special-order-table.
           05 ws-so-entry                          occurs 1000 times.
               10 ws-so-order-num          pic x(8).
               10 ws-so-store-num          pic 99.
               10 ws-so-sku-code           pic x(15).
               10 ws-so-deposit-left       pic 9(5)v99.
       01 ws-so-counters.
           05 ws-so-count                  pic 9(4) value 0.
           05 ws-so-search-index           pic 9(4) value 0.
           05 ws-so-index                  pic 9(4) value 0.
       01 ws-special-order-status          pic xx   value spaces.
       01 ws-sol-eof-flag                  pic x    value "n".
       01 ws-so-found-flag                 pic x    value space.
           88 ws-so-found                           value "y".
       01 ws-so-covered-flag               pic x    value space.
           88 ws-so-covered                         value "y".
       77 ws-so-table-max                  pic 9(4) value 1000.
      * The tender code that applies an order deposit.
       77 ws-sd-tender                     pic x(2) value "SD".

      * POS extract batch header/trailer bookkeeping. An extract
      * that carries an H header (extract date, store) must close
      * with a T trailer whose record count and amount hash total
                                   value "CHARGE ACCT NOT ON FILE".
       77 ws-ca-over-limit-msg           pic x(22)
                                   value "OVER CUST CREDIT LIMIT".
       77 ws-exc-unknown-msg             pic x(23)
                                   value "EXEMPT CERT NOT ON FILE".
       77 ws-exc-expired-msg             pic x(19)
                                   value "EXEMPT CERT EXPIRED".
       77 ws-quantity-err-msg            pic x(16)
                                   value "INVALID QUANTITY".
       77 ws-foreign-amount-err-msg      pic x(22)
                                   value "INVALID FOREIGN AMOUNT".
       77 ws-no-rate-err-msg             pic x(25)
                                   value "NO EXCHANGE RATE FOR DATE".
       77 ws-foreign-not-us-err-msg      pic x(25)
                                   value "FOREIGN AMT NOT US TENDER".
       77 ws-lm-unknown-msg              pic x(22)
                                   value "MEMBER NOT ON FILE".
       77 ws-lm-closed-msg               pic x(22)
                                   value "MEMBER ACCOUNT CLOSED".
       77 ws-lp-no-member-msg            pic x(23)
                                   value "POINTS TENDER NO MEMBER".
       77 ws-lp-over-msg                 pic x(22)
                                   value "OVER MEMBER POINTS BAL".
       77 ws-sd-no-order-msg             pic x(23)
                                   value "DEPOSIT TENDER NO ORDER".
       77 ws-sd-over-msg                 pic x(22)
                                   value "OVER ORDER DEPOSIT".
       77 ws-valid-record-msg            pic x(13)
                                   value "*VALID RECORD".
      * SKU layout used by 456-validate-sku-code: 2-char alpha
           perform 121-load-invoice-history.
           perform 131-load-gift-card-ledger.
           perform 138-load-promo-master.
           perform 142-load-price-history.
           perform 144-load-price-changes.
           perform 133-load-customer-accounts.
           perform 136-load-ar-balances.
           perform 140-load-exempt-certificates.
           perform 146-load-exchange-rates.
           perform 148-load-loyalty-members.
           perform 150-load-points-balances.
           perform 152-load-special-orders.
           perform 105-check-for-restart.
           perform 200-initial-read.
           perform 300-process-pages
           read promo-master-file
               at end move ws-file-empty to ws-prm-eof-flag.

      * Load the price history - append-only, so it is filtered to
      * the look-back on the way in rather than capped. A missing
      * file just means no price has changed yet.
       142-load-price-history.
           open input price-history-file.

           if (ws-price-history-status not = "00")
               move ws-file-empty     to ws-phs-eof-flag
           else
               read price-history-file
                   at end move ws-file-empty to ws-phs-eof-flag
               end-read
           end-if.

           perform 143-load-one-price-history
             until ws-phs-eof-flag = ws-file-empty.

           if (ws-price-history-status not = "35")
               close price-history-file
           end-if.

       143-load-one-price-history.
           if (phs-effective-date numeric)
               move phs-effective-date to ws-day-num-input
               perform 115-compute-day-number
               add ws-price-history-days to ws-day-num-work
           else
               move ws-zero-count     to ws-day-num-work
           end-if.

           if (ws-day-num-work not < ws-run-day-num)
               if (ws-phs-count = ws-phs-table-max)
                   move "PriceHistory.dat OVER CAPACITY"
                                      to ws-failed-file-name
                   perform 130-reference-file-failure
               end-if
               add ws-one             to ws-phs-count
               move phs-sku-code      to ws-phs-sku-code(ws-phs-count)
               move phs-old-price
                                 to ws-phs-old-price(ws-phs-count)
               move phs-effective-date
                                 to ws-phs-effective-date(ws-phs-count)
           end-if.

           read price-history-file
               at end move ws-file-empty to ws-phs-eof-flag.

      * Load the changes still scheduled - capacity-capped like the
      * promotion calendar. A missing file means none are pending.
       144-load-price-changes.
           open input price-change-file.

           if (ws-price-change-status not = "00")
               move ws-file-empty     to ws-pcg-eof-flag
           else
               read price-change-file
                   at end move ws-file-empty to ws-pcg-eof-flag
               end-read
           end-if.

           perform 145-load-one-price-change
             until ws-pcg-eof-flag = ws-file-empty.

           if (ws-price-change-status not = "35")
               close price-change-file
           end-if.

       145-load-one-price-change.
           if (ws-pcg-count = ws-pcg-table-max)
               move "PriceChange.dat OVER CAPACITY"
                                      to ws-failed-file-name
               perform 130-reference-file-failure
           end-if.

           if (pcf-effective-date numeric)
              and (pcf-new-price numeric)
               add ws-one             to ws-pcg-count
               move pcf-sku-code      to ws-pcg-sku-code(ws-pcg-count)
               move pcf-effective-date
                                 to ws-pcg-effective-date(ws-pcg-count)
               move pcf-new-price
                                 to ws-pcg-new-price(ws-pcg-count)
           end-if.

           read price-change-file
               at end move ws-file-empty to ws-pcg-eof-flag.

      * Load the house charge accounts and their credit limits -
      * maintained like every other master, loaded through the same
      * capacity-and-sequence rules. A missing file just means no
           read ar-ledger-file
               at end move ws-file-empty to ws-arl-eof-flag.

      * Load the tax-exemption certificates - same capacity-and-
      * sequence rules as every other master. A missing file just
      * means no certificates have been issued yet.
       140-load-exempt-certificates.
           open input exempt-cert-file.

           if (ws-exempt-cert-status not = "00")
               move ws-file-empty     to ws-exc-eof-flag
           else
               read exempt-cert-file
                   at end move ws-file-empty to ws-exc-eof-flag
               end-read
           end-if.

           perform 141-load-one-exempt-certificate
             until ws-exc-eof-flag = ws-file-empty.

           if (ws-exempt-cert-status not = "35")
               close exempt-cert-file
           end-if.

       141-load-one-exempt-certificate.
           if (ws-exc-count = ws-exc-table-max)
               move "ExemptCertMaster.dat OVER CAPACITY"
                                      to ws-failed-file-name
               perform 130-reference-file-failure
           end-if.

           add ws-one                 to ws-exc-count.
           move ecm-cert-code         to ws-exc-cert-code(ws-exc-count).
           move ecm-expiry-date
                                 to ws-exc-expiry-date(ws-exc-count).

           if (ws-exc-count > ws-one)
              and (ws-exc-cert-code(ws-exc-count) not >
                   ws-exc-cert-code(ws-exc-count - 1))
               move "ExemptCertMaster.dat OUT OF SEQUENCE"
                                      to ws-failed-file-name
               perform 130-reference-file-failure
           end-if.

           read exempt-cert-file
               at end move ws-file-empty to ws-exc-eof-flag.

      * Load the USD rates off the exchange-rate file. Any other
      * currency on the file is passed over - US cash is the only
      * foreign tender the registers take. Rates have to arrive in
      * date order, or "the last one not after the date" would be
      * the wrong one.
       146-load-exchange-rates.
           open input exchange-rate-file.

           if (ws-exchange-rate-status not = "00")
               move ws-file-empty     to ws-xrt-eof-flag
           else
               read exchange-rate-file
                   at end move ws-file-empty to ws-xrt-eof-flag
               end-read
           end-if.

           perform 147-load-one-exchange-rate
             until ws-xrt-eof-flag = ws-file-empty.

           if (ws-exchange-rate-status not = "35")
               close exchange-rate-file
           end-if.

       147-load-one-exchange-rate.
           if (xrt-currency = ws-usd-currency)
               if (ws-xrt-count = ws-xrt-table-max)
                   move "ExchangeRate.dat OVER CAPACITY"
                                      to ws-failed-file-name
                   perform 130-reference-file-failure
               end-if

               add ws-one             to ws-xrt-count
               move xrt-rate-date
                                 to ws-xrt-rate-date(ws-xrt-count)
               move xrt-rate          to ws-xrt-rate(ws-xrt-count)

               if (ws-xrt-count > ws-one)
                  and (ws-xrt-rate-date(ws-xrt-count) not >
                       ws-xrt-rate-date(ws-xrt-count - 1))
                   move "ExchangeRate.dat OUT OF SEQUENCE"
                                      to ws-failed-file-name
                   perform 130-reference-file-failure
               end-if
           end-if.

           read exchange-rate-file
               at end move ws-file-empty to ws-xrt-eof-flag.

      * Load the loyalty members - same capacity-and-sequence rules
      * as every other master. A missing file just means the program
      * has no members yet.
       148-load-loyalty-members.
           open input loyalty-member-file.

           if (ws-loyalty-member-status not = "00")
               move ws-file-empty     to ws-lm-eof-flag
           else
               read loyalty-member-file
                   at end move ws-file-empty to ws-lm-eof-flag
               end-read
           end-if.

           perform 149-load-one-loyalty-member
             until ws-lm-eof-flag = ws-file-empty.

           if (ws-loyalty-member-status not = "35")
               close loyalty-member-file
           end-if.

       149-load-one-loyalty-member.
           if (ws-lm-count = ws-lm-table-max)
               move "LoyaltyMemberMaster.dat OVER CAPACITY"
                                      to ws-failed-file-name
               perform 130-reference-file-failure
           end-if.

           add ws-one                 to ws-lm-count.
           move lmm-member-num   to ws-lm-member-num(ws-lm-count).
           move lmm-status            to ws-lm-status(ws-lm-count).
           move 0                     to ws-lm-balance(ws-lm-count).

           if (ws-lm-count > ws-one)
              and (ws-lm-member-num(ws-lm-count) not >
                   ws-lm-member-num(ws-lm-count - 1))
               move "LoyaltyMemberMaster.dat OUT OF SEQUENCE"
                                      to ws-failed-file-name
               perform 130-reference-file-failure
           end-if.

           read loyalty-member-file
               at end move ws-file-empty to ws-lm-eof-flag.

      * Sum each member's points off the ledger - every row carries
      * its own sign, so the balance is simply the total.
       150-load-points-balances.
           open input loyalty-points-file.

           if (ws-loyalty-points-status not = "00")
               move ws-file-empty     to ws-lpl-eof-flag
           else
               read loyalty-points-file
                   at end move ws-file-empty to ws-lpl-eof-flag
               end-read
           end-if.

           perform 151-sum-one-points-row
             until ws-lpl-eof-flag = ws-file-empty.

           if (ws-loyalty-points-status not = "35")
               close loyalty-points-file
           end-if.

       151-sum-one-points-row.
           move lpl-member-num        to ws-lm-search-arg.
           perform 498-search-loyalty-members.

           if (ws-lm-found)
               add lpl-points         to ws-lm-balance(ws-lm-index)
           end-if.

           read loyalty-points-file
               at end move ws-file-empty to ws-lpl-eof-flag.

      * Load the orders ready for pickup off the special-order
      * ledger - an order still awaiting goods cannot be collected,
      * so it takes no slot. A missing file just means no orders.
       152-load-special-orders.
           open input special-order-file.

           if (ws-special-order-status not = "00")
               move ws-file-empty     to ws-sol-eof-flag
           else
               read special-order-file
                   at end move ws-file-empty to ws-sol-eof-flag
               end-read
           end-if.

           perform 153-load-one-special-order
             until ws-sol-eof-flag = ws-file-empty.

           if (ws-special-order-status not = "35")
               close special-order-file
           end-if.

       153-load-one-special-order.
           if (sol-status-ready)
               if (ws-so-count = ws-so-table-max)
                   move "SpecialOrderLedger.dat OVER CAPACITY"
                                      to ws-failed-file-name
                   perform 130-reference-file-failure
               end-if
               add ws-one             to ws-so-count
               move sol-order-num  to ws-so-order-num(ws-so-count)
               move sol-store-num  to ws-so-store-num(ws-so-count)
               move sol-sku-code   to ws-so-sku-code(ws-so-count)
               move sol-deposit    to ws-so-deposit-left(ws-so-count)
           end-if.

           read special-order-file
               at end move ws-file-empty to ws-sol-eof-flag.

       127-count-one-history-record.
           add ws-one                 to ws-hist-file-count.

               move rpf-line(19:60) to ws-param-error-path
           end-if.

           if (rpf-line(1:22) = "LOYALTY-REDEEM-POINTS=")
              and (rpf-line(23:3) numeric)
              and (rpf-line(23:3) not = "000")
               move rpf-line(23:3) to ws-redeem-points-rate
           end-if.

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.
           add ws-one                 to ws-record-count.
           move ws-record-count       to ws-record-num.

      * No quantity on the line is a register from before the field
      * existed - one unit, and written on downstream as one.
           if (transaction-record(51:3) = spaces)
               move ws-one            to tr-quantity
           end-if.

      * Likewise no foreign amount is an all-Canadian line.
           if (transaction-record(54:7) = spaces)
               move zero              to tr-foreign-amount
           end-if.

           perform 495-convert-foreign-tender.

           move transaction-record    to ws-raw-data.
           move space                 to ws-record-severity.

           perform 454-validate-invoice-num-right.
           perform 455-validate-invoice-num-center.
           perform 456-validate-sku-code.
           perform 488-validate-quantity.
           perform 492-validate-foreign-tender.
           perform 463-check-gift-card-tender.
           perform 467-check-house-charge.
           perform 493-check-loyalty-member.
           perform 494-check-points-tender.
           perform 440-check-deposit-tender.
           perform 485-check-exempt-certificate.
           perform 468-validate-trans-date.
           perform 477-validate-cashier-id.
           perform 474-check-invoice-history.
                   perform 476-append-to-invoice-history
                   perform 479-apply-gift-card-movement
                   perform 482-apply-house-charge
                   perform 497-apply-points-redemption
                   perform 442-apply-order-deposit
                   add ws-one to ws-valid-count
                   subtract ws-one from ws-line-count
                   if (ws-record-is-warn)
      * against the everyday price gets one more chance: when the
      * promotion calendar has this SKU on sale on the transaction's
      * own date, the amount is re-tried against the promo price, so
      * a sale weekend no longer buries the real keying errors. The
      * everyday price is the one in effect on that same date, so a
      * markdown or increase never trips the check on either side of
      * its effective date.
       472-check-amount-vs-sku-price.
           perform 489-find-price-in-effect.

           if (ws-price-in-effect = ws-zero-price)
               or (not tr-amount numeric)
               or (not tr-quantity numeric)
               continue
           else
               multiply ws-price-in-effect
                 by tr-quantity   giving ws-price-check-base
               perform 458-test-amount-vs-price-base
               if (ws-price-off)
                   perform 462-consult-promo-price
           if (ws-prm-found)
              and (ws-prm-promo-price(ws-prm-index)
                   not = ws-zero-price)
               multiply ws-prm-promo-price(ws-prm-index)
                 by tr-quantity   giving ws-price-check-base
               perform 458-test-amount-vs-price-base
           end-if.

               add ws-one             to ws-prm-search-index
           end-if.

      * The price on the record's own date. The earliest change
      * already applied that took effect after that date still holds
      * the price the date saw; failing that, the latest scheduled
      * change due by that date has not reached the master yet but
      * was in effect; failing both, the master's price stands. A
      * bad date leaves the master's price, and the date edit
      * reports it.
       489-find-price-in-effect.
           move ws-skm-unit-price(ws-skm-search-index)
                                      to ws-price-in-effect.
           move ws-zero-count         to ws-price-effective-date.

           if (tr-trans-date numeric)
               perform 490-check-one-price-history
                 varying ws-phs-search-index from ws-one by ws-one
                 until ws-phs-search-index > ws-phs-count
               if (ws-price-effective-date = ws-zero-count)
                   perform 491-check-one-price-change
                     varying ws-pcg-search-index from ws-one by ws-one
                     until ws-pcg-search-index > ws-pcg-count
               end-if
           end-if.

       490-check-one-price-history.
           if (tr-sku-code = ws-phs-sku-code(ws-phs-search-index))
              and (ws-phs-effective-date(ws-phs-search-index)
                   > tr-trans-date)
              and ((ws-price-effective-date = ws-zero-count)
                or (ws-phs-effective-date(ws-phs-search-index)
                    < ws-price-effective-date))
               move ws-phs-old-price(ws-phs-search-index)
                                      to ws-price-in-effect
               move ws-phs-effective-date(ws-phs-search-index)
                                      to ws-price-effective-date
           end-if.

       491-check-one-price-change.
           if (tr-sku-code = ws-pcg-sku-code(ws-pcg-search-index))
              and (ws-pcg-effective-date(ws-pcg-search-index)
                   not > tr-trans-date)
              and (ws-pcg-effective-date(ws-pcg-search-index)
                   > ws-price-effective-date)
               move ws-pcg-new-price(ws-pcg-search-index)
                                      to ws-price-in-effect
               move ws-pcg-effective-date(ws-pcg-search-index)
                                      to ws-price-effective-date
           end-if.

       473-write-price-review-warning.
           perform 460-check-invalid-record-output.
           move "TR-AMOUNT"           to ws-field-tag.
               end-if
           end-if.

      * A member number on an S, L or R line says whose points the
      * line earns or takes back, so it has to be a member on the
      * master - a mistyped number would quietly credit a stranger.
      * A closed member earns nothing further, so a sale or layaway
      * under a closed number rejects; a return under one still
      * passes, because the points it takes back are owed whatever
      * the account's status. Lines with no member number pass.
       493-check-loyalty-member.
           if (tr-code-s or tr-code-l or tr-code-r)
              and (tr-member-num not = spaces)
               move tr-member-num     to ws-lm-search-arg
               perform 498-search-loyalty-members
               if (not ws-lm-found)
                   perform 460-check-invalid-record-output
                   move "MEMBER-NUM"   to ws-field-tag
                   move ws-lm-unknown-msg to ws-error-message
                   perform 461-display-error
                   move "R"           to ws-record-severity
               else
                   if (ws-lm-status(ws-lm-index)
                       = ws-lm-closed-status)
                      and (not tr-code-r)
                       perform 460-check-invalid-record-output
                       move "MEMBER-NUM" to ws-field-tag
                       move ws-lm-closed-msg to ws-error-message
                       perform 461-display-error
                       move "R"       to ws-record-severity
                   end-if
               end-if
           end-if.

      * An LP-tender sale or layaway pays with the member's points,
      * at LOYALTY-REDEEM-POINTS points to the dollar. No member on
      * the line rejects on the member number; a member without the
      * points to cover the amount rejects on the amount - the same
      * hard bounce as a gift card drawn past its balance.
       494-check-points-tender.
           if (tr-payment-type = ws-lp-tender)
              and (tr-code-s or tr-code-l)
              and (tr-amount numeric)
               move tr-member-num     to ws-lm-search-arg
               perform 498-search-loyalty-members
               if (tr-member-num = spaces)
                  or (not ws-lm-found)
                   perform 460-check-invalid-record-output
                   move "MEMBER-NUM"   to ws-field-tag
                   move ws-lp-no-member-msg to ws-error-message
                   perform 461-display-error
                   move "R"           to ws-record-severity
               else
                   multiply tr-amount by ws-redeem-points-rate
                     giving ws-points-needed rounded
                   if (ws-points-needed > ws-lm-balance(ws-lm-index))
                       perform 460-check-invalid-record-output
                       move "TR-AMOUNT" to ws-field-tag
                       move ws-lp-over-msg to ws-error-message
                       perform 461-display-error
                       move "R"       to ws-record-severity
                   end-if
               end-if
           end-if.

      * A valid LP redemption comes off the member's in-memory
      * balance. The ledger row itself is posted downstream by
      * Program36LoyaltyPoints.
       497-apply-points-redemption.
           if (tr-payment-type = ws-lp-tender)
              and (tr-code-s or tr-code-l)
              and (tr-amount numeric)
               move tr-member-num     to ws-lm-search-arg
               perform 498-search-loyalty-members
               if (ws-lm-found)
                   multiply tr-amount by ws-redeem-points-rate
                     giving ws-points-needed rounded
                   subtract ws-points-needed
                     from ws-lm-balance(ws-lm-index)
               end-if
           end-if.

       498-search-loyalty-members.
           move space                 to ws-lm-found-flag.
           move ws-one                to ws-lm-search-index.

           perform 499-search-one-loyalty-member
             until (ws-lm-search-index > ws-lm-count)
                or (ws-lm-found).

       499-search-one-loyalty-member.
           if (ws-lm-search-arg
               = ws-lm-member-num(ws-lm-search-index))
               move ws-lm-search-index to ws-lm-index
               move "y"               to ws-lm-found-flag
           else
               add ws-one             to ws-lm-search-index
           end-if.

      * An SD-tender sale applies the deposit the customer paid at
      * the order desk. There has to be an order ready for pickup at
      * the same store for the same SKU - none rejects on the SKU;
      * one whose remaining deposit will not cover the amount
      * rejects on the amount. The balance of the price is rung on
      * its own line under the tender the customer pays it with. A
      * special order is never a layaway, so an SD layaway rejects.
       440-check-deposit-tender.
           if (tr-payment-type = ws-sd-tender)
              and (tr-code-s or tr-code-l)
              and (tr-amount numeric)
               if (tr-code-l)
                   perform 460-check-invalid-record-output
                   move "PAYMENT-TYPE" to ws-field-tag
                   move ws-sd-no-order-msg to ws-error-message
                   perform 461-display-error
                   move "R"           to ws-record-severity
               else
                   perform 444-search-special-orders
                   if (not ws-so-found)
                       perform 460-check-invalid-record-output
                       move "SKU-CODE" to ws-field-tag
                       move ws-sd-no-order-msg to ws-error-message
                       perform 461-display-error
                       move "R"       to ws-record-severity
                   else
                       if (not ws-so-covered)
                           perform 460-check-invalid-record-output
                           move "TR-AMOUNT" to ws-field-tag
                           move ws-sd-over-msg to ws-error-message
                           perform 461-display-error
                           move "R"   to ws-record-severity
                       end-if
                   end-if
               end-if
           end-if.

      * A valid SD tender comes off the order's in-memory deposit.
      * The order itself is closed by the pickup the desk keys to
      * Program38SpecialOrders.
       442-apply-order-deposit.
           if (tr-payment-type = ws-sd-tender)
              and (tr-code-s)
              and (tr-amount numeric)
               perform 444-search-special-orders
               if (ws-so-covered)
                   subtract tr-amount
                     from ws-so-deposit-left(ws-so-index)
               end-if
           end-if.

      * First ready order for the line's store and SKU whose deposit
      * still covers the amount; ws-so-found alone means orders
      * exist for it but none has the deposit left.
       444-search-special-orders.
           move space                 to ws-so-found-flag.
           move space                 to ws-so-covered-flag.
           move ws-one                to ws-so-search-index.

           perform 445-search-one-special-order
             until (ws-so-search-index > ws-so-count)
                or (ws-so-covered).

       445-search-one-special-order.
           if (tr-store-num = ws-so-store-num(ws-so-search-index))
              and (tr-sku-code = ws-so-sku-code(ws-so-search-index))
               move "y"               to ws-so-found-flag
               if (tr-amount
                   not > ws-so-deposit-left(ws-so-search-index))
                   move ws-so-search-index to ws-so-index
                   move "y"           to ws-so-covered-flag
               end-if
           end-if.

           if (not ws-so-covered)
               add ws-one             to ws-so-search-index
           end-if.

      * The unit count has to be a number from 1 up - a zero or
      * garbled quantity makes every per-unit figure downstream
      * (on-hand, commission units, promo units) wrong, so it
      * rejects.
       488-validate-quantity.
           if (not tr-quantity numeric)
              or (not tr-quantity-valid)
               perform 460-check-invalid-record-output
               move "QUANTITY"        to ws-field-tag
               move ws-quantity-err-msg to ws-error-message
               perform 461-display-error
               move "R"               to ws-record-severity
           end-if.

      * A US-cash line has to carry the US funds tendered and there
      * has to be a rate in force on its date to turn them into the
      * Canadian amount - without either, the Canadian figure on the
      * line is a guess, and it rejects. A foreign amount on any
      * other tender is a keying error.
       492-validate-foreign-tender.
           if (tr-payment-type-us)
               if (not tr-foreign-amount numeric)
                  or (tr-foreign-amount = zero)
                   perform 460-check-invalid-record-output
                   move "FOREIGN-AMT" to ws-field-tag
                   move ws-foreign-amount-err-msg
                                      to ws-error-message
                   perform 461-display-error
                   move "R"           to ws-record-severity
               else
                   if (not ws-xrt-found)
                       perform 460-check-invalid-record-output
                       move "FOREIGN-AMT" to ws-field-tag
                       move ws-no-rate-err-msg to ws-error-message
                       perform 461-display-error
                       move "R"       to ws-record-severity
                   end-if
               end-if
           else
               if (not tr-foreign-amount numeric)
                  or (tr-foreign-amount not = zero)
                   perform 460-check-invalid-record-output
                   move "FOREIGN-AMT" to ws-field-tag
                   move ws-foreign-not-us-err-msg to ws-error-message
                   perform 461-display-error
                   move "R"           to ws-record-severity
               end-if
           end-if.

      * Put the Canadian equivalent of a US-cash line in tr-amount
      * before the record is copied anywhere, so the amount edits,
      * the store limit, the SKU price check and every file written
      * from here on see Canadian dollars. The conversion always
      * starts from the US funds, so a corrected or released record
      * coming back through converts to the same figure again.
       495-convert-foreign-tender.
           move space                 to ws-xrt-found-flag.

           if (tr-payment-type-us)
              and (tr-foreign-amount numeric)
              and (tr-foreign-amount > zero)
               if (tr-trans-date numeric)
                   move tr-trans-date to ws-xrt-rate-date-arg
               else
                   move ws-business-date to ws-xrt-rate-date-arg
               end-if

               move ws-one            to ws-xrt-search-index
               perform 496-find-rate-in-force
                 until (ws-xrt-search-index > ws-xrt-count)
                    or (ws-xrt-rate-date(ws-xrt-search-index)
                        > ws-xrt-rate-date-arg)

               if (ws-xrt-found)
                   multiply tr-foreign-amount by ws-xrt-rate-in-force
                     giving tr-amount rounded
                     on size error move zero to tr-amount
                   end-multiply
               end-if
           end-if.

       496-find-rate-in-force.
           move ws-xrt-rate(ws-xrt-search-index)
                                      to ws-xrt-rate-in-force.
           move "y"                   to ws-xrt-found-flag.
           add ws-one                 to ws-xrt-search-index.

      * A code in the reason-code field of an S or L line claims a
      * tax exemption unless it is the house-charge account on a CH
      * line. A claimed certificate has to be on file and must not
      * have expired by the transaction date; either failure rejects,
      * the same severity as a blown credit limit - whether tax is
      * owed is not a call a manager overrides after the fact. A
      * charge customer's code that is also a certificate is held to
      * the same expiry.
       485-check-exempt-certificate.
           if (tr-code-s or tr-code-l)
              and (tr-reason-code not = spaces)
               move tr-reason-code    to ws-exc-search-arg
               perform 486-search-exempt-certificates
               if (not ws-exc-found)
                   if (tr-payment-type not = ws-ch-tender)
                       perform 460-check-invalid-record-output
                       move "REASON-CODE" to ws-field-tag
                       move ws-exc-unknown-msg to ws-error-message
                       perform 461-display-error
                       move "R"       to ws-record-severity
                   end-if
               else
                   if (tr-trans-date numeric)
                      and (tr-trans-date
                           > ws-exc-expiry-date(ws-exc-index))
                       perform 460-check-invalid-record-output
                       move "REASON-CODE" to ws-field-tag
                       move ws-exc-expired-msg to ws-error-message
                       perform 461-display-error
                       move "R"       to ws-record-severity
                   end-if
               end-if
           end-if.

       486-search-exempt-certificates.
           move space                 to ws-exc-found-flag.
           move ws-one                to ws-exc-search-index.

           perform 487-search-one-exempt-certificate
             until (ws-exc-search-index > ws-exc-count)
                or (ws-exc-found).

       487-search-one-exempt-certificate.
           if (ws-exc-search-arg
               = ws-exc-cert-code(ws-exc-search-index))
               move ws-exc-search-index to ws-exc-index
               move "y"               to ws-exc-found-flag
           else
               add ws-one             to ws-exc-search-index
           end-if.

      * The transaction date has to be a real-looking date and has to
      * sit inside the run's catch-up window. A date after the run's
      * business date can only be a keying error, so it rejects; a

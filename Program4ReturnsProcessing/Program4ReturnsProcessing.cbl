                      assign to "../../../data/SkuMaster.dat"
                      organization is line sequential.

      * Store tax-rate reference file - the same rates and
      * jurisdictions Program3SAndLProcessing charged on the sale,
      * so the tax handed back on a return is exactly the tax the
      * original store collected, at that store's rate.
                  select tax-rate-file
                      assign to "../../../data/TaxRateMaster.dat"
                      organization is line sequential.

      * Tax-exemption certificate reference file - a return of a
      * sale that went out under a certificate (its code in the
      * original line's reason-code field) gets no tax back, because
      * none was collected. Optional: no file, no exempt sales.
                  select exempt-cert-file
                      assign to "../../../data/ExemptCertMaster.dat"
                      organization is line sequential
                      file status is ws-exempt-cert-status.

      * Tax remittance interface file Program3SAndLProcessing wrote
      * earlier in the chain - read back and rewritten here with
      * each jurisdiction's refunded tax netted off, so what the
      * accountant files is tax collected less tax handed back.
                  select remittance-file
                      assign to "../../../data/TaxRemittance.out"
                      organization is line sequential
                      file status is ws-remittance-status.

       data division.
       file section.
       fd input-file
                         data record is returns-line
                         record contains 70 characters.

       01 input-rec.
         05 tr-code pic x.
         05 tr-trans-date pic 9(8).
         05 tr-reason-code pic x(2).
         05 tr-cashier-id pic 9(4).
         05 tr-quantity pic 9(3).
         05 tr-foreign-amount pic 9(5)v99.
         05 tr-member-num     pic x(10).

       fd output-file
            data record is report-line
           05 vdl-trans-date             pic 9(8).
           05 vdl-reason-code            pic x(2).
           05 vdl-cashier-id             pic 9(4).
           05 vdl-quantity               pic 9(3).
           05 vdl-foreign-amount         pic 9(5)v99.
           05 vdl-member-num             pic x(10).

       fd transaction-history-file
           data record is th-record
           record contains 78 characters.

       01 th-record.
           05 th-key.
           05 th-trans-date              pic 9(8).
           05 th-reason-code             pic x(2).
           05 th-cashier-id              pic 9(4).
           05 th-quantity                pic 9(3).
           05 th-foreign-amount          pic 9(5)v99.
           05 th-member-num              pic x(10).

       fd store-refund-totals-file
            data record is srt-record
            record contains 39 characters.

       01 srt-record.
         05 srt-store-num pic 99.
         05 srt-return-amount pic 9(7)v99.
         05 srt-fee-amount pic 9(7)v99.
         05 srt-refund-amount pic 9(8)v99.
         05 srt-tax-refund-amount pic 9(7)v99.

       fd returns-policy-file
            data record is plc-record

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

       fd tax-rate-file
            data record is tax-rate-rec
            record contains 9 characters.

       01 tax-rate-rec.
         05 trm-store-num pic 99.
         05 trm-tax-rate pic v999.
         05 trm-jurisdiction pic x(4).

       fd exempt-cert-file
            data record is ecm-record
            record contains 57 characters.

       01 ecm-record.
         05 ecm-cert-code pic x(2).
         05 ecm-cert-number pic x(15).
         05 ecm-holder-name pic x(30).
         05 ecm-exempt-type pic x(2).
         05 ecm-expiry-date pic 9(8).

       fd remittance-file
            data record is remittance-record
            record contains 48 characters.

       01 remittance-record.
         05 rmt-jurisdiction pic x(4).
         05 rmt-taxable-amount pic 9(8)v99.
         05 rmt-tax-collected pic 9(7)v99.
         05 rmt-record-count pic 9(5).
         05 rmt-tax-refunded pic 9(7)v99.
         05 rmt-net-remittance pic s9(8)v99 sign leading separate.

       working-storage section.

       01 ws-fee-exempt-flag pic x value space.
         88 ws-fee-exempt value "y".

      * Store tax-rate table loaded from tax-rate-file by 290-load-
      * tax-rates, the same way Program3SAndLProcessing loads it, and
      * searched by the ORIGINAL sale's store - that is the store
      * that collected the tax and the jurisdiction it was remitted
      * to, whichever store the goods come back through. A store
      * with no row gets ws-default-tax-rate and the "****"
      * jurisdiction, exactly as the sale did.
       01 ws-tax-store-count pic 9(3) value 0.
       01 ws-tax-rate-table.
         05 ws-tax-entry occurs 1 to 100 times
               depending on ws-tax-store-count
               ascending key is ws-tax-store-num
               indexed by ws-tax-idx.
           10 ws-tax-store-num pic 99.
           10 ws-tax-rate pic v999.
           10 ws-tax-jurisdiction pic x(4).
       01 ws-tax-rate-eof pic x value "N".
       01 ws-tax-found-flag pic x value space.
         88 ws-tax-found value "y".
       77 ws-tax-table-max pic 9(3) value 100.
       77 ws-default-tax-rate pic v999 value .130.
       77 ws-unmapped-jurisdiction pic x(4) value "****".
       01 ws-temp-tax-rate pic v999 value 0.
       01 ws-current-jurisdiction pic x(4) value spaces.

      * Certificate codes off the exemption master - all a return
      * needs to know is whether the original sale was exempt.
       01 ws-exempt-cert-table.
         05 ws-exc-cert-code occurs 200 times pic x(2).
       01 ws-exc-count pic 9(3) value 0.
       01 ws-exc-search-index pic 9(3) value 0.
       01 ws-exempt-cert-status pic xx value spaces.
       01 ws-exc-eof-flag pic x value "N".
       01 ws-exc-found-flag pic x value space.
         88 ws-exc-found value "y".
       77 ws-exc-table-max pic 9(3) value 200.

      * Per-jurisdiction tax refunded, netted off the remittance
      * file at end of run. The remittance lines Program3 wrote are
      * read into the same table first, so a jurisdiction with
      * refunds but no sales today still gets a (negative) line.
       01 ws-jurisdiction-table.
         05 ws-jur-entry occurs 21 times.
           10 ws-jur-code pic x(4).
           10 ws-jur-taxable pic 9(8)v99.
           10 ws-jur-tax pic 9(7)v99.
           10 ws-jur-count pic 9(5).
           10 ws-jur-refunded pic 9(7)v99.
       01 ws-jur-counters.
         05 ws-jur-count-used pic 99 value 0.
         05 ws-jur-search-index pic 99 value 0.
         05 ws-jur-index pic 99 value 0.
         05 ws-jur-counter pic 99 value 0.
       01 ws-jur-found-flag pic x value space.
         88 ws-jur-found value "y".
       77 ws-jur-table-max pic 99 value 21.
       01 ws-remittance-status pic xx value spaces.
       01 ws-remittance-eof pic x value "N".
       01 ws-net-remittance pic s9(8)v99 value 0.

       01 ws-remittance-heading.
         05 filler pic x(3) value spaces.
         05 filler pic x(44) value
                   "TAX REMITTANCE BY JURISDICTION - NET OF RTNS".

       01 ws-remittance-line.
         05 filler pic x(3) value spaces.
         05 ws-rml-jurisdiction pic x(4).
         05 filler pic x(3) value spaces.
         05 filler pic x(11) value "COLLECTED: ".
         05 ws-rml-tax pic $$,$$$,$$9.99.
         05 filler pic x(3) value spaces.
         05 filler pic x(10) value "REFUNDED: ".
         05 ws-rml-refunded pic $$,$$$,$$9.99.
         05 filler pic x(3) value spaces.
         05 filler pic x(5) value "NET: ".
         05 ws-rml-net pic $$,$$$,$$9.99-.

      * Original-sale verification working fields. Every return is
      * looked up by invoice number - today's valid file first, then
      * the retained transaction history - for an S or L line with
      * the same SKU. A return with no such original, or returning
      * more than was sold - in dollars or in units - is held for
      * review instead of refunded.
       01 ws-valid-data-status pic xx value spaces.
       01 ws-history-status pic xx value spaces.
       01 ws-valid-open-flag pic x value space.
           88 ws-return-held value "y".
       01 ws-original-amount pic 9(5)v99 value 0.
       01 ws-original-date pic 9(8) value 0.
       01 ws-original-store-num pic 99 value 0.
       01 ws-original-quantity pic 9(3) value 0.
       01 ws-original-reason-code pic x(2) value spaces.
       01 ws-hold-reason pic x(24) value spaces.
       77 ws-no-sale-msg pic x(24) value "NO MATCHING SALE FOUND".
       77 ws-over-sale-msg pic x(24) value "RETURN EXCEEDS ORIG SALE".
       77 ws-over-qty-msg pic x(24) value "RETURN QTY OVER ORIG QTY".
       77 ws-past-window-msg pic x(24) value "PAST WINDOW - SURCHARGED".
       77 ws-zeros-date pic 9(8) value 0.

       77 ws-bad-reason-msg pic x(24) value "UNRECOGNIZED REASON CODE".

      * Disbursement record build areas - written through the flat
      * disbursement-record above. The refund amount is what is
      * actually paid back - the net refund after the restocking fee
      * plus the sales tax handed back on it - and the tax part
      * rides alongside it for anyone who has to split the two.
       01 ws-disb-detail.
         05 wdd-rec-type pic x value "D".
         05 wdd-invoice-num pic x(9).
         05 wdd-store-num pic 99.
         05 wdd-payment-type pic x(2).
         05 wdd-refund-amount pic 9(5)v99.
         05 wdd-tax-refund pic 9(5)v99.
         05 filler pic x(12) value spaces.

       01 ws-disb-trailer.
         05 wdt-rec-type pic x value "T".
         05 filler pic x(2) VALUE SPACES.
         05 FILLER PIC x(10) VALUE "REFUND DUE".
         05 filler pic x(2) VALUE SPACES.
         05 FILLER PIC x(10) VALUE "TAX REFUND".
         05 filler pic x(2) VALUE SPACES.
         05 FILLER PIC x(8) VALUE "DATE".
         05 filler pic x(2) VALUE SPACES.
         05 FILLER PIC x(16) VALUE "ITEM DESCRIPTION".
         05 filler pic x(4) VALUE SPACES.
         05 ws-refund-due pic 9(5)v99.
         05 filler pic x(5) VALUE SPACES.
         05 ws-tax-refund pic 9(5)v99.
         05 filler pic x(5) VALUE SPACES.
         05 ws-trans-date pic 9(8).
         05 filler pic x(2) VALUE SPACES.
         05 ws-item-desc pic x(20).
               10 ws-store-fee-total pic $$,$$9.99 value 0.
               10 filler pic x(3) value spaces.
               10 ws-store-refund-total pic $$$,$$9.99 value 0.
               10 filler pic x(3) value spaces.
               10 ws-store-tax-refund pic $$,$$9.99 value 0.
               10 filler pic x(4) value spaces.
               10 ws-store-ca-count pic zz9 value 0.
               10 filler pic x(3) value spaces.
           05 ws-calc-r-amount occurs 7 times pic 9(7)v99 value 0.
           05 ws-calc-fee-total occurs 7 times pic 9(7)v99 value 0.
           05 ws-calc-refund-total occurs 7 times pic 9(8)v99 value 0.
           05 ws-calc-tax-refund occurs 7 times pic 9(7)v99 value 0.
           05 ws-calc-ca-count occurs 7 times pic 9(3) value 0.
           05 ws-calc-cr-count occurs 7 times pic 9(3) value 0.
           05 ws-calc-db-count occurs 7 times pic 9(3) value 0.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "Refund Tl".
           05 filler pic x(4) value spaces.
           05 filler pic x(7) value "Tax Rfd".
           05 filler pic x(5) value spaces.
           05 filler pic x(4) value "Cash".
           05 filler pic x(5) value spaces.
           05 filler pic x(6) value "Credit".
                   "Total Restocking Fees Withheld".
         05 ws-fee-total pic 9(7)v99.

       01 ws-tax-refund-record.
         05 filler pic x(50) value
                   "Total Sales Tax Refunded on Returns".
         05 ws-tax-refund-total pic 9(7)v99.

       01 ws-calc.
         05 ws-temp-fee pic 9(4)v99.
         05 ws-temp-refund pic 9(5)v99.
         05 ws-temp-r-count pic 9(4) value 0.
         05 ws-temp-R-total-amount pic 9(7)v99 value 0.
         05 ws-temp-fee-total-amount pic 9(7)v99 value 0.
         05 ws-temp-tax-refund pic 9(5)v99 value 0.
         05 ws-temp-tax-refund-total pic 9(7)v99 value 0.
         05 ws-temp-paid-amount pic 9(6)v99 value 0.
         05 ws-store-index pic 9 value 0.

      *
           perform 260-load-sku-master.
           perform 270-load-payment-types.
           perform 280-load-returns-policy.
           perform 290-load-tax-rates.
           perform 292-load-exempt-certificates.
           perform 300-read-file.
           perform 400-process-pages
             until ws-eof-flag = ws-file-empty.
               at end
                   move ws-file-empty to ws-plc-eof-flag.

      * Load the per-store tax-rate table - capacity- and sequence-
      * checked the same way Program3SAndLProcessing loads it, since
      * a refund at the wrong rate is as wrong as a sale at one.
       290-load-tax-rates.
           open input tax-rate-file.

           read tax-rate-file
               at end
                   move ws-file-empty to ws-tax-rate-eof.

           perform 291-load-one-tax-rate
             until ws-tax-rate-eof = ws-file-empty.

           close tax-rate-file.

       291-load-one-tax-rate.
           if (ws-tax-store-count = ws-tax-table-max)
               display ws-reference-failure-msg
               display "TaxRateMaster.dat OVER CAPACITY"
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-tax-store-count.
           move trm-store-num to ws-tax-store-num(ws-tax-store-count).
           move trm-tax-rate to ws-tax-rate(ws-tax-store-count).
           move trm-jurisdiction
             to ws-tax-jurisdiction(ws-tax-store-count).

           if (ws-tax-store-count > ws-one)
              and (ws-tax-store-num(ws-tax-store-count) not >
                   ws-tax-store-num(ws-tax-store-count - 1))
               display ws-reference-failure-msg
               display "TaxRateMaster.dat OUT OF SEQUENCE"
               move 8 to return-code
               goback
           end-if.

           read tax-rate-file
               at end
                   move ws-file-empty to ws-tax-rate-eof.

      * Load the exemption certificate codes - a missing file just
      * means nobody is exempt.
       292-load-exempt-certificates.
           open input exempt-cert-file.

           if (ws-exempt-cert-status not = "00")
               move ws-file-empty to ws-exc-eof-flag
           else
               read exempt-cert-file
                   at end move ws-file-empty to ws-exc-eof-flag
               end-read
           end-if.

           perform 293-load-one-exempt-certificate
             until ws-exc-eof-flag = ws-file-empty.

           if (ws-exempt-cert-status not = "35")
               close exempt-cert-file
           end-if.

       293-load-one-exempt-certificate.
           if (ws-exc-count = ws-exc-table-max)
               display ws-reference-failure-msg
               display "ExemptCertMaster.dat OVER CAPACITY"
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-exc-count.
           move ecm-cert-code to ws-exc-cert-code(ws-exc-count).

           read exempt-cert-file
               at end move ws-file-empty to ws-exc-eof-flag.

      * read file
       300-read-file.
           read input-file
           move space to ws-return-held-flag.
           move ws-zero to ws-original-amount.
           move ws-zeros-date to ws-original-date.
           move ws-zero to ws-original-quantity.
           move tr-store-num to ws-original-store-num.
           move spaces to ws-original-reason-code.

           if (ws-valid-open)
               perform 481-search-valid-file
               if (tr-amount > ws-original-amount)
                   move ws-over-sale-msg to ws-hold-reason
                   move "y" to ws-return-held-flag
               else
                   if (tr-quantity > ws-original-quantity)
                       move ws-over-qty-msg to ws-hold-reason
                       move "y" to ws-return-held-flag
                   end-if
               end-if
           end-if.

                   move "y" to ws-original-found-flag
                   move vdl-amount to ws-original-amount
                   move vdl-trans-date to ws-original-date
                   move vdl-quantity to ws-original-quantity
                   move vdl-store-num to ws-original-store-num
                   move vdl-reason-code to ws-original-reason-code
               else
                   read valid-data-file next record
                       at end move space to ws-scan-found-flag
                   move "y" to ws-original-found-flag
                   move th-amount to ws-original-amount
                   move th-trans-date to ws-original-date
                   move th-quantity to ws-original-quantity
                   move th-store-num to ws-original-store-num
                   move th-reason-code to ws-original-reason-code
               else
                   perform 484-read-next-history
               end-if

       457-write-detail-line.
           perform 460-calculate-restocking-fee.
           perform 466-calculate-tax-refund.
           perform 465-update-store-totals.
           perform 470-write-disbursement-detail.

           move tr-sku-code to ws-sku-code.
           move ws-temp-fee to ws-restocking-fee.
           move ws-temp-refund to ws-refund-due.
           move ws-temp-tax-refund to ws-tax-refund.
           move tr-trans-date to ws-trans-date.
           perform 453-get-sku-description.

               end-if
           end-if.

      * The sales tax charged on the original sale, handed back with
      * the refund. Computed exactly the way Program3SAndLProcessing
      * computed it when the item sold - the returned amount at the
      * original store's rate, truncated the same way - so a full
      * return gives back to the penny what was collected. The
      * restocking fee is a charge of its own and does not shrink
      * the tax refund. The amount is rolled into its jurisdiction
      * so the remittance can be filed net.
      * A return of a sale made under an exemption certificate
      * hands back nothing - no tax was collected on it.
       466-calculate-tax-refund.
           perform 467-get-tax-rate-for-store.
           perform 469-check-original-exempt.

           if (ws-exc-found)
               move ws-zero to ws-temp-tax-refund
           else
               multiply tr-amount by ws-temp-tax-rate
                 giving ws-temp-tax-refund
           end-if.

           add ws-temp-tax-refund to ws-temp-tax-refund-total.

           perform 472-accumulate-jurisdiction.
           add ws-temp-tax-refund to ws-jur-refunded(ws-jur-index).

       467-get-tax-rate-for-store.
           move space to ws-tax-found-flag.

           if (ws-tax-store-count > ws-zero)
               search all ws-tax-entry
                   at end continue
                   when ws-tax-store-num(ws-tax-idx)
                        = ws-original-store-num
                       move ws-tax-rate(ws-tax-idx)
                                      to ws-temp-tax-rate
                       move ws-tax-jurisdiction(ws-tax-idx)
                                      to ws-current-jurisdiction
                       move "y"       to ws-tax-found-flag
               end-search
           end-if.

           if not ws-tax-found
               move ws-default-tax-rate to ws-temp-tax-rate
               move ws-unmapped-jurisdiction
                 to ws-current-jurisdiction
           end-if.

       469-check-original-exempt.
           move space to ws-exc-found-flag.

           if (ws-original-reason-code not = spaces)
               move ws-one to ws-exc-search-index
               perform 471-search-exempt-certificates
                 until (ws-exc-search-index > ws-exc-count)
                    or (ws-exc-found)
           end-if.

       471-search-exempt-certificates.
           if (ws-original-reason-code
               = ws-exc-cert-code(ws-exc-search-index))
               move "y" to ws-exc-found-flag
           else
               add ws-one to ws-exc-search-index
           end-if.

      * Find (or open, zeroed) ws-current-jurisdiction's slot - the
      * same rollup Program3SAndLProcessing keeps, the last slot
      * taking the overflow if more authorities turn up than fit.
       472-accumulate-jurisdiction.
           move space to ws-jur-found-flag.
           move ws-one to ws-jur-search-index.

           perform 473-search-jurisdiction-table
             until (ws-jur-search-index > ws-jur-count-used)
                or (ws-jur-found).

           if (not ws-jur-found)
               if (ws-jur-count-used < ws-jur-table-max)
                   add ws-one to ws-jur-count-used
                   move ws-jur-count-used to ws-jur-index
                   move ws-current-jurisdiction
                     to ws-jur-code(ws-jur-index)
                   move ws-zero to ws-jur-taxable(ws-jur-index)
                   move ws-zero to ws-jur-tax(ws-jur-index)
                   move ws-zero to ws-jur-count(ws-jur-index)
                   move ws-zero to ws-jur-refunded(ws-jur-index)
               else
                   move ws-jur-table-max to ws-jur-index
               end-if
           end-if.

       473-search-jurisdiction-table.
           if (ws-current-jurisdiction
               = ws-jur-code(ws-jur-search-index))
               move ws-jur-search-index to ws-jur-index
               move "y" to ws-jur-found-flag
           else
               add ws-one to ws-jur-search-index
           end-if.

      * accumulate store-level count / dollar breakdown
       465-update-store-totals.
           add ws-one to ws-calc-r-count(ws-store-index).
           add tr-amount to ws-calc-r-amount(ws-store-index).
           add ws-temp-fee to ws-calc-fee-total(ws-store-index).
           add ws-temp-refund to ws-calc-refund-total(ws-store-index).
           add ws-temp-tax-refund to ws-calc-tax-refund(ws-store-index).

           if (tr-payment-type-ca) then
               add ws-one to ws-calc-ca-count(ws-store-index)
                                to ws-store-fee-total(ws-store-index).
           move ws-calc-refund-total(ws-store-index)
                             to ws-store-refund-total(ws-store-index).
           move ws-calc-tax-refund(ws-store-index)
                                to ws-store-tax-refund(ws-store-index).
           move ws-calc-ca-count(ws-store-index)
                                to ws-store-ca-count(ws-store-index).
           move ws-calc-cr-count(ws-store-index)
      * One machine-readable disbursement record per refund, and the
      * per-tender accumulators behind the trailer records.
       470-write-disbursement-detail.
           add ws-temp-refund to ws-temp-tax-refund
             giving ws-temp-paid-amount.

           move tr-invoice-num to wdd-invoice-num.
           move tr-store-num to wdd-store-num.
           move tr-payment-type to wdd-payment-type.
           move ws-temp-paid-amount to wdd-refund-amount.
           move ws-temp-tax-refund to wdd-tax-refund.

           write disbursement-record from ws-disb-detail.

           perform 475-get-tender-index.

           add ws-one to ws-tender-count(ws-tender-index).
           add ws-temp-paid-amount
             to ws-tender-refund-total(ws-tender-index).

       475-get-tender-index.
           move ws-temp-r-count to ws-r-count.
           move ws-temp-R-total-amount to ws-r-total.
           move ws-temp-fee-total-amount to ws-fee-total.
           move ws-temp-tax-refund-total to ws-tax-refund-total.

           write output-line from ws-r-record after advancing 2 line.
           write output-line from ws-fee-record after advancing 1
             line.
           write output-line from ws-tax-refund-record
             after advancing 1 line.

           perform 525-disburse-layaway-refunds.
           perform 530-write-disbursement-trailers.
           perform 540-write-policy-exceptions.
           perform 560-write-held-returns.
           perform 550-write-store-refund-totals.
           perform 570-net-tax-remittance.

       510-write-store-totals.
           write output-line from ws-store-detail-line(ws-store-counter)
           move lrq-store-num to wdd-store-num.
           move "CA" to wdd-payment-type.
           move lrq-refund-amount to wdd-refund-amount.
           move ws-zero to wdd-tax-refund.

           write disbursement-record from ws-disb-detail.

           end-if.

           move ws-temp-r-count to wdz-refund-count.
           add ws-temp-R-total-amount to ws-temp-tax-refund-total
             giving wdz-refund-total.
           write disbursement-record from ws-disb-grand-trailer.

       535-write-one-tender-trailer.
                 to srt-fee-amount
               move ws-calc-refund-total(ws-store-counter)
                 to srt-refund-amount
               move ws-calc-tax-refund(ws-store-counter)
                 to srt-tax-refund-amount
               write srt-record
           end-if.

      * The remittance Program3SAndLProcessing wrote is read back
      * into the jurisdiction table, each line picks up the tax
      * refunded against its authority today, and the file is
      * rewritten net - collected less refunded. A jurisdiction that
      * only saw refunds gets a line of its own with a negative net,
      * so the credit is claimed instead of lost. The same figures
      * print on the returns report.
       570-net-tax-remittance.
           open input remittance-file.

           if (ws-remittance-status not = "00")
               move ws-file-empty to ws-remittance-eof
           else
               read remittance-file
                   at end move ws-file-empty to ws-remittance-eof
               end-read
           end-if.

           perform 571-load-one-remittance-line
             until ws-remittance-eof = ws-file-empty.

           if (ws-remittance-status not = "35")
               close remittance-file
           end-if.

           open output remittance-file.

           write output-line from spaces after advancing 1 line.
           write output-line from ws-remittance-heading
             after advancing 1 line.

           perform 575-write-one-net-remittance
             varying ws-jur-counter from ws-one by ws-one
             until ws-jur-counter > ws-jur-count-used.

           close remittance-file.

       571-load-one-remittance-line.
           move rmt-jurisdiction to ws-current-jurisdiction.
           perform 472-accumulate-jurisdiction.

           add rmt-taxable-amount to ws-jur-taxable(ws-jur-index).
           add rmt-tax-collected to ws-jur-tax(ws-jur-index).
           add rmt-record-count to ws-jur-count(ws-jur-index).

           read remittance-file
               at end move ws-file-empty to ws-remittance-eof.

       575-write-one-net-remittance.
           subtract ws-jur-refunded(ws-jur-counter)
             from ws-jur-tax(ws-jur-counter)
             giving ws-net-remittance.

           move ws-jur-code(ws-jur-counter) to rmt-jurisdiction.
           move ws-jur-taxable(ws-jur-counter) to rmt-taxable-amount.
           move ws-jur-tax(ws-jur-counter) to rmt-tax-collected.
           move ws-jur-count(ws-jur-counter) to rmt-record-count.
           move ws-jur-refunded(ws-jur-counter) to rmt-tax-refunded.
           move ws-net-remittance to rmt-net-remittance.

           write remittance-record.

           move ws-jur-code(ws-jur-counter) to ws-rml-jurisdiction.
           move ws-jur-tax(ws-jur-counter) to ws-rml-tax.
           move ws-jur-refunded(ws-jur-counter) to ws-rml-refunded.
           move ws-net-remittance to ws-rml-net.

           write output-line from ws-remittance-line
             after advancing 1 line.

      * close file
       600-close-files.
           if (not ws-unattended)

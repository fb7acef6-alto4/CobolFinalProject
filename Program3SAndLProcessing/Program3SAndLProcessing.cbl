                      assign to "../../../data/TaxRateMaster.dat"
                      organization is line sequential.

      * Tax-exemption certificate reference file - the same master
      * A6-DataValidation holds the register's certificate code
      * against. An S or L line whose reason-code field carries a
      * code on this file was sold tax-exempt: no tax is charged, it
      * stays out of the taxable figures, and it is listed in the
      * exempt-sales section with its certificate number so the
      * auditors can see why nothing was collected. The edit step has
      * already rejected unknown and expired certificates. The file
      * is optional: no file just means no exempt sales.
                  select exempt-cert-file
                      assign to "../../../data/ExemptCertMaster.dat"
                      organization is line sequential
                      file status is ws-exempt-cert-status.

      * Per-store tax-totals interface file - one record per store
      * break with the store's taxable amount and tax owing, for the
      * general-ledger posting step downstream.
      * Tax remittance interface file - one record per jurisdiction
      * with taxable amount, tax collected and record count, so the
      * accountant files from this instead of re-adding store
      * subtotals on a calculator. Written here with nothing yet
      * refunded; Program4ReturnsProcessing runs next and nets the
      * tax it refunds on returns off each jurisdiction's line.
                  select remittance-file
                      assign to "../../../data/TaxRemittance.out"
                      organization is line sequential.
       file section.
       fd raw-input-file
                         data record is raw-input-rec
                         record contains 70 characters.

       01 raw-input-rec.
         05 ri-code pic x.
         05 ri-trans-date pic 9(8).
         05 ri-reason-code pic x(2).
         05 ri-cashier-id pic 9(4).
         05 ri-quantity pic 9(3).
         05 ri-foreign-amount pic 9(5)v99.
         05 ri-member-num     pic x(10).

      * Sort work file for 120-sort-by-store - same record layout as
      * raw-input-rec/input-rec, with its own names since a record
         05 sr-trans-date pic 9(8).
         05 sr-reason-code pic x(2).
         05 sr-cashier-id pic 9(4).
         05 sr-quantity pic 9(3).
         05 sr-foreign-amount pic 9(5)v99.
         05 sr-member-num     pic x(10).

       fd input-file
                         data record is sales-line
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

       fd store-tax-totals-file
            data record is stt-record
            record contains 19 characters.

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

       fd audit-log-file
            data record is audit-log-line
         88 ws-skm-found value "y".
       77 ws-skm-table-max pic 9(3) value 200.
       77 ws-unknown-sku-desc pic x(20) value "*SKU NOT ON MASTER*".
      *
      * Tax-exemption certificate table loaded from exempt-cert-file
      * by 116-load-exempt-certificates, capacity- and sequence-
      * checked like the tax-rate table.
       01 ws-exempt-cert-table.
         05 ws-exc-entry occurs 200 times.
           10 ws-exc-cert-code pic x(2).
           10 ws-exc-cert-number pic x(15).
           10 ws-exc-holder-name pic x(30).
           10 ws-exc-exempt-type pic x(2).
       01 ws-exc-counters.
         05 ws-exc-count pic 9(3) value 0.
         05 ws-exc-search-index pic 9(3) value 0.
         05 ws-exc-index pic 9(3) value 0.
       01 ws-exempt-cert-status pic xx value spaces.
       01 ws-exc-eof-flag pic x value "N".
       01 ws-exc-found-flag pic x value space.
         88 ws-exc-found value "y".
       77 ws-exc-table-max pic 9(3) value 200.
      *
      * Exempt sales held for the exempt-sales section - the count
      * keeps climbing past the table's edge so the printed total is
      * honest even if the list fills up.
       01 ws-exempt-sale-table.
         05 ws-exempt-sale-entry occurs 100 times.
           10 ws-exs-invoice-num pic x(9).
           10 ws-exs-store-num pic 99.
           10 ws-exs-trans-date pic 9(8).
           10 ws-exs-amount pic 9(5)v99.
           10 ws-exs-cert-number pic x(15).
           10 ws-exs-exempt-type pic x(2).
           10 ws-exs-holder-name pic x(30).
       01 ws-exs-count pic 9(5) value 0.
       01 ws-exs-counter pic 9(5) value 0.
       77 ws-exs-table-max pic 9(5) value 100.
       01 ws-exempt-total-amount pic 9(8)v99 value 0.

       01 ws-exempt-heading.
         05 filler pic x(3) value spaces.
         05 filler pic x(40) value
                   "TAX-EXEMPT SALES - NO TAX COLLECTED".

       01 ws-exempt-col-heading.
         05 filler pic x(3) value spaces.
         05 filler pic x(12) value "INVOICE".
         05 filler pic x(7) value "STORE".
         05 filler pic x(10) value "DATE".
         05 filler pic x(12) value "AMOUNT".
         05 filler pic x(18) value "CERTIFICATE".
         05 filler pic x(6) value "TYPE".
         05 filler pic x(6) value "HOLDER".

       01 ws-no-exempt-line.
         05 filler pic x(3) value spaces.
         05 filler pic x(30) value "NO TAX-EXEMPT SALES".

       01 ws-exempt-line.
         05 filler pic x(3) value spaces.
         05 ws-exl-invoice-num pic x(9).
         05 filler pic x(3) value spaces.
         05 ws-exl-store-num pic 99.
         05 filler pic x(5) value spaces.
         05 ws-exl-trans-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-exl-amount pic $$$,$$9.99.
         05 filler pic x(2) value spaces.
         05 ws-exl-cert-number pic x(15).
         05 filler pic x(3) value spaces.
         05 ws-exl-exempt-type pic x(2).
         05 filler pic x(4) value spaces.
         05 ws-exl-holder-name pic x(30).

       01 ws-exempt-total-line.
         05 filler pic x(3) value spaces.
         05 filler pic x(20) value "EXEMPT SALES COUNT: ".
         05 ws-ext-count pic zzzz9.
         05 filler pic x(3) value spaces.
         05 filler pic x(8) value "AMOUNT: ".
         05 ws-ext-amount pic $$,$$$,$$9.99.
      *
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 ws-temp-count pic 9(2)v99.
         05 ws-temp-percentage pic 9(3)v99.
         05 ws-temp-tax-rate pic v999.
      * Set by 466-check-exempt-certificate for the line in hand.
         05 ws-sale-exempt-flag pic x value space.
           88 ws-sale-exempt value "y".

      *
       77 ws-lines-per-page pic 9(3) value 20.
       77 ws-prev-store-num pic 99 value 0.
       77 ws-store-sub-amount pic 9(7)v99 value 0.
       77 ws-store-sub-tax pic 9(6)v99 value 0.
       77 ws-store-sub-taxable pic 9(7)v99 value 0.
      *

       procedure division.
           perform 100-open-files.
           perform 110-load-tax-rates.
           perform 112-load-sku-master.
           perform 116-load-exempt-certificates.
           perform 200-write-report-headings.
           perform 300-read-file.
           move tr-store-num to ws-prev-store-num.
               at end
                   move ws-file-empty to ws-skm-eof-flag.

      * Load the tax-exemption certificate table - a missing file
      * just means nobody is exempt.
       116-load-exempt-certificates.
           open input exempt-cert-file.

           if (ws-exempt-cert-status not = "00")
               move ws-file-empty to ws-exc-eof-flag
           else
               read exempt-cert-file
                   at end move ws-file-empty to ws-exc-eof-flag
               end-read
           end-if.

           perform 117-load-one-exempt-certificate
             until ws-exc-eof-flag = ws-file-empty.

           if (ws-exempt-cert-status not = "35")
               close exempt-cert-file
           end-if.

       117-load-one-exempt-certificate.
           if (ws-exc-count = ws-exc-table-max)
               move "ExemptCertMaster.dat OVER CAPACITY"
                 to ws-failed-file-name
               perform 118-reference-file-failure
           end-if.

           add ws-one to ws-exc-count.
           move ecm-cert-code to ws-exc-cert-code(ws-exc-count).
           move ecm-cert-number to ws-exc-cert-number(ws-exc-count).
           move ecm-holder-name to ws-exc-holder-name(ws-exc-count).
           move ecm-exempt-type to ws-exc-exempt-type(ws-exc-count).

           if (ws-exc-count > ws-one)
              and (ws-exc-cert-code(ws-exc-count) not >
                   ws-exc-cert-code(ws-exc-count - 1))
               move "ExemptCertMaster.dat OUT OF SEQUENCE"
                 to ws-failed-file-name
               perform 118-reference-file-failure
           end-if.

           read exempt-cert-file
               at end move ws-file-empty to ws-exc-eof-flag.

      * write report - heading
       200-write-report-headings.
           write output-line from ws-heading1-name-line
           add tr-amount to ws-store-sub-amount.
           add ws-temp-tax-owing to ws-store-sub-tax.

           if (ws-sale-exempt)
               perform 475-record-exempt-sale
           else
               add tr-amount to ws-store-sub-taxable
               perform 470-accumulate-jurisdiction
           end-if.

      * When the store on the record just read differs from the store
      * just written, close out that store's page with a subtotal and
      * The same subtotal once more, machine-readable, for the
      * general-ledger posting step.
           move ws-prev-store-num to stt-store-num.
           move ws-store-sub-taxable to stt-taxable-amount.
           move ws-store-sub-tax to stt-tax-owing.
           write stt-record.

           move 0 to ws-store-sub-amount.
           move 0 to ws-store-sub-tax.
           move 0 to ws-store-sub-taxable.

      * Calculate Tax owing, using the rate loaded for tr-store-num
      * (or ws-default-tax-rate when the store isn't on the table).
      * A line sold under an exemption certificate owes none.
       460-calculate-tax-owing.
           perform 466-check-exempt-certificate.

           if (ws-sale-exempt)
               move ws-zero to ws-temp-tax-owing
           else
               perform 465-get-tax-rate-for-store
               multiply tr-amount by ws-temp-tax-rate
                 giving ws-temp-tax-owing
           end-if.

      * Pull the item description for the SKU on the current record,
      * falling back to a visible marker when the SKU is unknown.
               move ws-unmapped-jurisdiction
                 to ws-current-jurisdiction.

      * The certificate code rides in the reason-code field - blank
      * on an ordinary sale, a charge account's code on a CH sale.
      * Only a code on the certificate master makes the line exempt.
       466-check-exempt-certificate.
           move space to ws-sale-exempt-flag.
           move space to ws-exc-found-flag.

           if (tr-reason-code not = spaces)
               move ws-one to ws-exc-search-index
               perform 467-search-exempt-certificates
                 until (ws-exc-search-index > ws-exc-count)
                    or (ws-exc-found)
           end-if.

           if (ws-exc-found)
               move "y" to ws-sale-exempt-flag
           end-if.

       467-search-exempt-certificates.
           if (tr-reason-code = ws-exc-cert-code(ws-exc-search-index))
               move ws-exc-search-index to ws-exc-index
               move "y" to ws-exc-found-flag
           else
               add ws-one to ws-exc-search-index
           end-if.

      * Hold an exempt line for the exempt-sales section.
       475-record-exempt-sale.
           add ws-one to ws-exs-count.
           add tr-amount to ws-exempt-total-amount.

           if (ws-exs-count not > ws-exs-table-max)
               move tr-invoice-num to ws-exs-invoice-num(ws-exs-count)
               move tr-store-num to ws-exs-store-num(ws-exs-count)
               move tr-trans-date to ws-exs-trans-date(ws-exs-count)
               move tr-amount to ws-exs-amount(ws-exs-count)
               move ws-exc-cert-number(ws-exc-index)
                 to ws-exs-cert-number(ws-exs-count)
               move ws-exc-exempt-type(ws-exc-index)
                 to ws-exs-exempt-type(ws-exs-count)
               move ws-exc-holder-name(ws-exc-index)
                 to ws-exs-holder-name(ws-exs-count)
           end-if.

      * Roll the record just written into its jurisdiction's slot,
      * opening (and zeroing) a fresh slot the first time an
      * authority shows up.
           write output-line from ws-sl-record after advancing 2 line.

           perform 530-write-tax-remittance.
           perform 540-write-exempt-sales.

      * The rollup the accountant actually files - printed as a
      * report section and written as the interface file, one line
           move ws-jur-taxable(ws-jur-counter) to rmt-taxable-amount.
           move ws-jur-tax(ws-jur-counter) to rmt-tax-collected.
           move ws-jur-count(ws-jur-counter) to rmt-record-count.
           move ws-zero to rmt-tax-refunded.
           move ws-jur-tax(ws-jur-counter) to rmt-net-remittance.

           write remittance-record.

      * Every sale that went out untaxed, with the certificate it went
      * out under, for the auditors.
       540-write-exempt-sales.
           write output-line from spaces after advancing 1 line.
           write output-line from ws-exempt-heading
             after advancing 1 line.

           if (ws-exs-count = ws-zero)
               write output-line from ws-no-exempt-line
                 after advancing 1 line
           else
               write output-line from ws-exempt-col-heading
                 after advancing 1 line
               perform 545-write-one-exempt-sale
                 varying ws-exs-counter from ws-one by ws-one
                 until (ws-exs-counter > ws-exs-count)
                    or (ws-exs-counter > ws-exs-table-max)
           end-if.

           move ws-exs-count to ws-ext-count.
           move ws-exempt-total-amount to ws-ext-amount.
           write output-line from ws-exempt-total-line
             after advancing 2 line.

       545-write-one-exempt-sale.
           move ws-exs-invoice-num(ws-exs-counter)
             to ws-exl-invoice-num.
           move ws-exs-store-num(ws-exs-counter) to ws-exl-store-num.
           move ws-exs-trans-date(ws-exs-counter) to ws-exl-trans-date.
           move ws-exs-amount(ws-exs-counter) to ws-exl-amount.
           move ws-exs-cert-number(ws-exs-counter)
             to ws-exl-cert-number.
           move ws-exs-exempt-type(ws-exs-counter)
             to ws-exl-exempt-type.
           move ws-exs-holder-name(ws-exs-counter)
             to ws-exl-holder-name.

           write output-line from ws-exempt-line
             after advancing 1 line.

       510-calculate-record-total.
           if (tr-code-s) then
               add tr-amount to ws-temp-S-total-amount

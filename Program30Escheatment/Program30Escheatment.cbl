       identification division.
       program-id. Program30Escheatment.

      ******************************************************************
      * Program Description: This program deals with the customer
      * money that otherwise sits on our files forever - gift-card
      * balances nobody has touched in years, and refunds the bank
      * rejected that were never paid out another way. Each live
      * ledger is aged against the dormancy period of the province
      * the property belongs to: a rejected refund to the province
      * of the store that took the return, a gift card - which
      * carries no owner address - to the company's home province,
      * the holder-domicile rule. Every dormant item lands on the
      * annual unclaimed-property report, province by province, with
      * whatever owner details the files hold. Run with ESCHEAT-
      * MODE=REMIT on the run-parameter file once the remittance has
      * gone in, the same items are moved off the live ledgers -
      * the gift card deleted from GiftCardLedger, the refund
      * dropped from the refund-status ledger Program20EFTSettlement
      * keeps - and each is appended to the remitted-property audit
      * trail first, so the service desk can still answer a customer
      * who turns up with one years later.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * Dormancy rules - one row per province: months of inactivity
      * before a gift-card balance and an unpaid refund become
      * reportable, and which province is the company's home.
                  select rules-file
                      assign to
                          "../../../data/UnclaimedPropertyRules.dat"
                      organization is line sequential
                      file status is ws-rules-status.

      * District hierarchy reference file - the region on a store's
      * row is the province it trades in.
                  select district-master-file
                      assign to "../../../data/DistrictMaster.dat"
                      organization is line sequential
                      file status is ws-district-master-status.

      * Gift-card balance ledger kept by Program2DataSplitAndCount.
                  select gift-card-ledger-file
                      assign to "../../../data/GiftCardLedger.dat"
                      organization is indexed
                      access mode is dynamic
                      record key is gcl-card-id
                      file status is ws-gift-card-status.

      * Refund-status ledger kept by Program20EFTSettlement.
                  select refund-status-file
                      assign to "../../../data/RefundStatusLedger.dat"
                      organization is line sequential
                      file status is ws-refund-status-status.

      * Remitted-property audit trail - one line per item moved off
      * a live ledger, appended run after run, opened EXTEND with
      * the create-on-first-touch fallback.
                  select remitted-file
                      assign to
                          "../../../data/UnclaimedPropertyRemitted.dat"
                      organization is line sequential
                      file status is ws-remitted-status.

                  select output-file
                      assign to
                          "../../../data/UnclaimedPropertyReport.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch, the business date and
      * the remit switch.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd rules-file
           data record is upr-record
           record contains 9 characters.

       01 upr-record.
           05 upr-province pic x(2).
           05 upr-gift-card-months pic 9(3).
           05 upr-refund-months pic 9(3).
           05 upr-home-flag pic x.

       fd district-master-file
           data record is dsm-record
           record contains 6 characters.

       01 dsm-record.
           05 dsm-store-num pic 99.
           05 dsm-district pic x(2).
           05 dsm-region pic x(2).

       fd gift-card-ledger-file
           data record is gcl-record
           record contains 59 characters.

       01 gcl-record.
           05 gcl-card-id                 pic x(15).
           05 gcl-issued                  pic 9(7)v99.
           05 gcl-redeemed                pic 9(7)v99.
           05 gcl-balance                 pic 9(7)v99.
           05 gcl-issue-date              pic 9(8).
           05 gcl-last-activity           pic 9(8).
           05 gcl-status                  pic x.

       fd refund-status-file
           data record is rfs-record
           record contains 38 characters.

       01 rfs-record.
           05 rfs-invoice-num pic x(9).
           05 rfs-store-num pic 99.
           05 rfs-payment-type pic x(2).
           05 rfs-refund-amount pic 9(5)v99.
           05 rfs-status pic x.
           05 rfs-reason-code pic x(2).
           05 rfs-submit-date pic 9(8).
           05 rfs-ack-date pic 9(8).
           05 filler pic x(1).

       fd remitted-file
           data record is upm-record
           record contains 49 characters.

       01 upm-record.
           05 upm-item-type pic x.
           05 upm-item-id pic x(15).
           05 upm-province pic x(2).
           05 upm-store-num pic 99.
           05 upm-amount pic 9(7)v99.
           05 upm-last-activity pic 9(8).
           05 upm-remitted-date pic 9(8).
           05 upm-report-year pic 9(4).

       fd output-file
            data record is report-line
            record contains 132 characters.

       01 output-line pic x(132).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-rules-status pic xx value spaces.
       01 ws-district-master-status pic xx value spaces.
       01 ws-gift-card-status pic xx value spaces.
       01 ws-refund-status-status pic xx value spaces.
       01 ws-remitted-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

      * Report only unless the run-parameter file says the
      * remittance has gone in.
       01 ws-remit-flag pic x value "N".
           88 ws-remitting value "Y".

       01 ws-eof-flag pic x value "N".

       01 ws-business-date.
           05 ws-bd-year pic 9(4).
           05 ws-bd-month pic 99.
           05 ws-bd-day pic 99.
       01 ws-business-date-num redefines ws-business-date pic 9(8).

      * Dormancy rules by province. A province with no row, and a
      * rules file that is missing altogether, fall back to the
      * compiled defaults below; with no home row the default home
      * province takes the gift cards.
       01 ws-rules-table.
           05 ws-upr-entry occurs 20 times.
               10 ws-upr-province pic x(2).
               10 ws-upr-gift-card-months pic 9(3).
               10 ws-upr-refund-months pic 9(3).
       01 ws-upr-counters.
           05 ws-upr-count pic 99 value 0.
           05 ws-upr-search-index pic 99 value 0.
       01 ws-upr-found-flag pic x value space.
           88 ws-upr-found value "y".
       77 ws-upr-table-max pic 99 value 20.
       77 ws-default-gift-card-months pic 9(3) value 60.
       77 ws-default-refund-months pic 9(3) value 36.
       01 ws-home-province pic x(2) value "ON".

      * Store-to-province map off the district master.
       01 ws-dsm-eof-flag pic x value "N".
       01 ws-district-map-table.
           05 ws-dm-entry occurs 51 times.
               10 ws-dm-store-num pic 99.
               10 ws-dm-region pic x(2).
       01 ws-dm-counters.
           05 ws-dm-count pic 99 value 0.
           05 ws-dm-search-index pic 99 value 0.
       01 ws-dm-found-flag pic x value space.
           88 ws-dm-found value "y".
       77 ws-dm-table-max pic 99 value 51.

      * The whole refund-status ledger, held so it can be written
      * back without the refunds remitted.
       01 ws-refund-table.
           05 ws-rfd-entry occurs 500 times.
               10 ws-rfd-record pic x(40).
               10 ws-rfd-remit-flag pic x.
       01 ws-rfd-counters.
           05 ws-rfd-count pic 9(3) value 0.
           05 ws-rfd-counter pic 9(3) value 0.
       77 ws-rfd-table-max pic 9(3) value 500.

      * Every dormant item found, whichever ledger it came off.
       01 ws-item-table.
           05 ws-itm-entry occurs 1000 times.
               10 ws-itm-type pic x.
                   88 ws-itm-gift-card value "G".
                   88 ws-itm-refund value "R".
               10 ws-itm-id pic x(15).
               10 ws-itm-province pic x(2).
               10 ws-itm-store-num pic 99.
               10 ws-itm-payment-type pic x(2).
               10 ws-itm-reason-code pic x(2).
               10 ws-itm-first-date pic 9(8).
               10 ws-itm-last-activity pic 9(8).
               10 ws-itm-months pic 9(3).
               10 ws-itm-amount pic 9(7)v99.
       01 ws-itm-counters.
           05 ws-itm-count pic 9(4) value 0.
           05 ws-itm-counter pic 9(4) value 0.
       77 ws-itm-table-max pic 9(4) value 1000.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-itm-overflow-msg pic x(44)
           value "MORE DORMANT ITEMS THAN THE TABLE HOLDS".
       77 ws-rfd-overflow-msg pic x(44)
           value "MORE REFUNDS THAN THE STATUS LEDGER HOLDS".

      * Provinces met, in the order met, for the report sections.
       01 ws-province-table.
           05 ws-prv-entry occurs 20 times.
               10 ws-prv-province pic x(2).
               10 ws-prv-count pic 9(4).
               10 ws-prv-amount pic 9(9)v99.
       01 ws-prv-counters.
           05 ws-prv-count-used pic 99 value 0.
           05 ws-prv-search-index pic 99 value 0.
           05 ws-prv-counter pic 99 value 0.
       01 ws-prv-found-flag pic x value space.
           88 ws-prv-found value "y".
       77 ws-prv-table-max pic 99 value 20.

      * Ageing work - whole months from the last activity to the
      * business date, a month not counted until its day comes.
       01 ws-age-date.
           05 ws-age-year pic 9(4).
           05 ws-age-month pic 99.
           05 ws-age-day pic 99.
       01 ws-age-date-num redefines ws-age-date pic 9(8).
       01 ws-months-dormant pic 9(5) value 0.
       01 ws-month-work pic 9(6) value 0.
       01 ws-lookup-province pic x(2) value spaces.
       01 ws-limit-months pic 9(3) value 0.

      * Run totals
       01 ws-calc.
           05 ws-calc-cards-read pic 9(6) value 0.
           05 ws-calc-refunds-read pic 9(5) value 0.
           05 ws-calc-gift-cards pic 9(5) value 0.
           05 ws-calc-gift-card-amount pic 9(9)v99 value 0.
           05 ws-calc-refunds pic 9(5) value 0.
           05 ws-calc-refund-amount pic 9(9)v99 value 0.
           05 ws-calc-removed pic 9(5) value 0.
           05 ws-calc-not-removed pic 9(5) value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(26) value "UNCLAIMED PROPERTY REPORT".
         05 filler pic x(5) value "YEAR ".
         05 ws-hdg-year pic 9(4).
         05 filler pic x(9) value "   AS OF ".
         05 ws-hdg-date pic 9(8).

       01 ws-mode-report-line.
         05 filler pic x(8) value spaces.
         05 filler pic x(44)
               value "REPORT ONLY - LIVE LEDGERS LEFT AS THEY ARE".

       01 ws-mode-remit-line.
         05 filler pic x(8) value spaces.
         05 filler pic x(52)
               value "REMITTED - ITEMS MOVED OFF LIVE LEDGERS TO AUDIT".

       01 ws-province-heading.
           05 filler pic x(9) value "PROVINCE ".
           05 wph-province pic x(2).
           05 filler pic x(24) value "   DORMANCY - GIFT CARD ".
           05 wph-gift-card-months pic zz9.
           05 filler pic x(17) value " MONTHS, REFUND ".
           05 wph-refund-months pic zz9.
           05 filler pic x(7) value " MONTHS".

       01 ws-column-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value "TYPE".
           05 filler pic x(16) value "CARD/INVOICE".
           05 filler pic x(10) value "FIRST".
           05 filler pic x(10) value "LAST".
           05 filler pic x(7) value "MONTHS".
           05 filler pic x(13) value "AMOUNT".
           05 filler pic x(30) value "OWNER DETAILS HELD".

       01 ws-item-line.
           05 filler pic x(3) value spaces.
           05 wil-type pic x(7).
           05 wil-id pic x(15).
           05 filler pic x(1) value spaces.
           05 wil-first-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wil-last-activity pic 9(8).
           05 filler pic x(2) value spaces.
           05 wil-months pic zz9.
           05 filler pic x(2) value spaces.
           05 wil-amount pic $$$,$$$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wil-owner pic x(50).

      * Owner details as the files hold them - a gift card carries
      * no holder, a refund carries the sale it came back against.
       01 ws-refund-owner.
           05 filler pic x(6) value "STORE ".
           05 wro-store-num pic 99.
           05 filler pic x(8) value " TENDER ".
           05 wro-payment-type pic x(2).
           05 filler pic x(14) value " BANK REJECT: ".
           05 wro-reason pic x(16).
       77 ws-gift-card-owner pic x(50)
           value "NONE HELD - BEARER CARD".

       01 ws-province-total-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value "PROVINCE TOTAL ".
           05 wpt-province pic x(2).
           05 filler pic x(8) value " ITEMS: ".
           05 wpt-count pic zzz9.
           05 filler pic x(10) value "  AMOUNT: ".
           05 wpt-amount pic $$$,$$$,$$9.99.

       01 ws-no-items-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(40) value "NO DORMANT PROPERTY TO REPORT".

       01 ws-summary-line1.
           05 filler pic x(3) value spaces.
           05 filler pic x(18) value "GIFT CARDS READ: ".
           05 wsm-cards-read pic zzzzz9.
           05 filler pic x(13) value "   DORMANT: ".
           05 wsm-gift-cards pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wsm-gift-card-amount pic $$$,$$$,$$9.99.

       01 ws-summary-line2.
           05 filler pic x(3) value spaces.
           05 filler pic x(18) value "REFUNDS READ: ".
           05 wsm-refunds-read pic zzzzz9.
           05 filler pic x(13) value "   DORMANT: ".
           05 wsm-refunds pic zzzz9.
           05 filler pic x(2) value spaces.
           05 wsm-refund-amount pic $$$,$$$,$$9.99.

       01 ws-summary-line3.
           05 filler pic x(3) value spaces.
           05 filler pic x(29) value "MOVED TO REMITTED AUDIT: ".
           05 wsm-removed pic zzzz9.
           05 filler pic x(26) value "   NOT FOUND TO REMOVE: ".
           05 wsm-not-removed pic zzzz9.

      * The bank's reject reasons, as Program20 names them.
       01 ws-reason-text pic x(16) value spaces.

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Ageing unclaimed property.".
           05 ws-output-dest-message     pic x(36)
                           value "Please proceed to the 'data' folder.".
           05 ws-exit-message            pic x(36)
                           value "Press any key to exit the program...".
      *
       77 ws-file-empty pic x value "e".
       77 ws-zero pic 9 value 0.
       77 ws-one pic 9 value 1.
       77 ws-two pic 9 value 2.
       77 ws-twelve pic 99 value 12.
       77 ws-blank pic x value space.
      *

       procedure division.

      * Main Method
       000-Main.
           initialize ws-province-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           perform 110-load-rules.
           perform 120-load-district-master.
           perform 200-age-gift-cards.
           perform 250-age-refunds.
           perform 500-write-report.

           if (ws-remitting)
               perform 600-remit-items
               perform 560-write-remit-summary
           end-if.

           close output-file.
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

           if (rpf-line(1:18) = "ESCHEAT-MODE=REMIT")
               move "Y" to ws-remit-flag
           end-if.

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Dormancy rules by province - the row flagged home names the
      * province the bearer gift cards go to.
       110-load-rules.
           open input rules-file.

           if (ws-rules-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read rules-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 115-load-one-rule
             until (ws-eof-flag = ws-file-empty)
                or (ws-upr-count = ws-upr-table-max).

           if (ws-rules-status not = "35")
               close rules-file
           end-if.

       115-load-one-rule.
           add ws-one to ws-upr-count.
           move upr-province to ws-upr-province(ws-upr-count).
           move upr-gift-card-months
             to ws-upr-gift-card-months(ws-upr-count).
           move upr-refund-months
             to ws-upr-refund-months(ws-upr-count).

           if (upr-home-flag = "Y")
               move upr-province to ws-home-province
           end-if.

           read rules-file
               at end move ws-file-empty to ws-eof-flag.

      * Store-to-province map - a missing file sends every refund
      * to the home province.
       120-load-district-master.
           open input district-master-file.

           if (ws-district-master-status not = "00")
               move ws-file-empty to ws-dsm-eof-flag
           else
               read district-master-file
                   at end move ws-file-empty to ws-dsm-eof-flag
               end-read
           end-if.

           perform 125-load-one-district-row
             until (ws-dsm-eof-flag = ws-file-empty)
                or (ws-dm-count = ws-dm-table-max).

           if (ws-district-master-status not = "35")
               close district-master-file
           end-if.

       125-load-one-district-row.
           add ws-one to ws-dm-count.
           move dsm-store-num to ws-dm-store-num(ws-dm-count).
           move dsm-region to ws-dm-region(ws-dm-count).

           read district-master-file
               at end move ws-file-empty to ws-dsm-eof-flag.

      * Every card with value still on it is aged from its last
      * activity against the home province's gift-card dormancy.
       200-age-gift-cards.
           open input gift-card-ledger-file.

           if (ws-gift-card-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               move low-values to gcl-card-id
               start gift-card-ledger-file
                   key is not < gcl-card-id
                   invalid key
                       move ws-file-empty to ws-eof-flag
               end-start
               if (ws-eof-flag not = ws-file-empty)
                   perform 205-read-next-gift-card
               end-if
           end-if.

           perform 210-age-one-gift-card
             until ws-eof-flag = ws-file-empty.

           if (ws-gift-card-status not = "35")
               close gift-card-ledger-file
           end-if.

       205-read-next-gift-card.
           read gift-card-ledger-file next record
               at end move ws-file-empty to ws-eof-flag.

       210-age-one-gift-card.
           add ws-one to ws-calc-cards-read.

           if (gcl-balance > ws-zero)
               move ws-home-province to ws-lookup-province
               perform 320-find-province-rule
               move ws-upr-gift-card-months(ws-upr-search-index)
                 to ws-limit-months
               if (not ws-upr-found)
                   move ws-default-gift-card-months to ws-limit-months
               end-if

               move gcl-last-activity to ws-age-date-num
               perform 300-compute-months-dormant

               if (ws-months-dormant not < ws-limit-months)
                   perform 340-require-item-room
                   add ws-one to ws-itm-count
                   move "G" to ws-itm-type(ws-itm-count)
                   move gcl-card-id to ws-itm-id(ws-itm-count)
                   move ws-home-province
                     to ws-itm-province(ws-itm-count)
                   move ws-zero to ws-itm-store-num(ws-itm-count)
                   move spaces to ws-itm-payment-type(ws-itm-count)
                   move spaces to ws-itm-reason-code(ws-itm-count)
                   move gcl-issue-date
                     to ws-itm-first-date(ws-itm-count)
                   move gcl-last-activity
                     to ws-itm-last-activity(ws-itm-count)
                   move ws-months-dormant
                     to ws-itm-months(ws-itm-count)
                   move gcl-balance to ws-itm-amount(ws-itm-count)
                   add ws-one to ws-calc-gift-cards
                   add gcl-balance to ws-calc-gift-card-amount
                   perform 350-add-to-province
               end-if
           end-if.

           perform 205-read-next-gift-card.

      * The refund-status ledger is held whole; a REJECTED refund is
      * aged from the bank's answer (from the submission, if the
      * answer carries no date) against its store's province.
       250-age-refunds.
           open input refund-status-file.

           if (ws-refund-status-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read refund-status-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 255-age-one-refund
             until ws-eof-flag = ws-file-empty.

           if (ws-refund-status-status not = "35")
               close refund-status-file
           end-if.

       255-age-one-refund.
           if (ws-rfd-count = ws-rfd-table-max)
               display ws-reference-failure-msg
               display ws-rfd-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-rfd-count.
           add ws-one to ws-calc-refunds-read.
           move rfs-record to ws-rfd-record(ws-rfd-count).
           move space to ws-rfd-remit-flag(ws-rfd-count).

           if (rfs-status = "R")
               perform 260-find-store-province
               perform 320-find-province-rule
               move ws-upr-refund-months(ws-upr-search-index)
                 to ws-limit-months
               if (not ws-upr-found)
                   move ws-default-refund-months to ws-limit-months
               end-if

               if (rfs-ack-date > ws-zero)
                   move rfs-ack-date to ws-age-date-num
               else
                   move rfs-submit-date to ws-age-date-num
               end-if
               perform 300-compute-months-dormant

               if (ws-months-dormant not < ws-limit-months)
                   perform 340-require-item-room
                   add ws-one to ws-itm-count
                   move "R" to ws-itm-type(ws-itm-count)
                   move rfs-invoice-num to ws-itm-id(ws-itm-count)
                   move ws-lookup-province
                     to ws-itm-province(ws-itm-count)
                   move rfs-store-num
                     to ws-itm-store-num(ws-itm-count)
                   move rfs-payment-type
                     to ws-itm-payment-type(ws-itm-count)
                   move rfs-reason-code
                     to ws-itm-reason-code(ws-itm-count)
                   move rfs-submit-date
                     to ws-itm-first-date(ws-itm-count)
                   move ws-age-date-num
                     to ws-itm-last-activity(ws-itm-count)
                   move ws-months-dormant
                     to ws-itm-months(ws-itm-count)
                   move rfs-refund-amount
                     to ws-itm-amount(ws-itm-count)
                   move "Y" to ws-rfd-remit-flag(ws-rfd-count)
                   add ws-one to ws-calc-refunds
                   add rfs-refund-amount to ws-calc-refund-amount
                   perform 350-add-to-province
               end-if
           end-if.

           read refund-status-file
               at end move ws-file-empty to ws-eof-flag.

      * The province a store trades in - the home province for a
      * store the district master does not map.
       260-find-store-province.
           move space to ws-dm-found-flag.
           move ws-one to ws-dm-search-index.

           perform 265-search-district-map
             until (ws-dm-search-index > ws-dm-count)
                or (ws-dm-found).

           if (ws-dm-found)
               move ws-dm-region(ws-dm-search-index)
                 to ws-lookup-province
           else
               move ws-home-province to ws-lookup-province
           end-if.

       265-search-district-map.
           if (ws-dm-store-num(ws-dm-search-index) = rfs-store-num)
               move "y" to ws-dm-found-flag
           else
               add ws-one to ws-dm-search-index
           end-if.

      * Whole months from ws-age-date to the business date. A date
      * after the business date, or no date at all, ages nothing.
       300-compute-months-dormant.
           move ws-zero to ws-months-dormant.

           if (ws-age-date-num > ws-zero)
              and (ws-age-date-num < ws-business-date-num)
               multiply ws-bd-year by ws-twelve giving ws-month-work
               add ws-bd-month to ws-month-work
               subtract ws-age-month from ws-month-work
               multiply ws-age-year by ws-twelve
                 giving ws-months-dormant
               subtract ws-months-dormant from ws-month-work
                 giving ws-months-dormant
               if (ws-bd-day < ws-age-day)
                  and (ws-months-dormant > ws-zero)
                   subtract ws-one from ws-months-dormant
               end-if
           end-if.

      * The dormancy row for ws-lookup-province; ws-upr-search-index
      * is left on it when found.
       320-find-province-rule.
           move space to ws-upr-found-flag.
           move ws-one to ws-upr-search-index.

           perform 325-search-rules
             until (ws-upr-search-index > ws-upr-count)
                or (ws-upr-found).

           if (not ws-upr-found)
               move ws-one to ws-upr-search-index
           end-if.

       325-search-rules.
           if (ws-upr-province(ws-upr-search-index)
               = ws-lookup-province)
               move "y" to ws-upr-found-flag
           else
               add ws-one to ws-upr-search-index
           end-if.

       340-require-item-room.
           if (ws-itm-count = ws-itm-table-max)
               display ws-reference-failure-msg
               display ws-itm-overflow-msg
               move 8 to return-code
               goback
           end-if.

      * Fold the item just added into its province's section totals;
      * a province past the table cap shares the last section.
       350-add-to-province.
           move space to ws-prv-found-flag.
           move ws-one to ws-prv-search-index.

           perform 355-search-provinces
             until (ws-prv-search-index > ws-prv-count-used)
                or (ws-prv-found).

           if (not ws-prv-found)
               if (ws-prv-count-used < ws-prv-table-max)
                   add ws-one to ws-prv-count-used
                   move ws-prv-count-used to ws-prv-search-index
                   move ws-itm-province(ws-itm-count)
                     to ws-prv-province(ws-prv-search-index)
               else
                   move ws-prv-table-max to ws-prv-search-index
               end-if
           end-if.

           add ws-one to ws-prv-count(ws-prv-search-index).
           add ws-itm-amount(ws-itm-count)
             to ws-prv-amount(ws-prv-search-index).

       355-search-provinces.
           if (ws-prv-province(ws-prv-search-index)
               = ws-itm-province(ws-itm-count))
               move "y" to ws-prv-found-flag
           else
               add ws-one to ws-prv-search-index
           end-if.

      * One section per province - its dormancy rule, its items and
      * its total - then the run's counts.
       500-write-report.
           open output output-file.

           move ws-bd-year to ws-hdg-year.
           move ws-business-date-num to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           if (ws-remitting)
               write output-line from ws-mode-remit-line
                 after advancing ws-one line
           else
               write output-line from ws-mode-report-line
                 after advancing ws-one line
           end-if.

           if (ws-itm-count = ws-zero)
               write output-line from ws-no-items-line
                 after advancing ws-two line
           else
               perform 510-write-one-province
                 varying ws-prv-counter from ws-one by ws-one
                 until ws-prv-counter > ws-prv-count-used
           end-if.

           move ws-calc-cards-read to wsm-cards-read.
           move ws-calc-gift-cards to wsm-gift-cards.
           move ws-calc-gift-card-amount to wsm-gift-card-amount.
           write output-line from ws-summary-line1
             after advancing ws-two line.

           move ws-calc-refunds-read to wsm-refunds-read.
           move ws-calc-refunds to wsm-refunds.
           move ws-calc-refund-amount to wsm-refund-amount.
           write output-line from ws-summary-line2
             after advancing ws-one line.

       510-write-one-province.
           move ws-prv-province(ws-prv-counter) to ws-lookup-province.
           perform 320-find-province-rule.

           move ws-lookup-province to wph-province.
           if (ws-upr-found)
               move ws-upr-gift-card-months(ws-upr-search-index)
                 to wph-gift-card-months
               move ws-upr-refund-months(ws-upr-search-index)
                 to wph-refund-months
           else
               move ws-default-gift-card-months
                 to wph-gift-card-months
               move ws-default-refund-months to wph-refund-months
           end-if.

           write output-line from ws-province-heading
             after advancing ws-two line.
           write output-line from ws-column-heading
             after advancing ws-two line.

           perform 520-write-one-item
             varying ws-itm-counter from ws-one by ws-one
             until ws-itm-counter > ws-itm-count.

           move ws-lookup-province to wpt-province.
           move ws-prv-count(ws-prv-counter) to wpt-count.
           move ws-prv-amount(ws-prv-counter) to wpt-amount.
           write output-line from ws-province-total-line
             after advancing ws-two line.

       520-write-one-item.
           if (ws-itm-province(ws-itm-counter)
               = ws-prv-province(ws-prv-counter))
               move ws-itm-id(ws-itm-counter) to wil-id
               move ws-itm-first-date(ws-itm-counter)
                 to wil-first-date
               move ws-itm-last-activity(ws-itm-counter)
                 to wil-last-activity
               move ws-itm-months(ws-itm-counter) to wil-months
               move ws-itm-amount(ws-itm-counter) to wil-amount

               if (ws-itm-gift-card(ws-itm-counter))
                   move "GIFT" to wil-type
                   move ws-gift-card-owner to wil-owner
               else
                   move "REFUND" to wil-type
                   move ws-itm-store-num(ws-itm-counter)
                     to wro-store-num
                   move ws-itm-payment-type(ws-itm-counter)
                     to wro-payment-type
                   perform 530-name-reject-reason
                   move ws-reason-text to wro-reason
                   move ws-refund-owner to wil-owner
               end-if

               write output-line from ws-item-line
                 after advancing ws-one line
           end-if.

       530-name-reject-reason.
           evaluate (ws-itm-reason-code(ws-itm-counter))
               when "BC"
                   move "BAD CARD" to ws-reason-text
               when "CA"
                   move "CLOSED ACCOUNT" to ws-reason-text
               when "NF"
                   move "NO SUCH ACCOUNT" to ws-reason-text
               when other
                   move ws-itm-reason-code(ws-itm-counter)
                     to ws-reason-text
           end-evaluate.

       560-write-remit-summary.
           move ws-calc-removed to wsm-removed.
           move ws-calc-not-removed to wsm-not-removed.
           write output-line from ws-summary-line3
             after advancing ws-one line.

      * The remittance has gone in - every reported item goes on the
      * audit trail, then comes off its live ledger: gift cards are
      * deleted by card number, and the refund-status ledger is
      * written back without the refunds remitted.
       600-remit-items.
           open extend remitted-file.
           if (ws-remitted-status = "35")
               open output remitted-file
           end-if.

           open i-o gift-card-ledger-file.

           perform 610-remit-one-item
             varying ws-itm-counter from ws-one by ws-one
             until ws-itm-counter > ws-itm-count.

           if (ws-gift-card-status not = "35")
               close gift-card-ledger-file
           end-if.
           close remitted-file.

           if (ws-calc-refunds > ws-zero)
               perform 650-rewrite-refund-ledger
           end-if.

       610-remit-one-item.
           move ws-itm-type(ws-itm-counter) to upm-item-type.
           move ws-itm-id(ws-itm-counter) to upm-item-id.
           move ws-itm-province(ws-itm-counter) to upm-province.
           move ws-itm-store-num(ws-itm-counter) to upm-store-num.
           move ws-itm-amount(ws-itm-counter) to upm-amount.
           move ws-itm-last-activity(ws-itm-counter)
             to upm-last-activity.
           move ws-business-date-num to upm-remitted-date.
           move ws-bd-year to upm-report-year.
           write upm-record.

           if (ws-itm-gift-card(ws-itm-counter))
               move ws-itm-id(ws-itm-counter) to gcl-card-id
               delete gift-card-ledger-file record
                   invalid key
                       add ws-one to ws-calc-not-removed
                   not invalid key
                       add ws-one to ws-calc-removed
               end-delete
           else
               add ws-one to ws-calc-removed
           end-if.

       650-rewrite-refund-ledger.
           open output refund-status-file.

           perform 655-rewrite-one-refund
             varying ws-rfd-counter from ws-one by ws-one
             until ws-rfd-counter > ws-rfd-count.

           close refund-status-file.

       655-rewrite-one-refund.
           if (ws-rfd-remit-flag(ws-rfd-counter) not = "Y")
               write rfs-record from ws-rfd-record(ws-rfd-counter)
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

       end program Program30Escheatment.

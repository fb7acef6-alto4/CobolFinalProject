       identification division.
       program-id. Program27CardSettlement.

      ******************************************************************
      * Program Description: This program does for the card tenders
      * what Program12DepositReconciliation does for the cash. The
      * card processor's daily settlement file (one line per store
      * per day per tender per batch) is matched against what the
      * registers say went through on credit and debit - CR and DB
      * sales and layaway payments less CR and DB refunds, by
      * transaction date, store and tender, off the same split
      * files Program2DataSplitAndCount writes - and every short,
      * over or unsettled batch lands on an exceptions report. As
      * with the bank check, differences that do not clear are
      * carried from run to run with the date they were first seen,
      * so a batch the processor settles days late clears its
      * carried exception instead of opening a second one.
      *
      * The processor's chargeback file is taken in at the same
      * time. Each chargeback is matched to its original card sale
      * on the transaction history by invoice and tender, and is
      * carried on the chargeback master as an open item until the
      * processor reverses it in the store's favour (won) or the
      * office keys it onto the write-off file (written off). A
      * chargeback with no card sale behind it on the history is
      * still carried - that is the one most worth disputing.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * The processor's settlement advice - one line per store per
      * day per tender per batch, so one (date, store, tender) can
      * legitimately appear several times. Path overridable so a
      * saved advice can be re-run without renaming files.
                  select settlement-file
                      assign to dynamic ws-param-settlement-path
                      organization is line sequential
                      file status is ws-settlement-status.

      * The day's split files from Program2DataSplitAndCount - the
      * card lines on them are the side of the match the registers
      * claim.
                  select sl-data-file
                      assign to "../../../data/S&LDataFile.out"
                      organization is indexed
                      access mode is sequential
                      record key is sll-invoice-num with duplicates
                      file status is ws-sl-data-status.

                  select r-data-file
                      assign to "../../../data/ReturnsDataFile.out"
                      organization is indexed
                      access mode is sequential
                      record key is rl-invoice-num with duplicates
                      file status is ws-r-data-status.

      * Unresolved settlement differences carried from run to run,
      * stamped with the date each was first seen so the aging has
      * a starting point. Rewritten whole at end of run.
                  select settlement-exception-file
                      assign to
                          "../../../data/CardSettlementExceptions.dat"
                      organization is line sequential
                      file status is ws-settle-master-status.

      * The processor's chargeback notices - new chargebacks, and
      * reversals of earlier ones decided in the store's favour.
      * Consumed by the run: rewritten empty once applied.
                  select chargeback-file
                      assign to "../../../data/Chargebacks.dat"
                      organization is line sequential
                      file status is ws-chargeback-status.

      * Chargebacks the office has given up on - one line per
      * invoice, consumed by the run that closes the item.
                  select write-off-file
                      assign to "../../../data/ChargebackWriteOff.dat"
                      organization is line sequential
                      file status is ws-write-off-status.

      * Open chargebacks carried from run to run until won or
      * written off. Rewritten whole at end of run.
                  select chargeback-master-file
                      assign to "../../../data/ChargebackMaster.dat"
                      organization is line sequential
                      file status is ws-cb-master-status.

      * The retained transaction history - where each chargeback's
      * original card sale is looked up by invoice.
                  select transaction-history-file
                      assign to "../../../data/TransactionHistory.dat"
                      organization is indexed
                      access mode is dynamic
                      record key is th-key with duplicates
                      file status is ws-history-status.

                  select output-file
                      assign to
                          "../../../data/CardSettlementReport.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch, the business date and
      * the settlement-file override.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd settlement-file
                         data record is csf-record
                         record contains 28 characters.

       01 csf-record.
         05 csf-date pic 9(8).
         05 csf-store-num pic 99.
         05 csf-tender pic x(2).
         05 csf-batch-num pic x(6).
         05 csf-amount pic s9(7)v99 sign leading separate.

       fd sl-data-file
                         data record is sl-line
                         record contains 70 characters.

       01 sl-line.
         05 sll-code pic x.
           88 sll-code-s value "S".
           88 sll-code-l value "L".
         05 sll-amount pic 9(5)v99.
         05 sll-payment-type pic x(2).
         05 sll-store-num pic 99.
         05 sll-invoice-num pic x(9).
         05 sll-sku-code pic x(15).
         05 sll-trans-date pic 9(8).
         05 sll-reason-code pic x(2).
         05 sll-cashier-id pic 9(4).
         05 sll-quantity pic 9(3).
         05 sll-foreign-amount pic 9(5)v99.
         05 sll-member-num     pic x(10).

       fd r-data-file
                         data record is r-line
                         record contains 70 characters.

       01 r-line.
         05 rl-code pic x.
         05 rl-amount pic 9(5)v99.
         05 rl-payment-type pic x(2).
         05 rl-store-num pic 99.
         05 rl-invoice-num pic x(9).
         05 rl-sku-code pic x(15).
         05 rl-trans-date pic 9(8).
         05 rl-reason-code pic x(2).
         05 rl-cashier-id pic 9(4).
         05 rl-quantity pic 9(3).
         05 rl-foreign-amount pic 9(5)v99.
         05 rl-member-num     pic x(10).

       fd settlement-exception-file
           data record is csx-record
           record contains 40 characters.

       01 csx-record.
           05 csx-date                   pic 9(8).
           05 csx-store-num              pic 99.
           05 csx-tender                 pic x(2).
           05 csx-expected               pic s9(7)v99
                                         sign leading separate.
           05 csx-settled                pic s9(7)v99
                                         sign leading separate.
           05 csx-first-seen             pic 9(8).

       fd chargeback-file
           data record is cbf-record
           record contains 33 characters.

       01 cbf-record.
           05 cbf-type                   pic x.
               88 cbf-chargeback                  value "C".
               88 cbf-reversal                    value "R".
           05 cbf-date                   pic 9(8).
           05 cbf-invoice-num            pic x(9).
           05 cbf-store-num              pic 99.
           05 cbf-tender                 pic x(2).
           05 cbf-amount                 pic 9(5)v99.
           05 cbf-reason                 pic x(4).

       fd write-off-file
           data record is cwo-record
           record contains 17 characters.

       01 cwo-record.
           05 cwo-invoice-num            pic x(9).
           05 cwo-date                   pic 9(8).

       fd chargeback-master-file
           data record is cbm-record
           record contains 41 characters.

       01 cbm-record.
           05 cbm-invoice-num            pic x(9).
           05 cbm-store-num              pic 99.
           05 cbm-tender                 pic x(2).
           05 cbm-amount                 pic 9(5)v99.
           05 cbm-reason                 pic x(4).
           05 cbm-received-date          pic 9(8).
           05 cbm-trans-date             pic 9(8).
           05 cbm-matched-flag           pic x.

       fd transaction-history-file
           data record is th-record
           record contains 78 characters.

       01 th-record.
           05 th-key.
               10 th-invoice-num pic x(9).
               10 th-business-date pic 9(8).
           05 th-code pic x.
               88 th-code-s value "S".
               88 th-code-l value "L".
           05 th-amount pic 9(5)v99.
           05 th-payment-type pic x(2).
           05 th-store-num pic 99.
           05 th-sku-code pic x(15).
           05 th-trans-date pic 9(8).
           05 th-reason-code pic x(2).
           05 th-cashier-id pic 9(4).
           05 th-quantity pic 9(3).
           05 th-foreign-amount pic 9(5)v99.
           05 th-member-num     pic x(10).

       fd output-file
            data record is report-line
            record contains 120 characters.

       01 output-line pic x(120).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-settlement-status pic xx value spaces.
       01 ws-sl-data-status pic xx value spaces.
       01 ws-r-data-status pic xx value spaces.
       01 ws-settle-master-status pic xx value spaces.
       01 ws-chargeback-status pic xx value spaces.
       01 ws-write-off-status pic xx value spaces.
       01 ws-cb-master-status pic xx value spaces.
       01 ws-history-status pic xx value spaces.
       01 ws-history-open-flag pic x value space.
           88 ws-history-open value "y".
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".
      * Settlement path default - overridable by CARD-SETTLEMENT-FILE=.
       01 ws-param-settlement-path pic x(60)
           value "../../../data/CardSettlement.dat".

       01 ws-eof-flag pic x value "N".

      * The two card tenders this program reconciles.
       77 ws-credit-tender pic x(2) value "CR".
       77 ws-debit-tender pic x(2) value "DB".

      * Run business date and the day-number scale aging is measured
      * on - year*372 + (month-1)*31 + day, strictly increasing and
      * close enough to elapsed days over an aging window.
       01 ws-business-date pic 9(8) value 0.
       01 ws-run-day-num pic 9(7) value 0.
       01 ws-item-day-num pic 9(7) value 0.
       01 ws-days-outstanding pic 9(7) value 0.
       01 ws-day-num-input.
           05 ws-dn-year pic 9(4).
           05 ws-dn-month pic 99.
           05 ws-dn-day pic 99.
       01 ws-day-num-work pic 9(7) value 0.
       01 ws-dn-temp pic 9(7) value 0.

      * Settlement open-item table - one slot per (date, store,
      * tender): the carried exceptions load first, then the day's
      * card lines build the slots the carry-over does not hold,
      * then every settlement line pays into its slot. A settlement
      * for a slot nothing expected opens its own zero-expected slot
      * so it shows as OVER instead of vanishing.
       01 ws-settle-item-table.
           05 ws-sti-entry occurs 800 times.
               10 ws-sti-date pic 9(8).
               10 ws-sti-store-num pic 99.
               10 ws-sti-tender pic x(2).
               10 ws-sti-expected pic s9(7)v99.
               10 ws-sti-settled pic s9(7)v99.
               10 ws-sti-first-seen pic 9(8).
               10 ws-sti-carried-flag pic x.
                   88 ws-sti-carried value "y".
       01 ws-sti-counters.
           05 ws-sti-count pic 9(3) value 0.
           05 ws-sti-search-index pic 9(3) value 0.
           05 ws-sti-index pic 9(3) value 0.
           05 ws-sti-counter pic 9(3) value 0.
       01 ws-sti-found-flag pic x value space.
           88 ws-sti-found value "y".
       77 ws-sti-table-max pic 9(3) value 800.
      * The (date, store, tender) being located or opened.
       01 ws-lookup-date pic 9(8) value 0.
       01 ws-lookup-store pic 99 value 0.
       01 ws-lookup-tender pic x(2) value spaces.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-sti-overflow-msg pic x(44)
           value "MORE OPEN SETTLEMENT ITEMS THAN TABLE HOLDS".
       77 ws-cbi-overflow-msg pic x(44)
           value "MORE OPEN CHARGEBACKS THAN THE TABLE HOLDS".

      * Chargeback table - the carried open items, then today's new
      * chargebacks, each with what became of it this run.
       01 ws-chargeback-table.
           05 ws-cbi-entry occurs 500 times.
               10 ws-cbi-invoice-num pic x(9).
               10 ws-cbi-store-num pic 99.
               10 ws-cbi-tender pic x(2).
               10 ws-cbi-amount pic 9(5)v99.
               10 ws-cbi-reason pic x(4).
               10 ws-cbi-received-date pic 9(8).
               10 ws-cbi-trans-date pic 9(8).
               10 ws-cbi-matched-flag pic x.
                   88 ws-cbi-matched value "Y".
               10 ws-cbi-status pic x.
                   88 ws-cbi-carried value "O".
                   88 ws-cbi-new value "N".
                   88 ws-cbi-won value "W".
                   88 ws-cbi-written-off value "X".
                   88 ws-cbi-still-open value "O" "N".
       01 ws-cbi-counters.
           05 ws-cbi-count pic 9(3) value 0.
           05 ws-cbi-search-index pic 9(3) value 0.
           05 ws-cbi-index pic 9(3) value 0.
           05 ws-cbi-counter pic 9(3) value 0.
       01 ws-cbi-found-flag pic x value space.
           88 ws-cbi-found value "y".
       77 ws-cbi-table-max pic 9(3) value 500.
       01 ws-cb-lookup-invoice pic x(9) value spaces.

      * Notices that belong on the report but open no item - a
      * reversal or write-off for a chargeback that is not open, or
      * a chargeback the master already carries.
       01 ws-notice-table.
           05 ws-ntc-entry occurs 100 times.
               10 ws-ntc-invoice-num pic x(9).
               10 ws-ntc-amount pic 9(5)v99.
               10 ws-ntc-message pic x(36).
       01 ws-ntc-counters.
           05 ws-ntc-count pic 9(3) value 0.
           05 ws-ntc-counter pic 9(3) value 0.
           05 ws-ntc-dropped pic 9(3) value 0.
       77 ws-ntc-table-max pic 9(3) value 100.
       01 ws-ntc-work-message pic x(36) value spaces.
       01 ws-ntc-work-amount pic 9(5)v99 value 0.
       77 ws-reversal-not-open-msg pic x(36)
           value "REVERSAL FOR NO OPEN CHARGEBACK".
       77 ws-write-off-not-open-msg pic x(36)
           value "WRITE-OFF FOR NO OPEN CHARGEBACK".
       77 ws-duplicate-cb-msg pic x(36)
           value "CHARGEBACK ALREADY OPEN - IGNORED".

      * History scan for a chargeback's original card sale.
       01 ws-scan-found-flag pic x value space.
           88 ws-scan-found value "y".
       01 ws-sale-found-flag pic x value space.
           88 ws-sale-found value "y".
       77 ws-zeros-date pic 9(8) value 0.

      * Exception classification and difference work fields.
       01 ws-item-status pic x(9) value spaces.
       01 ws-difference pic s9(8)v99 value 0.
       01 ws-cb-status-text pic x(11) value spaces.

      * Counters for the summary section.
       01 ws-calc.
           05 ws-calc-matched pic 9(3) value 0.
           05 ws-calc-short pic 9(3) value 0.
           05 ws-calc-over pic 9(3) value 0.
           05 ws-calc-unsettled pic 9(3) value 0.
           05 ws-calc-carried pic 9(3) value 0.
           05 ws-calc-resolved pic 9(3) value 0.
           05 ws-calc-age-1 pic 9(3) value 0.
           05 ws-calc-age-7 pic 9(3) value 0.
           05 ws-calc-age-old pic 9(3) value 0.
           05 ws-calc-cb-new pic 9(3) value 0.
           05 ws-calc-cb-open pic 9(3) value 0.
           05 ws-calc-cb-won pic 9(3) value 0.
           05 ws-calc-cb-written-off pic 9(3) value 0.
           05 ws-calc-cb-unmatched pic 9(3) value 0.
           05 ws-calc-cb-open-amount pic 9(7)v99 value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(32) value "CARD SETTLEMENT RECONCILIATION".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-settle-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(44) value
                 "EXCEPTIONS - SETTLEMENTS NOT MATCHING SALES".

       01 ws-page-heading2.
         05 filler pic x(10) value "DATE".
         05 filler pic x(7) value "STORE".
         05 filler pic x(8) value "TENDER".
         05 filler pic x(14) value "EXPECTED".
         05 filler pic x(14) value "SETTLED".
         05 filler pic x(14) value "DIFFERENCE".
         05 filler pic x(11) value "STATUS".
         05 filler pic x(8) value "DAYS OUT".

       01 ws-detail-line.
         05 ws-dtl-date pic 9(8).
         05 filler pic x(4) value spaces.
         05 ws-dtl-store-num pic 99.
         05 filler pic x(3) value spaces.
         05 ws-dtl-tender pic x(2).
         05 filler pic x(3) value spaces.
         05 ws-dtl-expected pic -$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-dtl-settled pic -$,$$$,$$9.99.
         05 filler pic x(1) value spaces.
         05 ws-dtl-difference pic +$,$$$,$$9.99.
         05 filler pic x(3) value spaces.
         05 ws-dtl-status pic x(9).
         05 filler pic x(3) value spaces.
         05 ws-dtl-days-out pic zzz9.

       01 ws-no-exception-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(38) value
                 "ALL BATCHES SETTLED - NONE CARRIED".

       01 ws-match-summary-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "MATCHED: ".
           05 ws-sum-matched pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value "SHORT: ".
           05 ws-sum-short pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "OVER: ".
           05 ws-sum-over pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value "UNSETTLED: ".
           05 ws-sum-unsettled pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value "RESOLVED: ".
           05 ws-sum-resolved pic zz9.

       01 ws-aging-summary-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(23) value "UNRESOLVED AGING - NEW:".
           05 ws-sum-age-1 pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "2-7 DAYS:".
           05 ws-sum-age-7 pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(12) value "OVER 7 DAYS:".
           05 ws-sum-age-old pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "CARRIED: ".
           05 ws-sum-carried pic zz9.

       01 ws-chargeback-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(30) value "CHARGEBACKS".

       01 ws-chargeback-heading2.
         05 filler pic x(11) value "INVOICE".
         05 filler pic x(7) value "STORE".
         05 filler pic x(8) value "TENDER".
         05 filler pic x(12) value "AMOUNT".
         05 filler pic x(6) value "RSN".
         05 filler pic x(10) value "RECEIVED".
         05 filler pic x(10) value "ORIGINAL".
         05 filler pic x(13) value "STATUS".
         05 filler pic x(8) value "DAYS OUT".

       01 ws-chargeback-line.
         05 ws-cbl-invoice-num pic x(9).
         05 filler pic x(3) value spaces.
         05 ws-cbl-store-num pic 99.
         05 filler pic x(3) value spaces.
         05 ws-cbl-tender pic x(2).
         05 filler pic x(3) value spaces.
         05 ws-cbl-amount pic $$,$$9.99.
         05 filler pic x(3) value spaces.
         05 ws-cbl-reason pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-cbl-received-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-cbl-trans-date pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-cbl-status pic x(11).
         05 filler pic x(2) value spaces.
         05 ws-cbl-days-out pic zzz9.

       77 ws-no-sale-text pic x(8) value "NO SALE".

       01 ws-no-chargeback-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(30) value "NO CHARGEBACKS OPEN OR CLOSED".

       01 ws-notice-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(40) value
                 "CHARGEBACK NOTICES NOT APPLIED".

       01 ws-notice-line.
           05 filler pic x(3) value spaces.
           05 ws-ntl-invoice-num pic x(9).
           05 filler pic x(3) value spaces.
           05 ws-ntl-amount pic $$,$$9.99.
           05 filler pic x(3) value spaces.
           05 ws-ntl-message pic x(36).

       01 ws-notice-dropped-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(32) value "FURTHER NOTICES NOT LISTED:".
           05 ws-ndl-count pic zz9.

       01 ws-cb-summary-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(5) value "NEW: ".
           05 ws-sum-cb-new pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "OPEN: ".
           05 ws-sum-cb-open pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(5) value "WON: ".
           05 ws-sum-cb-won pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(13) value "WRITTEN OFF: ".
           05 ws-sum-cb-written-off pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(9) value "NO SALE: ".
           05 ws-sum-cb-unmatched pic zz9.

       01 ws-cb-amount-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(24) value "OPEN CHARGEBACK AMOUNT: ".
           05 ws-sum-cb-open-amount pic $$,$$$,$$9.99.

      * A settlement difference older than the follow-up window is
      * the one that gets written off if nobody moves - called out
      * on the console as well as the report.
       77 ws-stale-alert-msg pic x(44)
           value "*** CARD SETTLEMENT OVER 7 DAYS OLD ***".

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Reconciling card settlements.".
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
       77 ws-aging-follow-up pic 9(3) value 7.
      *

       procedure division.

      * Main Method
       000-Main.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           move ws-business-date to ws-day-num-input.
           perform 150-compute-day-number.
           move ws-day-num-work to ws-run-day-num.

           perform 110-load-settlement-exceptions.
           perform 120-load-card-sales.
           perform 126-load-card-refunds.
           perform 130-apply-settlements.

           perform 200-load-chargeback-master.
           perform 210-apply-chargeback-file.
           perform 240-apply-write-offs.

           perform 550-rewrite-settlement-exceptions.
           perform 560-rewrite-chargeback-master.
           perform 500-write-report.
           perform 600-close-out.
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

           if (rpf-line(1:21) = "CARD-SETTLEMENT-FILE=")
               move rpf-line(22:59) to ws-param-settlement-path
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

      * Carried differences load first so a late settlement on
      * today's advice can pay into them. A missing file just means
      * a first run.
       110-load-settlement-exceptions.
           open input settlement-exception-file.

           if (ws-settle-master-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read settlement-exception-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 115-load-one-carried-item
             until ws-eof-flag = ws-file-empty.

           if (ws-settle-master-status not = "35")
               close settlement-exception-file
           end-if.

       115-load-one-carried-item.
           move csx-date to ws-lookup-date.
           move csx-store-num to ws-lookup-store.
           move csx-tender to ws-lookup-tender.
           perform 160-get-settle-item-slot.

           move csx-expected to ws-sti-expected(ws-sti-index).
           move csx-settled to ws-sti-settled(ws-sti-index).
           move csx-first-seen to ws-sti-first-seen(ws-sti-index).
           move "y" to ws-sti-carried-flag(ws-sti-index).

           read settlement-exception-file
               at end move ws-file-empty to ws-eof-flag.

      * Card sales and layaway payments build the expected side. A
      * (date, store, tender) already carried keeps its carried
      * figures - a rerun of this program must not double them.
       120-load-card-sales.
           open input sl-data-file.

           if (ws-sl-data-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read sl-data-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 125-load-one-card-sale
             until ws-eof-flag = ws-file-empty.

           if (ws-sl-data-status not = "35")
               close sl-data-file
           end-if.

       125-load-one-card-sale.
           if (sll-payment-type = ws-credit-tender)
              or (sll-payment-type = ws-debit-tender)
               move sll-trans-date to ws-lookup-date
               move sll-store-num to ws-lookup-store
               move sll-payment-type to ws-lookup-tender
               perform 160-get-settle-item-slot
               if (not ws-sti-carried(ws-sti-index))
                   add sll-amount to ws-sti-expected(ws-sti-index)
               end-if
           end-if.

           read sl-data-file
               at end move ws-file-empty to ws-eof-flag.

      * Card refunds go back through the processor on the same
      * tender, so they come off the expected side.
       126-load-card-refunds.
           open input r-data-file.

           if (ws-r-data-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read r-data-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 127-load-one-card-refund
             until ws-eof-flag = ws-file-empty.

           if (ws-r-data-status not = "35")
               close r-data-file
           end-if.

       127-load-one-card-refund.
           if (rl-payment-type = ws-credit-tender)
              or (rl-payment-type = ws-debit-tender)
               move rl-trans-date to ws-lookup-date
               move rl-store-num to ws-lookup-store
               move rl-payment-type to ws-lookup-tender
               perform 160-get-settle-item-slot
               if (not ws-sti-carried(ws-sti-index))
                   subtract rl-amount
                     from ws-sti-expected(ws-sti-index)
               end-if
           end-if.

           read r-data-file
               at end move ws-file-empty to ws-eof-flag.

      * Every settlement line pays into its slot - several lines for
      * one slot are several batches on the same day.
       130-apply-settlements.
           open input settlement-file.

           if (ws-settlement-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read settlement-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 135-apply-one-settlement
             until ws-eof-flag = ws-file-empty.

           if (ws-settlement-status not = "35")
               close settlement-file
           end-if.

       135-apply-one-settlement.
           move csf-date to ws-lookup-date.
           move csf-store-num to ws-lookup-store.
           move csf-tender to ws-lookup-tender.
           perform 160-get-settle-item-slot.

           add csf-amount to ws-sti-settled(ws-sti-index).

           read settlement-file
               at end move ws-file-empty to ws-eof-flag.

      * Find (or open, zeroed and stamped today) the slot for the
      * lookup (date, store, tender); past the cap the run stops
      * cold - folding two batches into one slot would "resolve"
      * differences that are still open.
       160-get-settle-item-slot.
           move space to ws-sti-found-flag.
           move ws-one to ws-sti-search-index.

           perform 165-search-settle-items
             until (ws-sti-search-index > ws-sti-count)
                or (ws-sti-found).

           if (not ws-sti-found)
               if (ws-sti-count < ws-sti-table-max)
                   add ws-one to ws-sti-count
                   move ws-sti-count to ws-sti-index
                   move ws-lookup-date
                     to ws-sti-date(ws-sti-index)
                   move ws-lookup-store
                     to ws-sti-store-num(ws-sti-index)
                   move ws-lookup-tender
                     to ws-sti-tender(ws-sti-index)
                   move ws-zero to ws-sti-expected(ws-sti-index)
                   move ws-zero to ws-sti-settled(ws-sti-index)
                   move ws-business-date
                     to ws-sti-first-seen(ws-sti-index)
                   move space to ws-sti-carried-flag(ws-sti-index)
               else
                   display ws-reference-failure-msg
                   display ws-sti-overflow-msg
                   move 8 to return-code
                   goback
               end-if
           end-if.

       165-search-settle-items.
           if (ws-lookup-date = ws-sti-date(ws-sti-search-index))
              and (ws-lookup-store
                   = ws-sti-store-num(ws-sti-search-index))
              and (ws-lookup-tender
                   = ws-sti-tender(ws-sti-search-index))
               move ws-sti-search-index to ws-sti-index
               move "y" to ws-sti-found-flag
           else
               add ws-one to ws-sti-search-index
           end-if.

      * Open chargebacks carried from earlier runs. A missing file
      * just means none are open.
       200-load-chargeback-master.
           open input chargeback-master-file.

           if (ws-cb-master-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read chargeback-master-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 205-load-one-open-chargeback
             until ws-eof-flag = ws-file-empty.

           if (ws-cb-master-status not = "35")
               close chargeback-master-file
           end-if.

       205-load-one-open-chargeback.
           perform 270-open-chargeback-slot.

           move cbm-invoice-num to ws-cbi-invoice-num(ws-cbi-index).
           move cbm-store-num to ws-cbi-store-num(ws-cbi-index).
           move cbm-tender to ws-cbi-tender(ws-cbi-index).
           move cbm-amount to ws-cbi-amount(ws-cbi-index).
           move cbm-reason to ws-cbi-reason(ws-cbi-index).
           move cbm-received-date
             to ws-cbi-received-date(ws-cbi-index).
           move cbm-trans-date to ws-cbi-trans-date(ws-cbi-index).
           move cbm-matched-flag
             to ws-cbi-matched-flag(ws-cbi-index).
           move "O" to ws-cbi-status(ws-cbi-index).

           read chargeback-master-file
               at end move ws-file-empty to ws-eof-flag.

      * New chargebacks open items; reversals close them as won.
       210-apply-chargeback-file.
           open input transaction-history-file.
           if (ws-history-status = "00")
               move "y" to ws-history-open-flag
           end-if.

           open input chargeback-file.

           if (ws-chargeback-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read chargeback-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 215-apply-one-chargeback
             until ws-eof-flag = ws-file-empty.

           if (ws-chargeback-status not = "35")
               close chargeback-file
      * Applied - clear the file, the same way write-offs are
      * cleared, so a rerun cannot open the same chargebacks again.
               open output chargeback-file
               close chargeback-file
           end-if.

           if (ws-history-open)
               close transaction-history-file
           end-if.

       215-apply-one-chargeback.
           move cbf-invoice-num to ws-cb-lookup-invoice.
           perform 260-find-open-chargeback.

           if (cbf-reversal)
               if (ws-cbi-found)
                   move "W" to ws-cbi-status(ws-cbi-index)
               else
                   move ws-reversal-not-open-msg
                     to ws-ntc-work-message
                   move cbf-amount to ws-ntc-work-amount
                   perform 280-add-notice
               end-if
           else
               if (ws-cbi-found)
                   move ws-duplicate-cb-msg to ws-ntc-work-message
                   move cbf-amount to ws-ntc-work-amount
                   perform 280-add-notice
               else
                   perform 220-open-new-chargeback
               end-if
           end-if.

           read chargeback-file
               at end move ws-file-empty to ws-eof-flag.

       220-open-new-chargeback.
           perform 270-open-chargeback-slot.

           move cbf-invoice-num to ws-cbi-invoice-num(ws-cbi-index).
           move cbf-store-num to ws-cbi-store-num(ws-cbi-index).
           move cbf-tender to ws-cbi-tender(ws-cbi-index).
           move cbf-amount to ws-cbi-amount(ws-cbi-index).
           move cbf-reason to ws-cbi-reason(ws-cbi-index).
           move cbf-date to ws-cbi-received-date(ws-cbi-index).
           move ws-zero to ws-cbi-trans-date(ws-cbi-index).
           move "N" to ws-cbi-matched-flag(ws-cbi-index).
           move "N" to ws-cbi-status(ws-cbi-index).

           if (ws-history-open)
               perform 225-find-original-sale
           end-if.

      * The original is a sale or layaway line on the same invoice
      * paid on the card tender the processor charged back.
       225-find-original-sale.
           move space to ws-sale-found-flag.
           move space to ws-scan-found-flag.
           move cbf-invoice-num to th-invoice-num.
           move ws-zeros-date to th-business-date.

           start transaction-history-file
               key is not < th-key
               invalid key
                   move space to ws-scan-found-flag
               not invalid key
                   move "y" to ws-scan-found-flag
           end-start.

           if (ws-scan-found)
               perform 230-read-next-history
               perform 235-check-one-history-record
                 until (not ws-scan-found) or (ws-sale-found)
           end-if.

       230-read-next-history.
           read transaction-history-file next record
               at end move space to ws-scan-found-flag
           end-read.

       235-check-one-history-record.
           if (th-invoice-num = cbf-invoice-num)
               if (th-code-s or th-code-l)
                  and (th-payment-type = cbf-tender)
                   move "y" to ws-sale-found-flag
                   move "Y" to ws-cbi-matched-flag(ws-cbi-index)
                   move th-trans-date
                     to ws-cbi-trans-date(ws-cbi-index)
               else
                   perform 230-read-next-history
               end-if
           else
               move space to ws-scan-found-flag
           end-if.

      * The office's write-offs close open items; the file is
      * emptied once read, so a write-off is applied exactly once.
       240-apply-write-offs.
           open input write-off-file.

           if (ws-write-off-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read write-off-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 245-apply-one-write-off
             until ws-eof-flag = ws-file-empty.

           if (ws-write-off-status not = "35")
               close write-off-file
               open output write-off-file
               close write-off-file
           end-if.

       245-apply-one-write-off.
           move cwo-invoice-num to ws-cb-lookup-invoice.
           perform 260-find-open-chargeback.

           if (ws-cbi-found)
               move "X" to ws-cbi-status(ws-cbi-index)
           else
               move ws-write-off-not-open-msg to ws-ntc-work-message
               move ws-zero to ws-ntc-work-amount
               perform 280-add-notice
           end-if.

           read write-off-file
               at end move ws-file-empty to ws-eof-flag.

      * An open chargeback for ws-cb-lookup-invoice, carried or new.
       260-find-open-chargeback.
           move space to ws-cbi-found-flag.
           move ws-one to ws-cbi-search-index.

           perform 265-search-chargebacks
             until (ws-cbi-search-index > ws-cbi-count)
                or (ws-cbi-found).

       265-search-chargebacks.
           if (ws-cb-lookup-invoice
               = ws-cbi-invoice-num(ws-cbi-search-index))
              and (ws-cbi-still-open(ws-cbi-search-index))
               move ws-cbi-search-index to ws-cbi-index
               move "y" to ws-cbi-found-flag
           else
               add ws-one to ws-cbi-search-index
           end-if.

      * Past the cap the run stops cold - a chargeback dropped here
      * would never be disputed.
       270-open-chargeback-slot.
           if (ws-cbi-count < ws-cbi-table-max)
               add ws-one to ws-cbi-count
               move ws-cbi-count to ws-cbi-index
           else
               display ws-reference-failure-msg
               display ws-cbi-overflow-msg
               move 8 to return-code
               goback
           end-if.

       280-add-notice.
           if (ws-ntc-count < ws-ntc-table-max)
               add ws-one to ws-ntc-count
               move ws-cb-lookup-invoice
                 to ws-ntc-invoice-num(ws-ntc-count)
               move ws-ntc-work-amount to ws-ntc-amount(ws-ntc-count)
               move ws-ntc-work-message
                 to ws-ntc-message(ws-ntc-count)
           else
               add ws-one to ws-ntc-dropped
           end-if.

      * Settlement exceptions first, then the chargebacks, each with
      * its own summary.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.
           write output-line from spaces after advancing ws-one line.
           write output-line from ws-settle-heading
             after advancing ws-one line.
           write output-line from ws-page-heading2
             after advancing ws-two line.

           perform 510-report-one-item
             varying ws-sti-counter from ws-one by ws-one
             until ws-sti-counter > ws-sti-count.

           if (ws-calc-short = ws-zero)
              and (ws-calc-over = ws-zero)
              and (ws-calc-unsettled = ws-zero)
               write output-line from ws-no-exception-line
                 after advancing ws-one line
           end-if.

           move ws-calc-matched to ws-sum-matched.
           move ws-calc-short to ws-sum-short.
           move ws-calc-over to ws-sum-over.
           move ws-calc-unsettled to ws-sum-unsettled.
           move ws-calc-resolved to ws-sum-resolved.
           write output-line from ws-match-summary-line
             after advancing ws-two line.

           move ws-calc-age-1 to ws-sum-age-1.
           move ws-calc-age-7 to ws-sum-age-7.
           move ws-calc-age-old to ws-sum-age-old.
           move ws-calc-carried to ws-sum-carried.
           write output-line from ws-aging-summary-line
             after advancing ws-one line.

           perform 540-write-chargebacks.

           if (ws-calc-age-old > ws-zero)
               display ws-stale-alert-msg
           end-if.

           close output-file.

       510-report-one-item.
           perform 520-classify-one-item.

           if (ws-item-status = "MATCHED")
               add ws-one to ws-calc-matched
      * A carried difference that a late batch has now cleared -
      * say so once, then it drops off the carry file.
               if (ws-sti-carried(ws-sti-counter))
                   add ws-one to ws-calc-resolved
               end-if
           else
               perform 530-write-exception-line
           end-if.

      * Expected equal to settled is matched; nothing settled at all
      * is an unsettled batch; anything else is short or over.
       520-classify-one-item.
           subtract ws-sti-settled(ws-sti-counter)
             from ws-sti-expected(ws-sti-counter)
             giving ws-difference.

           if (ws-difference = ws-zero)
               move "MATCHED  " to ws-item-status
           else
               if (ws-sti-settled(ws-sti-counter) = ws-zero)
                   move "UNSETTLED" to ws-item-status
                   add ws-one to ws-calc-unsettled
               else
                   if (ws-difference > ws-zero)
                       move "SHORT    " to ws-item-status
                       add ws-one to ws-calc-short
                   else
                       move "OVER     " to ws-item-status
                       add ws-one to ws-calc-over
                   end-if
               end-if
           end-if.

       530-write-exception-line.
           move ws-sti-first-seen(ws-sti-counter)
             to ws-day-num-input.
           perform 535-compute-days-outstanding.

           if (ws-days-outstanding > ws-aging-follow-up)
               add ws-one to ws-calc-age-old
           else
               if (ws-days-outstanding > ws-one)
                   add ws-one to ws-calc-age-7
               else
                   add ws-one to ws-calc-age-1
               end-if
           end-if.

           move ws-sti-date(ws-sti-counter) to ws-dtl-date.
           move ws-sti-store-num(ws-sti-counter) to ws-dtl-store-num.
           move ws-sti-tender(ws-sti-counter) to ws-dtl-tender.
           move ws-sti-expected(ws-sti-counter) to ws-dtl-expected.
           move ws-sti-settled(ws-sti-counter) to ws-dtl-settled.
           move ws-difference to ws-dtl-difference.
           move ws-item-status to ws-dtl-status.
           move ws-days-outstanding to ws-dtl-days-out.

           write output-line from ws-detail-line
             after advancing ws-one line.

      * Days from the date in ws-day-num-input to the business date.
       535-compute-days-outstanding.
           perform 150-compute-day-number.
           move ws-day-num-work to ws-item-day-num.

           if (ws-run-day-num > ws-item-day-num)
               subtract ws-item-day-num from ws-run-day-num
                 giving ws-days-outstanding
           else
               move ws-zero to ws-days-outstanding
           end-if.

      * Every chargeback the run touched - new, still open, won or
      * written off - then the notices that opened nothing.
       540-write-chargebacks.
           write output-line from spaces after advancing ws-one line.
           write output-line from ws-chargeback-heading
             after advancing ws-one line.
           write output-line from ws-chargeback-heading2
             after advancing ws-two line.

           perform 545-write-one-chargeback
             varying ws-cbi-counter from ws-one by ws-one
             until ws-cbi-counter > ws-cbi-count.

           if (ws-cbi-count = ws-zero)
               write output-line from ws-no-chargeback-line
                 after advancing ws-one line
           end-if.

           if (ws-ntc-count > ws-zero)
               write output-line from ws-notice-heading
                 after advancing ws-two line
               perform 548-write-one-notice
                 varying ws-ntc-counter from ws-one by ws-one
                 until ws-ntc-counter > ws-ntc-count
           end-if.

           if (ws-ntc-dropped > ws-zero)
               move ws-ntc-dropped to ws-ndl-count
               write output-line from ws-notice-dropped-line
                 after advancing ws-one line
           end-if.

           move ws-calc-cb-new to ws-sum-cb-new.
           move ws-calc-cb-open to ws-sum-cb-open.
           move ws-calc-cb-won to ws-sum-cb-won.
           move ws-calc-cb-written-off to ws-sum-cb-written-off.
           move ws-calc-cb-unmatched to ws-sum-cb-unmatched.
           write output-line from ws-cb-summary-line
             after advancing ws-two line.

           move ws-calc-cb-open-amount to ws-sum-cb-open-amount.
           write output-line from ws-cb-amount-line
             after advancing ws-one line.

       545-write-one-chargeback.
           evaluate true
               when ws-cbi-new(ws-cbi-counter)
                   move "NEW        " to ws-cb-status-text
                   add ws-one to ws-calc-cb-new
               when ws-cbi-carried(ws-cbi-counter)
                   move "OPEN       " to ws-cb-status-text
               when ws-cbi-won(ws-cbi-counter)
                   move "WON        " to ws-cb-status-text
                   add ws-one to ws-calc-cb-won
               when other
                   move "WRITTEN OFF" to ws-cb-status-text
                   add ws-one to ws-calc-cb-written-off
           end-evaluate.

           if (ws-cbi-still-open(ws-cbi-counter))
               add ws-one to ws-calc-cb-open
               add ws-cbi-amount(ws-cbi-counter)
                 to ws-calc-cb-open-amount
               if (not ws-cbi-matched(ws-cbi-counter))
                   add ws-one to ws-calc-cb-unmatched
               end-if
           end-if.

           move ws-cbi-received-date(ws-cbi-counter)
             to ws-day-num-input.
           perform 535-compute-days-outstanding.

           move ws-cbi-invoice-num(ws-cbi-counter)
             to ws-cbl-invoice-num.
           move ws-cbi-store-num(ws-cbi-counter) to ws-cbl-store-num.
           move ws-cbi-tender(ws-cbi-counter) to ws-cbl-tender.
           move ws-cbi-amount(ws-cbi-counter) to ws-cbl-amount.
           move ws-cbi-reason(ws-cbi-counter) to ws-cbl-reason.
           move ws-cbi-received-date(ws-cbi-counter)
             to ws-cbl-received-date.
           if (ws-cbi-matched(ws-cbi-counter))
               move ws-cbi-trans-date(ws-cbi-counter)
                 to ws-cbl-trans-date
           else
               move ws-no-sale-text to ws-cbl-trans-date
           end-if.
           move ws-cb-status-text to ws-cbl-status.
           move ws-days-outstanding to ws-cbl-days-out.

           write output-line from ws-chargeback-line
             after advancing ws-one line.

       548-write-one-notice.
           move ws-ntc-invoice-num(ws-ntc-counter)
             to ws-ntl-invoice-num.
           move ws-ntc-amount(ws-ntc-counter) to ws-ntl-amount.
           move ws-ntc-message(ws-ntc-counter) to ws-ntl-message.
           write output-line from ws-notice-line
             after advancing ws-one line.

      * Carry only what is still unresolved - a settled item drops
      * off, so the carry file never grows past the problem list.
       550-rewrite-settlement-exceptions.
           open output settlement-exception-file.

           perform 555-carry-one-item
             varying ws-sti-counter from ws-one by ws-one
             until ws-sti-counter > ws-sti-count.

           close settlement-exception-file.

       555-carry-one-item.
           if (ws-sti-expected(ws-sti-counter)
               not = ws-sti-settled(ws-sti-counter))
               move ws-sti-date(ws-sti-counter) to csx-date
               move ws-sti-store-num(ws-sti-counter)
                 to csx-store-num
               move ws-sti-tender(ws-sti-counter) to csx-tender
               move ws-sti-expected(ws-sti-counter) to csx-expected
               move ws-sti-settled(ws-sti-counter) to csx-settled
               move ws-sti-first-seen(ws-sti-counter)
                 to csx-first-seen
               write csx-record
               add ws-one to ws-calc-carried
           end-if.

      * Won and written-off chargebacks drop off; the rest carry.
       560-rewrite-chargeback-master.
           open output chargeback-master-file.

           perform 565-carry-one-chargeback
             varying ws-cbi-counter from ws-one by ws-one
             until ws-cbi-counter > ws-cbi-count.

           close chargeback-master-file.

       565-carry-one-chargeback.
           if (ws-cbi-still-open(ws-cbi-counter))
               move ws-cbi-invoice-num(ws-cbi-counter)
                 to cbm-invoice-num
               move ws-cbi-store-num(ws-cbi-counter) to cbm-store-num
               move ws-cbi-tender(ws-cbi-counter) to cbm-tender
               move ws-cbi-amount(ws-cbi-counter) to cbm-amount
               move ws-cbi-reason(ws-cbi-counter) to cbm-reason
               move ws-cbi-received-date(ws-cbi-counter)
                 to cbm-received-date
               move ws-cbi-trans-date(ws-cbi-counter)
                 to cbm-trans-date
               move ws-cbi-matched-flag(ws-cbi-counter)
                 to cbm-matched-flag
               write cbm-record
           end-if.

      * close out
       600-close-out.
           display ws-status-message.

           display ws-blank.
           display ws-output-dest-message.

           if (not ws-unattended)
               display ws-blank
               display ws-exit-message
               accept return-code
           end-if.

       end program Program27CardSettlement.

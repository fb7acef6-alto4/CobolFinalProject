       identification division.
       program-id. Program33InvoiceSequenceAudit.

      ******************************************************************
      * Program Description: This program checks that every receipt
      * the registers rang reached us. Invoice numbers come off a
      * register in sequence - the two-letter prefix plus the six-
      * digit number - and A6-DataValidation only checks each one's
      * format and resubmission, never continuity. Run nightly after
      * Program11ArchiveRun has put the day into the transaction
      * history, it walks the whole retained history in invoice
      * order and audits each store's sequence under each prefix
      * across days: a gap is a receipt rung and never received (a
      * lost register, a missing extract, a deleted sale), a number
      * rung on an earlier date than the number below it is out of
      * sequence, and a number carried by more than one transaction
      * - a different store, date, cashier or business day - has
      * been reused (a layaway's later payments carry the number it
      * opened under, so only a change of store counts there).
      * Loss prevention keys the ones they have run down into the
      * explained-findings file; anything unexplained lands on the
      * shared exceptions file for Program19OperationsSummary the
      * first night it is seen, and a reported-findings file keeps
      * it from being raised again every night it stays in the
      * history.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * The retained transaction history, read in invoice order.
                  select transaction-history-file
                      assign to "../../../data/TransactionHistory.dat"
                      organization is indexed
                      access mode is sequential
                      record key is th-key with duplicates
                      file status is ws-history-status.

      * Findings loss prevention has run down - store, prefix, the
      * number range covered and the reason. Kept until the numbers
      * leave the history.
                  select explained-file
                      assign to
                          "../../../data/InvoiceAuditExplained.dat"
                      organization is line sequential
                      file status is ws-explained-status.

      * Findings already raised to the exceptions file, rewritten
      * every run with the findings still standing.
                  select reported-file
                      assign to
                          "../../../data/InvoiceAuditReported.dat"
                      organization is line sequential
                      file status is ws-reported-status.

      * Central exceptions file shared by the whole pipeline.
                  select exception-log-file
                      assign to "../../../data/ExceptionLog.dat"
                      organization is line sequential
                      file status is ws-exception-log-status.

                  select output-file
                      assign to
                          "../../../data/InvoiceSequenceAudit.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch and the business date.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
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

       fd explained-file
           data record is iax-record
           record contains 46 characters.

       01 iax-record.
           05 iax-store-num pic 99.
           05 iax-prefix pic x(2).
           05 iax-from-num pic 9(6).
           05 iax-to-num pic 9(6).
           05 iax-reason pic x(30).

       fd reported-file
           data record is iar-record
           record contains 25 characters.

       01 iar-record.
           05 iar-type pic x.
           05 iar-store-num pic 99.
           05 iar-prefix pic x(2).
           05 iar-from-num pic 9(6).
           05 iar-to-num pic 9(6).
           05 iar-first-reported pic 9(8).

       fd exception-log-file
           data record is exception-log-line
           record contains 117 characters.

       01 exception-log-line pic x(117).

       fd output-file
            data record is report-line
            record contains 132 characters.

       01 output-line pic x(132).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-history-status pic xx value spaces.
       01 ws-explained-status pic xx value spaces.
       01 ws-reported-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-business-date pic 9(8) value 0.
       01 ws-history-read-count pic 9(7) value 0.

      * The invoice being gathered - every sale or layaway line of
      * one invoice number sits together in the history's key
      * order. Returns and voids carry the original sale's number
      * and are not receipts of their own, so they are passed by.
       01 ws-group-flag pic x value space.
           88 ws-group-open value "y".
       01 ws-group.
           05 ws-grp-invoice-num pic x(9).
           05 ws-grp-invoice-parts redefines ws-grp-invoice-num.
               10 ws-grp-prefix pic x(2).
               10 filler pic x.
               10 ws-grp-number pic 9(6).
           05 ws-grp-store-num pic 99.
           05 ws-grp-trans-date pic 9(8).
           05 ws-grp-cashier-id pic 9(4).
           05 ws-grp-business-date pic 9(8).
           05 ws-grp-reused-flag pic x.
               88 ws-grp-reused value "y".
           05 ws-grp-layaway-flag pic x.
               88 ws-grp-layaway value "y".
           05 ws-grp-other-store pic 99.
           05 ws-grp-other-date pic 9(8).
           05 ws-grp-other-cashier pic 9(4).
           05 ws-grp-store-count pic 99.
           05 ws-grp-store-entry occurs 10 times.
               10 ws-grp-store pic 99.
       01 ws-grp-store-index pic 99 value 0.
       01 ws-grp-store-found-flag pic x value space.
           88 ws-grp-store-found value "y".
       77 ws-grp-store-max pic 99 value 10.

      * One sequence per store and prefix - where it started, the
      * last number and date seen, and what is missing from it.
       01 ws-sequence-table.
           05 ws-seq-entry occurs 300 times.
               10 ws-seq-store-num pic 99.
               10 ws-seq-prefix pic x(2).
               10 ws-seq-first-num pic 9(6).
               10 ws-seq-last-num pic 9(6).
               10 ws-seq-last-date pic 9(8).
               10 ws-seq-num-count pic 9(6).
               10 ws-seq-gap-count pic 9(4).
               10 ws-seq-missing-count pic 9(6).
       01 ws-seq-counters.
           05 ws-seq-count pic 9(3) value 0.
           05 ws-seq-search-index pic 9(3) value 0.
           05 ws-seq-counter pic 9(3) value 0.
       01 ws-seq-found-flag pic x value space.
           88 ws-seq-found value "y".
       77 ws-seq-table-max pic 9(3) value 300.
       01 ws-lookup-store pic 99 value 0.
       01 ws-next-expected pic 9(7) value 0.

      * The findings. Type G a gap, O out of sequence, D a number
      * reused; status N new tonight, R raised on an earlier night,
      * E explained by loss prevention.
       01 ws-finding-table.
           05 ws-fnd-entry occurs 500 times.
               10 ws-fnd-key.
                   15 ws-fnd-type pic x.
                       88 ws-fnd-gap value "G".
                       88 ws-fnd-out-of-sequence value "O".
                       88 ws-fnd-reused value "D".
                   15 ws-fnd-store-num pic 99.
                   15 ws-fnd-prefix pic x(2).
                   15 ws-fnd-from-num pic 9(6).
                   15 ws-fnd-to-num pic 9(6).
               10 ws-fnd-trans-date pic 9(8).
               10 ws-fnd-other-date pic 9(8).
               10 ws-fnd-other-num pic 9(6).
               10 ws-fnd-other-store pic 99.
               10 ws-fnd-cashier-id pic 9(4).
               10 ws-fnd-other-cashier pic 9(4).
               10 ws-fnd-status pic x.
                   88 ws-fnd-new value "N".
                   88 ws-fnd-reported value "R".
                   88 ws-fnd-explained value "E".
               10 ws-fnd-first-reported pic 9(8).
               10 ws-fnd-reason pic x(30).
       01 ws-fnd-counters.
           05 ws-fnd-count pic 9(3) value 0.
           05 ws-fnd-counter pic 9(3) value 0.
       77 ws-fnd-table-max pic 9(3) value 500.

      * Explained findings as keyed by loss prevention.
       01 ws-explained-table.
           05 ws-iax-entry occurs 200 times.
               10 ws-iax-store-num pic 99.
               10 ws-iax-prefix pic x(2).
               10 ws-iax-from-num pic 9(6).
               10 ws-iax-to-num pic 9(6).
               10 ws-iax-reason pic x(30).
       01 ws-iax-counters.
           05 ws-iax-count pic 9(3) value 0.
           05 ws-iax-search-index pic 9(3) value 0.
       01 ws-iax-found-flag pic x value space.
           88 ws-iax-found value "y".
       77 ws-iax-table-max pic 9(3) value 200.

      * Findings raised on earlier nights.
       01 ws-reported-table.
           05 ws-iar-entry occurs 500 times.
               10 ws-iar-key pic x(17).
               10 ws-iar-first-reported pic 9(8).
       01 ws-iar-counters.
           05 ws-iar-count pic 9(3) value 0.
           05 ws-iar-search-index pic 9(3) value 0.
       01 ws-iar-found-flag pic x value space.
           88 ws-iar-found value "y".
       77 ws-iar-table-max pic 9(3) value 500.

       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-seq-overflow-msg pic x(44)
           value "MORE STORE/PREFIX SEQUENCES THAN TABLE HOLDS".
       77 ws-fnd-overflow-msg pic x(44)
           value "MORE FINDINGS THAN THE TABLE HOLDS".
       77 ws-iax-overflow-msg pic x(44)
           value "EXPLAINED FINDINGS OVER TABLE SIZE".
       77 ws-iar-overflow-msg pic x(44)
           value "REPORTED FINDINGS OVER TABLE SIZE".

      * Built exception line for the shared exceptions file.
       01 ws-exception-log-status pic xx value spaces.
       01 ws-exception-line.
           05 exl-program-name pic x(31).
           05 filler pic x value space.
           05 exl-date pic 9(8).
           05 filler pic x value space.
           05 exl-time pic 9(8).
           05 filler pic x value space.
           05 exl-severity pic x(4).
           05 filler pic x value space.
           05 exl-ack-flag pic x.
           05 filler pic x value space.
           05 exl-message pic x(60).

       01 ws-finding-message.
           05 filler pic x(8) value "INVOICE ".
           05 wfm-type-text pic x(15).
           05 filler pic x(7) value " STORE ".
           05 wfm-store-num pic 99.
           05 filler pic x value space.
           05 wfm-prefix pic x(2).
           05 filler pic x value "-".
           05 wfm-from-num pic 9(6).
           05 filler pic x(6) value " THRU ".
           05 wfm-to-num pic 9(6).

       01 ws-type-text pic x(15) value spaces.

      * Run totals
       01 ws-calc.
           05 ws-calc-numbers pic 9(7) value 0.
           05 ws-calc-gaps pic 9(5) value 0.
           05 ws-calc-missing pic 9(7) value 0.
           05 ws-calc-out-of-sequence pic 9(5) value 0.
           05 ws-calc-reused pic 9(5) value 0.
           05 ws-calc-new pic 9(5) value 0.
           05 ws-calc-explained pic 9(5) value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(30) value "INVOICE SEQUENCE AUDIT".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-section-heading.
           05 filler pic x(3) value spaces.
           05 wsh-title pic x(40).

       01 ws-seq-col-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(7) value "STORE".
           05 filler pic x(8) value "PREFIX".
           05 filler pic x(9) value "FIRST".
           05 filler pic x(9) value "LAST".
           05 filler pic x(10) value "   NUMBERS".
           05 filler pic x(7) value "   GAPS".
           05 filler pic x(10) value "   MISSING".

       01 ws-seq-line.
           05 filler pic x(5) value spaces.
           05 wsq-store-num pic 99.
           05 filler pic x(5) value spaces.
           05 wsq-prefix pic x(2).
           05 filler pic x(6) value spaces.
           05 wsq-first-num pic 9(6).
           05 filler pic x(3) value spaces.
           05 wsq-last-num pic 9(6).
           05 filler pic x(3) value spaces.
           05 wsq-num-count pic zzzzzzzzz9.
           05 wsq-gap-count pic zzzzzz9.
           05 wsq-missing-count pic zzzzzzzzz9.

       01 ws-fnd-col-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(17) value "FINDING".
           05 filler pic x(7) value "STORE".
           05 filler pic x(20) value "NUMBERS".
           05 filler pic x(42) value "DETAIL".
           05 filler pic x(10) value "STATUS".

       01 ws-fnd-line.
           05 filler pic x(5) value spaces.
           05 wfd-type-text pic x(15).
           05 filler pic x(2) value spaces.
           05 wfd-store-num pic 99.
           05 filler pic x(5) value spaces.
           05 wfd-prefix pic x(2).
           05 filler pic x value "-".
           05 wfd-from-num pic 9(6).
           05 wfd-thru pic x(3).
           05 wfd-to-num pic x(6).
           05 filler pic x(2) value spaces.
           05 wfd-detail pic x(40).
           05 filler pic x(2) value spaces.
           05 wfd-status pic x(44).

       01 ws-gap-detail.
           05 wgd-missing-count pic zzzzz9.
           05 filler pic x(34) value " NUMBERS NEVER RECEIVED".

       01 ws-oos-detail.
           05 filler pic x(5) value "RUNG ".
           05 wod-trans-date pic 9(8).
           05 filler pic x(7) value " AFTER ".
           05 wod-other-num pic 9(6).
           05 filler pic x(6) value " RUNG ".
           05 wod-other-date pic 9(8).

       01 ws-reused-detail.
           05 filler pic x(3) value "ST ".
           05 wrd-store-num pic 99.
           05 filler pic x value "/".
           05 wrd-other-store pic 99.
           05 filler pic x value space.
           05 wrd-trans-date pic 9(8).
           05 filler pic x value "/".
           05 wrd-other-date pic 9(8).
           05 filler pic x(3) value " C ".
           05 wrd-cashier-id pic 9(4).
           05 filler pic x value "/".
           05 wrd-other-cashier pic 9(4).
           05 filler pic x(2) value spaces.

       01 ws-status-new.
           05 filler pic x(44) value "NEW - EXCEPTION RAISED".

       01 ws-status-reported.
           05 filler pic x(20) value "UNEXPLAINED SINCE ".
           05 wsr-first-reported pic 9(8).
           05 filler pic x(16) value spaces.

       01 ws-status-explained.
           05 filler pic x(10) value "EXPLAINED ".
           05 wse-reason pic x(30).
           05 filler pic x(4) value spaces.

       01 ws-none-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(40)
                 value "NONE - EVERY SEQUENCE IS UNBROKEN".

       01 ws-no-history-line.
           05 filler pic x(5) value spaces.
           05 filler pic x(40) value "NO TRANSACTION HISTORY TO AUDIT".

       01 ws-summary-line1.
           05 filler pic x(3) value spaces.
           05 filler pic x(18) value "INVOICE NUMBERS: ".
           05 wsm-numbers pic zzzzzz9.
           05 filler pic x(9) value "   GAPS: ".
           05 wsm-gaps pic zzzz9.
           05 filler pic x(12) value "   MISSING: ".
           05 wsm-missing pic zzzzzz9.

       01 ws-summary-line2.
           05 filler pic x(3) value spaces.
           05 filler pic x(18) value "OUT OF SEQUENCE: ".
           05 wsm-out-of-sequence pic zzzzzz9.
           05 filler pic x(9) value " REUSED: ".
           05 wsm-reused pic zzzz9.
           05 filler pic x(12) value "   NEW:     ".
           05 wsm-new pic zzzzzz9.
           05 filler pic x(14) value "   EXPLAINED: ".
           05 wsm-explained pic zzzz9.

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Auditing invoice sequences.".
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
           initialize ws-sequence-table.
           initialize ws-finding-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           perform 110-load-explained.
           perform 120-load-reported.
           perform 200-scan-history.
           perform 400-settle-findings.
           perform 460-rewrite-reported.
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

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Load the findings loss prevention has explained.
       110-load-explained.
           open input explained-file.

           if (ws-explained-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read explained-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 115-load-one-explained
             until ws-eof-flag = ws-file-empty.

           if (ws-explained-status not = "35")
               close explained-file
           end-if.

       115-load-one-explained.
           if (ws-iax-count = ws-iax-table-max)
               display ws-reference-failure-msg
               display ws-iax-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-iax-count.
           move iax-store-num to ws-iax-store-num(ws-iax-count).
           move iax-prefix to ws-iax-prefix(ws-iax-count).
           move iax-from-num to ws-iax-from-num(ws-iax-count).
           move iax-to-num to ws-iax-to-num(ws-iax-count).
           move iax-reason to ws-iax-reason(ws-iax-count).

           read explained-file
               at end move ws-file-empty to ws-eof-flag.

      * Load the findings already raised on earlier nights.
       120-load-reported.
           open input reported-file.

           if (ws-reported-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read reported-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 125-load-one-reported
             until ws-eof-flag = ws-file-empty.

           if (ws-reported-status not = "35")
               close reported-file
           end-if.

       125-load-one-reported.
           if (ws-iar-count = ws-iar-table-max)
               display ws-reference-failure-msg
               display ws-iar-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-iar-count.
           move iar-record(1:17) to ws-iar-key(ws-iar-count).
           move iar-first-reported
             to ws-iar-first-reported(ws-iar-count).

           read reported-file
               at end move ws-file-empty to ws-eof-flag.

      * Walk the history in invoice order, gathering the sale and
      * layaway lines of each invoice number, and sequence each
      * invoice as its last line passes.
       200-scan-history.
           open input transaction-history-file.

           if (ws-history-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read transaction-history-file next record
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 210-take-one-history-record
             until ws-eof-flag = ws-file-empty.

           if (ws-group-open)
               perform 250-close-group
           end-if.

           if (ws-history-status not = "35")
               close transaction-history-file
           end-if.

       210-take-one-history-record.
           add ws-one to ws-history-read-count.

           if (th-code-s or th-code-l)
              and (th-invoice-num(4:6) numeric)
               if (not ws-group-open)
                   perform 220-open-group
               else
                   if (th-invoice-num = ws-grp-invoice-num)
                       perform 230-add-to-group
                   else
                       perform 250-close-group
                       perform 220-open-group
                   end-if
               end-if
           end-if.

           read transaction-history-file next record
               at end move ws-file-empty to ws-eof-flag.

       220-open-group.
           move "y" to ws-group-flag.
           move th-invoice-num to ws-grp-invoice-num.
           move th-store-num to ws-grp-store-num.
           move th-trans-date to ws-grp-trans-date.
           move th-cashier-id to ws-grp-cashier-id.
           move th-business-date to ws-grp-business-date.
           move space to ws-grp-reused-flag.
           move space to ws-grp-layaway-flag.
           if (th-code-l)
               move "y" to ws-grp-layaway-flag
           end-if.
           move ws-one to ws-grp-store-count.
           move th-store-num to ws-grp-store(1).

      * One invoice is one transaction: one store, one day, one
      * cashier, one business day's extract. A line that differs
      * means the number was issued twice. A layaway is the
      * exception - Program8LayawayLedger takes each later payment
      * under the number the layaway opened with, on whatever day
      * and at whichever cashier it is paid, so an L line on an
      * invoice opened by an L only has to stay at the same store.
       230-add-to-group.
           if (ws-grp-layaway)
              and (th-code-l)
               if (th-store-num not = ws-grp-store-num)
                   perform 232-mark-group-reused
               end-if
           else
               if (th-store-num not = ws-grp-store-num)
                  or (th-trans-date not = ws-grp-trans-date)
                  or (th-cashier-id not = ws-grp-cashier-id)
                  or (th-business-date not = ws-grp-business-date)
                   perform 232-mark-group-reused
               end-if
           end-if.

           move space to ws-grp-store-found-flag.
           move ws-one to ws-grp-store-index.
           perform 235-search-group-stores
             until (ws-grp-store-index > ws-grp-store-count)
                or (ws-grp-store-found).

           if (not ws-grp-store-found)
              and (ws-grp-store-count < ws-grp-store-max)
               add ws-one to ws-grp-store-count
               move th-store-num to ws-grp-store(ws-grp-store-count)
           end-if.

       232-mark-group-reused.
           if (not ws-grp-reused)
               move "y" to ws-grp-reused-flag
               move th-store-num to ws-grp-other-store
               move th-trans-date to ws-grp-other-date
               move th-cashier-id to ws-grp-other-cashier
           end-if.

       235-search-group-stores.
           if (ws-grp-store(ws-grp-store-index) = th-store-num)
               move "y" to ws-grp-store-found-flag
           else
               add ws-one to ws-grp-store-index
           end-if.

      * The invoice is complete - it takes its place in the
      * sequence of every store that rang it.
       250-close-group.
           move space to ws-group-flag.

           perform 260-sequence-one-store
             varying ws-grp-store-index from ws-one by ws-one
             until ws-grp-store-index > ws-grp-store-count.

           if (ws-grp-reused)
               perform 290-require-finding-room
               add ws-one to ws-fnd-count
               move "D" to ws-fnd-type(ws-fnd-count)
               move ws-grp-store-num to ws-fnd-store-num(ws-fnd-count)
               move ws-grp-prefix to ws-fnd-prefix(ws-fnd-count)
               move ws-grp-number to ws-fnd-from-num(ws-fnd-count)
               move ws-grp-number to ws-fnd-to-num(ws-fnd-count)
               move ws-grp-trans-date
                 to ws-fnd-trans-date(ws-fnd-count)
               move ws-grp-other-date
                 to ws-fnd-other-date(ws-fnd-count)
               move ws-grp-other-store
                 to ws-fnd-other-store(ws-fnd-count)
               move ws-grp-cashier-id
                 to ws-fnd-cashier-id(ws-fnd-count)
               move ws-grp-other-cashier
                 to ws-fnd-other-cashier(ws-fnd-count)
               add ws-one to ws-calc-reused
           end-if.

      * Numbers arrive in ascending order within a prefix, so each
      * store's sequence only ever moves forward: anything skipped
      * since its last number is a gap, and a number rung on an
      * earlier day than the one before it is out of sequence.
       260-sequence-one-store.
           move ws-grp-store(ws-grp-store-index) to ws-lookup-store.
           perform 270-get-sequence-slot.

           if (ws-seq-num-count(ws-seq-search-index) = ws-zero)
               move ws-grp-number
                 to ws-seq-first-num(ws-seq-search-index)
           else
               add ws-one to ws-seq-last-num(ws-seq-search-index)
                 giving ws-next-expected
               if (ws-grp-number > ws-next-expected)
                   perform 280-record-gap
               end-if
               if (ws-grp-trans-date
                   < ws-seq-last-date(ws-seq-search-index))
                   perform 285-record-out-of-sequence
               end-if
           end-if.

           add ws-one to ws-seq-num-count(ws-seq-search-index).
           add ws-one to ws-calc-numbers.
           move ws-grp-number to ws-seq-last-num(ws-seq-search-index).
           move ws-grp-trans-date
             to ws-seq-last-date(ws-seq-search-index).

      * Find (or open) the store and prefix sequence;
      * ws-seq-search-index is left on it.
       270-get-sequence-slot.
           move space to ws-seq-found-flag.
           move ws-one to ws-seq-search-index.

           perform 275-search-sequences
             until (ws-seq-search-index > ws-seq-count)
                or (ws-seq-found).

           if (not ws-seq-found)
               if (ws-seq-count = ws-seq-table-max)
                   display ws-reference-failure-msg
                   display ws-seq-overflow-msg
                   move 8 to return-code
                   goback
               end-if
               add ws-one to ws-seq-count
               move ws-seq-count to ws-seq-search-index
               move ws-lookup-store
                 to ws-seq-store-num(ws-seq-search-index)
               move ws-grp-prefix to ws-seq-prefix(ws-seq-search-index)
           end-if.

       275-search-sequences.
           if (ws-seq-store-num(ws-seq-search-index)
               = ws-lookup-store)
              and (ws-seq-prefix(ws-seq-search-index)
                   = ws-grp-prefix)
               move "y" to ws-seq-found-flag
           else
               add ws-one to ws-seq-search-index
           end-if.

       280-record-gap.
           perform 290-require-finding-room.
           add ws-one to ws-fnd-count.
           move "G" to ws-fnd-type(ws-fnd-count).
           move ws-lookup-store to ws-fnd-store-num(ws-fnd-count).
           move ws-grp-prefix to ws-fnd-prefix(ws-fnd-count).
           move ws-next-expected to ws-fnd-from-num(ws-fnd-count).
           subtract ws-one from ws-grp-number
             giving ws-fnd-to-num(ws-fnd-count).

           add ws-one to ws-seq-gap-count(ws-seq-search-index).
           add ws-one to ws-calc-gaps.
           subtract ws-next-expected from ws-grp-number
             giving ws-next-expected.
           add ws-next-expected
             to ws-seq-missing-count(ws-seq-search-index).
           add ws-next-expected to ws-calc-missing.

       285-record-out-of-sequence.
           perform 290-require-finding-room.
           add ws-one to ws-fnd-count.
           move "O" to ws-fnd-type(ws-fnd-count).
           move ws-lookup-store to ws-fnd-store-num(ws-fnd-count).
           move ws-grp-prefix to ws-fnd-prefix(ws-fnd-count).
           move ws-grp-number to ws-fnd-from-num(ws-fnd-count).
           move ws-grp-number to ws-fnd-to-num(ws-fnd-count).
           move ws-grp-trans-date to ws-fnd-trans-date(ws-fnd-count).
           move ws-seq-last-num(ws-seq-search-index)
             to ws-fnd-other-num(ws-fnd-count).
           move ws-seq-last-date(ws-seq-search-index)
             to ws-fnd-other-date(ws-fnd-count).
           add ws-one to ws-calc-out-of-sequence.

       290-require-finding-room.
           if (ws-fnd-count = ws-fnd-table-max)
               display ws-reference-failure-msg
               display ws-fnd-overflow-msg
               move 8 to return-code
               goback
           end-if.

      * Each finding is explained, already raised, or new - and a
      * new one goes to the exceptions file tonight.
       400-settle-findings.
           perform 410-settle-one-finding
             varying ws-fnd-counter from ws-one by ws-one
             until ws-fnd-counter > ws-fnd-count.

       410-settle-one-finding.
           move space to ws-iax-found-flag.
           move ws-one to ws-iax-search-index.
           perform 415-search-explained
             until (ws-iax-search-index > ws-iax-count)
                or (ws-iax-found).

           if (ws-iax-found)
               move "E" to ws-fnd-status(ws-fnd-counter)
               move ws-iax-reason(ws-iax-search-index)
                 to ws-fnd-reason(ws-fnd-counter)
               add ws-one to ws-calc-explained
           else
               move space to ws-iar-found-flag
               move ws-one to ws-iar-search-index
               perform 420-search-reported
                 until (ws-iar-search-index > ws-iar-count)
                    or (ws-iar-found)
               if (ws-iar-found)
                   move "R" to ws-fnd-status(ws-fnd-counter)
                   move ws-iar-first-reported(ws-iar-search-index)
                     to ws-fnd-first-reported(ws-fnd-counter)
               else
                   move "N" to ws-fnd-status(ws-fnd-counter)
                   move ws-business-date
                     to ws-fnd-first-reported(ws-fnd-counter)
                   add ws-one to ws-calc-new
                   perform 430-raise-finding-exception
               end-if
           end-if.

      * An explanation covers a finding when it names the same
      * store and prefix and its range takes in every number of
      * the finding.
       415-search-explained.
           if (ws-iax-store-num(ws-iax-search-index)
               = ws-fnd-store-num(ws-fnd-counter))
              and (ws-iax-prefix(ws-iax-search-index)
                   = ws-fnd-prefix(ws-fnd-counter))
              and (ws-iax-from-num(ws-iax-search-index)
                   not > ws-fnd-from-num(ws-fnd-counter))
              and (ws-iax-to-num(ws-iax-search-index)
                   not < ws-fnd-to-num(ws-fnd-counter))
               move "y" to ws-iax-found-flag
           else
               add ws-one to ws-iax-search-index
           end-if.

       420-search-reported.
           if (ws-iar-key(ws-iar-search-index)
               = ws-fnd-key(ws-fnd-counter))
               move "y" to ws-iar-found-flag
           else
               add ws-one to ws-iar-search-index
           end-if.

      * A gap or a reused number is a receipt that may have been
      * taken out of the books - HIGH. Out of sequence is WARN.
       430-raise-finding-exception.
           perform 440-set-type-text.
           move ws-type-text to wfm-type-text.
           move ws-fnd-store-num(ws-fnd-counter) to wfm-store-num.
           move ws-fnd-prefix(ws-fnd-counter) to wfm-prefix.
           move ws-fnd-from-num(ws-fnd-counter) to wfm-from-num.
           move ws-fnd-to-num(ws-fnd-counter) to wfm-to-num.

           if (ws-fnd-out-of-sequence(ws-fnd-counter))
               move "WARN" to exl-severity
           else
               move "HIGH" to exl-severity
           end-if.
           move ws-finding-message to exl-message.
           perform 450-write-exception.

       440-set-type-text.
           if (ws-fnd-gap(ws-fnd-counter))
               move "GAP" to ws-type-text
           end-if.
           if (ws-fnd-out-of-sequence(ws-fnd-counter))
               move "OUT OF SEQUENCE" to ws-type-text
           end-if.
           if (ws-fnd-reused(ws-fnd-counter))
               move "NUMBER REUSED" to ws-type-text
           end-if.

      * Append one staged alarm to the shared exceptions file -
      * EXTEND with the same create-on-first-touch fallback the
      * shared audit log uses.
       450-write-exception.
           open extend exception-log-file.
           if (ws-exception-log-status = "35")
               open output exception-log-file
           end-if.

           move "Program33InvoiceSequenceAudit" to exl-program-name.
           accept exl-date from date yyyymmdd.
           accept exl-time from time.
           move "N" to exl-ack-flag.

           write exception-log-line from ws-exception-line.

           close exception-log-file.

      * The findings still standing and not explained, so tomorrow
      * night raises none of them again. A finding that has left
      * the history drops off with it.
       460-rewrite-reported.
           open output reported-file.

           perform 465-rewrite-one-reported
             varying ws-fnd-counter from ws-one by ws-one
             until ws-fnd-counter > ws-fnd-count.

           close reported-file.

       465-rewrite-one-reported.
           if (not ws-fnd-explained(ws-fnd-counter))
               move ws-fnd-key(ws-fnd-counter) to iar-record(1:17)
               move ws-fnd-first-reported(ws-fnd-counter)
                 to iar-first-reported
               write iar-record
           end-if.

      * The audit report: every store and prefix sequence with its
      * range and what is missing from it, then every finding with
      * its standing.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           move "SEQUENCES BY STORE AND PREFIX" to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.

           if (ws-seq-count = ws-zero)
               write output-line from ws-no-history-line
                 after advancing ws-one line
           else
               write output-line from ws-seq-col-heading
                 after advancing ws-one line
               perform 510-write-one-sequence
                 varying ws-seq-counter from ws-one by ws-one
                 until ws-seq-counter > ws-seq-count
           end-if.

           move "FINDINGS" to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.

           if (ws-fnd-count = ws-zero)
               write output-line from ws-none-line
                 after advancing ws-one line
           else
               write output-line from ws-fnd-col-heading
                 after advancing ws-one line
               perform 520-write-one-finding
                 varying ws-fnd-counter from ws-one by ws-one
                 until ws-fnd-counter > ws-fnd-count
           end-if.

           move ws-calc-numbers to wsm-numbers.
           move ws-calc-gaps to wsm-gaps.
           move ws-calc-missing to wsm-missing.
           write output-line from ws-summary-line1
             after advancing ws-two line.

           move ws-calc-out-of-sequence to wsm-out-of-sequence.
           move ws-calc-reused to wsm-reused.
           move ws-calc-new to wsm-new.
           move ws-calc-explained to wsm-explained.
           write output-line from ws-summary-line2
             after advancing ws-one line.

           close output-file.

       510-write-one-sequence.
           move ws-seq-store-num(ws-seq-counter) to wsq-store-num.
           move ws-seq-prefix(ws-seq-counter) to wsq-prefix.
           move ws-seq-first-num(ws-seq-counter) to wsq-first-num.
           move ws-seq-last-num(ws-seq-counter) to wsq-last-num.
           move ws-seq-num-count(ws-seq-counter) to wsq-num-count.
           move ws-seq-gap-count(ws-seq-counter) to wsq-gap-count.
           move ws-seq-missing-count(ws-seq-counter)
             to wsq-missing-count.
           write output-line from ws-seq-line
             after advancing ws-one line.

       520-write-one-finding.
           perform 440-set-type-text.
           move ws-type-text to wfd-type-text.
           move ws-fnd-store-num(ws-fnd-counter) to wfd-store-num.
           move ws-fnd-prefix(ws-fnd-counter) to wfd-prefix.
           move ws-fnd-from-num(ws-fnd-counter) to wfd-from-num.

           if (ws-fnd-gap(ws-fnd-counter))
               move " - " to wfd-thru
               move ws-fnd-to-num(ws-fnd-counter) to wfd-to-num
               subtract ws-fnd-from-num(ws-fnd-counter)
                 from ws-fnd-to-num(ws-fnd-counter)
                 giving ws-next-expected
               add ws-one to ws-next-expected
               move ws-next-expected to wgd-missing-count
               move ws-gap-detail to wfd-detail
           else
               move spaces to wfd-thru
               move spaces to wfd-to-num
           end-if.

           if (ws-fnd-out-of-sequence(ws-fnd-counter))
               move ws-fnd-trans-date(ws-fnd-counter)
                 to wod-trans-date
               move ws-fnd-other-num(ws-fnd-counter) to wod-other-num
               move ws-fnd-other-date(ws-fnd-counter)
                 to wod-other-date
               move ws-oos-detail to wfd-detail
           end-if.

           if (ws-fnd-reused(ws-fnd-counter))
               move ws-fnd-store-num(ws-fnd-counter) to wrd-store-num
               move ws-fnd-other-store(ws-fnd-counter)
                 to wrd-other-store
               move ws-fnd-trans-date(ws-fnd-counter)
                 to wrd-trans-date
               move ws-fnd-other-date(ws-fnd-counter)
                 to wrd-other-date
               move ws-fnd-cashier-id(ws-fnd-counter)
                 to wrd-cashier-id
               move ws-fnd-other-cashier(ws-fnd-counter)
                 to wrd-other-cashier
               move ws-reused-detail to wfd-detail
           end-if.

           if (ws-fnd-new(ws-fnd-counter))
               move ws-status-new to wfd-status
           end-if.
           if (ws-fnd-reported(ws-fnd-counter))
               move ws-fnd-first-reported(ws-fnd-counter)
                 to wsr-first-reported
               move ws-status-reported to wfd-status
           end-if.
           if (ws-fnd-explained(ws-fnd-counter))
               move ws-fnd-reason(ws-fnd-counter) to wse-reason
               move ws-status-explained to wfd-status
           end-if.

           write output-line from ws-fnd-line
             after advancing ws-one line.

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

       end program Program33InvoiceSequenceAudit.

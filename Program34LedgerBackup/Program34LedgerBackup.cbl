       identification division.
       program-id. Program34LedgerBackup.

      ******************************************************************
      * Program Description: This program takes a generation of
      * every ledger the pipeline rewrites whole and carries from
      * night to night - the gift-card ledger, the house-charge AR
      * ledger, the layaway master, the store on-hand balances,
      * Program20's refund-status ledger, the MTD master,
      * Program10's posting history, Program18's transfer ledger
      * and return-to-vendor holding file, Program32's claim
      * ledger, Program27's chargeback master, Program36's points
      * ledger, Program38's special-order ledger, Program18's
      * department-week movement file, Program27's open settlement
      * exceptions, and the post stamps Program18 and Program36
      * keep against a second posting of the same day - before the
      * nightly chain touches any of them. Each ledger is copied
      * record for record to a numbered generation slot, the copy
      * is read back and its record count checked against what
      * was copied, and the generation catalog records which
      * business date each slot holds. A set number of generations
      * is kept per ledger (BACKUP-GENERATIONS= on the run-parameter
      * file, default 7); once a ledger has them all, the oldest
      * slot is taken over.
      * A business date that already has a verified generation is
      * left alone, so a rerun after a failed chain can never
      * overwrite the clean copy with a half-posted one. A copy
      * that does not verify is logged HIGH on the shared
      * exceptions file and ends the run with return code 8, so
      * the chain does not start without a way back.
      * Program35LedgerRestore puts the generations back.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * The carried ledgers - same paths and keys every program in
      * the pipeline uses. Read front to back, never updated here.
                  select gift-card-ledger-file
                      assign to "../../../data/GiftCardLedger.dat"
                      organization is indexed
                      access mode is sequential
                      record key is gcl-card-id
                      file status is ws-gift-card-status.

                  select ar-ledger-file
                      assign to "../../../data/ARLedger.dat"
                      organization is line sequential
                      file status is ws-ar-ledger-status.

                  select layaway-master-file
                      assign to "../../../data/LayawayMaster.dat"
                      organization is indexed
                      access mode is sequential
                      record key is lay-invoice-num
                      file status is ws-layaway-status.

                  select on-hand-file
                      assign to "../../../data/OnHandBalance.dat"
                      organization is indexed
                      access mode is sequential
                      record key is ohb-key
                      file status is ws-on-hand-status.

                  select refund-status-file
                      assign to "../../../data/RefundStatusLedger.dat"
                      organization is line sequential
                      file status is ws-refund-status-status.

                  select mtd-master-file
                      assign to "../../../data/MTDMaster.dat"
                      organization is line sequential
                      file status is ws-mtd-master-status.

                  select posting-history-file
                      assign to "../../../data/GLPostingHistory.dat"
                      organization is line sequential
                      file status is ws-posting-history-status.

                  select transfer-ledger-file
                      assign to "../../../data/TransferLedger.dat"
                      organization is line sequential
                      file status is ws-transfer-ledger-status.

                  select rtv-holding-file
                      assign to "../../../data/RTVHolding.dat"
                      organization is line sequential
                      file status is ws-rtv-holding-status.

                  select claim-ledger-file
                      assign to "../../../data/RTVClaimLedger.dat"
                      organization is line sequential
                      file status is ws-claim-ledger-status.

                  select chargeback-master-file
                      assign to "../../../data/ChargebackMaster.dat"
                      organization is line sequential
                      file status is ws-cb-master-status.

                  select loyalty-points-file
                      assign to "../../../data/LoyaltyPointsLedger.dat"
                      organization is line sequential
                      file status is ws-loyalty-points-status.

                  select order-ledger-file
                      assign to "../../../data/SpecialOrderLedger.dat"
                      organization is line sequential
                      file status is ws-order-ledger-status.

                  select dept-week-file
                      assign to "../../../data/DeptWeekMovement.dat"
                      organization is line sequential
                      file status is ws-dept-week-status.

                  select inventory-stamp-file
                      assign to "../../../data/InventoryPostStamp.dat"
                      organization is line sequential
                      file status is ws-inventory-stamp-status.

                  select settlement-exception-file
                      assign to
                          "../../../data/CardSettlementExceptions.dat"
                      organization is line sequential
                      file status is ws-settle-exception-status.

                  select points-stamp-file
                      assign to
                          "../../../data/LoyaltyPointsPostStamp.dat"
                      organization is line sequential
                      file status is ws-points-stamp-status.

      * One generation of one ledger - the path is rebuilt around
      * the ledger code and slot number each time.
                  select generation-file
                      assign to dynamic ws-generation-path
                      organization is line sequential
                      file status is ws-generation-status.

      * Generation catalog - which business date each slot holds,
      * how many records went into it and whether it verified.
                  select backup-catalog-file
                      assign to "../../../data/LedgerBackupCatalog.dat"
                      organization is line sequential
                      file status is ws-backup-catalog-status.

      * Central exceptions file shared by the whole pipeline - a
      * copy that does not verify lands here.
                  select exception-log-file
                      assign to "../../../data/ExceptionLog.dat"
                      organization is line sequential
                      file status is ws-exception-log-status.

                  select output-file
                      assign to "../../../data/LedgerBackup.out"
                      organization is line sequential.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch, the business date and
      * the number of generations kept.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
       fd gift-card-ledger-file
           data record is gcl-record
           record contains 59 characters.

       01 gcl-record.
           05 gcl-card-id pic x(15).
           05 filler pic x(44).

       fd ar-ledger-file
           data record is arl-record
           record contains 38 characters.

       01 arl-record pic x(38).

       fd layaway-master-file
           data record is layaway-record
           record contains 66 characters.

       01 layaway-record.
           05 lay-invoice-num pic x(9).
           05 filler pic x(57).

       fd on-hand-file
           data record is ohb-record
           record contains 33 characters.

       01 ohb-record.
           05 ohb-key pic x(17).
           05 filler pic x(16).

       fd refund-status-file
           data record is rfs-record
           record contains 38 characters.

      * Declared at 38 the way Program20EFTSettlement declares it,
      * but the record Program20 actually writes is 40 characters
      * (its field layout runs two past the declaration), so the
      * whole line is carried.
       01 rfs-record pic x(40).

       fd mtd-master-file
           data record is mtd-record
           record contains 37 characters.

       01 mtd-record pic x(37).

       fd posting-history-file
           data record is glh-record
           record contains 33 characters.

       01 glh-record pic x(33).

       fd transfer-ledger-file
           data record is tfl-record
           record contains 55 characters.

       01 tfl-record pic x(55).

       fd rtv-holding-file
           data record is rth-record
           record contains 45 characters.

       01 rth-record pic x(45).

       fd claim-ledger-file
           data record is rcl-record
           record contains 69 characters.

       01 rcl-record pic x(69).

       fd chargeback-master-file
           data record is cbm-record
           record contains 41 characters.

       01 cbm-record pic x(41).

       fd loyalty-points-file
           data record is lpl-record
           record contains 68 characters.

       01 lpl-record pic x(68).

       fd order-ledger-file
           data record is sol-record
           record contains 98 characters.

       01 sol-record pic x(98).

       fd dept-week-file
           data record is dwm-record
           record contains 28 characters.

       01 dwm-record pic x(28).

       fd inventory-stamp-file
           data record is ips-record
           record contains 8 characters.

       01 ips-record pic x(8).

       fd settlement-exception-file
           data record is csx-record
           record contains 40 characters.

       01 csx-record pic x(40).

       fd points-stamp-file
           data record is lps-record
           record contains 8 characters.

       01 lps-record pic x(8).

       fd generation-file
           data record is gen-record
           record contains 98 characters.

       01 gen-record pic x(98).

       fd backup-catalog-file
           data record is bkc-record
           record contains 37 characters.

       01 bkc-record.
           05 bkc-ledger-code pic x(3).
           05 bkc-slot pic 99.
           05 bkc-business-date pic 9(8).
           05 bkc-record-count pic 9(7).
           05 bkc-taken-date pic 9(8).
           05 bkc-taken-time pic 9(8).
           05 bkc-verified-flag pic x.

       fd exception-log-file
           data record is exception-log-line
           record contains 117 characters.

       01 exception-log-line pic x(117).

       fd output-file
            data record is report-line
            record contains 120 characters.

       01 output-line pic x(120).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-gift-card-status pic xx value spaces.
       01 ws-ar-ledger-status pic xx value spaces.
       01 ws-layaway-status pic xx value spaces.
       01 ws-on-hand-status pic xx value spaces.
       01 ws-refund-status-status pic xx value spaces.
       01 ws-mtd-master-status pic xx value spaces.
       01 ws-posting-history-status pic xx value spaces.
       01 ws-transfer-ledger-status pic xx value spaces.
       01 ws-rtv-holding-status pic xx value spaces.
       01 ws-claim-ledger-status pic xx value spaces.
       01 ws-cb-master-status pic xx value spaces.
       01 ws-loyalty-points-status pic xx value spaces.
       01 ws-order-ledger-status pic xx value spaces.
       01 ws-dept-week-status pic xx value spaces.
       01 ws-inventory-stamp-status pic xx value spaces.
       01 ws-settle-exception-status pic xx value spaces.
       01 ws-points-stamp-status pic xx value spaces.
       01 ws-generation-status pic xx value spaces.
       01 ws-backup-catalog-status pic xx value spaces.
       01 ws-exception-log-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-src-eof-flag pic x value "N".
       01 ws-gen-eof-flag pic x value "N".
       01 ws-business-date pic 9(8) value 0.

      * Generations kept per ledger - BACKUP-GENERATIONS= overrides,
      * anywhere from 1 up to the slots the catalog table allows.
       01 ws-generations-kept pic 99 value 7.
       77 ws-generations-max pic 99 value 30.

      * The carried ledgers, in the order they are backed up. The
      * three-letter code names the ledger on the catalog, on the
      * generation file and to the restore.
       01 ws-ledger-names.
           05 filler pic x(31) value "GCLGiftCardLedger.dat".
           05 filler pic x(31) value "ARLARLedger.dat".
           05 filler pic x(31) value "LAYLayawayMaster.dat".
           05 filler pic x(31) value "OHBOnHandBalance.dat".
           05 filler pic x(31) value "RFSRefundStatusLedger.dat".
           05 filler pic x(31) value "MTDMTDMaster.dat".
           05 filler pic x(31) value "GLHGLPostingHistory.dat".
           05 filler pic x(31) value "TFLTransferLedger.dat".
           05 filler pic x(31) value "RTHRTVHolding.dat".
           05 filler pic x(31) value "RCLRTVClaimLedger.dat".
           05 filler pic x(31) value "CBMChargebackMaster.dat".
           05 filler pic x(31) value "LPLLoyaltyPointsLedger.dat".
           05 filler pic x(31) value "SOLSpecialOrderLedger.dat".
           05 filler pic x(31) value "DWMDeptWeekMovement.dat".
           05 filler pic x(31) value "IPSInventoryPostStamp.dat".
           05 filler pic x(31)
               value "CSECardSettlementExceptions.dat".
           05 filler pic x(31) value "LPSLoyaltyPointsPostStamp.dat".
       01 ws-ledger-table redefines ws-ledger-names.
           05 ws-ledger-entry occurs 17 times.
               10 ws-ledger-code pic x(3).
               10 ws-ledger-file-name pic x(28).
       01 ws-ledger-index pic 99 value 0.
       77 ws-ledger-count pic 99 value 17.

      * The generation path, rebuilt around ledger code and slot.
       01 ws-generation-path.
           05 filler pic x(23) value "../../../data/LedgerGen".
           05 ws-path-ledger-code pic x(3).
           05 ws-path-slot pic 99.
           05 filler pic x(4) value ".dat".
           05 filler pic x(28) value spaces.

      * The generation catalog, held whole and rewritten whole. A
      * row whose ledger code is blanked has been dropped.
       01 ws-catalog-table.
           05 ws-cat-entry occurs 510 times.
               10 ws-cat-ledger-code pic x(3).
               10 ws-cat-slot pic 99.
               10 ws-cat-business-date pic 9(8).
               10 ws-cat-record-count pic 9(7).
               10 ws-cat-taken-date pic 9(8).
               10 ws-cat-taken-time pic 9(8).
               10 ws-cat-verified-flag pic x.
                   88 ws-cat-verified value "Y".
       01 ws-cat-counters.
           05 ws-cat-count pic 9(3) value 0.
           05 ws-cat-counter pic 9(3) value 0.
           05 ws-cat-row pic 9(3) value 0.
           05 ws-cat-today-row pic 9(3) value 0.
           05 ws-cat-oldest-row pic 9(3) value 0.
           05 ws-cat-held pic 99 value 0.
       77 ws-cat-table-max pic 9(3) value 510.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-cat-overflow-msg pic x(44)
           value "LedgerBackupCatalog.dat OVER CAPACITY".

      * Which slots of the ledger in hand are already taken.
       01 ws-slot-table.
           05 ws-slot-used-flag pic x occurs 30 times.
       01 ws-slot-counter pic 99 value 0.
       01 ws-chosen-slot pic 99 value 0.

      * The ledger in hand - what happened to it, for the report.
       01 ws-result-table.
           05 ws-res-entry occurs 17 times.
               10 ws-res-action pic x(8).
               10 ws-res-slot pic 99.
               10 ws-res-source-count pic 9(7).
               10 ws-res-copy-count pic 9(7).
               10 ws-res-verified-flag pic x.
       01 ws-source-status pic xx value spaces.
       01 ws-source-count pic 9(7) value 0.
       01 ws-copy-count pic 9(7) value 0.
       01 ws-copy-failed-flag pic x value space.
           88 ws-copy-failed value "y".
       01 ws-backup-failed-flag pic x value space.
           88 ws-backup-failed value "y".

      * Built exception line for the shared exceptions file.
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

       01 ws-not-verified-message.
           05 filler pic x(31) value "LEDGER BACKUP NOT VERIFIED ".
           05 wnv-ledger-code pic x(3).
           05 filler pic x(8) value " SOURCE ".
           05 wnv-source-count pic 9(7).
           05 filler pic x(6) value " COPY ".
           05 wnv-copy-count pic 9(7).

      * Run totals
       01 ws-calc.
           05 ws-calc-taken pic 99 value 0.
           05 ws-calc-kept pic 99 value 0.
           05 ws-calc-failed pic 99 value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(30) value "LEDGER BACKUP REPORT".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-generations-line.
         05 filler pic x(8) value spaces.
         05 filler pic x(29) value "GENERATIONS KEPT PER LEDGER: ".
         05 wgl-generations pic z9.

       01 ws-section-heading.
           05 filler pic x(3) value spaces.
           05 wsh-title pic x(40).

       01 ws-result-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(5) value "CODE".
           05 filler pic x(30) value "LEDGER".
           05 filler pic x(10) value "ACTION".
           05 filler pic x(6) value "SLOT".
           05 filler pic x(11) value "    SOURCE".
           05 filler pic x(11) value "    COPIED".
           05 filler pic x(10) value "  VERIFIED".

       01 ws-result-line.
           05 filler pic x(5) value spaces.
           05 wrs-ledger-code pic x(3).
           05 filler pic x(2) value spaces.
           05 wrs-file-name pic x(28).
           05 filler pic x(2) value spaces.
           05 wrs-action pic x(8).
           05 filler pic x(2) value spaces.
           05 wrs-slot pic z9.
           05 filler pic x(4) value spaces.
           05 wrs-source-count pic z,zzz,zz9.
           05 filler pic x(2) value spaces.
           05 wrs-copy-count pic z,zzz,zz9.
           05 filler pic x(8) value spaces.
           05 wrs-verified pic x(3).

       01 ws-held-heading.
           05 filler pic x(5) value spaces.
           05 filler pic x(5) value "CODE".
           05 filler pic x(6) value "SLOT".
           05 filler pic x(15) value "BUSINESS DATE".
           05 filler pic x(11) value "   RECORDS".
           05 filler pic x(20) value "   TAKEN".
           05 filler pic x(8) value "VERIFIED".

       01 ws-held-line.
           05 filler pic x(5) value spaces.
           05 whl-ledger-code pic x(3).
           05 filler pic x(2) value spaces.
           05 whl-slot pic z9.
           05 filler pic x(4) value spaces.
           05 whl-business-date pic 9(8).
           05 filler pic x(4) value spaces.
           05 whl-record-count pic z,zzz,zz9.
           05 filler pic x(3) value spaces.
           05 whl-taken-date pic 9(8).
           05 filler pic x value space.
           05 whl-taken-time pic 9(6).
           05 filler pic x(5) value spaces.
           05 whl-verified pic x(3).

       01 ws-summary-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value "TAKEN: ".
           05 wsm-taken pic z9.
           05 filler pic x(10) value "   KEPT: ".
           05 wsm-kept pic z9.
           05 filler pic x(12) value "   FAILED: ".
           05 wsm-failed pic z9.

       01 ws-failed-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(50)
               value "*** A LEDGER DID NOT VERIFY - CHAIN MUST NOT RUN".

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Backing up the carried ledgers.".
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
           initialize ws-catalog-table.
           initialize ws-result-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.
           perform 110-load-catalog.

           perform 200-back-up-one-ledger
             varying ws-ledger-index from ws-one by ws-one
             until ws-ledger-index > ws-ledger-count.

           perform 450-rewrite-catalog.
           perform 500-write-report.
           perform 600-close-out.

           if (ws-backup-failed)
               move 8 to return-code
           end-if.

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

           if (rpf-line(1:19) = "BACKUP-GENERATIONS=")
              and (rpf-line(20:2) numeric)
              and (rpf-line(20:2) > "00")
              and (rpf-line(20:2) not > "30")
               move rpf-line(20:2) to ws-generations-kept
           end-if.

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * The catalog comes in whole. It cannot honestly outgrow the
      * table (thirteen ledgers, thirty slots at most), so a catalog
      * that does is damaged and the run stops rather than guess.
       110-load-catalog.
           move "N" to ws-eof-flag.
           open input backup-catalog-file.

           if (ws-backup-catalog-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               read backup-catalog-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 115-load-one-catalog-row
             until (ws-eof-flag = ws-file-empty)
                or (ws-cat-count = ws-cat-table-max).

           if (ws-cat-count = ws-cat-table-max)
              and (ws-eof-flag not = ws-file-empty)
               display ws-reference-failure-msg
               display ws-cat-overflow-msg
               move 8 to return-code
               goback
           end-if.

           if (ws-backup-catalog-status not = "35")
               close backup-catalog-file
           end-if.

       115-load-one-catalog-row.
           add ws-one to ws-cat-count.
           move bkc-ledger-code to ws-cat-ledger-code(ws-cat-count).
           move bkc-slot to ws-cat-slot(ws-cat-count).
           move bkc-business-date
             to ws-cat-business-date(ws-cat-count).
           move bkc-record-count to ws-cat-record-count(ws-cat-count).
           move bkc-taken-date to ws-cat-taken-date(ws-cat-count).
           move bkc-taken-time to ws-cat-taken-time(ws-cat-count).
           move bkc-verified-flag
             to ws-cat-verified-flag(ws-cat-count).

           read backup-catalog-file
               at end move ws-file-empty to ws-eof-flag.

      * One ledger: drop any slot past the generations now kept,
      * pick the slot this business date goes into, copy, verify,
      * and record the generation on the catalog.
       200-back-up-one-ledger.
           perform 210-drop-one-excess-slot
             varying ws-cat-counter from ws-one by ws-one
             until ws-cat-counter > ws-cat-count.

           perform 220-choose-slot.

           if (ws-cat-today-row > ws-zero)
              and (ws-cat-verified(ws-cat-today-row))
               move "KEPT" to ws-res-action(ws-ledger-index)
               move ws-cat-slot(ws-cat-today-row)
                 to ws-res-slot(ws-ledger-index)
               move ws-cat-record-count(ws-cat-today-row)
                 to ws-res-source-count(ws-ledger-index)
               move ws-cat-record-count(ws-cat-today-row)
                 to ws-res-copy-count(ws-ledger-index)
               move "Y" to ws-res-verified-flag(ws-ledger-index)
               add ws-one to ws-calc-kept
           else
               perform 300-copy-ledger
               perform 400-verify-generation
               perform 420-record-generation
           end-if.

      * A lowered generation count leaves slots past the new limit
      * - they are emptied and dropped from the catalog.
       210-drop-one-excess-slot.
           if (ws-cat-ledger-code(ws-cat-counter)
                 = ws-ledger-code(ws-ledger-index))
              and (ws-cat-slot(ws-cat-counter) > ws-generations-kept)
               move ws-cat-ledger-code(ws-cat-counter)
                 to ws-path-ledger-code
               move ws-cat-slot(ws-cat-counter) to ws-path-slot
               open output generation-file
               if (ws-generation-status = "00")
                   close generation-file
               end-if
               move spaces to ws-cat-ledger-code(ws-cat-counter)
           end-if.

      * This business date's own row if it has one; otherwise the
      * first free slot; otherwise the slot holding the oldest
      * business date is taken over.
       220-choose-slot.
           move ws-zero to ws-cat-today-row.
           move ws-zero to ws-cat-oldest-row.
           move ws-zero to ws-cat-held.
           move spaces to ws-slot-table.

           perform 225-check-one-catalog-row
             varying ws-cat-counter from ws-one by ws-one
             until ws-cat-counter > ws-cat-count.

           if (ws-cat-today-row > ws-zero)
               move ws-cat-today-row to ws-cat-row
               move ws-cat-slot(ws-cat-row) to ws-chosen-slot
           else
               if (ws-cat-held < ws-generations-kept)
                   move ws-zero to ws-chosen-slot
                   perform 230-find-free-slot
                     varying ws-slot-counter from ws-one by ws-one
                     until (ws-slot-counter > ws-generations-kept)
                        or (ws-chosen-slot > ws-zero)
                   add ws-one to ws-cat-count
                   move ws-cat-count to ws-cat-row
               else
                   move ws-cat-oldest-row to ws-cat-row
                   move ws-cat-slot(ws-cat-row) to ws-chosen-slot
               end-if
           end-if.

       225-check-one-catalog-row.
           if (ws-cat-ledger-code(ws-cat-counter)
                 = ws-ledger-code(ws-ledger-index))
               add ws-one to ws-cat-held
               move "y"
                 to ws-slot-used-flag(ws-cat-slot(ws-cat-counter))

               if (ws-cat-business-date(ws-cat-counter)
                     = ws-business-date)
                   move ws-cat-counter to ws-cat-today-row
               end-if

               if (ws-cat-oldest-row = ws-zero)
                   move ws-cat-counter to ws-cat-oldest-row
               else
                   if (ws-cat-business-date(ws-cat-counter)
                       < ws-cat-business-date(ws-cat-oldest-row))
                       move ws-cat-counter to ws-cat-oldest-row
                   end-if
               end-if
           end-if.

       230-find-free-slot.
           if (ws-slot-used-flag(ws-slot-counter) not = "y")
               move ws-slot-counter to ws-chosen-slot
           end-if.

      * Copy the ledger in hand into its generation slot, record for
      * record. A ledger not there at all (never yet created) backs
      * up as an empty generation; one that will not open fails.
       300-copy-ledger.
           move ws-blank to ws-copy-failed-flag.
           move ws-zero to ws-source-count.
           move "N" to ws-src-eof-flag.
           move "00" to ws-source-status.

           move ws-ledger-code(ws-ledger-index) to ws-path-ledger-code.
           move ws-chosen-slot to ws-path-slot.

           open output generation-file.

           if (ws-generation-status not = "00")
               move "y" to ws-copy-failed-flag
           else
               evaluate (ws-ledger-index)
                   when 1
                       perform 310-copy-gift-cards
                   when 2
                       perform 320-copy-ar-ledger
                   when 3
                       perform 330-copy-layaways
                   when 4
                       perform 340-copy-on-hand
                   when 5
                       perform 350-copy-refund-status
                   when 6
                       perform 360-copy-mtd-master
                   when 7
                       perform 370-copy-posting-history
                   when 8
                       perform 380-copy-transfer-ledger
                   when 9
                       perform 383-copy-rtv-holding
                   when 10
                       perform 386-copy-claim-ledger
                   when 11
                       perform 389-copy-chargeback-master
                   when 12
                       perform 392-copy-loyalty-points
                   when 13
                       perform 395-copy-order-ledger
                   when 14
                       perform 376-copy-dept-week
                   when 15
                       perform 378-copy-inventory-stamp
                   when 16
                       perform 397-copy-settle-exceptions
                   when other
                       perform 379-copy-points-stamp
               end-evaluate
               close generation-file
           end-if.

           if (ws-source-status not = "00")
              and (ws-source-status not = "35")
               move "y" to ws-copy-failed-flag
           end-if.

       310-copy-gift-cards.
           open input gift-card-ledger-file.
           move ws-gift-card-status to ws-source-status.

           if (ws-gift-card-status = "00")
               read gift-card-ledger-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 315-copy-one-gift-card
                 until ws-src-eof-flag = ws-file-empty
               close gift-card-ledger-file
           end-if.

       315-copy-one-gift-card.
           write gen-record from gcl-record.
           add ws-one to ws-source-count.

           read gift-card-ledger-file
               at end move ws-file-empty to ws-src-eof-flag.

       320-copy-ar-ledger.
           open input ar-ledger-file.
           move ws-ar-ledger-status to ws-source-status.

           if (ws-ar-ledger-status = "00")
               read ar-ledger-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 325-copy-one-ar-item
                 until ws-src-eof-flag = ws-file-empty
               close ar-ledger-file
           end-if.

       325-copy-one-ar-item.
           write gen-record from arl-record.
           add ws-one to ws-source-count.

           read ar-ledger-file
               at end move ws-file-empty to ws-src-eof-flag.

       330-copy-layaways.
           open input layaway-master-file.
           move ws-layaway-status to ws-source-status.

           if (ws-layaway-status = "00")
               read layaway-master-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 335-copy-one-layaway
                 until ws-src-eof-flag = ws-file-empty
               close layaway-master-file
           end-if.

       335-copy-one-layaway.
           write gen-record from layaway-record.
           add ws-one to ws-source-count.

           read layaway-master-file
               at end move ws-file-empty to ws-src-eof-flag.

       340-copy-on-hand.
           open input on-hand-file.
           move ws-on-hand-status to ws-source-status.

           if (ws-on-hand-status = "00")
               read on-hand-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 345-copy-one-on-hand
                 until ws-src-eof-flag = ws-file-empty
               close on-hand-file
           end-if.

       345-copy-one-on-hand.
           write gen-record from ohb-record.
           add ws-one to ws-source-count.

           read on-hand-file
               at end move ws-file-empty to ws-src-eof-flag.

       350-copy-refund-status.
           open input refund-status-file.
           move ws-refund-status-status to ws-source-status.

           if (ws-refund-status-status = "00")
               read refund-status-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 355-copy-one-refund
                 until ws-src-eof-flag = ws-file-empty
               close refund-status-file
           end-if.

       355-copy-one-refund.
           write gen-record from rfs-record.
           add ws-one to ws-source-count.

           read refund-status-file
               at end move ws-file-empty to ws-src-eof-flag.

       360-copy-mtd-master.
           open input mtd-master-file.
           move ws-mtd-master-status to ws-source-status.

           if (ws-mtd-master-status = "00")
               read mtd-master-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 365-copy-one-mtd
                 until ws-src-eof-flag = ws-file-empty
               close mtd-master-file
           end-if.

       365-copy-one-mtd.
           write gen-record from mtd-record.
           add ws-one to ws-source-count.

           read mtd-master-file
               at end move ws-file-empty to ws-src-eof-flag.

       370-copy-posting-history.
           open input posting-history-file.
           move ws-posting-history-status to ws-source-status.

           if (ws-posting-history-status = "00")
               read posting-history-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 375-copy-one-posting
                 until ws-src-eof-flag = ws-file-empty
               close posting-history-file
           end-if.

       375-copy-one-posting.
           write gen-record from glh-record.
           add ws-one to ws-source-count.

           read posting-history-file
               at end move ws-file-empty to ws-src-eof-flag.

       376-copy-dept-week.
           open input dept-week-file.
           move ws-dept-week-status to ws-source-status.

           if (ws-dept-week-status = "00")
               read dept-week-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 377-copy-one-dept-week
                 until ws-src-eof-flag = ws-file-empty
               close dept-week-file
           end-if.

       377-copy-one-dept-week.
           write gen-record from dwm-record.
           add ws-one to ws-source-count.

           read dept-week-file
               at end move ws-file-empty to ws-src-eof-flag.

      * A post stamp is the one business date its owner last
      * posted - a single record, or none before the first run.
       378-copy-inventory-stamp.
           open input inventory-stamp-file.
           move ws-inventory-stamp-status to ws-source-status.

           if (ws-inventory-stamp-status = "00")
               read inventory-stamp-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               if (ws-src-eof-flag not = ws-file-empty)
                   write gen-record from ips-record
                   add ws-one to ws-source-count
               end-if
               close inventory-stamp-file
           end-if.

       379-copy-points-stamp.
           open input points-stamp-file.
           move ws-points-stamp-status to ws-source-status.

           if (ws-points-stamp-status = "00")
               read points-stamp-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               if (ws-src-eof-flag not = ws-file-empty)
                   write gen-record from lps-record
                   add ws-one to ws-source-count
               end-if
               close points-stamp-file
           end-if.

       380-copy-transfer-ledger.
           open input transfer-ledger-file.
           move ws-transfer-ledger-status to ws-source-status.

           if (ws-transfer-ledger-status = "00")
               read transfer-ledger-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 381-copy-one-transfer-ledger
                 until ws-src-eof-flag = ws-file-empty
               close transfer-ledger-file
           end-if.

       381-copy-one-transfer-ledger.
           write gen-record from tfl-record.
           add ws-one to ws-source-count.

           read transfer-ledger-file
               at end move ws-file-empty to ws-src-eof-flag.

       383-copy-rtv-holding.
           open input rtv-holding-file.
           move ws-rtv-holding-status to ws-source-status.

           if (ws-rtv-holding-status = "00")
               read rtv-holding-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 384-copy-one-rtv-holding
                 until ws-src-eof-flag = ws-file-empty
               close rtv-holding-file
           end-if.

       384-copy-one-rtv-holding.
           write gen-record from rth-record.
           add ws-one to ws-source-count.

           read rtv-holding-file
               at end move ws-file-empty to ws-src-eof-flag.

       386-copy-claim-ledger.
           open input claim-ledger-file.
           move ws-claim-ledger-status to ws-source-status.

           if (ws-claim-ledger-status = "00")
               read claim-ledger-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 387-copy-one-claim-ledger
                 until ws-src-eof-flag = ws-file-empty
               close claim-ledger-file
           end-if.

       387-copy-one-claim-ledger.
           write gen-record from rcl-record.
           add ws-one to ws-source-count.

           read claim-ledger-file
               at end move ws-file-empty to ws-src-eof-flag.

       389-copy-chargeback-master.
           open input chargeback-master-file.
           move ws-cb-master-status to ws-source-status.

           if (ws-cb-master-status = "00")
               read chargeback-master-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 390-copy-one-chargeback-master
                 until ws-src-eof-flag = ws-file-empty
               close chargeback-master-file
           end-if.

       390-copy-one-chargeback-master.
           write gen-record from cbm-record.
           add ws-one to ws-source-count.

           read chargeback-master-file
               at end move ws-file-empty to ws-src-eof-flag.

       392-copy-loyalty-points.
           open input loyalty-points-file.
           move ws-loyalty-points-status to ws-source-status.

           if (ws-loyalty-points-status = "00")
               read loyalty-points-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 393-copy-one-loyalty-points
                 until ws-src-eof-flag = ws-file-empty
               close loyalty-points-file
           end-if.

       393-copy-one-loyalty-points.
           write gen-record from lpl-record.
           add ws-one to ws-source-count.

           read loyalty-points-file
               at end move ws-file-empty to ws-src-eof-flag.

       395-copy-order-ledger.
           open input order-ledger-file.
           move ws-order-ledger-status to ws-source-status.

           if (ws-order-ledger-status = "00")
               read order-ledger-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 396-copy-one-order-ledger
                 until ws-src-eof-flag = ws-file-empty
               close order-ledger-file
           end-if.

       396-copy-one-order-ledger.
           write gen-record from sol-record.
           add ws-one to ws-source-count.

           read order-ledger-file
               at end move ws-file-empty to ws-src-eof-flag.

       397-copy-settle-exceptions.
           open input settlement-exception-file.
           move ws-settle-exception-status to ws-source-status.

           if (ws-settle-exception-status = "00")
               read settlement-exception-file
                   at end move ws-file-empty to ws-src-eof-flag
               end-read
               perform 398-copy-one-settle-exception
                 until ws-src-eof-flag = ws-file-empty
               close settlement-exception-file
           end-if.

       398-copy-one-settle-exception.
           write gen-record from csx-record.
           add ws-one to ws-source-count.

           read settlement-exception-file
               at end move ws-file-empty to ws-src-eof-flag.

      * The generation is read back and counted - a copy whose
      * count does not match what went in is no backup at all.
       400-verify-generation.
           move ws-zero to ws-copy-count.
           move "N" to ws-gen-eof-flag.

           if (not ws-copy-failed)
               open input generation-file
               if (ws-generation-status not = "00")
                   move "y" to ws-copy-failed-flag
               else
                   read generation-file
                       at end move ws-file-empty to ws-gen-eof-flag
                   end-read
                   perform 410-count-one-generation-record
                     until ws-gen-eof-flag = ws-file-empty
                   close generation-file
               end-if
           end-if.

           if (ws-copy-count not = ws-source-count)
               move "y" to ws-copy-failed-flag
           end-if.

       410-count-one-generation-record.
           add ws-one to ws-copy-count.

           read generation-file
               at end move ws-file-empty to ws-gen-eof-flag.

      * The slot goes on the catalog under this business date -
      * verified, or flagged so the restore will not use it.
       420-record-generation.
           move ws-ledger-code(ws-ledger-index)
             to ws-cat-ledger-code(ws-cat-row).
           move ws-chosen-slot to ws-cat-slot(ws-cat-row).
           move ws-business-date to ws-cat-business-date(ws-cat-row).
           move ws-source-count to ws-cat-record-count(ws-cat-row).
           accept ws-cat-taken-date(ws-cat-row) from date yyyymmdd.
           accept ws-cat-taken-time(ws-cat-row) from time.

           move ws-chosen-slot to ws-res-slot(ws-ledger-index).
           move ws-source-count
             to ws-res-source-count(ws-ledger-index).
           move ws-copy-count to ws-res-copy-count(ws-ledger-index).

           if (ws-copy-failed)
               move "N" to ws-cat-verified-flag(ws-cat-row)
               move "FAILED" to ws-res-action(ws-ledger-index)
               move "N" to ws-res-verified-flag(ws-ledger-index)
               move "y" to ws-backup-failed-flag
               add ws-one to ws-calc-failed
               perform 430-log-not-verified
           else
               move "Y" to ws-cat-verified-flag(ws-cat-row)
               move "TAKEN" to ws-res-action(ws-ledger-index)
               move "Y" to ws-res-verified-flag(ws-ledger-index)
               add ws-one to ws-calc-taken
           end-if.

       430-log-not-verified.
           move ws-ledger-code(ws-ledger-index) to wnv-ledger-code.
           move ws-source-count to wnv-source-count.
           move ws-copy-count to wnv-copy-count.
           move "HIGH" to exl-severity.
           move ws-not-verified-message to exl-message.
           perform 440-write-exception.

      * Append one staged alarm to the shared exceptions file -
      * EXTEND with the same create-on-first-touch fallback the
      * shared audit log uses.
       440-write-exception.
           open extend exception-log-file.
           if (ws-exception-log-status = "35")
               open output exception-log-file
           end-if.

           move "Program34LedgerBackup" to exl-program-name.
           accept exl-date from date yyyymmdd.
           accept exl-time from time.
           move "N" to exl-ack-flag.

           write exception-log-line from ws-exception-line.

           close exception-log-file.

      * The catalog goes back whole, dropped rows left out.
       450-rewrite-catalog.
           open output backup-catalog-file.

           perform 455-write-one-catalog-row
             varying ws-cat-counter from ws-one by ws-one
             until ws-cat-counter > ws-cat-count.

           close backup-catalog-file.

       455-write-one-catalog-row.
           if (ws-cat-ledger-code(ws-cat-counter) not = spaces)
               move ws-cat-ledger-code(ws-cat-counter)
                 to bkc-ledger-code
               move ws-cat-slot(ws-cat-counter) to bkc-slot
               move ws-cat-business-date(ws-cat-counter)
                 to bkc-business-date
               move ws-cat-record-count(ws-cat-counter)
                 to bkc-record-count
               move ws-cat-taken-date(ws-cat-counter)
                 to bkc-taken-date
               move ws-cat-taken-time(ws-cat-counter)
                 to bkc-taken-time
               move ws-cat-verified-flag(ws-cat-counter)
                 to bkc-verified-flag
               write bkc-record
           end-if.

      * The report: what happened to each ledger tonight, then every
      * generation on hand, ledger by ledger in slot order - the
      * list the restore chooses from.
       500-write-report.
           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.
           move ws-generations-kept to wgl-generations.
           write output-line from ws-generations-line
             after advancing ws-one line.

           move "THIS RUN" to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           write output-line from ws-result-heading
             after advancing ws-one line.

           perform 510-write-one-result
             varying ws-ledger-index from ws-one by ws-one
             until ws-ledger-index > ws-ledger-count.

           move "GENERATIONS ON HAND" to wsh-title.
           write output-line from ws-section-heading
             after advancing ws-two line.
           write output-line from ws-held-heading
             after advancing ws-one line.

           perform 520-write-ledger-generations
             varying ws-ledger-index from ws-one by ws-one
             until ws-ledger-index > ws-ledger-count.

           move ws-calc-taken to wsm-taken.
           move ws-calc-kept to wsm-kept.
           move ws-calc-failed to wsm-failed.
           write output-line from ws-summary-line
             after advancing ws-two line.

           if (ws-backup-failed)
               write output-line from ws-failed-line
                 after advancing ws-one line
           end-if.

           close output-file.

       510-write-one-result.
           move ws-ledger-code(ws-ledger-index) to wrs-ledger-code.
           move ws-ledger-file-name(ws-ledger-index) to wrs-file-name.
           move ws-res-action(ws-ledger-index) to wrs-action.
           move ws-res-slot(ws-ledger-index) to wrs-slot.
           move ws-res-source-count(ws-ledger-index)
             to wrs-source-count.
           move ws-res-copy-count(ws-ledger-index) to wrs-copy-count.

           if (ws-res-verified-flag(ws-ledger-index) = "Y")
               move "YES" to wrs-verified
           else
               move "NO" to wrs-verified
           end-if.

           write output-line from ws-result-line
             after advancing ws-one line.

       520-write-ledger-generations.
           perform 525-write-one-slot
             varying ws-slot-counter from ws-one by ws-one
             until ws-slot-counter > ws-generations-kept.

       525-write-one-slot.
           perform 530-write-slot-row
             varying ws-cat-counter from ws-one by ws-one
             until ws-cat-counter > ws-cat-count.

       530-write-slot-row.
           if (ws-cat-ledger-code(ws-cat-counter)
                 = ws-ledger-code(ws-ledger-index))
              and (ws-cat-slot(ws-cat-counter) = ws-slot-counter)
               move ws-cat-ledger-code(ws-cat-counter)
                 to whl-ledger-code
               move ws-cat-slot(ws-cat-counter) to whl-slot
               move ws-cat-business-date(ws-cat-counter)
                 to whl-business-date
               move ws-cat-record-count(ws-cat-counter)
                 to whl-record-count
               move ws-cat-taken-date(ws-cat-counter)
                 to whl-taken-date
               move ws-cat-taken-time(ws-cat-counter)(1:6)
                 to whl-taken-time
               if (ws-cat-verified(ws-cat-counter))
                   move "YES" to whl-verified
               else
                   move "NO" to whl-verified
               end-if
               write output-line from ws-held-line
                 after advancing ws-one line
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

       end program Program34LedgerBackup.

       identification division.
       program-id. Program35LedgerRestore.

      ******************************************************************
      * Program Description: This program puts the carried ledgers
      * back from the generations Program34LedgerBackup takes ahead
      * of each night's chain. The operator signs on against the
      * operator master (master-maintenance role), picks a business
      * date off the generations on hand and one ledger or ALL, and
      * every chosen ledger is rewritten from its generation as it
      * stood when that business date's run started. Before any
      * ledger is touched each chosen generation must be on the
      * catalog as verified and must still count out to the records
      * the catalog says went into it - if any one does not, nothing
      * is restored, so the set never comes back half old and half
      * new. Every restore is filed on the restore log under the
      * operator who did it and raised as a WARN on the shared
      * exceptions file for the morning summary. A restore needs a
      * person at the keyboard, so an unattended run does nothing.
      * The post stamps go back with the ledgers they guard - a
      * restore of OHB takes Program18's stamp with it and a restore
      * of LPL takes Program36's, so the rerun of that day posts.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * The carried ledgers - same paths and keys every program in
      * the pipeline uses. Rewritten whole from the generation.
                  select gift-card-ledger-file
                      assign to "../../../data/GiftCardLedger.dat"
                      organization is indexed
                      access mode is sequential
                      record key is gcl-card-id
                      file status is ws-ledger-status.

                  select ar-ledger-file
                      assign to "../../../data/ARLedger.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select layaway-master-file
                      assign to "../../../data/LayawayMaster.dat"
                      organization is indexed
                      access mode is sequential
                      record key is lay-invoice-num
                      file status is ws-ledger-status.

                  select on-hand-file
                      assign to "../../../data/OnHandBalance.dat"
                      organization is indexed
                      access mode is sequential
                      record key is ohb-key
                      file status is ws-ledger-status.

                  select refund-status-file
                      assign to "../../../data/RefundStatusLedger.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select mtd-master-file
                      assign to "../../../data/MTDMaster.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select posting-history-file
                      assign to "../../../data/GLPostingHistory.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select transfer-ledger-file
                      assign to "../../../data/TransferLedger.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select rtv-holding-file
                      assign to "../../../data/RTVHolding.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select claim-ledger-file
                      assign to "../../../data/RTVClaimLedger.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select chargeback-master-file
                      assign to "../../../data/ChargebackMaster.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select loyalty-points-file
                      assign to "../../../data/LoyaltyPointsLedger.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select order-ledger-file
                      assign to "../../../data/SpecialOrderLedger.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select dept-week-file
                      assign to "../../../data/DeptWeekMovement.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select inventory-stamp-file
                      assign to "../../../data/InventoryPostStamp.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select settlement-exception-file
                      assign to
                          "../../../data/CardSettlementExceptions.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

                  select points-stamp-file
                      assign to
                          "../../../data/LoyaltyPointsPostStamp.dat"
                      organization is line sequential
                      file status is ws-ledger-status.

      * One generation of one ledger, as Program34 names it.
                  select generation-file
                      assign to dynamic ws-generation-path
                      organization is line sequential
                      file status is ws-generation-status.

      * Generation catalog kept by Program34 - read only here.
                  select backup-catalog-file
                      assign to "../../../data/LedgerBackupCatalog.dat"
                      organization is line sequential
                      file status is ws-backup-catalog-status.

      * Who restored what, to which business date, and when.
                  select restore-log-file
                      assign to "../../../data/LedgerRestoreLog.dat"
                      organization is line sequential
                      file status is ws-restore-log-status.

      * Operator master - sign-on IDs, passwords and roles.
                  select operator-master-file
                      assign to "../../../data/OperatorMaster.dat"
                      organization is line sequential
                      file status is ws-operator-status.

      * Central exceptions file shared by the whole pipeline - every
      * restore and every failed sign-on lands here.
                  select exception-log-file
                      assign to "../../../data/ExceptionLog.dat"
                      organization is line sequential
                      file status is ws-exception-log-status.

      * Pipeline-state interlock kept by Program0PipelineDriver - a
      * ledger must not be put back under a chain that is running.
                  select pipeline-state-file
                      assign to "../../../data/PipelineState.dat"
                      organization is line sequential
                      file status is ws-pipeline-state-status.

      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch.
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

       fd restore-log-file
           data record is rsl-record
           record contains 45 characters.

       01 rsl-record.
           05 rsl-restore-date pic 9(8).
           05 rsl-restore-time pic 9(8).
           05 rsl-operator-id pic x(8).
           05 rsl-ledger-code pic x(3).
           05 rsl-business-date pic 9(8).
           05 rsl-slot pic 99.
           05 rsl-record-count pic 9(7).
           05 rsl-outcome pic x.

       fd operator-master-file
           data record is opm-record
           record contains 44 characters.

       01 opm-record.
           05 opm-operator-id pic x(8).
           05 opm-password pic x(8).
           05 opm-operator-name pic x(20).
           05 opm-role-maintain pic x.
           05 opm-role-review pic x.
           05 opm-role-signoff pic x.
           05 opm-cashier-id pic 9(4).
           05 opm-status pic x.

       fd exception-log-file
           data record is exception-log-line
           record contains 117 characters.

       01 exception-log-line pic x(117).

       fd pipeline-state-file
           data record is state-record
           record contains 24 characters.

       01 state-record.
           05 pst-state pic x(8).
           05 pst-date pic 9(8).
           05 pst-time pic 9(8).

       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-ledger-status pic xx value spaces.
       01 ws-generation-status pic xx value spaces.
       01 ws-backup-catalog-status pic xx value spaces.
       01 ws-restore-log-status pic xx value spaces.
       01 ws-exception-log-status pic xx value spaces.
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-gen-eof-flag pic x value "N".
       01 ws-business-date pic 9(8) value 0.

      * Pipeline-state interlock working fields - the stamp goes
      * stale when it is not from today or is more than the
      * threshold hours old. A fresh RUNNING state is usually a
      * chain that died mid-rewrite - the very case a restore is
      * for - so the operator may go ahead, but only on a second,
      * deliberate answer.
       01 ws-pipeline-state-status pic xx value spaces.
       01 ws-interlock-today pic 9(8) value 0.
       01 ws-interlock-time pic 9(8) value 0.
       01 ws-interlock-hour pic 99 value 0.
       01 ws-stamp-hour pic 99 value 0.
       01 ws-interlock-blocked-flag pic x value space.
           88 ws-interlock-blocked value "y".
       77 ws-interlock-stale-hours pic 99 value 4.
       77 ws-pipeline-busy-msg pic x(45)
           value "PIPELINE SHOWS RUNNING - IS THE CHAIN DOWN?".
       77 ws-running-prompt pic x(44)
           value "RESTORE UNDER A RUNNING STATE (Y/N):".
       77 ws-stale-state-msg pic x(44)
           value "STALE PIPELINE STATE IGNORED - PROCEEDING".
       77 ws-needs-operator-msg pic x(44)
           value "LEDGER RESTORE NEEDS AN OPERATOR - NOT RUN".

      * Sign-on - the operator master entry of whoever signed on,
      * and the tries they have had.
       01 ws-operator-status pic xx value spaces.
       01 ws-operator-id pic x(8) value spaces.
       77 ws-operator-prompt pic x(26) value "OPERATOR ID:".
       01 ws-password pic x(8) value spaces.
       01 ws-sign-on-tries pic 9 value 0.
       77 ws-sign-on-max pic 9 value 3.
       01 ws-signed-on-flag pic x value space.
           88 ws-signed-on value "y".
       01 ws-opm-found-flag pic x value space.
           88 ws-opm-found value "y".
       01 ws-opm-missing-flag pic x value space.
           88 ws-opm-missing value "y".
       01 ws-opm-eof-flag pic x value "N".
       01 ws-signed-on-operator.
           05 ws-son-operator-id pic x(8).
           05 ws-son-password pic x(8).
           05 ws-son-operator-name pic x(20).
           05 ws-son-role-maintain pic x.
               88 ws-son-may-maintain value "Y".
           05 ws-son-role-review pic x.
               88 ws-son-may-review value "Y".
           05 ws-son-role-signoff pic x.
               88 ws-son-may-sign-off value "Y".
           05 ws-son-cashier-id pic 9(4).
           05 ws-son-status pic x.
               88 ws-son-active value "A".
       01 ws-sign-on-failure pic x(31) value spaces.
       77 ws-password-prompt pic x(26) value "PASSWORD:".
       77 ws-unknown-operator-msg pic x(31)
           value "UNKNOWN OPERATOR ID".
       77 ws-bad-password-msg pic x(31) value "WRONG PASSWORD".
       77 ws-suspended-msg pic x(31) value "OPERATOR SUSPENDED".
       77 ws-no-role-msg pic x(31)
           value "NOT AUTHORIZED FOR THIS PROGRAM".
       77 ws-no-operator-master-msg pic x(31)
           value "OPERATOR MASTER NOT AVAILABLE".
       77 ws-sign-on-refused-msg pic x(40)
           value "SIGN-ON REFUSED - NOTHING RESTORED".

      * The carried ledgers, in the order Program34 backs them up.
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

      * What the operator chose, and what each chosen ledger maps
      * to on the catalog.
       01 ws-restore-date pic 9(8) value 0.
       01 ws-restore-date-entry pic x(8) value spaces.
       01 ws-restore-choice pic x(3) value spaces.
           88 ws-restore-all value "ALL".
       01 ws-selection-table.
           05 ws-sel-entry occurs 17 times.
               10 ws-sel-chosen-flag pic x.
                   88 ws-sel-chosen value "y".
               10 ws-sel-cat-row pic 9(3).
       01 ws-selected-count pic 99 value 0.
       01 ws-refused-count pic 99 value 0.
       01 ws-confirm-answer pic x value space.
       77 ws-date-prompt pic x(46)
           value "RESTORE TO START OF BUSINESS DATE (YYYYMMDD):".
       77 ws-choice-prompt pic x(48)
           value "LEDGER (GCL ARL LAY OHB RFS MTD GLH TFL RTH".
       77 ws-choice-prompt-2 pic x(48)
           value "        RCL CBM LPL SOL DWM IPS CSE LPS) OR ALL:".
       77 ws-confirm-prompt pic x(44)
           value "OVERWRITE THE LEDGERS LISTED ABOVE (Y/N):".
       77 ws-bad-date-msg pic x(44)
           value "NOT A DATE - NOTHING RESTORED".
       77 ws-bad-choice-msg pic x(44)
           value "NOT A LEDGER CODE - NOTHING RESTORED".
       77 ws-nothing-restored-msg pic x(44)
           value "NOTHING RESTORED".
       77 ws-no-generations-msg pic x(44)
           value "NO GENERATIONS ON THE CATALOG".

      * The generation path, rebuilt around ledger code and slot.
       01 ws-generation-path.
           05 filler pic x(23) value "../../../data/LedgerGen".
           05 ws-path-ledger-code pic x(3).
           05 ws-path-slot pic 99.
           05 filler pic x(4) value ".dat".
           05 filler pic x(28) value spaces.

      * The generation catalog, held whole.
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
       77 ws-cat-table-max pic 9(3) value 510.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-cat-overflow-msg pic x(44)
           value "LedgerBackupCatalog.dat OVER CAPACITY".

      * One ledger's copy back.
       01 ws-copy-count pic 9(7) value 0.
       01 ws-restored-count pic 9(7) value 0.
       01 ws-restore-failed-flag pic x value space.
           88 ws-restore-failed value "y".

      * Operator displays.
       01 ws-generation-line.
           05 wgn-ledger-code pic x(3).
           05 filler pic x(2) value spaces.
           05 wgn-business-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wgn-record-count pic z,zzz,zz9.
           05 filler pic x(9) value " RECORDS ".
           05 wgn-verified pic x(12).

       01 ws-refused-line.
           05 filler pic x(25) value "NO USABLE GENERATION FOR ".
           05 wrf-ledger-code pic x(3).
           05 filler pic x(4) value " ON ".
           05 wrf-business-date pic 9(8).

       01 ws-chosen-line.
           05 filler pic x(10) value "RESTORE   ".
           05 wcl-file-name pic x(28).
           05 filler pic x(6) value " FROM ".
           05 wcl-business-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wcl-record-count pic z,zzz,zz9.
           05 filler pic x(8) value " RECORDS".

       01 ws-outcome-line.
           05 wol-file-name pic x(28).
           05 filler pic x(2) value spaces.
           05 wol-record-count pic z,zzz,zz9.
           05 filler pic x(2) value spaces.
           05 wol-outcome pic x(36).

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

       01 ws-failed-sign-on-message.
           05 filler pic x(15) value "FAILED SIGN-ON ".
           05 wfs-operator-id pic x(8).
           05 filler pic x(3) value " - ".
           05 wfs-reason pic x(31).

       01 ws-restored-message.
           05 filler pic x(7) value "LEDGER ".
           05 wrm-ledger-code pic x(3).
           05 wrm-outcome pic x(13).
           05 wrm-business-date pic 9(8).
           05 filler pic x(4) value " BY ".
           05 wrm-operator-id pic x(8).

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Restoring the carried ledgers.".
           05 ws-output-dest-message     pic x(36)
                           value "Please proceed to the 'data' folder.".
           05 ws-exit-message            pic x(36)
                           value "Press any key to exit the program...".
      *
       77 ws-file-empty pic x value "e".
       77 ws-zero pic 9 value 0.
       77 ws-one pic 9 value 1.
       77 ws-blank pic x value space.
      *

       procedure division.

      * Main Method
       000-Main.
           initialize ws-catalog-table.
           initialize ws-selection-table.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.

           if (ws-unattended)
               display ws-needs-operator-msg
               move 8 to return-code
               goback
           end-if.

           perform 040-check-pipeline-state.

           if (not ws-interlock-blocked)
               perform 050-sign-on
           end-if.

           if (ws-signed-on)
               perform 110-load-catalog
               perform 200-choose-restore
           end-if.

           perform 600-close-out.
           goback.


      * The interlock check. RUNNING and fresh is asked about - a
      * chain that died mid-rewrite leaves exactly that behind -
      * and anything but a deliberate Y stops the run.
       040-check-pipeline-state.
           open input pipeline-state-file.

           if (ws-pipeline-state-status = "00")
               read pipeline-state-file
                   at end move spaces to pst-state
               end-read
               close pipeline-state-file

               if (pst-state = "RUNNING ")
                   accept ws-interlock-today from date yyyymmdd
                   accept ws-interlock-time from time
                   move ws-interlock-time(1:2) to ws-interlock-hour
                   move pst-time(1:2) to ws-stamp-hour

                   if (pst-date not = ws-interlock-today)
                       display ws-stale-state-msg
                   else
                       subtract ws-stamp-hour
                         from ws-interlock-hour
                       if (ws-interlock-hour
                           > ws-interlock-stale-hours)
                           display ws-stale-state-msg
                       else
                           perform 045-confirm-running-state
                       end-if
                   end-if
               end-if
           end-if.

       045-confirm-running-state.
           display ws-pipeline-busy-msg.
           display ws-running-prompt.
           move ws-blank to ws-confirm-answer.
           accept ws-confirm-answer.

           if (ws-confirm-answer not = "Y")
              and (ws-confirm-answer not = "y")
               display ws-nothing-restored-msg
               move "y" to ws-interlock-blocked-flag
           end-if.

      * Sign-on - operator ID and password checked against the
      * operator master, and the operator must be active and hold
      * the role this program needs. Three tries; every failure is
      * logged to the shared exceptions file.
       050-sign-on.
           move ws-zero to ws-sign-on-tries.
           move ws-blank to ws-signed-on-flag.

           perform 055-try-one-sign-on
             until (ws-signed-on)
                or (ws-sign-on-tries = ws-sign-on-max).

           if (not ws-signed-on)
               display ws-sign-on-refused-msg
           end-if.

       055-try-one-sign-on.
           add ws-one to ws-sign-on-tries.
           display ws-operator-prompt.
           move spaces to ws-operator-id.
           accept ws-operator-id.
           display ws-password-prompt.
           move spaces to ws-password.
           accept ws-password.

           perform 060-find-operator.

           evaluate true
               when ws-opm-missing
                   move ws-no-operator-master-msg to ws-sign-on-failure
               when not ws-opm-found
                   move ws-unknown-operator-msg to ws-sign-on-failure
               when ws-son-password not = ws-password
                   move ws-bad-password-msg to ws-sign-on-failure
               when not ws-son-active
                   move ws-suspended-msg to ws-sign-on-failure
               when not ws-son-may-maintain
                   move ws-no-role-msg to ws-sign-on-failure
               when other
                   move "y" to ws-signed-on-flag
           end-evaluate.

           if (not ws-signed-on)
               display ws-sign-on-failure
               perform 070-log-failed-sign-on
           end-if.

       060-find-operator.
           move ws-blank to ws-opm-found-flag.
           move ws-blank to ws-opm-missing-flag.
           move "N" to ws-opm-eof-flag.

           open input operator-master-file.

           if (ws-operator-status not = "00")
               move "y" to ws-opm-missing-flag
               move ws-file-empty to ws-opm-eof-flag
           else
               read operator-master-file
                   at end move ws-file-empty to ws-opm-eof-flag
               end-read
           end-if.

           perform 065-check-one-operator
             until (ws-opm-eof-flag = ws-file-empty)
                or (ws-opm-found).

           if (not ws-opm-missing)
               close operator-master-file
           end-if.

       065-check-one-operator.
           if (opm-operator-id = ws-operator-id)
               move opm-record to ws-signed-on-operator
               move "y" to ws-opm-found-flag
           else
               read operator-master-file
                   at end move ws-file-empty to ws-opm-eof-flag
               end-read
           end-if.

       070-log-failed-sign-on.
           move ws-operator-id to wfs-operator-id.
           move ws-sign-on-failure to wfs-reason.
           move "WARN" to exl-severity.
           move ws-failed-sign-on-message to exl-message.
           perform 080-write-exception.

      * Append one staged alarm to the shared exceptions file -
      * EXTEND with the same create-on-first-touch fallback the
      * shared audit log uses.
       080-write-exception.
           open extend exception-log-file.
           if (ws-exception-log-status = "35")
               open output exception-log-file
           end-if.

           move "Program35LedgerRestore" to exl-program-name.
           accept exl-date from date yyyymmdd.
           accept exl-time from time.
           move "N" to exl-ack-flag.

           write exception-log-line from ws-exception-line.

           close exception-log-file.

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

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * The catalog comes in whole, as Program34 left it.
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

      * Show what is on hand, take the date and the ledger, check
      * every chosen generation, and only then ask to go ahead.
       200-choose-restore.
           if (ws-cat-count = ws-zero)
               display ws-no-generations-msg
           else
               perform 210-show-one-generation
                 varying ws-cat-counter from ws-one by ws-one
                 until ws-cat-counter > ws-cat-count
               perform 220-take-choice
           end-if.

       210-show-one-generation.
           move ws-cat-ledger-code(ws-cat-counter) to wgn-ledger-code.
           move ws-cat-business-date(ws-cat-counter)
             to wgn-business-date.
           move ws-cat-record-count(ws-cat-counter)
             to wgn-record-count.

           if (ws-cat-verified(ws-cat-counter))
               move "VERIFIED" to wgn-verified
           else
               move "NOT VERIFIED" to wgn-verified
           end-if.

           display ws-generation-line.

       220-take-choice.
           display ws-blank.
           display ws-date-prompt.
           move spaces to ws-restore-date-entry.
           accept ws-restore-date-entry.
           display ws-choice-prompt.
           display ws-choice-prompt-2.
           move spaces to ws-restore-choice.
           accept ws-restore-choice.

           if (ws-restore-date-entry not numeric)
               display ws-bad-date-msg
           else
               move ws-restore-date-entry to ws-restore-date
               perform 230-select-ledgers
           end-if.

      * Mark the chosen ledgers, then prove each one's generation
      * before a single ledger is overwritten.
       230-select-ledgers.
           move ws-zero to ws-selected-count.
           move ws-zero to ws-refused-count.

           perform 235-select-one-ledger
             varying ws-ledger-index from ws-one by ws-one
             until ws-ledger-index > ws-ledger-count.

           if (ws-selected-count = ws-zero)
               display ws-bad-choice-msg
           else
               perform 240-check-one-selection
                 varying ws-ledger-index from ws-one by ws-one
                 until ws-ledger-index > ws-ledger-count

               if (ws-refused-count > ws-zero)
                   display ws-nothing-restored-msg
               else
                   perform 300-confirm-restore
               end-if
           end-if.

       235-select-one-ledger.
           if (ws-restore-all)
              or (ws-restore-choice = ws-ledger-code(ws-ledger-index))
              or ((ws-restore-choice = "OHB")
                 and (ws-ledger-code(ws-ledger-index) = "IPS"))
              or ((ws-restore-choice = "LPL")
                 and (ws-ledger-code(ws-ledger-index) = "LPS"))
               move "y" to ws-sel-chosen-flag(ws-ledger-index)
               add ws-one to ws-selected-count
           end-if.

      * A chosen ledger needs a verified generation for the date,
      * and that generation must still count out to the catalog.
       240-check-one-selection.
           if (ws-sel-chosen(ws-ledger-index))
               move ws-zero to ws-cat-row

               perform 245-find-generation
                 varying ws-cat-counter from ws-one by ws-one
                 until (ws-cat-counter > ws-cat-count)
                    or (ws-cat-row > ws-zero)

               if (ws-cat-row > ws-zero)
                   perform 250-count-generation
                   if (ws-copy-count
                         not = ws-cat-record-count(ws-cat-row))
                       move ws-zero to ws-cat-row
                   end-if
               end-if

               if (ws-cat-row = ws-zero)
                   add ws-one to ws-refused-count
                   move ws-ledger-code(ws-ledger-index)
                     to wrf-ledger-code
                   move ws-restore-date to wrf-business-date
                   display ws-refused-line
               else
                   move ws-cat-row to ws-sel-cat-row(ws-ledger-index)
               end-if
           end-if.

       245-find-generation.
           if (ws-cat-ledger-code(ws-cat-counter)
                 = ws-ledger-code(ws-ledger-index))
              and (ws-cat-business-date(ws-cat-counter)
                 = ws-restore-date)
              and (ws-cat-verified(ws-cat-counter))
               move ws-cat-counter to ws-cat-row
           end-if.

       250-count-generation.
           move ws-zero to ws-copy-count.
           move "N" to ws-gen-eof-flag.
           move ws-cat-ledger-code(ws-cat-row) to ws-path-ledger-code.
           move ws-cat-slot(ws-cat-row) to ws-path-slot.

           open input generation-file.

           if (ws-generation-status not = "00")
               move 9999999 to ws-copy-count
           else
               read generation-file
                   at end move ws-file-empty to ws-gen-eof-flag
               end-read
               perform 255-count-one-record
                 until ws-gen-eof-flag = ws-file-empty
               close generation-file
           end-if.

       255-count-one-record.
           add ws-one to ws-copy-count.

           read generation-file
               at end move ws-file-empty to ws-gen-eof-flag.

      * Everything about to be overwritten is listed, and only a Y
      * puts it back.
       300-confirm-restore.
           perform 310-show-one-chosen
             varying ws-ledger-index from ws-one by ws-one
             until ws-ledger-index > ws-ledger-count.

           display ws-confirm-prompt.
           move ws-blank to ws-confirm-answer.
           accept ws-confirm-answer.

           if (ws-confirm-answer = "Y") or (ws-confirm-answer = "y")
               perform 400-restore-one-ledger
                 varying ws-ledger-index from ws-one by ws-one
                 until ws-ledger-index > ws-ledger-count
           else
               display ws-nothing-restored-msg
           end-if.

       310-show-one-chosen.
           if (ws-sel-chosen(ws-ledger-index))
               move ws-sel-cat-row(ws-ledger-index) to ws-cat-row
               move ws-ledger-file-name(ws-ledger-index)
                 to wcl-file-name
               move ws-cat-business-date(ws-cat-row)
                 to wcl-business-date
               move ws-cat-record-count(ws-cat-row)
                 to wcl-record-count
               display ws-chosen-line
           end-if.

      * One chosen ledger goes back from its generation, record for
      * record, and the restore is logged under the operator.
       400-restore-one-ledger.
           if (ws-sel-chosen(ws-ledger-index))
               move ws-sel-cat-row(ws-ledger-index) to ws-cat-row
               move ws-zero to ws-restored-count
               move ws-blank to ws-restore-failed-flag
               move "N" to ws-gen-eof-flag
               move ws-cat-ledger-code(ws-cat-row)
                 to ws-path-ledger-code
               move ws-cat-slot(ws-cat-row) to ws-path-slot

               open input generation-file
               if (ws-generation-status not = "00")
                   move "y" to ws-restore-failed-flag
               else
                   perform 410-open-ledger-output
                   if (ws-ledger-status not = "00")
                       move "y" to ws-restore-failed-flag
                   else
                       read generation-file
                           at end move ws-file-empty
                             to ws-gen-eof-flag
                       end-read
                       perform 420-restore-one-record
                         until ws-gen-eof-flag = ws-file-empty
                       perform 430-close-ledger
                   end-if
                   close generation-file
               end-if

               if (ws-restored-count
                     not = ws-cat-record-count(ws-cat-row))
                   move "y" to ws-restore-failed-flag
               end-if

               perform 450-log-restore
           end-if.

       410-open-ledger-output.
           evaluate (ws-ledger-index)
               when 1
                   open output gift-card-ledger-file
               when 2
                   open output ar-ledger-file
               when 3
                   open output layaway-master-file
               when 4
                   open output on-hand-file
               when 5
                   open output refund-status-file
               when 6
                   open output mtd-master-file
               when 7
                   open output posting-history-file
               when 8
                   open output transfer-ledger-file
               when 9
                   open output rtv-holding-file
               when 10
                   open output claim-ledger-file
               when 11
                   open output chargeback-master-file
               when 12
                   open output loyalty-points-file
               when 13
                   open output order-ledger-file
               when 14
                   open output dept-week-file
               when 15
                   open output inventory-stamp-file
               when 16
                   open output settlement-exception-file
               when other
                   open output points-stamp-file
           end-evaluate.

       420-restore-one-record.
           evaluate (ws-ledger-index)
               when 1
                   write gcl-record from gen-record
               when 2
                   write arl-record from gen-record
               when 3
                   write layaway-record from gen-record
               when 4
                   write ohb-record from gen-record
               when 5
                   write rfs-record from gen-record
               when 6
                   write mtd-record from gen-record
               when 7
                   write glh-record from gen-record
               when 8
                   write tfl-record from gen-record
               when 9
                   write rth-record from gen-record
               when 10
                   write rcl-record from gen-record
               when 11
                   write cbm-record from gen-record
               when 12
                   write lpl-record from gen-record
               when 13
                   write sol-record from gen-record
               when 14
                   write dwm-record from gen-record
               when 15
                   write ips-record from gen-record
               when 16
                   write csx-record from gen-record
               when other
                   write lps-record from gen-record
           end-evaluate.

           if (ws-ledger-status = "00")
               add ws-one to ws-restored-count
           end-if.

           read generation-file
               at end move ws-file-empty to ws-gen-eof-flag.

       430-close-ledger.
           evaluate (ws-ledger-index)
               when 1
                   close gift-card-ledger-file
               when 2
                   close ar-ledger-file
               when 3
                   close layaway-master-file
               when 4
                   close on-hand-file
               when 5
                   close refund-status-file
               when 6
                   close mtd-master-file
               when 7
                   close posting-history-file
               when 8
                   close transfer-ledger-file
               when 9
                   close rtv-holding-file
               when 10
                   close claim-ledger-file
               when 11
                   close chargeback-master-file
               when 12
                   close loyalty-points-file
               when 13
                   close order-ledger-file
               when 14
                   close dept-week-file
               when 15
                   close inventory-stamp-file
               when 16
                   close settlement-exception-file
               when other
                   close points-stamp-file
           end-evaluate.

      * The restore log keeps who put which ledger back to which
      * business date; the exceptions file tells the morning.
       450-log-restore.
           open extend restore-log-file.
           if (ws-restore-log-status = "35")
               open output restore-log-file
           end-if.

           accept rsl-restore-date from date yyyymmdd.
           accept rsl-restore-time from time.
           move ws-operator-id to rsl-operator-id.
           move ws-cat-ledger-code(ws-cat-row) to rsl-ledger-code.
           move ws-cat-business-date(ws-cat-row)
             to rsl-business-date.
           move ws-cat-slot(ws-cat-row) to rsl-slot.
           move ws-restored-count to rsl-record-count.

           move ws-ledger-file-name(ws-ledger-index) to wol-file-name.
           move ws-restored-count to wol-record-count.
           move ws-cat-ledger-code(ws-cat-row) to wrm-ledger-code.
           move ws-cat-business-date(ws-cat-row)
             to wrm-business-date.
           move ws-operator-id to wrm-operator-id.

           if (ws-restore-failed)
               move "F" to rsl-outcome
               move "RESTORE FAILED - LEDGER NOT WHOLE" to wol-outcome
               move " NOT RESTORED" to wrm-outcome
               move "HIGH" to exl-severity
           else
               move "R" to rsl-outcome
               move "RESTORED" to wol-outcome
               move " RESTORED TO " to wrm-outcome
               move "WARN" to exl-severity
           end-if.

           write rsl-record.
           close restore-log-file.

           display ws-outcome-line.

           move ws-restored-message to exl-message.
           perform 080-write-exception.

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

       end program Program35LedgerRestore.

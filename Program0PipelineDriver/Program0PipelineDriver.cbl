
      ******************************************************************
      * Program Description: This program sequences the nightly chain
      * so nobody has to sit with it: Program34LedgerBackup first
      * takes a verified generation of every carried ledger, so a
      * bad night can be put back, Program26PriceChange puts the
      * day's scheduled prices on the SKU master, then Program17-
      * ExtractIntake, A6-DataValidation, Program2DataSplitAndCount,
      * Program3SAndLProcessing and Program4ReturnsProcessing are
      * called in order, and after each step the driver checks what
      * that step left behind before starting the next - a step that
      * dies, leaves a non-zero restart checkpoint, or writes
      * control totals that do not tie out stops the chain
      * with a clear operator message instead of letting the next
      * step run against a half-written file. Meant to run with
      * UNATTENDED=Y in the run-parameter file, so no step pauses for
           perform 050-check-unattended-switch.
           perform 060-mark-pipeline-running.

           perform 071-run-backup-step.

           if (ws-chain-ok)
               perform 072-run-price-step
           end-if.

           if (ws-chain-ok)
               perform 075-run-step-0
           end-if.

           if (ws-chain-ok)
               perform 100-run-step-1
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Backup step - a generation of every carried ledger before
      * anything rewrites one. Return code 8 means a copy did not
      * verify, and the chain does not run without a way back.
       071-run-backup-step.
           move "Program34LedgerBackup" to ws-step-name.
           perform 500-announce-step.

           move ws-zero to return-code.
           call "Program34LedgerBackup"
               on exception
                   move ws-call-failed-msg to ws-halt-reason
                   perform 510-halt-chain
           end-call.

           if (ws-chain-ok)
               perform 520-check-return-code
           end-if.

           if (ws-chain-ok)
               perform 530-announce-step-done
           end-if.

      * Price step - scheduled price changes whose day has come are
      * applied to the SKU master ahead of everything else, so the
      * edit checks the day's sales against today's prices. Return
      * code 8 means the master or the change file would not fit
      * its table and nothing was rewritten - the chain halts
      * rather than edit against a price book it knows is stale.
       072-run-price-step.
           move "Program26PriceChange" to ws-step-name.
           perform 500-announce-step.

           move ws-zero to return-code.
           call "Program26PriceChange"
               on exception
                   move ws-call-failed-msg to ws-halt-reason
                   perform 510-halt-chain
           end-call.

           if (ws-chain-ok)
               perform 520-check-return-code
           end-if.

           if (ws-chain-ok)
               perform 530-announce-step-done
           end-if.

      * Step 0 - the per-store extract intake. It merges the
      * stores' extracts onto the combined transaction file and
      * ends with return code 8 when a store on the master sent no

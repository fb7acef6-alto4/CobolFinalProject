      * the way the reference masters get changed. Every master that
      * A6-DataValidation loads through a sequence check - SkuMaster,
      * CashierMaster, StoreMaster, StoreAmountLimit, InvoicePrefix-
      * Master and PaymentTypeMaster - the price-change schedule
      * Program26PriceChange applies to the SKU master, head
      * office's weekly sales plan Program29PlanVsActual measures
      * the month against, accounting's fiscal calendar and
      * period-close control, and the unclaimed-property dormancy
      * rules Program30Escheatment ages customer money against, and
      * the loyalty-program member master, are maintained here
      * through an add/change/delete dialog that
      * validates each field's format on entry, slots every record
      * into its key position so the file can never be saved out
      * of sequence, and appends a change-audit line (operator,
      * date, time, before and after image) for every update. An
      * out-of-order or fat-fingered line can no longer reach the
      * masters, so the overnight run can no longer die at the
      * 130-reference-file-failure sequence check over an editing
      * slip made that afternoon. The operator master itself - IDs,
      * passwords and roles - is maintained here too, and nobody
      * gets to the menu without signing on as an operator who
      * holds the master-maintenance role; nobody may maintain
      * their own operator record, and every failed sign-on is
      * logged to the shared exceptions file.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * The seven masters this utility owns - same paths every reader
      * in the pipeline uses.
                  select sku-master-file
                      assign to "../../../data/SkuMaster.dat"
                      organization is line sequential
                      file status is ws-master-io-status.

      * Scheduled price changes - keyed on SKU and effective date,
      * so one SKU can carry several changes still to come.
                  select price-change-file
                      assign to "../../../data/PriceChange.dat"
                      organization is line sequential
                      file status is ws-master-io-status.

      * Weekly sales plan - keyed on store and week-ending date.
                  select sales-plan-file
                      assign to "../../../data/SalesPlan.dat"
                      organization is line sequential
                      file status is ws-master-io-status.

      * 4-5-4 fiscal calendar - one row per fiscal week, keyed on
      * fiscal year, period and week.
                  select fiscal-calendar-file
                      assign to "../../../data/FiscalCalendar.dat"
                      organization is line sequential
                      file status is ws-master-io-status.

      * Period-close control - one row per fiscal period accounting
      * has closed; Program10GLPosting will not post into one.
                  select period-close-file
                      assign to "../../../data/PeriodClose.dat"
                      organization is line sequential
                      file status is ws-master-io-status.

      * Unclaimed-property dormancy rules - one row per province.
                  select property-rules-file
                      assign to
                          "../../../data/UnclaimedPropertyRules.dat"
                      organization is line sequential
                      file status is ws-master-io-status.

      * Operator master - ID, password, name, the three roles
      * (master maintenance, review approver, operations sign-off),
      * the register cashier ID the operator also rings under, and
      * active/suspended status. Checked at sign-on and maintained
      * as a master like the rest.
                  select operator-master-file
                      assign to "../../../data/OperatorMaster.dat"
                      organization is line sequential
                      file status is ws-master-io-status.

      * Loyalty-program members - member number, name, home store,
      * the date they joined and A active or C closed. A6-Data-
      * Validation holds the member number on a sale or return
      * against it.
                  select loyalty-member-file
                      assign to
                          "../../../data/LoyaltyMemberMaster.dat"
                      organization is line sequential
                      file status is ws-master-io-status.

      * Central exceptions file shared by the whole pipeline - a
      * failed sign-on lands here for the morning summary.
                  select exception-log-file
                      assign to "../../../data/ExceptionLog.dat"
                      organization is line sequential
                      file status is ws-exception-log-status.

      * Change-audit trail - one line appended per update (who, when,
      * which master, what action, before and after image), opened
      * EXTEND with the same create-on-first-touch fallback the
       file section.
       fd sku-master-file
           data record is skm-record
           record contains 67 characters.

       01 skm-record pic x(67).

       fd cashier-master-file
           data record is cm-record

       01 pt-record pic x(2).

       fd price-change-file
           data record is pcf-record
           record contains 30 characters.

       01 pcf-record pic x(30).

       fd sales-plan-file
           data record is spl-record
           record contains 28 characters.

       01 spl-record pic x(28).

       fd fiscal-calendar-file
           data record is fcl-record
           record contains 24 characters.

       01 fcl-record pic x(24).

       fd period-close-file
           data record is pcl-record
           record contains 22 characters.

       01 pcl-record pic x(22).

       fd property-rules-file
           data record is upr-record
           record contains 9 characters.

       01 upr-record pic x(9).

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

       fd loyalty-member-file
           data record is lmm-record
           record contains 46 characters.

       01 lmm-record pic x(46).

       fd exception-log-file
           data record is exception-log-line
           record contains 117 characters.

       01 exception-log-line pic x(117).

       fd change-audit-file
           data record is audit-record
           record contains 220 characters.

       01 audit-record pic x(220).

       working-storage section.

      * Which master is in hand, and its shape: record length, key
      * length (every master's key leads its record) and its name
      * for the prompts and the audit trail.
       01 ws-master-num pic 99 value 0.
       01 ws-master-name pic x(24) value spaces.
       01 ws-rec-len pic 99 value 0.
       01 ws-key-len pic 99 value 0.

      * The whole master held in key order while it is worked on -
      * records insert at their key position, so the saved file can
      * never be out of sequence. Sized to the largest master's
      * load cap in the edit step - the loyalty member master, which
      * A6-DataValidation and Program36LoyaltyPoints hold 2000 of.
      * A member master that still will not fit is not opened, so
      * a save can never drop the members past the table.
       01 ws-mnt-table.
           05 ws-mnt-record pic x(80) occurs 2000 times.
       01 ws-mnt-counters.
           05 ws-mnt-count pic 9(4) value 0.
           05 ws-mnt-search-index pic 9(4) value 0.
           05 ws-mnt-index pic 9(4) value 0.
           05 ws-mnt-counter pic 9(4) value 0.
           05 ws-mnt-shift-index pic 9(4) value 0.
       01 ws-mnt-found-flag pic x value space.
           88 ws-mnt-found value "y".
       77 ws-mnt-table-max pic 9(4) value 2000.
       01 ws-load-failed-flag pic x value space.
           88 ws-load-failed value "y".

      * The record being keyed, the key being chased, and the saved
      * before-image for the audit line.
       01 ws-io-record pic x(80) value spaces.
       01 ws-entry-record pic x(80) value spaces.
       01 ws-search-key pic x(23) value spaces.
       01 ws-before-image pic x(80) value spaces.
       01 ws-validation-ok-flag pic x value space.
           88 ws-validation-ok value "y".
       01 ws-insert-failed-flag pic x value space.
           88 ws-master-changed value "y".

      * Dialog state
       01 ws-menu-choice pic x(2) value spaces.
       01 ws-action-choice pic x value space.
       01 ws-confirm-choice pic x value space.
       01 ws-exit-flag pic x value space.

      * Operator identity and timestamps for the audit line.
       01 ws-operator-id pic x(8) value spaces.

      * Sign-on - the operator master entry of whoever signed on,
      * and the tries they have had.
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
           value "SIGN-ON REFUSED - SESSION ENDED".

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

       01 ws-failed-sign-on-message.
           05 filler pic x(15) value "FAILED SIGN-ON ".
           05 wfs-operator-id pic x(8).
           05 filler pic x(3) value " - ".
           05 wfs-reason pic x(31).

      * A password never reaches the screen or the audit trail -
      * operator records are shown and filed with it blanked out.
       01 ws-display-record pic x(80) value spaces.
       77 ws-password-mask pic x(8) value "********".
       01 ws-audit-date pic 9(8) value 0.
       01 ws-audit-time pic 9(8) value 0.

           05 filler pic x value space.
           05 wau-action pic x(6).
           05 filler pic x value space.
           05 wau-before pic x(80).
           05 filler pic x value space.
           05 wau-after pic x(80).

      * SKU shape check - same layout 456-validate-sku-code in the
      * edit step enforces: 2-char alpha department prefix, 10-digit
       77 ws-menu-line-4 pic x(26) value "4 - STORE AMOUNT LIMITS".
       77 ws-menu-line-5 pic x(26) value "5 - INVOICE PREFIXES".
       77 ws-menu-line-6 pic x(26) value "6 - PAYMENT TYPES".
       77 ws-menu-line-7 pic x(26) value "7 - PRICE CHANGES".
       77 ws-menu-line-8 pic x(26) value "8 - SALES PLAN".
       77 ws-menu-line-9 pic x(26) value "9 - FISCAL CALENDAR".
       77 ws-menu-line-10 pic x(26) value "10 - PERIOD CLOSE".
       77 ws-menu-line-11 pic x(26) value "11 - UNCLAIMED PROPERTY".
       77 ws-menu-line-12 pic x(26) value "12 - OPERATORS".
       77 ws-menu-line-13 pic x(26) value "13 - LOYALTY MEMBERS".
       77 ws-menu-line-x pic x(26) value "X - EXIT".
       77 ws-menu-prompt pic x(22) value "CHOOSE A MASTER:".
       77 ws-operator-prompt pic x(26) value "OPERATOR ID:".
           "KEYED RECORD DOES NOT MATCH THE CHOSEN KEY".
       77 ws-table-full-msg pic x(40) value
           "MASTER FULL - NOTHING ADDED".
       77 ws-load-failed-msg pic x(44) value
           "MASTER TOO LARGE TO LOAD - SESSION ABANDONED".
       77 ws-saved-msg pic x(20) value "MASTER SAVED".
       77 ws-no-change-msg pic x(30) value "NO CHANGES - NOT REWRITTEN".
       77 ws-added-msg pic x(20) value "RECORD ADDED".
           "DEPARTMENT MUST BE 2 CAPITAL LETTERS".
       77 ws-bad-price-msg pic x(36) value
           "UNIT PRICE MUST BE 7 DIGITS".
       77 ws-bad-cost-msg pic x(36) value
           "UNIT COST MUST BE 7 DIGITS".
       77 ws-bad-vendor-msg pic x(36) value
           "VENDOR CODE MUST BE LEFT-JUSTIFIED".
       77 ws-bad-cashier-msg pic x(36) value
           "CASHIER ID MUST BE 4 DIGITS".
       77 ws-bad-name-msg pic x(32) value
           "PREFIX MUST BE 2 CAPITAL LETTERS".
       77 ws-bad-tender-msg pic x(44) value
           "PAYMENT TYPE MUST BE 2 CAPITAL LETTERS".
       77 ws-bad-eff-date-msg pic x(44) value
           "EFFECTIVE DATE MUST BE A VALID YYYYMMDD".
       77 ws-bad-new-price-msg pic x(36) value
           "NEW PRICE MUST BE 7 DIGITS".
       77 ws-bad-week-end-msg pic x(44) value
           "WEEK-ENDING DATE MUST BE A VALID YYYYMMDD".
       77 ws-bad-plan-sales-msg pic x(36) value
           "PLANNED SALES MUST BE 9 DIGITS".
       77 ws-bad-plan-returns-msg pic x(36) value
           "PLANNED RETURNS MUST BE 9 DIGITS".
       77 ws-bad-fiscal-year-msg pic x(36) value
           "FISCAL YEAR MUST BE 4 DIGITS".
       77 ws-bad-period-msg pic x(36) value
           "PERIOD MUST BE 01 THRU 12".
       77 ws-bad-week-msg pic x(36) value
           "WEEK MUST BE 01 THRU 53".
       77 ws-bad-start-date-msg pic x(44) value
           "START DATE MUST BE A VALID YYYYMMDD".
       77 ws-bad-end-date-msg pic x(44) value
           "END DATE MUST BE A VALID YYYYMMDD".
       77 ws-end-before-start-msg pic x(44) value
           "END DATE CANNOT BE BEFORE START DATE".
       77 ws-bad-closed-date-msg pic x(44) value
           "CLOSED DATE MUST BE A VALID YYYYMMDD".
       77 ws-bad-closed-by-msg pic x(36) value
           "CLOSED-BY CANNOT BE BLANK".
       77 ws-bad-province-msg pic x(36) value
           "PROVINCE MUST BE TWO LETTERS".
       77 ws-bad-dormancy-msg pic x(44) value
           "DORMANCY MONTHS MUST BE 001 THRU 999".
       77 ws-bad-home-flag-msg pic x(36) value
           "HOME PROVINCE FLAG MUST BE Y OR N".
       77 ws-bad-operator-id-msg pic x(40) value
           "OPERATOR ID MUST BE LEFT-JUSTIFIED".
       77 ws-bad-password-field-msg pic x(40) value
           "PASSWORD MUST BE LEFT-JUSTIFIED".
       77 ws-bad-role-msg pic x(40) value
           "EACH ROLE FLAG MUST BE Y OR N".
       77 ws-bad-status-msg pic x(40) value
           "STATUS MUST BE A OR S".
       77 ws-own-operator-msg pic x(44) value
           "YOU CANNOT MAINTAIN YOUR OWN OPERATOR RECORD".
       77 ws-member-delete-msg pic x(48) value
           "MEMBERS ARE NOT DELETED - CHANGE STATUS TO C".
       77 ws-bad-member-num-msg pic x(40) value
           "MEMBER NUMBER MUST BE 10 DIGITS".
       77 ws-bad-join-date-msg pic x(44) value
           "JOIN DATE MUST BE A VALID YYYYMMDD".
       77 ws-bad-member-status-msg pic x(40) value
           "STATUS MUST BE A OR C".

      * Effective-date check on a price change - the month and day
      * ranges the edit step holds a transaction date to.
       01 ws-eff-date-check.
           05 ws-eff-year pic 9(4).
           05 ws-eff-month pic 99.
               88 ws-eff-month-valid value 1 thru 12.
           05 ws-eff-day pic 99.
               88 ws-eff-day-valid value 1 thru 31.

      * Fiscal period and week ranges for the calendar and the
      * period-close control.
       01 ws-fiscal-check.
           05 ws-fis-year pic 9(4).
           05 ws-fis-period pic 99.
               88 ws-fis-period-valid value 1 thru 12.
           05 ws-fis-week pic 99.
               88 ws-fis-week-valid value 1 thru 53.

       77 ws-file-empty pic x value "e".
       77 ws-zero pic 9 value 0.
      * masters worked in turn.
       000-Main.
           display ws-menu-line-0.
           perform 050-sign-on.

           if (ws-signed-on)
               perform 200-menu-round
                 until ws-exit-requested
           end-if.

           goback.

      * Sign-on - operator ID and password checked against the
      * operator master, and the operator must be active and hold
      * the role this program needs. Three tries; every failure is
      * logged to the shared exceptions file for the morning
      * summary.
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

           if (ws-master-io-status not = "00")
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

           move "Program13MasterMaintenance" to exl-program-name.
           accept exl-date from date yyyymmdd.
           accept exl-time from time.
           move "N" to exl-ack-flag.

           write exception-log-line from ws-exception-line.

           close exception-log-file.

       200-menu-round.
           display ws-blank.
           display ws-menu-line-4.
           display ws-menu-line-5.
           display ws-menu-line-6.
           display ws-menu-line-7.
           display ws-menu-line-8.
           display ws-menu-line-9.
           display ws-menu-line-10.
           display ws-menu-line-11.
           display ws-menu-line-12.
           display ws-menu-line-13.
           display ws-menu-line-x.
           display ws-menu-prompt.
           accept ws-menu-choice.
               when "6"
                   move 6 to ws-master-num
                   perform 300-maintain-master
               when "7"
                   move 7 to ws-master-num
                   perform 300-maintain-master
               when "8"
                   move 8 to ws-master-num
                   perform 300-maintain-master
               when "9"
                   move 9 to ws-master-num
                   perform 300-maintain-master
               when "10"
                   move 10 to ws-master-num
                   perform 300-maintain-master
               when "11"
                   move 11 to ws-master-num
                   perform 300-maintain-master
               when "12"
                   move 12 to ws-master-num
                   perform 300-maintain-master
               when "13"
                   move 13 to ws-master-num
                   perform 300-maintain-master
               when "X"
                   move "y" to ws-exit-flag
               when "x"
           move ws-blank to ws-back-flag.
           move ws-blank to ws-changed-flag.

           if (ws-load-failed)
               display ws-load-failed-msg
           else
               perform 400-action-round
                 until ws-back-requested

               if (ws-master-changed)
                   perform 700-save-master
                   display ws-saved-msg
               else
                   display ws-no-change-msg
               end-if
           end-if.

      * The shape of each master: record length and the length of
           evaluate (ws-master-num)
               when 1
                   move "SkuMaster.dat" to ws-master-name
                   move 67 to ws-rec-len
                   move 15 to ws-key-len
               when 2
                   move "CashierMaster.dat" to ws-master-name
                   move "PaymentTypeMaster.dat" to ws-master-name
                   move 2 to ws-rec-len
                   move 2 to ws-key-len
               when 7
                   move "PriceChange.dat" to ws-master-name
                   move 30 to ws-rec-len
                   move 23 to ws-key-len
               when 8
                   move "SalesPlan.dat" to ws-master-name
                   move 28 to ws-rec-len
                   move 10 to ws-key-len
               when 9
                   move "FiscalCalendar.dat" to ws-master-name
                   move 24 to ws-rec-len
                   move 8 to ws-key-len
               when 10
                   move "PeriodClose.dat" to ws-master-name
                   move 22 to ws-rec-len
                   move 6 to ws-key-len
               when 11
                   move "UnclaimedPropertyRules" to ws-master-name
                   move 9 to ws-rec-len
                   move 2 to ws-key-len
               when 12
                   move "OperatorMaster.dat" to ws-master-name
                   move 44 to ws-rec-len
                   move 8 to ws-key-len
               when 13
                   move "LoyaltyMemberMaster.dat" to ws-master-name
                   move 46 to ws-rec-len
                   move 10 to ws-key-len
           end-evaluate.

           display ws-master-name.
      * order the moment it loads - and stays that way on save.
       320-load-master.
           move ws-zero to ws-mnt-count.
           move ws-blank to ws-load-failed-flag.
           move "N" to ws-master-eof-flag.

           evaluate (ws-master-num)
                   perform 350-load-invoice-prefixes
               when 6
                   perform 355-load-payment-types
               when 7
                   perform 357-load-price-changes
               when 8
                   perform 365-load-sales-plan
               when 9
                   perform 370-load-fiscal-calendar
               when 10
                   perform 375-load-period-close
               when 11
                   perform 380-load-property-rules
               when 12
                   perform 385-load-operator-master
               when 13
                   perform 387-load-member-master
           end-evaluate.

       330-load-sku-master.

       331-load-one-sku.
           move spaces to ws-io-record.
           move skm-record to ws-io-record(1:67).
           perform 360-insert-in-key-order.

           read sku-master-file
           read payment-type-master-file
               at end move ws-file-empty to ws-master-eof-flag.

       357-load-price-changes.
           open input price-change-file.

           if (ws-master-io-status not = "00")
               move ws-file-empty to ws-master-eof-flag
           else
               read price-change-file
                   at end move ws-file-empty to ws-master-eof-flag
               end-read
           end-if.

           perform 358-load-one-price-change
             until ws-master-eof-flag = ws-file-empty.

           if (ws-master-io-status not = "35")
               close price-change-file
           end-if.

       358-load-one-price-change.
           move spaces to ws-io-record.
           move pcf-record to ws-io-record(1:30).
           perform 360-insert-in-key-order.

           read price-change-file
               at end move ws-file-empty to ws-master-eof-flag.

      * Slot ws-io-record in at its key position - everything at or
      * past the position shifts down one. This is what makes "OUT
      * OF SEQUENCE" impossible on a file this utility wrote. A
             to ws-mnt-record(ws-mnt-shift-index + 1).
           subtract ws-one from ws-mnt-shift-index.

       365-load-sales-plan.
           open input sales-plan-file.

           if (ws-master-io-status not = "00")
               move ws-file-empty to ws-master-eof-flag
           else
               read sales-plan-file
                   at end move ws-file-empty to ws-master-eof-flag
               end-read
           end-if.

           perform 366-load-one-plan-week
             until ws-master-eof-flag = ws-file-empty.

           if (ws-master-io-status not = "35")
               close sales-plan-file
           end-if.

       366-load-one-plan-week.
           move spaces to ws-io-record.
           move spl-record to ws-io-record(1:28).
           perform 360-insert-in-key-order.

           read sales-plan-file
               at end move ws-file-empty to ws-master-eof-flag.

       370-load-fiscal-calendar.
           open input fiscal-calendar-file.

           if (ws-master-io-status not = "00")
               move ws-file-empty to ws-master-eof-flag
           else
               read fiscal-calendar-file
                   at end move ws-file-empty to ws-master-eof-flag
               end-read
           end-if.

           perform 371-load-one-fiscal-week
             until ws-master-eof-flag = ws-file-empty.

           if (ws-master-io-status not = "35")
               close fiscal-calendar-file
           end-if.

       371-load-one-fiscal-week.
           move spaces to ws-io-record.
           move fcl-record to ws-io-record(1:24).
           perform 360-insert-in-key-order.

           read fiscal-calendar-file
               at end move ws-file-empty to ws-master-eof-flag.

       375-load-period-close.
           open input period-close-file.

           if (ws-master-io-status not = "00")
               move ws-file-empty to ws-master-eof-flag
           else
               read period-close-file
                   at end move ws-file-empty to ws-master-eof-flag
               end-read
           end-if.

           perform 376-load-one-closed-period
             until ws-master-eof-flag = ws-file-empty.

           if (ws-master-io-status not = "35")
               close period-close-file
           end-if.

       376-load-one-closed-period.
           move spaces to ws-io-record.
           move pcl-record to ws-io-record(1:22).
           perform 360-insert-in-key-order.

           read period-close-file
               at end move ws-file-empty to ws-master-eof-flag.

       380-load-property-rules.
           open input property-rules-file.

           if (ws-master-io-status not = "00")
               move ws-file-empty to ws-master-eof-flag
           else
               read property-rules-file
                   at end move ws-file-empty to ws-master-eof-flag
               end-read
           end-if.

           perform 381-load-one-property-rule
             until ws-master-eof-flag = ws-file-empty.

           if (ws-master-io-status not = "35")
               close property-rules-file
           end-if.

       381-load-one-property-rule.
           move spaces to ws-io-record.
           move upr-record to ws-io-record(1:9).
           perform 360-insert-in-key-order.

           read property-rules-file
               at end move ws-file-empty to ws-master-eof-flag.

       385-load-operator-master.
           open input operator-master-file.

           if (ws-master-io-status not = "00")
               move ws-file-empty to ws-master-eof-flag
           else
               read operator-master-file
                   at end move ws-file-empty to ws-master-eof-flag
               end-read
           end-if.

           perform 386-load-one-operator
             until ws-master-eof-flag = ws-file-empty.

           if (ws-master-io-status not = "35")
               close operator-master-file
           end-if.

       386-load-one-operator.
           move spaces to ws-io-record.
           move opm-record to ws-io-record(1:44).
           perform 360-insert-in-key-order.

           read operator-master-file
               at end move ws-file-empty to ws-master-eof-flag.

       387-load-member-master.
           open input loyalty-member-file.

           if (ws-master-io-status not = "00")
               move ws-file-empty to ws-master-eof-flag
           else
               read loyalty-member-file
                   at end move ws-file-empty to ws-master-eof-flag
               end-read
           end-if.

           perform 388-load-one-member
             until ws-master-eof-flag = ws-file-empty.

           if (ws-master-io-status not = "35")
               close loyalty-member-file
           end-if.

       388-load-one-member.
           move spaces to ws-io-record.
           move lmm-record to ws-io-record(1:46).
           perform 360-insert-in-key-order.

           if (ws-insert-failed)
               move "y" to ws-load-failed-flag
               move ws-file-empty to ws-master-eof-flag
           else
               read loyalty-member-file
                   at end move ws-file-empty to ws-master-eof-flag
               end-read
           end-if.

      * One action against the loaded master per round.
       400-action-round.
           display ws-blank.
               display ws-not-found-msg
           else
               display ws-current-is-msg
               move ws-mnt-record(ws-mnt-index) to ws-display-record
               perform 475-display-one-record
               move ws-mnt-record(ws-mnt-index) to ws-before-image

               display ws-record-prompt
           end-if.

      * Delete - find the key, show it, make the operator say yes.
      * A loyalty member is never deleted - the points ledger and
      * its history still carry the number - so a member leaving
      * the program is closed with status C instead.
       450-delete-record.
           display ws-key-prompt.
           move spaces to ws-search-key.

           perform 490-find-by-key.

           if (ws-master-num = 12)
              and (ws-search-key(1:8) = ws-operator-id)
               display ws-own-operator-msg
           else
               if (not ws-mnt-found)
                   display ws-not-found-msg
               else
                   if (ws-master-num = 13)
                       display ws-member-delete-msg
                   else
                       perform 455-confirm-delete
                   end-if
               end-if
           end-if.

       455-confirm-delete.
           display ws-current-is-msg.
           move ws-mnt-record(ws-mnt-index) to ws-display-record.
           perform 475-display-one-record.
           display ws-confirm-prompt.
           accept ws-confirm-choice.

           if (ws-confirm-choice = "Y")
              or (ws-confirm-choice = "y")
               move ws-mnt-record(ws-mnt-index)
                 to ws-before-image
               move spaces to ws-entry-record
               perform 460-remove-record
               move "y" to ws-changed-flag
               perform 600-write-audit-line
               display ws-deleted-msg
           end-if.

       460-remove-record.
           move ws-mnt-index to ws-mnt-shift-index.

             until ws-mnt-counter > ws-mnt-count.

       471-list-one-record.
           move ws-mnt-record(ws-mnt-counter) to ws-display-record.
           perform 475-display-one-record.

       475-display-one-record.
           if (ws-master-num = 12)
               move ws-password-mask to ws-display-record(9:8)
           end-if.

           display ws-display-record.

       490-find-by-key.
           move ws-blank to ws-mnt-found-flag.
                   perform 550-validate-prefix-record
               when 6
                   perform 560-validate-tender-record
               when 7
                   perform 570-validate-price-change
               when 8
                   perform 580-validate-plan-week
               when 9
                   perform 590-validate-fiscal-week
               when 10
                   perform 595-validate-closed-period
               when 11
                   perform 597-validate-property-rule
               when 12
                   perform 598-validate-operator
               when 13
                   perform 599-validate-member
           end-evaluate.

       510-validate-sku-record.
               display ws-bad-price-msg
           end-if.

           if (not ws-io-record(55:7) numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-cost-msg
           end-if.

      * The vendor code may be left blank (gift cards, own-brand
      * goods) but a code that is keyed must start in column one.
           if (ws-io-record(62:1) = space)
              and (ws-io-record(63:5) not = spaces)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-vendor-msg
           end-if.

       520-validate-cashier-record.
           if (not ws-io-record(1:4) numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-tender-msg
           end-if.

      * A scheduled change carries a well-formed SKU, a real date
      * and a price. Whether the SKU is on the master is left to the
      * apply step, which reports a change it cannot place.
       570-validate-price-change.
           move ws-io-record(1:15) to ws-sku-check.

           if (not ws-sku-prefix alphabetic-upper)
              or (not ws-sku-body numeric)
              or (ws-sku-suffix = spaces)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-sku-msg
           end-if.

           move ws-io-record(16:8) to ws-eff-date-check.

           if (not ws-eff-date-check numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-eff-date-msg
           else
               if (not ws-eff-month-valid)
                  or (not ws-eff-day-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-eff-date-msg
               end-if
           end-if.

           if (not ws-io-record(24:7) numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-new-price-msg
           end-if.

      * A plan week carries a store, the date the week ends on and
      * the two planned amounts.
       580-validate-plan-week.
           if (not ws-io-record(1:2) numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-store-msg
           end-if.

           move ws-io-record(3:8) to ws-eff-date-check.

           if (not ws-eff-date-check numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-week-end-msg
           else
               if (not ws-eff-month-valid)
                  or (not ws-eff-day-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-week-end-msg
               end-if
           end-if.

           if (not ws-io-record(11:9) numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-plan-sales-msg
           end-if.

           if (not ws-io-record(20:9) numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-plan-returns-msg
           end-if.

      * A fiscal week carries its year, period and week number and
      * the real dates it starts and ends on, in that order.
       590-validate-fiscal-week.
           move ws-io-record(1:8) to ws-fiscal-check.

           if (not ws-fis-year numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-fiscal-year-msg
           end-if.

           if (not ws-fis-period numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-period-msg
           else
               if (not ws-fis-period-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-period-msg
               end-if
           end-if.

           if (not ws-fis-week numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-week-msg
           else
               if (not ws-fis-week-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-week-msg
               end-if
           end-if.

           move ws-io-record(9:8) to ws-eff-date-check.

           if (not ws-eff-date-check numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-start-date-msg
           else
               if (not ws-eff-month-valid)
                  or (not ws-eff-day-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-start-date-msg
               end-if
           end-if.

           move ws-io-record(17:8) to ws-eff-date-check.

           if (not ws-eff-date-check numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-end-date-msg
           else
               if (not ws-eff-month-valid)
                  or (not ws-eff-day-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-end-date-msg
               end-if
           end-if.

           if (ws-validation-ok)
              and (ws-io-record(17:8) < ws-io-record(9:8))
               move ws-blank to ws-validation-ok-flag
               display ws-end-before-start-msg
           end-if.

      * A closed period carries the fiscal year and period, the
      * date accounting closed it and who closed it.
       595-validate-closed-period.
           move ws-io-record(1:6) to ws-fiscal-check(1:6).

           if (not ws-fis-year numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-fiscal-year-msg
           end-if.

           if (not ws-fis-period numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-period-msg
           else
               if (not ws-fis-period-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-period-msg
               end-if
           end-if.

           move ws-io-record(7:8) to ws-eff-date-check.

           if (not ws-eff-date-check numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-closed-date-msg
           else
               if (not ws-eff-month-valid)
                  or (not ws-eff-day-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-closed-date-msg
               end-if
           end-if.

           if (ws-io-record(15:8) = spaces)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-closed-by-msg
           end-if.

      * A dormancy rule carries the province, the months a gift-card
      * balance and an unpaid refund sit before they are reportable,
      * and whether this is the company's home province.
       597-validate-property-rule.
           if (ws-io-record(1:2) not alphabetic)
              or (ws-io-record(1:1) = space)
              or (ws-io-record(2:1) = space)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-province-msg
           end-if.

           if (ws-io-record(3:3) not numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-dormancy-msg
           else
               if (ws-io-record(3:3) = "000")
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-dormancy-msg
               end-if
           end-if.

           if (ws-io-record(6:3) not numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-dormancy-msg
           else
               if (ws-io-record(6:3) = "000")
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-dormancy-msg
               end-if
           end-if.

           if (ws-io-record(9:1) not = "Y")
              and (ws-io-record(9:1) not = "N")
               move ws-blank to ws-validation-ok-flag
               display ws-bad-home-flag-msg
           end-if.

      * An operator carries a left-justified ID and password, a
      * name, a Y/N flag per role, the register cashier ID they
      * ring under (0000 if none) and A active or S suspended. No
      * one may add or change their own record - granting yourself
      * a role is exactly what the roles are there to stop.
       598-validate-operator.
           if (ws-io-record(1:1) = space)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-operator-id-msg
           end-if.

           if (ws-io-record(9:1) = space)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-password-field-msg
           end-if.

           if (ws-io-record(17:20) = spaces)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-name-msg
           end-if.

           if ((ws-io-record(37:1) not = "Y")
                and (ws-io-record(37:1) not = "N"))
              or ((ws-io-record(38:1) not = "Y")
                and (ws-io-record(38:1) not = "N"))
              or ((ws-io-record(39:1) not = "Y")
                and (ws-io-record(39:1) not = "N"))
               move ws-blank to ws-validation-ok-flag
               display ws-bad-role-msg
           end-if.

           if (ws-io-record(40:4) not numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-cashier-msg
           end-if.

           if (ws-io-record(44:1) not = "A")
              and (ws-io-record(44:1) not = "S")
               move ws-blank to ws-validation-ok-flag
               display ws-bad-status-msg
           end-if.

           if (ws-io-record(1:8) = ws-operator-id)
               move ws-blank to ws-validation-ok-flag
               display ws-own-operator-msg
           end-if.

      * A loyalty member carries a 10-digit member number, a name,
      * a home store, the date they joined and A active or C
      * closed. A member is closed, never deleted, while points
      * are still on the ledger under the number.
       599-validate-member.
           if (ws-io-record(1:10) not numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-member-num-msg
           end-if.

           if (ws-io-record(11:25) = spaces)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-name-msg
           end-if.

           if (ws-io-record(36:2) not numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-store-msg
           end-if.

           move ws-io-record(38:8) to ws-eff-date-check.

           if (not ws-eff-date-check numeric)
               move ws-blank to ws-validation-ok-flag
               display ws-bad-join-date-msg
           else
               if (not ws-eff-month-valid)
                  or (not ws-eff-day-valid)
                   move ws-blank to ws-validation-ok-flag
                   display ws-bad-join-date-msg
               end-if
           end-if.

           if (ws-io-record(46:1) not = "A")
              and (ws-io-record(46:1) not = "C")
               move ws-blank to ws-validation-ok-flag
               display ws-bad-member-status-msg
           end-if.

      * One audit line per update - who, when, which master, what
      * action, and the record before and after. EXTEND with the
      * create-on-first-touch fallback the shared audit log uses.
           move ws-before-image to wau-before.
           move ws-entry-record to wau-after.

           if (ws-master-num = 12)
               if (wau-before not = spaces)
                   move ws-password-mask to wau-before(9:8)
               end-if
               if (wau-after not = spaces)
                   move ws-password-mask to wau-after(9:8)
               end-if
           end-if.

           write audit-record from ws-audit-line.

           close change-audit-file.
                   perform 750-save-invoice-prefixes
               when 6
                   perform 760-save-payment-types
               when 7
                   perform 770-save-price-changes
               when 8
                   perform 780-save-sales-plan
               when 9
                   perform 790-save-fiscal-calendar
               when 10
                   perform 795-save-period-close
               when 11
                   perform 797-save-property-rules
               when 12
                   perform 785-save-operator-master
               when 13
                   perform 787-save-member-master
           end-evaluate.

       710-save-sku-master.
           close sku-master-file.

       711-save-one-sku.
           write skm-record from ws-mnt-record(ws-mnt-counter)(1:67).

       720-save-cashier-master.
           open output cashier-master-file.
       761-save-one-payment-type.
           write pt-record from ws-mnt-record(ws-mnt-counter)(1:2).

       770-save-price-changes.
           open output price-change-file.

           perform 771-save-one-price-change
             varying ws-mnt-counter from ws-one by ws-one
             until ws-mnt-counter > ws-mnt-count.

           close price-change-file.

       771-save-one-price-change.
           write pcf-record from ws-mnt-record(ws-mnt-counter)(1:30).

       780-save-sales-plan.
           open output sales-plan-file.

           perform 781-save-one-plan-week
             varying ws-mnt-counter from ws-one by ws-one
             until ws-mnt-counter > ws-mnt-count.

           close sales-plan-file.

       781-save-one-plan-week.
           write spl-record from ws-mnt-record(ws-mnt-counter)(1:28).

       785-save-operator-master.
           open output operator-master-file.

           perform 786-save-one-operator
             varying ws-mnt-counter from ws-one by ws-one
             until ws-mnt-counter > ws-mnt-count.

           close operator-master-file.

       786-save-one-operator.
           write opm-record from ws-mnt-record(ws-mnt-counter)(1:44).

       787-save-member-master.
           open output loyalty-member-file.

           perform 788-save-one-member
             varying ws-mnt-counter from ws-one by ws-one
             until ws-mnt-counter > ws-mnt-count.

           close loyalty-member-file.

       788-save-one-member.
           write lmm-record from ws-mnt-record(ws-mnt-counter)(1:46).

       790-save-fiscal-calendar.
           open output fiscal-calendar-file.

           perform 791-save-one-fiscal-week
             varying ws-mnt-counter from ws-one by ws-one
             until ws-mnt-counter > ws-mnt-count.

           close fiscal-calendar-file.

       791-save-one-fiscal-week.
           write fcl-record from ws-mnt-record(ws-mnt-counter)(1:24).

       795-save-period-close.
           open output period-close-file.

           perform 796-save-one-closed-period
             varying ws-mnt-counter from ws-one by ws-one
             until ws-mnt-counter > ws-mnt-count.

           close period-close-file.

       796-save-one-closed-period.
           write pcl-record from ws-mnt-record(ws-mnt-counter)(1:22).

       797-save-property-rules.
           open output property-rules-file.

           perform 798-save-one-property-rule
             varying ws-mnt-counter from ws-one by ws-one
             until ws-mnt-counter > ws-mnt-count.

           close property-rules-file.

       798-save-one-property-rule.
           write upr-record from ws-mnt-record(ws-mnt-counter)(1:9).

       end program Program13MasterMaintenance.

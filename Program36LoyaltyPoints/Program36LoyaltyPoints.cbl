       identification division.
       program-id. Program36LoyaltyPoints.

      ******************************************************************
      * Program Description: This program keeps the loyalty-program
      * points ledger. Every S or L line carrying a member number
      * earns points on its amount at LOYALTY-EARN-RATE points to
      * the dollar; an LP (points) tender is a redemption and comes
      * off the member at LOYALTY-REDEEM-POINTS points to the dollar
      * instead of earning. A return takes back what its amount
      * earned - under the member on the R line, or failing that the
      * member whose earning on the same invoice and SKU is on the
      * ledger - and a return refunded to the LP tender credits the
      * points back. A void Program6VoidMatching matched reverses
      * the ledger row its original posted. A return whose sale
      * went on the ledger in a month since closed finds its member
      * on the retained transaction history instead. A posting
      * stamp holds the last business date posted, so a same-day
      * rerun posts nothing twice. Runs after Program6VoidMatching
      * and before Program18InventoryPosting, which clears the
      * matched-voids file once it has applied it.
      *
      * The first run of a new month closes the old one: a final
      * statement per member (opening balance, every movement,
      * closing balance) is added to the statement file, the month's
      * rows go to the history file, and each member carries into
      * the new month as a single balance-forward row. Every run
      * prints the outstanding-points liability by home store for
      * finance.
      ******************************************************************
       environment division.
       configuration section.
       input-output section.
       file-control.
      * The day's sales/layaway and returns records split off by
      * Program2DataSplitAndCount.
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

      * Voids Program6VoidMatching tied to their originals - the
      * original's code and amount, so the row it posted can be
      * found and reversed. Read only; Program18InventoryPosting
      * clears it.
                  select matched-voids-file
                      assign to "../../../data/MatchedVoids.dat"
                      organization is line sequential
                      file status is ws-matched-voids-status.

      * Member master kept by Program13MasterMaintenance and
      * validated against upstream by A6-DataValidation.
                  select loyalty-member-file
                      assign to
                          "../../../data/LoyaltyMemberMaster.dat"
                      organization is line sequential
                      file status is ws-loyalty-member-status.

      * The points ledger - the current month's movements behind a
      * balance-forward row per member, carried from run to run and
      * rewritten whole at end of run. A6-DataValidation sums it at
      * startup to hold LP tenders against the member's balance.
                  select loyalty-points-file
                      assign to
                          "../../../data/LoyaltyPointsLedger.dat"
                      organization is line sequential
                      file status is ws-loyalty-points-status.

      * The retained transaction history - where a return finds
      * the member on its original sale once that sale's ledger
      * row has gone to history at a month roll.
                  select transaction-history-file
                      assign to "../../../data/TransactionHistory.dat"
                      organization is indexed
                      access mode is dynamic
                      record key is th-key with duplicates
                      file status is ws-history-status.

      * Posting stamp - the last business date whose sales, returns
      * and voids were posted, so a same-day rerun skips the posting
      * instead of doubling it (same idea as the inventory stamp).
                  select post-stamp-file
                      assign to
                          "../../../data/LoyaltyPointsPostStamp.dat"
                      organization is line sequential
                      file status is ws-stamp-status.

      * Closed months' movements, appended at each month roll.
                  select points-history-file
                      assign to
                          "../../../data/LoyaltyPointsHistory.dat"
                      organization is line sequential
                      file status is ws-points-history-status.

      * Month-end member statements, appended at each month roll.
                  select statement-file
                      assign to
                          "../../../data/LoyaltyPointsStatements.out"
                      organization is line sequential
                      file status is ws-statement-status.

                  select output-file
                      assign to
                          "../../../data/LoyaltyPointsLiability.out"
                      organization is line sequential.
      * Run-parameter file shared by the whole pipeline - read at
      * startup for the unattended switch, so the overnight chain
      * can run with no operator pressing a key between steps. A
      * missing file means an attended run, which pauses as always.
                  select run-parameters-file
                      assign to "../../../data/RunParameters.dat"
                      organization is line sequential
                      file status is ws-run-params-status.


       data division.
       file section.
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
         05 sll-member-num pic x(10).

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
         05 rl-member-num pic x(10).

       fd matched-voids-file
           data record is mv-record
           record contains 47 characters.

       01 mv-record.
           05 mv-original-code pic x.
           05 mv-original-amount pic 9(5)v99.
           05 mv-store-num pic 99.
           05 mv-invoice-num pic x(9).
           05 mv-sku-code pic x(15).
           05 mv-trans-date pic 9(8).
           05 mv-quantity pic 9(3).
           05 mv-original-reason pic x(2).

       fd loyalty-member-file
           data record is lmm-record
           record contains 46 characters.

       01 lmm-record.
           05 lmm-member-num pic x(10).
           05 lmm-member-name pic x(25).
           05 lmm-home-store pic 99.
           05 lmm-join-date pic 9(8).
           05 lmm-status pic x.

      * Entry types: B balance forward, E earned, D redeemed, R
      * return take-back, C return credited back to points, V void
      * reversal. Points carry their own sign.
       fd loyalty-points-file
           data record is lpl-record
           record contains 68 characters.

       01 lpl-record.
           05 lpl-member-num pic x(10).
           05 lpl-entry-type pic x.
           05 lpl-invoice-num pic x(9).
           05 lpl-sku-code pic x(15).
           05 lpl-trans-date pic 9(8).
           05 lpl-store-num pic 99.
           05 lpl-amount pic 9(5)v99.
           05 lpl-points pic s9(7) sign leading separate.
           05 lpl-post-date pic 9(8).

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
           05 th-member-num pic x(10).

       fd post-stamp-file
           data record is stamp-record
           record contains 8 characters.

       01 stamp-record.
           05 stamp-date pic 9(8).

       fd points-history-file
           data record is lph-record
           record contains 68 characters.

       01 lph-record pic x(68).

       fd statement-file
            data record is statement-line
            record contains 120 characters.

       01 statement-line pic x(120).

       fd output-file
            data record is report-line
            record contains 120 characters.

       01 output-line pic x(120).
       fd run-parameters-file
            data record is rpf-line
            record contains 80 characters.

       01 rpf-line pic x(80).


       working-storage section.

       01 ws-sl-data-status pic xx value spaces.
       01 ws-r-data-status pic xx value spaces.
       01 ws-matched-voids-status pic xx value spaces.
       01 ws-loyalty-member-status pic xx value spaces.
       01 ws-loyalty-points-status pic xx value spaces.
       01 ws-points-history-status pic xx value spaces.
       01 ws-statement-status pic xx value spaces.
       01 ws-history-status pic xx value spaces.
       01 ws-history-open-flag pic x value space.
           88 ws-history-open value "y".
       01 ws-scan-found-flag pic x value space.
           88 ws-scan-found value "y".
       01 ws-stamp-status pic xx value spaces.
       01 ws-already-posted-flag pic x value space.
           88 ws-already-posted value "y".
      * Unattended switch read from the run-parameter file.
       01 ws-run-params-status pic xx value spaces.
       01 ws-run-params-eof-flag pic x value "N".
       01 ws-unattended-flag pic x value "N".
           88 ws-unattended value "Y".

       01 ws-eof-flag pic x value "N".
       01 ws-lmm-eof-flag pic x value "N".
       01 ws-lpl-eof-flag pic x value "N".

      * Run business date, and the month the ledger on file belongs
      * to - the latest posting date on it. A business month past
      * the ledger month is a month roll.
       01 ws-business-date pic 9(8) value 0.
       01 ws-business-date-parts redefines ws-business-date.
           05 ws-business-month pic 9(6).
           05 filler pic 99.
       01 ws-ledger-month pic 9(6) value 0.
       01 ws-post-date-check pic 9(8) value 0.
       01 ws-post-date-parts redefines ws-post-date-check.
           05 ws-post-month pic 9(6).
           05 filler pic 99.
      * Date a balance-forward row carries - the first of the month
      * it opens.
       01 ws-bfwd-date pic 9(8) value 0.
       01 ws-bfwd-date-parts redefines ws-bfwd-date.
           05 ws-bfwd-month pic 9(6).
           05 ws-bfwd-day pic 99.

      * Earning and redemption rates off the run parameters.
       01 ws-earn-rate pic 99 value 1.
       01 ws-redeem-points-rate pic 9(3) value 100.

      * Member table off the member master, each member's balance
      * summed off the ledger as it loads and moved as the day's
      * rows post.
       01 ws-member-table.
           05 ws-mbr-entry occurs 2000 times.
               10 ws-mbr-member-num pic x(10).
               10 ws-mbr-name pic x(25).
               10 ws-mbr-home-store pic 99.
               10 ws-mbr-status pic x.
               10 ws-mbr-balance pic s9(9).
               10 ws-mbr-row-count pic 9(5).
       01 ws-mbr-counters.
           05 ws-mbr-count pic 9(4) value 0.
           05 ws-mbr-search-index pic 9(4) value 0.
           05 ws-mbr-index pic 9(4) value 0.
           05 ws-mbr-counter pic 9(4) value 0.
       01 ws-mbr-found-flag pic x value space.
           88 ws-mbr-found value "y".
       01 ws-mbr-search-arg pic x(10) value spaces.
       77 ws-mbr-table-max pic 9(4) value 2000.

      * The whole points ledger held while the run works on it -
      * one month of movements plus the balance-forward rows. Past
      * the cap the run stops cold rather than dropping points off
      * somebody's statement. A row a void has already backed out
      * is marked, so a second void of an identical line reverses
      * the next identical row rather than the same one twice.
       01 ws-lp-table.
           05 ws-lp-entry occurs 5000 times.
               10 ws-lp-member-num pic x(10).
               10 ws-lp-entry-type pic x.
               10 ws-lp-invoice-num pic x(9).
               10 ws-lp-sku-code pic x(15).
               10 ws-lp-trans-date pic 9(8).
               10 ws-lp-store-num pic 99.
               10 ws-lp-amount pic 9(5)v99.
               10 ws-lp-points pic s9(7).
               10 ws-lp-post-date pic 9(8).
               10 ws-lp-reversed-flag pic x.
                   88 ws-lp-reversed value "y".
       01 ws-lp-counters.
           05 ws-lp-count pic 9(4) value 0.
           05 ws-lp-search-index pic 9(4) value 0.
           05 ws-lp-index pic 9(4) value 0.
           05 ws-lp-counter pic 9(4) value 0.
       01 ws-lp-found-flag pic x value space.
           88 ws-lp-found value "y".
       77 ws-lp-table-max pic 9(4) value 5000.
       77 ws-reference-failure-msg pic x(38)
           value "REFERENCE FILE PROBLEM - RUN STOPPED:".
       77 ws-lp-overflow-msg pic x(44)
           value "MORE POINTS ROWS THAN THE LEDGER TABLE HOLDS".
       77 ws-mbr-overflow-msg pic x(37)
           value "LoyaltyMemberMaster.dat OVER CAPACITY".

      * The row being posted, built here before it goes on.
       01 ws-new-row.
           05 ws-new-member-num pic x(10).
           05 ws-new-entry-type pic x.
           05 ws-new-invoice-num pic x(9).
           05 ws-new-sku-code pic x(15).
           05 ws-new-trans-date pic 9(8).
           05 ws-new-store-num pic 99.
           05 ws-new-amount pic 9(5)v99.
           05 ws-new-points pic s9(7).
       01 ws-points-work pic 9(7) value 0.
       01 ws-row-posted-flag pic x value space.
           88 ws-row-posted value "y".

      * Void-reversal search arguments - the original's code picks
      * which row types it could have posted.
       01 ws-void-type-1 pic x value space.
       01 ws-void-type-2 pic x value space.

      * Per-member statement accumulators.
       01 ws-stmt-calc.
           05 ws-stmt-opening pic s9(9) value 0.
           05 ws-stmt-closing pic s9(9) value 0.
           05 ws-stmt-value pic 9(7)v99 value 0.

      * Liability by home store - subscripted by store number plus
      * one so store 00 has a slot too.
       01 ws-liability-table.
           05 ws-liab-entry occurs 100 times.
               10 ws-liab-members pic 9(5).
               10 ws-liab-points pic 9(9).
               10 ws-liab-neg-members pic 9(5).
               10 ws-liab-neg-points pic 9(9).
       01 ws-liab-index pic 9(3) value 0.
       01 ws-liab-counter pic 9(3) value 0.
       01 ws-liab-totals.
           05 ws-liab-tot-members pic 9(5) value 0.
           05 ws-liab-tot-points pic 9(9) value 0.
           05 ws-liab-tot-neg-members pic 9(5) value 0.
           05 ws-liab-tot-neg-points pic 9(9) value 0.
       01 ws-liab-value pic 9(7)v99 value 0.
       01 ws-neg-points-work pic 9(9) value 0.

      * Run counters.
       01 ws-calc.
           05 ws-calc-earned pic 9(5) value 0.
           05 ws-calc-redeemed pic 9(5) value 0.
           05 ws-calc-taken-back pic 9(5) value 0.
           05 ws-calc-credited pic 9(5) value 0.
           05 ws-calc-reversed pic 9(5) value 0.
           05 ws-calc-statements pic 9(5) value 0.

      * Report lines
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
         05 filler pic x(10) value spaces.
         05 ws-assignment-title pic x(13) value "Final Project".

       01 ws-page-heading1.
         05 filler pic x(8) value spaces.
         05 filler pic x(34) value
             "LOYALTY POINTS LIABILITY".
         05 filler pic x(3) value spaces.
         05 ws-hdg-date pic 9(8).

       01 ws-statement-page-heading.
         05 filler pic x(8) value spaces.
         05 filler pic x(34) value
             "LOYALTY POINTS STATEMENT - MONTH".
         05 filler pic x(3) value spaces.
         05 ws-sph-month pic 9(6).

       01 ws-run-summary-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value "EARNED: ".
           05 wrs-earned pic zzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "REDEEMED: ".
           05 wrs-redeemed pic zzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value "TAKEN BACK: ".
           05 wrs-taken-back pic zzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "CREDITED: ".
           05 wrs-credited pic zzz9.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "REVERSED: ".
           05 wrs-reversed pic zzz9.

       01 ws-already-posted-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(48) value
              "DAY ALREADY POSTED - POINTS NOT POSTED AGAIN".

       01 ws-month-roll-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value "MONTH CLOSED - ".
           05 wmr-statements pic zzz9.
           05 filler pic x(41) value
               " STATEMENTS ADDED TO THE STATEMENT FILE".

       01 ws-liab-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(8) value "STORE".
           05 filler pic x(9) value "MEMBERS".
           05 filler pic x(14) value "POINTS OUT".
           05 filler pic x(15) value "DOLLAR VALUE".
           05 filler pic x(12) value "OVERDRAWN".
           05 filler pic x(12) value "POINTS OWED".

       01 ws-liab-line.
           05 filler pic x(4) value spaces.
           05 wll-store pic x(5).
           05 filler pic x(2) value spaces.
           05 wll-members pic zz,zz9.
           05 filler pic x(2) value spaces.
           05 wll-points pic zzz,zzz,zz9.
           05 filler pic x(2) value spaces.
           05 wll-value pic $$,$$$,$$9.99.
           05 filler pic x(4) value spaces.
           05 wll-neg-members pic zz,zz9.
           05 filler pic x(2) value spaces.
           05 wll-neg-points pic zzz,zzz,zz9.

       01 ws-member-heading.
           05 filler pic x(7) value "MEMBER ".
           05 wmh-member-num pic x(10).
           05 filler pic x(3) value spaces.
           05 wmh-member-name pic x(25).
           05 filler pic x(3) value spaces.
           05 filler pic x(11) value "HOME STORE ".
           05 wmh-home-store pic 99.
           05 filler pic x(3) value spaces.
           05 wmh-status-text pic x(6).

       01 ws-opening-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(17) value "OPENING BALANCE:".
           05 wol-points pic -,---,---,--9.

       01 ws-movement-heading.
           05 filler pic x(3) value spaces.
           05 filler pic x(10) value "DATE".
           05 filler pic x(18) value "MOVEMENT".
           05 filler pic x(11) value "INVOICE".
           05 filler pic x(17) value "SKU".
           05 filler pic x(12) value "AMOUNT".
           05 filler pic x(10) value "POINTS".

       01 ws-movement-line.
           05 filler pic x(3) value spaces.
           05 wml-trans-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 wml-movement pic x(16).
           05 filler pic x(2) value spaces.
           05 wml-invoice-num pic x(9).
           05 filler pic x(2) value spaces.
           05 wml-sku-code pic x(15).
           05 filler pic x(2) value spaces.
           05 wml-amount pic $$,$$9.99.
           05 filler pic x(2) value spaces.
           05 wml-points pic -,---,--9.

       01 ws-closing-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(17) value "CLOSING BALANCE:".
           05 wcl-points pic -,---,---,--9.
           05 filler pic x(3) value spaces.
           05 filler pic x(7) value "WORTH: ".
           05 wcl-value pic $$,$$$,$$9.99.

      * Execution display variables
       01 ws-execution-messages.
           05 ws-status-message          pic x(33)
                           value "Posting loyalty points.".
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
      * The tender code that spends points, and the department
      * prefix that marks a gift card sold - buying a gift card
      * earns nothing until the card is spent.
       77 ws-lp-tender pic x(2) value "LP".
       77 ws-gift-card-dept pic x(2) value "GC".
       77 ws-zeros-date pic 9(8) value 0.
      *

       procedure division.

      * Main Method
       000-Main.

           accept ws-business-date from date yyyymmdd.
           perform 105-load-run-parameters.

           perform 110-load-members.
           perform 120-load-ledger.
           perform 140-roll-month-if-due.
           perform 135-check-post-stamp.

           if (not ws-already-posted)
               perform 200-post-sales
               perform 250-post-returns
               perform 300-post-void-reversals
               perform 145-write-post-stamp
           end-if.

           perform 400-rewrite-ledger.
           perform 500-write-liability-report.
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

           if (rpf-line(1:18) = "LOYALTY-EARN-RATE=")
              and (rpf-line(19:2) numeric)
               move rpf-line(19:2) to ws-earn-rate
           end-if.

           if (rpf-line(1:22) = "LOYALTY-REDEEM-POINTS=")
              and (rpf-line(23:3) numeric)
              and (rpf-line(23:3) not = "000")
               move rpf-line(23:3) to ws-redeem-points-rate
           end-if.

           read run-parameters-file
               at end move ws-file-empty
                 to ws-run-params-eof-flag.

      * Load the members - a missing file just means the program has
      * no members yet, and every row posted below needs one.
       110-load-members.
           open input loyalty-member-file.

           if (ws-loyalty-member-status not = "00")
               move ws-file-empty to ws-lmm-eof-flag
           else
               read loyalty-member-file
                   at end move ws-file-empty to ws-lmm-eof-flag
               end-read
           end-if.

           perform 115-load-one-member
             until ws-lmm-eof-flag = ws-file-empty.

           if (ws-loyalty-member-status not = "35")
               close loyalty-member-file
           end-if.

       115-load-one-member.
           if (ws-mbr-count = ws-mbr-table-max)
               display ws-reference-failure-msg
               display ws-mbr-overflow-msg
               move 8 to return-code
               goback
           end-if.

           add ws-one to ws-mbr-count.
           move lmm-member-num to ws-mbr-member-num(ws-mbr-count).
           move lmm-member-name to ws-mbr-name(ws-mbr-count).
           move lmm-home-store to ws-mbr-home-store(ws-mbr-count).
           move lmm-status to ws-mbr-status(ws-mbr-count).
           move ws-zero to ws-mbr-balance(ws-mbr-count).
           move ws-zero to ws-mbr-row-count(ws-mbr-count).

           read loyalty-member-file
               at end move ws-file-empty to ws-lmm-eof-flag.

      * The whole ledger comes into storage so the void reversals
      * and the month roll work one table.
      * Each row's points go on its member's balance as it loads.
       120-load-ledger.
           open input loyalty-points-file.

           if (ws-loyalty-points-status not = "00")
               move ws-file-empty to ws-lpl-eof-flag
           else
               read loyalty-points-file
                   at end move ws-file-empty to ws-lpl-eof-flag
               end-read
           end-if.

           perform 125-load-one-ledger-row
             until ws-lpl-eof-flag = ws-file-empty.

           if (ws-loyalty-points-status not = "35")
               close loyalty-points-file
           end-if.

       125-load-one-ledger-row.
           perform 130-require-ledger-room.

           add ws-one to ws-lp-count.
           move lpl-member-num to ws-lp-member-num(ws-lp-count).
           move lpl-entry-type to ws-lp-entry-type(ws-lp-count).
           move lpl-invoice-num to ws-lp-invoice-num(ws-lp-count).
           move lpl-sku-code to ws-lp-sku-code(ws-lp-count).
           move lpl-trans-date to ws-lp-trans-date(ws-lp-count).
           move lpl-store-num to ws-lp-store-num(ws-lp-count).
           move lpl-amount to ws-lp-amount(ws-lp-count).
           move lpl-points to ws-lp-points(ws-lp-count).
           move lpl-post-date to ws-lp-post-date(ws-lp-count).
           move space to ws-lp-reversed-flag(ws-lp-count).

           if (lpl-entry-type = "V")
               perform 127-mark-reversed-original
           end-if.

           move lpl-post-date to ws-post-date-check.
           if (ws-post-month > ws-ledger-month)
               move ws-post-month to ws-ledger-month
           end-if.

           move lpl-member-num to ws-mbr-search-arg.
           perform 180-search-members.
           if (ws-mbr-found)
               add lpl-points to ws-mbr-balance(ws-mbr-index)
               add ws-one to ws-mbr-row-count(ws-mbr-index)
           end-if.

           read loyalty-points-file
               at end move ws-file-empty to ws-lpl-eof-flag.

      * A void reversal on file marks the row it backed out - the
      * first not yet marked with the same invoice, SKU, date and
      * amount and the points turned around.
       127-mark-reversed-original.
           move space to ws-lp-found-flag.
           move ws-one to ws-lp-search-index.
           subtract lpl-points from ws-zero giving ws-new-points.

           perform 128-match-one-reversed-row
             until (ws-lp-search-index = ws-lp-count)
                or (ws-lp-found).

       128-match-one-reversed-row.
           if (ws-lp-entry-type(ws-lp-search-index) not = "V")
              and (ws-lp-entry-type(ws-lp-search-index) not = "B")
              and (not ws-lp-reversed(ws-lp-search-index))
              and (ws-lp-invoice-num(ws-lp-search-index)
                   = lpl-invoice-num)
              and (ws-lp-sku-code(ws-lp-search-index)
                   = lpl-sku-code)
              and (ws-lp-trans-date(ws-lp-search-index)
                   = lpl-trans-date)
              and (ws-lp-amount(ws-lp-search-index) = lpl-amount)
              and (ws-lp-points(ws-lp-search-index)
                   = ws-new-points)
               move "y" to ws-lp-reversed-flag(ws-lp-search-index)
               move "y" to ws-lp-found-flag
           else
               add ws-one to ws-lp-search-index
           end-if.

       130-require-ledger-room.
           if (ws-lp-count = ws-lp-table-max)
               display ws-reference-failure-msg
               display ws-lp-overflow-msg
               move 8 to return-code
               goback
           end-if.

      * A stamp equal to today means the day already posted - the
      * liability report still runs, the posting does not.
       135-check-post-stamp.
           open input post-stamp-file.

           if (ws-stamp-status = "00")
               read post-stamp-file
                   at end move ws-zero to stamp-date
               end-read
               close post-stamp-file
               if (stamp-date = ws-business-date)
                   move "y" to ws-already-posted-flag
               end-if
           end-if.

       145-write-post-stamp.
           open output post-stamp-file.
           move ws-business-date to stamp-date.
           write stamp-record.
           close post-stamp-file.

      * A ledger whose latest posting is in an earlier month than
      * the business date belongs to a closed month. Its final
      * statements go out, its rows go to history, and each member
      * carries forward as one balance-forward row dated the first
      * of the new month. Rows under a number no longer on the
      * member master go to history with the rest but carry nothing
      * forward.
       140-roll-month-if-due.
           if (ws-ledger-month not = ws-zero)
              and (ws-ledger-month < ws-business-month)
               perform 150-write-month-statements
               perform 160-archive-month-rows
               perform 170-carry-balances-forward
           end-if.

       150-write-month-statements.
           open extend statement-file.
           if (ws-statement-status = "35")
               open output statement-file
           end-if.

           move ws-ledger-month to ws-sph-month.
           write statement-line from ws-heading1-name-line
             after advancing ws-one line.
           write statement-line from ws-statement-page-heading
             after advancing ws-two line.

           perform 151-write-one-statement
             varying ws-mbr-counter from ws-one by ws-one
             until ws-mbr-counter > ws-mbr-count.

           close statement-file.

       151-write-one-statement.
           if (ws-mbr-row-count(ws-mbr-counter) > ws-zero)
               move ws-zero to ws-stmt-opening
               perform 152-sum-one-opening-row
                 varying ws-lp-counter from ws-one by ws-one
                 until ws-lp-counter > ws-lp-count

               move ws-mbr-member-num(ws-mbr-counter)
                 to wmh-member-num
               move ws-mbr-name(ws-mbr-counter) to wmh-member-name
               move ws-mbr-home-store(ws-mbr-counter)
                 to wmh-home-store
               if (ws-mbr-status(ws-mbr-counter) = "C")
                   move "CLOSED" to wmh-status-text
               else
                   move spaces to wmh-status-text
               end-if
               write statement-line from ws-member-heading
                 after advancing ws-two line

               move ws-stmt-opening to wol-points
               write statement-line from ws-opening-line
                 after advancing ws-one line
               write statement-line from ws-movement-heading
                 after advancing ws-one line

               perform 153-write-one-movement
                 varying ws-lp-counter from ws-one by ws-one
                 until ws-lp-counter > ws-lp-count

               move ws-mbr-balance(ws-mbr-counter)
                 to ws-stmt-closing
               perform 155-write-closing-line
               add ws-one to ws-calc-statements
           end-if.

       152-sum-one-opening-row.
           if (ws-lp-member-num(ws-lp-counter)
               = ws-mbr-member-num(ws-mbr-counter))
              and (ws-lp-entry-type(ws-lp-counter) = "B")
               add ws-lp-points(ws-lp-counter) to ws-stmt-opening
           end-if.

       153-write-one-movement.
           if (ws-lp-member-num(ws-lp-counter)
               = ws-mbr-member-num(ws-mbr-counter))
              and (ws-lp-entry-type(ws-lp-counter) not = "B")
               move ws-lp-trans-date(ws-lp-counter)
                 to wml-trans-date
               perform 154-describe-movement
               move ws-lp-invoice-num(ws-lp-counter)
                 to wml-invoice-num
               move ws-lp-sku-code(ws-lp-counter) to wml-sku-code
               move ws-lp-amount(ws-lp-counter) to wml-amount
               move ws-lp-points(ws-lp-counter) to wml-points
               write statement-line from ws-movement-line
                 after advancing ws-one line
           end-if.

       154-describe-movement.
           evaluate ws-lp-entry-type(ws-lp-counter)
               when "E"
                   move "EARNED" to wml-movement
               when "D"
                   move "REDEEMED" to wml-movement
               when "R"
                   move "RETURN" to wml-movement
               when "C"
                   move "REFUND TO POINTS" to wml-movement
               when "V"
                   move "VOID REVERSAL" to wml-movement
               when other
                   move "ADJUSTMENT" to wml-movement
           end-evaluate.

      * A closing balance is worth what it would buy at today's
      * redemption rate; an overdrawn balance is worth nothing.
       155-write-closing-line.
           move ws-stmt-closing to wcl-points.

           if (ws-stmt-closing > ws-zero)
               divide ws-stmt-closing by ws-redeem-points-rate
                 giving ws-stmt-value
           else
               move ws-zero to ws-stmt-value
           end-if.

           move ws-stmt-value to wcl-value.
           write statement-line from ws-closing-line
             after advancing ws-one line.

       160-archive-month-rows.
           open extend points-history-file.
           if (ws-points-history-status = "35")
               open output points-history-file
           end-if.

           perform 165-archive-one-row
             varying ws-lp-counter from ws-one by ws-one
             until ws-lp-counter > ws-lp-count.

           close points-history-file.

       165-archive-one-row.
           perform 410-move-row-to-record.
           write lph-record from lpl-record.

       170-carry-balances-forward.
           move ws-zero to ws-lp-count.
           move ws-business-month to ws-bfwd-month.
           move ws-one to ws-bfwd-day.

           perform 175-carry-one-member
             varying ws-mbr-counter from ws-one by ws-one
             until ws-mbr-counter > ws-mbr-count.

       175-carry-one-member.
           move ws-zero to ws-mbr-row-count(ws-mbr-counter).

           if (ws-mbr-balance(ws-mbr-counter) not = ws-zero)
               add ws-one to ws-lp-count
               move ws-mbr-member-num(ws-mbr-counter)
                 to ws-lp-member-num(ws-lp-count)
               move "B" to ws-lp-entry-type(ws-lp-count)
               move spaces to ws-lp-invoice-num(ws-lp-count)
               move spaces to ws-lp-sku-code(ws-lp-count)
               move ws-bfwd-date to ws-lp-trans-date(ws-lp-count)
               move ws-mbr-home-store(ws-mbr-counter)
                 to ws-lp-store-num(ws-lp-count)
               move ws-zero to ws-lp-amount(ws-lp-count)
               move ws-mbr-balance(ws-mbr-counter)
                 to ws-lp-points(ws-lp-count)
               move ws-business-date to ws-lp-post-date(ws-lp-count)
               move space to ws-lp-reversed-flag(ws-lp-count)
               move ws-one to ws-mbr-row-count(ws-mbr-counter)
           end-if.

       180-search-members.
           move space to ws-mbr-found-flag.
           move ws-one to ws-mbr-search-index.

           perform 185-search-one-member
             until (ws-mbr-search-index > ws-mbr-count)
                or (ws-mbr-found).

       185-search-one-member.
           if (ws-mbr-search-arg
               = ws-mbr-member-num(ws-mbr-search-index))
               move ws-mbr-search-index to ws-mbr-index
               move "y" to ws-mbr-found-flag
           else
               add ws-one to ws-mbr-search-index
           end-if.

      * Member S and L lines: an LP tender is a redemption; anything
      * else earns, except a gift card being bought.
       200-post-sales.
           open input sl-data-file.

           if (ws-sl-data-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read sl-data-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 210-post-one-sale
             until ws-eof-flag = ws-file-empty.

           if (ws-sl-data-status not = "35")
               close sl-data-file
           end-if.

       210-post-one-sale.
           if (sll-code-s or sll-code-l)
              and (sll-member-num not = spaces)
               move sll-member-num to ws-new-member-num
               move sll-invoice-num to ws-new-invoice-num
               move sll-sku-code to ws-new-sku-code
               move sll-trans-date to ws-new-trans-date
               move sll-store-num to ws-new-store-num
               move sll-amount to ws-new-amount
               if (sll-payment-type = ws-lp-tender)
                   move "D" to ws-new-entry-type
                   multiply sll-amount by ws-redeem-points-rate
                     giving ws-points-work rounded
                   subtract ws-points-work from ws-zero
                     giving ws-new-points
                   perform 220-post-new-row
                   if (ws-row-posted)
                       add ws-one to ws-calc-redeemed
                   end-if
               else
                   if (sll-sku-code(1:2) not = ws-gift-card-dept)
                       move "E" to ws-new-entry-type
                       multiply sll-amount by ws-earn-rate
                         giving ws-points-work
                       move ws-points-work to ws-new-points
                       perform 220-post-new-row
                       if (ws-row-posted)
                           add ws-one to ws-calc-earned
                       end-if
                   end-if
               end-if
           end-if.

           read sl-data-file
               at end move ws-file-empty to ws-eof-flag.

      * Every posting comes through here. A row with no points in
      * it (a line too small to earn one) is not worth a ledger
      * line. Two identical lines on the day are two sales and
      * both post - the posting stamp is what keeps a rerun out.
       220-post-new-row.
           move space to ws-row-posted-flag.

           if (ws-new-points not = ws-zero)
               move ws-new-member-num to ws-mbr-search-arg
               perform 180-search-members
               if (ws-mbr-found)
                   perform 130-require-ledger-room
                   add ws-one to ws-lp-count
                   move ws-new-member-num
                     to ws-lp-member-num(ws-lp-count)
                   move ws-new-entry-type
                     to ws-lp-entry-type(ws-lp-count)
                   move ws-new-invoice-num
                     to ws-lp-invoice-num(ws-lp-count)
                   move ws-new-sku-code
                     to ws-lp-sku-code(ws-lp-count)
                   move ws-new-trans-date
                     to ws-lp-trans-date(ws-lp-count)
                   move ws-new-store-num
                     to ws-lp-store-num(ws-lp-count)
                   move ws-new-amount
                     to ws-lp-amount(ws-lp-count)
                   move ws-new-points
                     to ws-lp-points(ws-lp-count)
                   move ws-business-date
                     to ws-lp-post-date(ws-lp-count)
                   move space to ws-lp-reversed-flag(ws-lp-count)
                   add ws-new-points
                     to ws-mbr-balance(ws-mbr-index)
                   add ws-one to ws-mbr-row-count(ws-mbr-index)
                   move "y" to ws-row-posted-flag
               end-if
           end-if.

      * A return refunded to the LP tender puts the points back; any
      * other return takes back what its amount earned. With no
      * member keyed on the return, the member whose earning (or
      * redemption) on the same invoice and SKU is on the ledger is
      * the one it belongs to; failing that, the member on the
      * original sale on the transaction history.
       250-post-returns.
           open input transaction-history-file.
           if (ws-history-status = "00")
               move "y" to ws-history-open-flag
           end-if.

           open input r-data-file.

           if (ws-r-data-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read r-data-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 260-post-one-return
             until ws-eof-flag = ws-file-empty.

           if (ws-r-data-status not = "35")
               close r-data-file
           end-if.

           if (ws-history-open)
               close transaction-history-file
           end-if.

       260-post-one-return.
           move rl-member-num to ws-new-member-num.

           if (rl-member-num = spaces)
               perform 270-find-original-member
           end-if.

           if (ws-new-member-num not = spaces)
               move rl-invoice-num to ws-new-invoice-num
               move rl-sku-code to ws-new-sku-code
               move rl-trans-date to ws-new-trans-date
               move rl-store-num to ws-new-store-num
               move rl-amount to ws-new-amount
               if (rl-payment-type = ws-lp-tender)
                   move "C" to ws-new-entry-type
                   multiply rl-amount by ws-redeem-points-rate
                     giving ws-points-work rounded
                   move ws-points-work to ws-new-points
                   perform 220-post-new-row
                   if (ws-row-posted)
                       add ws-one to ws-calc-credited
                   end-if
               else
                   if (rl-sku-code(1:2) not = ws-gift-card-dept)
                       move "R" to ws-new-entry-type
                       multiply rl-amount by ws-earn-rate
                         giving ws-points-work
                       subtract ws-points-work from ws-zero
                         giving ws-new-points
                       perform 220-post-new-row
                       if (ws-row-posted)
                           add ws-one to ws-calc-taken-back
                       end-if
                   end-if
               end-if
           end-if.

           read r-data-file
               at end move ws-file-empty to ws-eof-flag.

       270-find-original-member.
           move space to ws-lp-found-flag.
           move ws-one to ws-lp-search-index.

           perform 275-match-one-original
             until (ws-lp-search-index > ws-lp-count)
                or (ws-lp-found).

           if (ws-lp-found)
               move ws-lp-member-num(ws-lp-index)
                 to ws-new-member-num
           else
               if (ws-history-open)
                   perform 280-find-history-member
               end-if
           end-if.

       275-match-one-original.
           if (ws-lp-entry-type(ws-lp-search-index) = "E"
               or ws-lp-entry-type(ws-lp-search-index) = "D")
              and (ws-lp-invoice-num(ws-lp-search-index)
                   = rl-invoice-num)
              and (ws-lp-sku-code(ws-lp-search-index)
                   = rl-sku-code)
               move ws-lp-search-index to ws-lp-index
               move "y" to ws-lp-found-flag
           else
               add ws-one to ws-lp-search-index
           end-if.

      * The original's ledger row went to history at a month roll -
      * the sale or layaway line on the same invoice and SKU on the
      * transaction history carries the member it was rung under.
       280-find-history-member.
           move space to ws-scan-found-flag.
           move rl-invoice-num to th-invoice-num.
           move ws-zeros-date to th-business-date.

           start transaction-history-file
               key is not < th-key
               invalid key
                   move space to ws-scan-found-flag
               not invalid key
                   move "y" to ws-scan-found-flag
           end-start.

           if (ws-scan-found)
               perform 285-read-next-history
               perform 290-check-one-history-record
                 until (not ws-scan-found)
                    or (ws-new-member-num not = spaces)
           end-if.

       285-read-next-history.
           read transaction-history-file next record
               at end move space to ws-scan-found-flag
           end-read.

       290-check-one-history-record.
           if (th-invoice-num = rl-invoice-num)
               if (th-code-s or th-code-l)
                  and (th-sku-code = rl-sku-code)
                  and (th-member-num not = spaces)
                   move th-member-num to ws-new-member-num
               else
                   perform 285-read-next-history
               end-if
           else
               move space to ws-scan-found-flag
           end-if.

      * A matched void backs out the row its original posted - an
      * earning or redemption for a voided sale or layaway, a
      * take-back or credit for a voided return - with the points
      * turned around. An original that posted nothing (no member
      * on it) has nothing to reverse.
       300-post-void-reversals.
           open input matched-voids-file.

           if (ws-matched-voids-status not = "00")
               move ws-file-empty to ws-eof-flag
           else
               move "N" to ws-eof-flag
               read matched-voids-file
                   at end move ws-file-empty to ws-eof-flag
               end-read
           end-if.

           perform 310-post-one-reversal
             until ws-eof-flag = ws-file-empty.

           if (ws-matched-voids-status not = "35")
               close matched-voids-file
           end-if.

       310-post-one-reversal.
           if (mv-original-code = "R")
               move "R" to ws-void-type-1
               move "C" to ws-void-type-2
           else
               move "E" to ws-void-type-1
               move "D" to ws-void-type-2
           end-if.

           move space to ws-lp-found-flag.
           move ws-one to ws-lp-search-index.

           perform 320-match-one-voided-row
             until (ws-lp-search-index > ws-lp-count)
                or (ws-lp-found).

           if (ws-lp-found)
               move "y" to ws-lp-reversed-flag(ws-lp-index)
               move ws-lp-member-num(ws-lp-index)
                 to ws-new-member-num
               move "V" to ws-new-entry-type
               move mv-invoice-num to ws-new-invoice-num
               move mv-sku-code to ws-new-sku-code
               move mv-trans-date to ws-new-trans-date
               move mv-store-num to ws-new-store-num
               move mv-original-amount to ws-new-amount
               subtract ws-lp-points(ws-lp-index) from ws-zero
                 giving ws-new-points
               perform 220-post-new-row
               if (ws-row-posted)
                   add ws-one to ws-calc-reversed
               end-if
           end-if.

           read matched-voids-file
               at end move ws-file-empty to ws-eof-flag.

       320-match-one-voided-row.
           if (ws-lp-entry-type(ws-lp-search-index) = ws-void-type-1
               or ws-lp-entry-type(ws-lp-search-index)
                  = ws-void-type-2)
              and (not ws-lp-reversed(ws-lp-search-index))
              and (ws-lp-invoice-num(ws-lp-search-index)
                   = mv-invoice-num)
              and (ws-lp-sku-code(ws-lp-search-index)
                   = mv-sku-code)
              and (ws-lp-trans-date(ws-lp-search-index)
                   = mv-trans-date)
              and (ws-lp-amount(ws-lp-search-index)
                   = mv-original-amount)
               move ws-lp-search-index to ws-lp-index
               move "y" to ws-lp-found-flag
           else
               add ws-one to ws-lp-search-index
           end-if.

      * The ledger goes back whole, ready for A6-DataValidation's
      * balance check tomorrow.
       400-rewrite-ledger.
           open output loyalty-points-file.

           perform 405-write-one-row
             varying ws-lp-counter from ws-one by ws-one
             until ws-lp-counter > ws-lp-count.

           close loyalty-points-file.

       405-write-one-row.
           perform 410-move-row-to-record.
           write lpl-record.

       410-move-row-to-record.
           move ws-lp-member-num(ws-lp-counter) to lpl-member-num.
           move ws-lp-entry-type(ws-lp-counter) to lpl-entry-type.
           move ws-lp-invoice-num(ws-lp-counter) to lpl-invoice-num.
           move ws-lp-sku-code(ws-lp-counter) to lpl-sku-code.
           move ws-lp-trans-date(ws-lp-counter) to lpl-trans-date.
           move ws-lp-store-num(ws-lp-counter) to lpl-store-num.
           move ws-lp-amount(ws-lp-counter) to lpl-amount.
           move ws-lp-points(ws-lp-counter) to lpl-points.
           move ws-lp-post-date(ws-lp-counter) to lpl-post-date.

      * Points outstanding by each member's home store, valued at
      * today's redemption rate - the liability finance carries for
      * points not yet spent. Overdrawn members (points spent, then
      * the earning sale returned) are shown apart: what they owe
      * does not reduce what everyone else is owed.
       500-write-liability-report.
           initialize ws-liability-table.

           perform 510-accumulate-one-member
             varying ws-mbr-counter from ws-one by ws-one
             until ws-mbr-counter > ws-mbr-count.

           open output output-file.

           move ws-business-date to ws-hdg-date.
           write output-line from ws-heading1-name-line
             after advancing ws-one line.
           write output-line from ws-page-heading1
             after advancing ws-two line.

           move ws-calc-earned to wrs-earned.
           move ws-calc-redeemed to wrs-redeemed.
           move ws-calc-taken-back to wrs-taken-back.
           move ws-calc-credited to wrs-credited.
           move ws-calc-reversed to wrs-reversed.
           write output-line from ws-run-summary-line
             after advancing ws-two line.

           if (ws-already-posted)
               write output-line from ws-already-posted-line
                 after advancing ws-one line
           end-if.

           if (ws-calc-statements > ws-zero)
               move ws-calc-statements to wmr-statements
               write output-line from ws-month-roll-line
                 after advancing ws-one line
           end-if.

           write output-line from ws-liab-heading
             after advancing ws-two line.

           perform 520-write-one-store-line
             varying ws-liab-counter from ws-one by ws-one
             until ws-liab-counter > 100.

           move "TOTAL" to wll-store.
           move ws-liab-tot-members to wll-members.
           move ws-liab-tot-points to wll-points.
           divide ws-liab-tot-points by ws-redeem-points-rate
             giving ws-liab-value.
           move ws-liab-value to wll-value.
           move ws-liab-tot-neg-members to wll-neg-members.
           move ws-liab-tot-neg-points to wll-neg-points.
           write output-line from ws-liab-line
             after advancing ws-two line.

           close output-file.

       510-accumulate-one-member.
           add ws-one to ws-mbr-home-store(ws-mbr-counter)
             giving ws-liab-index.

           if (ws-mbr-balance(ws-mbr-counter) > ws-zero)
               add ws-one to ws-liab-members(ws-liab-index)
               add ws-mbr-balance(ws-mbr-counter)
                 to ws-liab-points(ws-liab-index)
               add ws-one to ws-liab-tot-members
               add ws-mbr-balance(ws-mbr-counter)
                 to ws-liab-tot-points
           end-if.

           if (ws-mbr-balance(ws-mbr-counter) < ws-zero)
               subtract ws-mbr-balance(ws-mbr-counter) from ws-zero
                 giving ws-neg-points-work
               add ws-one to ws-liab-neg-members(ws-liab-index)
               add ws-neg-points-work
                 to ws-liab-neg-points(ws-liab-index)
               add ws-one to ws-liab-tot-neg-members
               add ws-neg-points-work to ws-liab-tot-neg-points
           end-if.

       520-write-one-store-line.
           if (ws-liab-members(ws-liab-counter) > ws-zero)
              or (ws-liab-neg-members(ws-liab-counter) > ws-zero)
               move spaces to wll-store
               subtract ws-one from ws-liab-counter
                 giving ws-liab-index
               move ws-liab-index(2:2) to wll-store
               move ws-liab-members(ws-liab-counter) to wll-members
               move ws-liab-points(ws-liab-counter) to wll-points
               divide ws-liab-points(ws-liab-counter)
                 by ws-redeem-points-rate giving ws-liab-value
               move ws-liab-value to wll-value
               move ws-liab-neg-members(ws-liab-counter)
                 to wll-neg-members
               move ws-liab-neg-points(ws-liab-counter)
                 to wll-neg-points
               write output-line from ws-liab-line
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

       end program Program36LoyaltyPoints.

      * report of everything still sitting unreviewed, bucketed by
      * how long it has sat, so the queue cannot quietly rot. On an
      * unattended run no decisions are taken - only the aging
      * report is produced. The supervisor signs on against the
      * operator master and must hold the review-approver role;
      * failed sign-ons go to the shared exceptions file, and no
      * supervisor may approve a held sale rung under their own
      * cashier ID - the item stays pending for someone else.
      ******************************************************************
       environment division.
       configuration section.
                      organization is line sequential
                      file status is ws-queue-work-status.

      * Operator master - sign-on IDs, passwords, roles and the
      * cashier ID each operator rings under.
                  select operator-master-file
                      assign to "../../../data/OperatorMaster.dat"
                      organization is line sequential
                      file status is ws-operator-status.

      * Central exceptions file shared by the whole pipeline - a
      * failed sign-on or a refused self-approval lands here.
                  select exception-log-file
                      assign to "../../../data/ExceptionLog.dat"
                      organization is line sequential
                      file status is ws-exception-log-status.

                  select output-file
                      assign to "../../../data/ReviewQueueAging.out"
                      organization is line sequential.
       file section.
       fd pending-review-file
           data record is pnd-record
           record contains 78 characters.

       01 pnd-record.
           05 pnd-raw-data pic x(70).
           05 pnd-held-date pic 9(8).

       fd approved-release-file
           data record is approved-record
           record contains 70 characters.

       01 approved-record pic x(70).

       fd invalid-data-file
           data record is invalid-data-line
           record contains 100 characters.

       01 invalid-data-line pic x(70).

       fd queue-work-file
           data record is queue-work-record
           record contains 78 characters.

       01 queue-work-record pic x(78).

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

       fd output-file
            data record is report-line
      * its decision so the rewrite knows what stays pending.
       01 ws-queue-table.
           05 ws-que-entry occurs 500 times.
               10 ws-que-raw-data pic x(70).
               10 ws-que-held-date pic 9(8).
               10 ws-que-decision pic x.
       01 ws-que-counters.
       01 ws-supervisor-id pic x(8) value spaces.
       01 ws-decision-answer pic x value space.
       77 ws-supervisor-prompt pic x(26) value "SUPERVISOR ID:".

      * Sign-on - the operator master entry of whoever signed on,
      * and the tries they have had.
       01 ws-operator-status pic xx value spaces.
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
           value "SIGN-ON REFUSED - NO DECISIONS TAKEN".

      * Segregation of duties - the held record's cashier ID, set
      * against the supervisor's own.
       01 ws-held-record-check.
           05 filler pic x(46).
           05 ws-held-cashier-id pic x(4).
           05 filler pic x(20).
       77 ws-own-sale-msg pic x(52)
           value "YOU RANG THIS SALE - ANOTHER SUPERVISOR MUST APPROVE".

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

       01 ws-own-sale-message.
           05 filler pic x(22) value "SELF-APPROVAL REFUSED ".
           05 wos-supervisor-id pic x(8).
           05 filler pic x(9) value " INVOICE ".
           05 wos-invoice-num pic x(9).
       77 ws-decision-prompt pic x(40)
           value "A=APPROVE R=REJECT S=SKIP Q=STOP:".
       77 ws-held-since-label pic x(12) value "HELD SINCE:".
      * Run counters.
       01 ws-calc.
           05 ws-calc-approved pic 9(3) value 0.
           05 ws-calc-own-refused pic 9(3) value 0.
           05 ws-calc-rejected pic 9(3) value 0.
           05 ws-calc-pending pic 9(3) value 0.
           05 ws-calc-age-current pic 9(3) value 0.

       01 ws-pending-line.
           05 filler pic x(3) value spaces.
           05 wpl-raw-data pic x(70).
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "HELD: ".
           05 wpl-held-date pic 9(8).
           05 filler pic x(3) value spaces.
           05 filler pic x(15) value "STILL PENDING: ".
           05 wds-pending pic zz9.
           05 filler pic x(3) value spaces.
           05 filler pic x(19) value "OWN SALES REFUSED: ".
           05 wds-own-refused pic zz9.

       01 ws-aging-summary-line.
           05 filler pic x(3) value spaces.

           if (not ws-unattended)
              and (ws-que-count > ws-zero)
               perform 050-sign-on
               if (ws-signed-on)
                   perform 200-review-session
               end-if
           end-if.

           perform 400-rewrite-queue.
           add ws-dn-temp to ws-day-num-work.
           add ws-dn-day to ws-day-num-work.

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
           display ws-supervisor-prompt.
           move spaces to ws-supervisor-id.
           accept ws-supervisor-id.
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
               when not ws-son-may-review
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
           if (opm-operator-id = ws-supervisor-id)
               move opm-record to ws-signed-on-operator
               move "y" to ws-opm-found-flag
           else
               read operator-master-file
                   at end move ws-file-empty to ws-opm-eof-flag
               end-read
           end-if.

       070-log-failed-sign-on.
           move ws-supervisor-id to wfs-operator-id.
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

           move "Program22ReviewQueue" to exl-program-name.
           accept exl-date from date yyyymmdd.
           accept exl-time from time.
           move "N" to exl-ack-flag.

           write exception-log-line from ws-exception-line.

           close exception-log-file.

      * The queue comes in whole; anything past the table spills to
      * the work file and rides back behind the rewrite, still
      * pending - a full table slows the review down, it never
      * record shows with its warning already on the correction
      * file, and takes one verdict.
       200-review-session.
           open extend approved-release-file.
           if (ws-approved-status = "35")
               open output approved-release-file
                   continue
           end-evaluate.

      * A supervisor approving a sale rung under their own cashier
      * ID is refused and logged; the record stays pending.
       220-approve-record.
           move ws-que-raw-data(ws-que-counter)
             to ws-held-record-check.

           if (ws-son-cashier-id not = ws-zero)
              and (ws-held-cashier-id = ws-son-cashier-id)
               display ws-own-sale-msg
               add ws-one to ws-calc-own-refused
               move ws-supervisor-id to wos-supervisor-id
               move ws-que-raw-data(ws-que-counter)(13:9)
                 to wos-invoice-num
               move "WARN" to exl-severity
               move ws-own-sale-message to exl-message
               perform 080-write-exception
           else
               move "A" to ws-que-decision(ws-que-counter)
               write approved-record
                 from ws-que-raw-data(ws-que-counter)
               add ws-one to ws-calc-approved
           end-if.

       230-reject-record.
           move "R" to ws-que-decision(ws-que-counter).
           move ws-calc-approved to wds-approved.
           move ws-calc-rejected to wds-rejected.
           move ws-calc-pending to wds-pending.
           move ws-calc-own-refused to wds-own-refused.
           write output-line from ws-decision-summary-line
             after advancing ws-two line.


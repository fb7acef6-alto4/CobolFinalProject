      * line naming who acknowledged and how many - acknowledged
      * items drop off tomorrow's summary but stay on the file,
      * with the sign-off line as the record of who signed the
      * morning off. Acknowledging needs a sign-on against the
      * operator master by an active operator holding the
      * exception sign-off role; a failed sign-on acknowledges
      * nothing and is itself filed as a WARN exception.
      ******************************************************************
       environment division.
       configuration section.
                      organization is line sequential
                      file status is ws-exception-work-status.

      * Operator master - sign-on IDs, passwords and roles.
                  select operator-master-file
                      assign to "../../../data/OperatorMaster.dat"
                      organization is line sequential
                      file status is ws-operator-status.

                  select output-file
                      assign to "../../../data/OperationsSummary.out"
                      organization is line sequential.

       01 exception-work-record pic x(117).

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

       fd output-file
            data record is report-line
            record contains 132 characters.
       01 ws-exc-counters.
           05 ws-exc-count pic 9(3) value 0.
           05 ws-exc-counter pic 9(3) value 0.
           05 ws-loaded-count pic 9(3) value 0.
       77 ws-exc-table-max pic 9(3) value 500.
       01 ws-exc-overflow-flag pic x value space.
           88 ws-exc-overflowed value "y".
           value "EXCEPTIONS ACKNOWLEDGED AND FILED".
       01 ws-acked-this-session pic 9(3) value 0.

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
           value "SIGN-ON REFUSED - NOTHING ACKNOWLEDGED".

      * A failed sign-on, built in the layout every writer uses.
       01 ws-exception-line.
           05 wex-program-name pic x(31).
           05 filler pic x value space.
           05 wex-date pic 9(8).
           05 filler pic x value space.
           05 wex-time pic 9(8).
           05 filler pic x value space.
           05 wex-severity pic x(4).
           05 filler pic x value space.
           05 wex-ack-flag pic x.
           05 filler pic x value space.
           05 wex-message.
               10 filler pic x(15) value "FAILED SIGN-ON ".
               10 wfs-operator-id pic x(8).
               10 filler pic x(3) value " - ".
               10 wfs-reason pic x(31).
               10 filler pic x(3) value spaces.

      * The sign-off line filed behind the rewrite - same layout
      * every writer builds, carrying who acknowledged and how
      * many, already flagged acknowledged itself.
           accept ws-ack-answer.

           if (ws-ack-answer = "Y") or (ws-ack-answer = "y")
      * Only what was listed gets acknowledged - a failed sign-on
      * filed during this dialog stays open for tomorrow.
               move ws-exc-count to ws-loaded-count
               perform 050-sign-on

               if (ws-signed-on)
                   perform 310-ack-one-exception
                     varying ws-exc-counter from ws-one by ws-one
                     until ws-exc-counter > ws-loaded-count

                   perform 320-rewrite-exception-log
                   display ws-acked-msg
               end-if
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
               when not ws-son-may-sign-off
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

      * A failed sign-on goes straight onto the file, and into the
      * held table as well so a later acknowledged rewrite carries
      * it back rather than writing over it.
       070-log-failed-sign-on.
           move "Program19OperationsSummary" to wex-program-name.
           accept wex-date from date yyyymmdd.
           accept wex-time from time.
           move "WARN" to wex-severity.
           move "N" to wex-ack-flag.
           move ws-operator-id to wfs-operator-id.
           move ws-sign-on-failure to wfs-reason.

           open extend exception-log-file.
           if (ws-exception-log-status = "35")
               open output exception-log-file
           end-if.
           write exception-log-line from ws-exception-line.
           close exception-log-file.

           perform 075-hold-failed-sign-on.

       075-hold-failed-sign-on.
           if (ws-exc-count < ws-exc-table-max)
               add ws-one to ws-exc-count
               move ws-exception-line to ws-exc-line(ws-exc-count)
           else
               if (ws-exc-overflowed)
                   open extend exception-work-file
               else
                   move "y" to ws-exc-overflow-flag
                   open output exception-work-file
               end-if
               write exception-work-record from ws-exception-line
               close exception-work-file
           end-if.

       310-ack-one-exception.

       file section.
       fd corrected-corrections-file
                         data record is ccr-line
                         record contains 137 characters.

       01 ccr-line.
         05 ccr-record-num pic x(3).
         05 filler pic x(2).
         05 ccr-raw-data pic x(70).
         05 filler pic x(2).
         05 ccr-field-tag pic x(12).
         05 filler pic x(2).
                         data record is invalid-data-line
                         record contains 100 characters.

       01 invalid-data-line pic x(70).

       fd reentry-file
           data record is reentry-record
           record contains 70 characters.

       01 reentry-record pic x(70).

       fd output-file
            data record is report-line
      * The record being repaired, with the same field layout the
      * whole pipeline carries so a single field can be overlaid
      * without disturbing its neighbours.
       01 ws-work-record pic x(70).
       01 ws-work-fields redefines ws-work-record.
           05 wr-code pic x.
           05 wr-amount pic x(7).
           05 wr-trans-date pic x(8).
           05 wr-reason-code pic x(2).
           05 wr-cashier-id pic x(4).
           05 wr-quantity pic x(3).
           05 wr-foreign-amount pic x(7).
           05 wr-member-num     pic x(10).

      * Group tracking - correction lines for one record arrive
      * together, so the repaired record is written out when the
      * twice cannot re-enter the same record twice.
       01 ws-held-table.
           05 ws-held-entry occurs 500 times.
               10 ws-held-record pic x(70).
               10 ws-held-used-flag pic x.
       01 ws-held-counters.
           05 ws-held-count pic 9(3) value 0.
           05 ws-rel-record-num pic x(3).
           05 filler pic x(2) value spaces.
           05 filler pic x(13) value "RE-ENTERED - ".
           05 ws-rel-record pic x(70).

       01 ws-no-held-line.
           05 filler pic x(3) value spaces.
                   move ccr-fixed-value(1:2) to wr-reason-code
               when "CASHIER-ID  "
                   move ccr-fixed-value(1:4) to wr-cashier-id
               when "QUANTITY    "
                   move ccr-fixed-value(1:3) to wr-quantity
               when "FOREIGN-AMT "
                   move ccr-fixed-value(1:7) to wr-foreign-amount
               when "MEMBER-NUM  "
                   move ccr-fixed-value(1:10) to wr-member-num
               when other
                   move ws-blank to ws-fix-ok-flag
                   move ccr-record-num to ws-btl-record-num

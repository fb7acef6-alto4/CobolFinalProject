      * Program Description: This program applies the day's V (void)
      * transactions against the original transactions they cancel.
      * Each void record split off by Program2DataSplitAndCount is
      * matched by invoice number, SKU and unit quantity against the
      * original S, L or R record on the valid transaction file - a
      * void of two units cannot cancel a line of six - and the voided
      * amount is backed out of per-store and company totals so the
      * day's revenue is no longer overstated by cancelled sales.
      * Voids that match no original transaction are listed in an
      * exception section for follow-up instead of being silently
      * dropped.
      ******************************************************************
       environment division.
       configuration section.
                      organization is line sequential.

      * Matched voids, machine-readable - one record per void that
      * found its original, carrying the ORIGINAL's code, amount and
      * reason code, so downstream steps (the inventory posting) can
      * reverse exactly what the void cancelled instead of
      * re-matching it.
                  select matched-voids-file
                      assign to "../../../data/MatchedVoids.dat"
                      organization is line sequential.
       file section.
       fd void-data-file
                         data record is void-line
                         record contains 70 characters.

       01 void-line.
         05 vl-code pic x.
         05 vl-trans-date pic 9(8).
         05 vl-reason-code pic x(2).
         05 vl-cashier-id pic 9(4).
         05 vl-quantity pic 9(3).
         05 vl-foreign-amount pic 9(5)v99.
         05 vl-member-num     pic x(10).

       fd valid-data-file
           data record is valid-data-line.
           05 vdl-trans-date             pic 9(8).
           05 vdl-reason-code            pic x(2).
           05 vdl-cashier-id             pic 9(4).
           05 vdl-quantity               pic 9(3).
           05 vdl-foreign-amount         pic 9(5)v99.
           05 vdl-member-num             pic x(10).

       fd store-master-file
           data record is sm-record

       fd matched-voids-file
           data record is mv-record
           record contains 47 characters.

       01 mv-record.
           05 mv-original-code pic x.
           05 mv-invoice-num pic x(9).
           05 mv-sku-code pic x(15).
           05 mv-trans-date pic 9(8).
           05 mv-quantity pic 9(3).
           05 mv-original-reason pic x(2).

       fd run-parameters-file
            data record is rpf-line
      * in the valid-data-file record area.
       01 ws-matched-code pic x value space.
       01 ws-matched-amount pic 9(5)v99 value 0.
       01 ws-matched-reason pic x(2) value spaces.
      *
       01 ws-heading1-name-line.
         05 ws-name pic x(11) value "Scott Alton".
           move space to ws-match-flag.
           move space to ws-matched-code.
           move ws-zero to ws-matched-amount.
           move spaces to ws-matched-reason.
           move vl-invoice-num to vdl-invoice-num.

           perform 456-find-first-match.
           if (vdl-invoice-num = vl-invoice-num)
               if (not vdl-code-v)
                  and (vdl-sku-code = vl-sku-code)
                  and (vdl-quantity = vl-quantity)
                   move "y" to ws-match-flag
                   move vdl-code to ws-matched-code
                   move vdl-amount to ws-matched-amount
                   move vdl-reason-code to ws-matched-reason
               else
                   perform 459-read-next-match
               end-if
           move vl-invoice-num to mv-invoice-num.
           move vl-sku-code to mv-sku-code.
           move vl-trans-date to mv-trans-date.
           move vl-quantity to mv-quantity.
           move ws-matched-reason to mv-original-reason.
           write mv-record.

           if (ws-matched-code = "R")

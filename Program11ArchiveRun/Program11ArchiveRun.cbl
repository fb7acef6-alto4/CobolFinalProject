           05 vdl-trans-date             pic 9(8).
           05 vdl-reason-code            pic x(2).
           05 vdl-cashier-id             pic 9(4).
           05 vdl-quantity               pic 9(3).
           05 vdl-foreign-amount         pic 9(5)v99.
           05 vdl-member-num             pic x(10).

       fd error-file
           data record is error-line
           record contains 79 characters.

       01 error-line pic x(79).

       fd correction-file
           data record is correction-line
           record contains 117 characters.

       01 correction-line pic x(116).

       fd transaction-history-file
           data record is th-record
           record contains 78 characters.

       01 th-record.
           05 th-key.
           05 th-trans-date              pic 9(8).
           05 th-reason-code             pic x(2).
           05 th-cashier-id              pic 9(4).
           05 th-quantity                pic 9(3).
           05 th-foreign-amount          pic 9(5)v99.
           05 th-member-num              pic x(10).

       fd archived-errors-file
           data record is arch-err-record
           record contains 87 characters.

       01 arch-err-record.
           05 ae-business-date           pic 9(8).
           05 ae-line                    pic x(79).

       fd archived-corrections-file
           data record is arch-corr-record
           record contains 127 characters.

       01 arch-corr-record.
           05 ac-business-date           pic 9(8).
           05 ac-line                    pic x(116).

       fd sweep-work-file
           data record is sweep-work-record
           record contains 127 characters.

       01 sweep-work-record pic x(127).

       fd invoice-history-file
           data record is hst-record
           move vdl-trans-date to th-trans-date.
           move vdl-reason-code to th-reason-code.
           move vdl-cashier-id to th-cashier-id.
           move vdl-quantity to th-quantity.
           move vdl-foreign-amount to th-foreign-amount.
           move vdl-member-num to th-member-num.

           write th-record.
           add ws-one to ws-archived-trans-count.
           close archived-errors-file.

       425-copy-one-error-back.
           write arch-err-record from sweep-work-record(1:87).

           read sweep-work-file
               at end move ws-file-empty to ws-eof-flag.

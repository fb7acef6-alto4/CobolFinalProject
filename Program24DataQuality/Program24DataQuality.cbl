       file section.
       fd archived-corrections-file
           data record is arch-corr-record
           record contains 127 characters.

      * The archived line re-described field by field: the archive
      * stamp, then the correction line's own layout - record
      * number, the raw 70-byte record, the failing field's tag.
      * The store and cashier are read out of their fixed positions
      * inside the raw record.
       01 arch-corr-record.
                   15 ac-store-num       pic x(2).
                   15 filler             pic x(34).
                   15 ac-cashier-id      pic x(4).
                   15 filler             pic x(20).
               10 filler                 pic x(2).
               10 ac-field-tag           pic x(12).
               10 filler                 pic x(2).

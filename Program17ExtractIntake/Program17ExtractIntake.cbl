       file section.
       fd store-extract-file
                         data record is extract-record
                         record contains 70 characters.

       01 extract-record pic x(70).

       fd combined-file
           data record is combined-record
           record contains 70 characters.

       01 combined-record pic x(70).

       fd store-master-file
           data record is sm-record

       fd records-file
           data record is input-line.

       01 input-line                                        pic x(100).

      * The header and trailer shapes Edits reads, seen through the
      * same record.
           05 hd-record-code                    pic x.
           05 hd-business-date                  pic 9(8).
           05 hd-source-id                      pic x(8).
           05 filler                            pic x(83).

       01 trailer-record redefines input-line.
           05 tl-record-code                    pic x.
           05 tl-record-count                   pic 9(7).
           05 tl-amount-hash                    pic 9(9)v99.
           05 filler                            pic x(81).

       fd store-master
           data record is store-master-record.

           05 dd-price-override-flag            pic x.
           05 dd-cashier-id                     pic x(4).
           05 dd-customer-number                pic 9(6).
           05 dd-related-store-number           pic 99.
           05 filler                            pic x(22).

       fd sales-history
           data record is sales-history-record.
           05 price-override-flag               pic x.
           05 cashier-id                        pic x(4).
           05 customer-number                   pic 9(6).
           05 related-store-number              pic 99.
           05 filler                            pic x(22).

      * Each disposition session's corrections go out as their own
      * batch: a header carrying the DUPDISP source id (exempt from
           05 hd-record-code                    pic x.
           05 hd-business-date                  pic 9(8).
           05 hd-source-id                      pic x(8).
           05 filler                            pic x(83).

       01 trailer-record.
           05 tl-record-code                    pic x.
           05 tl-record-count                   pic 9(7).
           05 tl-amount-hash                    pic 9(9)v99.
           05 filler                            pic x(81).

       fd report-file
           data record is report-line.

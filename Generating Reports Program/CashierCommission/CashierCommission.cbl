           05 price-override-flag                              pic x.
           05 cashier-id                                      pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 filler                                       pic x(22).

       fd commission-accum
           data record is commission-accum-record.

           05 price-override-flag                              pic x.
           05 cashier-id                                      pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 filler                                       pic x(22).

       fd sale-lay-file
           data record is sale-lay-record.
           05 sl-transaction-amount                         pic 9(5)v99.
           05 sl-payment-type                                  pic xx.
           05 sl-store-number                                  pic xx.
           05 filler                                          pic x(88).

       fd sales-history
           data record is sales-history-record.

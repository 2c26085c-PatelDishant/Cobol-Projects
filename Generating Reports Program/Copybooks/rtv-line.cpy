      * Record layout for the return-to-vendor line file
      * (rtv-line.dat): the damaged stock of one store and SKU
      * pulled onto a vendor's authorization, keyed by the
      * authorization (vendor and run date) and then store and SKU,
      * so a vendor's lines read together in key order. Written as
      * each item's damaged bucket is emptied, so a rerun of the
      * same run finds the line already there.
       01  rtv-line-record.
           05  rv-line-key.
               10  rv-vendor-code               pic x(6).
               10  rv-auth-date                 pic 9(8).
               10  rv-store-number              pic 99.
               10  rv-sku-code                  pic x(15).
           05  rv-quantity                      pic 9(5).
           05  rv-unit-cost                     pic 9(5)v99.
           05  rv-extended-cost                 pic 9(7)v99.

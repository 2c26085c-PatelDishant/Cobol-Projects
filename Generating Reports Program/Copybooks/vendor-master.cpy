      * Record layout for the vendor master (vendor-master.dat),
      * keyed by vendor code: the suppliers the chain buys from and
      * sends defective goods back to. Maintained through
      * MasterMaintenance (file code VM); each SKU on the product
      * catalog names its vendor. The credit days are the vendor's
      * terms for issuing credit against a return-to-vendor
      * authorization -- an authorization still uncredited past them
      * is flagged on the ReturnToVendor aging.
       01  vendor-master-record.
           05  vm-vendor-code                   pic x(6).
           05  vm-vendor-name                   pic x(25).
           05  vm-phone                         pic x(10).
           05  vm-credit-days                   pic 9(3).
           05  vm-status                        pic x.
               88  vm-status-active             value 'A'.
               88  vm-status-inactive           value 'I'.

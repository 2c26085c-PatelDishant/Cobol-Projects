           05  pc-status                        pic x.
               88  pc-status-active              value 'A'.
               88  pc-status-discontinued        value 'D'.
      * An extended warranty (protection plan) SKU carries the term
      * of cover in months; every other SKU carries zero. A plan
      * sold against an invoice line opens a contract on the
      * warranty master, and moves no stock.
           05  pc-warranty-months               pic 9(3).
      * The supplier the SKU is bought from, on the vendor master;
      * defective returns of the SKU go back to this vendor.
           05  pc-vendor-code                   pic x(6).

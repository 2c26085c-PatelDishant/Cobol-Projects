      * Record layout for a store's physical or cycle count file
      * (physical-count.dat), one line per SKU counted, loaded by
      * InventoryCount. A count reflects the shelf as the store found
      * it before the count date's trading; a SKU counted in more
      * than one location in the store (floor and back room) may
      * come in on several lines, and the lines add together.
       01  physical-count-record.
           05  cn-store-number                  pic 99.
           05  cn-sku-code                      pic x(15).
           05  cn-counted-qty                   pic 9(7).
           05  cn-count-date                    pic 9(8).

      * Record layout for the nightly replenishment order files
      * (replenishment-SS-YYYYMMDD.dat, one per store per business
      * date, SS the store number). InventoryControl writes one
      * line per SKU that the stock-status pass found at or below its
      * reorder point with no order already open; the DC picks the
      * file up in place of the order merchandising used to key from
      * the printed report. A rerun of the night rewrites the same
      * dated file, orders it cut the first time included. The
      * suggested quantity brings the item back up to its target
      * level; the order number is the one carried on the open
      * purchase order master, so the DC's receiving records match
      * back to it. The on-hand shown is the stock available to sell
      * -- units reserved for special customer orders are left out,
      * as they are when the order quantity is worked out.
       01  replenishment-order-record.
           05  ro-store-number                  pic 99.
           05  ro-sku-code                      pic x(15).
           05  ro-order-number                  pic 9(12).
           05  ro-order-date                    pic 9(8).
           05  ro-on-hand                       pic s9(7)
                                                sign leading separate.
           05  ro-reorder-point                 pic 9(5).
           05  ro-target-level                  pic 9(5).
           05  ro-order-qty                     pic 9(5).
           05  ro-unit-cost                     pic 9(5)v99.
           05  ro-extended-cost                 pic 9(7)v99.

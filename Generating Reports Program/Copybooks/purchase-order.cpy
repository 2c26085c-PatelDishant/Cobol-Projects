      * Record layout for the open purchase order master
      * (purchase-order.dat), keyed by store and SKU -- the same key
      * as the inventory master, since the DC fills one replenishment
      * order per store/SKU at a time. InventoryControl cuts the order
      * when the stock-status pass finds the item at or below its
      * reorder point with nothing already on order, and matches the
      * night's DC receiving ('I') records against it. An order is
      * open until the quantity received reaches the quantity
      * ordered; a closed order stays on file (answering "what did
      * we last order, and what came in") until the next order for
      * the same store/SKU reuses the record.
       01  purchase-order-record.
           05  po-record-key.
               10  po-store-number              pic 99.
               10  po-sku-code                  pic x(15).
      * Order number: the business date the order was cut (YYMMDD)
      * and the item's ordinal in that night's walk of the inventory
      * master -- stable across a rerun of the same night, so a
      * rerun cannot hand the DC a second number for one order.
           05  po-order-number                  pic 9(12).
           05  po-order-date                    pic 9(8).
           05  po-qty-ordered                   pic 9(5).
           05  po-qty-received                  pic 9(5).
           05  po-unit-cost                     pic 9(5)v99.
           05  po-last-receipt-date             pic 9(8).
      * Business date and feed ordinal of the last receipt applied
      * to this record, so a rerun of the same feed cannot receive
      * the same shipment twice.
           05  po-posted-date                   pic 9(8).
           05  po-posted-seq                    pic 9(7).
           05  po-status                        pic x.
               88  po-status-open               value 'O'.
               88  po-status-partial            value 'P'.
               88  po-status-received           value 'R'.
               88  po-status-over-shipped       value 'X'.

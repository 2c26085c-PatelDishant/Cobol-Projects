      * Record layout for the special customer order master
      * (special-order.dat), keyed by order number -- the number the
      * store keys in the invoice field of every 'Q' record for the
      * order. SalesAndLayawayProcessing opens the record off the
      * order's opening record, carrying the deposit taken, and
      * closes it off the pickup or the cancellation. In between,
      * InventoryControl marks the order ready the night a DC
      * receipt of the SKU posts at the ordering store, and reserves
      * the units on the inventory master so they stop counting as
      * available stock; the reservation comes off when the customer
      * picks the goods up or the order is cancelled. The balance
      * the customer paid at pickup, or the deposit handed back on a
      * cancellation, is kept, and a closed order stays on file as
      * the record of what was ordered.
       01  special-order-record.
           05  so-order-number                  pic x(9).
           05  so-store-number                  pic 99.
           05  so-customer-number               pic 9(6).
           05  so-sku-code                      pic x(15).
           05  so-quantity                      pic 9(3).
           05  so-deposit-amount                pic 9(7)v99.
           05  so-balance-paid                  pic 9(7)v99.
           05  so-refund-amount                 pic 9(7)v99.
           05  so-order-date                    pic 9(8).
           05  so-promised-date                 pic 9(8).
           05  so-ready-date                    pic 9(8).
           05  so-closed-date                   pic 9(8).
           05  so-cashier-id                    pic x(4).
           05  so-tender-code                   pic xx.
      * Business date and feed ordinal of the last posting applied
      * to this record, so a rerun of the same feed cannot open,
      * pick up, or cancel the same order twice.
           05  so-posted-date                   pic 9(8).
           05  so-posted-seq                    pic 9(7).
      * Business date and feed ordinal of the receipt that made the
      * order ready, so a rerun of InventoryControl recognizes the
      * receipt it already matched the order to.
           05  so-ready-seq                     pic 9(7).
           05  so-status                        pic x.
               88  so-status-open               value 'O'.
               88  so-status-ready              value 'R'.
               88  so-status-picked-up          value 'P'.
               88  so-status-cancelled          value 'C'.

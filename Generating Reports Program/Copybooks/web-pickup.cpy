      * Record layout for the web pickup order master
      * (web-pickup.dat), keyed by the web order's invoice number.
      * A web order the customer is collecting at a store rings as an
      * ordinary sale at the virtual web store, with the fulfilling
      * store in the related-store field; SalesAndLayawayProcessing
      * opens this record off it, awaiting pickup, and closes it off
      * the pickup confirmation ('U') the fulfilling store rings when
      * the customer collects. The sale itself stays the web store's.
      * InventoryControl holds the units in reserve at the fulfilling
      * store from the order until the pickup relieves them.
      * PickupAging expires an order left uncollected past the
      * run-control allowance and stages the refund, which comes
      * back through the next night's feed as a return to the web
      * store naming the fulfilling store, and lets the reserved
      * units go when it posts.
       01  web-pickup-record.
           05  wp-invoice-number                pic x(9).
           05  wp-web-store                     pic 99.
           05  wp-fulfil-store                  pic 99.
           05  wp-customer-number               pic 9(6).
           05  wp-sku-code                      pic x(15).
           05  wp-quantity                      pic 9(3).
      * The sale amount and tender as the order was rung, so an
      * expired order refunds exactly what was taken, the way it
      * was paid.
           05  wp-sale-amount                   pic 9(5)v99.
           05  wp-tender-code                   pic xx.
           05  wp-order-cashier                 pic x(4).
           05  wp-order-date                    pic 9(8).
           05  wp-pickup-date                   pic 9(8).
           05  wp-pickup-cashier                pic x(4).
           05  wp-expired-date                  pic 9(8).
      * Business date and feed ordinal of the last posting applied
      * to this record, so a rerun of the same feed cannot open or
      * close the same order twice.
           05  wp-posted-date                   pic 9(8).
           05  wp-posted-seq                    pic 9(7).
           05  wp-status                        pic x.
               88  wp-status-awaiting           value 'A'.
               88  wp-status-picked-up          value 'P'.
               88  wp-status-expired            value 'X'.

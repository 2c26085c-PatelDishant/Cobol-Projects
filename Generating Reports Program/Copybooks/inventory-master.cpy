      * exists to surface, so the shortfall is carried, not clamped.
      * The reorder point is maintained outside the nightly feed the
      * same way the other masters are; a record opened by the feed
      * itself carries zero until merchandising sets one. The
      * target level is what a replenishment order brings the item
      * back up to; left at zero, the order refills to twice the
      * reorder point.
       01  inventory-master-record.
           05  im-record-key.
               10  im-store-number              pic 99.
           05  im-on-hand                       pic s9(7)
                                                sign leading separate.
           05  im-reorder-point                 pic 9(5).
           05  im-target-level                  pic 9(5).
      * Business date and feed ordinal of the last posting applied
      * to this record, so a rerun of the same feed cannot move the
      * same stock twice.
           05  im-posted-date                   pic 9(8).
           05  im-posted-seq                    pic 9(7).
      * Count date of the last physical count posted to this
      * record, so the same count file posted twice adjusts once.
           05  im-last-count-date               pic 9(8).
      * Units on the shelf that are spoken for: received against a
      * special customer order, or set aside for a web order to be
      * collected at this store, and waiting for the customer to
      * pick them up. They are still on hand, but not available -- the
      * stock-status report and replenishment work off on-hand less
      * reserved.
           05  im-reserved                      pic 9(5).
      * Units returned by customers as defective: off the sellable
      * on-hand and held for return to the vendor, until the weekly
      * ReturnToVendor run ships them back on an authorization.
           05  im-damaged                       pic 9(5).

      * Fixed-format interface record for the general ledger feed
      * (gl-feed.dat). One row per store per day: the day's sales,
      * layaway, and return dollar totals, unedited so the GL loader
      * can read the field straight into a numeric column. The
      * loyalty points discount is the dollar value of the points
      * the store's customers redeemed against their purchases --
      * sale dollars the store did not take in.
      * The two house account columns follow the points column:
      * the sale dollars the store's customers charged to their
      * house accounts (inside the sale total, but money the store
      * did not take in -- it is owed on the account), and the
      * payments on account the store took in over the counter,
      * which settle earlier charges and are in no other column. A
      * retained feed from before the columns existed has spaces
      * there.
       01  gl-feed-record.
           05  gl-store-number                  pic 99.
           05  gl-sale-amount                   pic 9(10)v99.
           05  gl-layaway-amount                pic 9(10)v99.
           05  gl-return-amount                 pic 9(10)v99.
           05  gl-points-amount                 pic 9(10)v99.
           05  gl-ha-charge-amount              pic 9(10)v99.
           05  gl-ha-payment-amount             pic 9(10)v99.

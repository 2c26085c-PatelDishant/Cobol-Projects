      * Record layout for the inter-store transfer in-transit master
      * (transfer-transit.dat), keyed by transfer number -- the
      * number the shipping store keys in the invoice field of both
      * halves of a transfer. InventoryControl opens the record off
      * whichever half reaches the feed first: the transfer-out ('O')
      * relieves the shipping store's on-hand and fills the shipped
      * side, the transfer-in ('N') adds the goods to the receiving
      * store's on-hand and fills the received side. A transfer
      * stays in transit until its transfer-in arrives, and shows on
      * the in-transit exceptions report once it has been on the
      * road longer than the run-control allowance. A received
      * transfer stays on file as the record of what moved.
       01  transfer-transit-record.
           05  tt-transfer-number               pic x(9).
           05  tt-from-store                    pic 99.
           05  tt-to-store                      pic 99.
           05  tt-sku-code                      pic x(15).
           05  tt-qty-shipped                   pic 9(5).
           05  tt-ship-date                     pic 9(8).
           05  tt-qty-received                  pic 9(5).
           05  tt-receive-date                  pic 9(8).
      * Business date and feed ordinal of the last half applied to
      * this record, so a rerun of the same feed cannot ship or
      * receive the same transfer twice.
           05  tt-posted-date                   pic 9(8).
           05  tt-posted-seq                    pic 9(7).
           05  tt-status                        pic x.
               88  tt-status-in-transit         value 'T'.
               88  tt-status-received           value 'R'.
               88  tt-status-variance           value 'V'.
               88  tt-status-no-shipment        value 'U'.

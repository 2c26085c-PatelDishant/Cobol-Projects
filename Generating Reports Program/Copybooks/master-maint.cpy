      *   mt-file-code: ST store master     EM employee master
      *                 PC product catalog  TX tax rate
      *                 LA layaway agreement
      *                 GC gift card (hold and release only)
      *                 EC employee class (staff discount)
      *                 CX customer tax exemption certificate
      *                 HA house charge account
      *                 VM vendor master
      *   mt-action:    A add   C change   I inactivate
      *                 H hold  R release  (gift card, house account)
      *
      * The key is keyed left-justified in mt-key (store number,
      * cashier id, SKU, invoice number, employee class, or
      * customer number -- which is also the house account number --
      * or vendor code, as the file dictates).
      * A gift card number is one character longer than mt-key, so
      * a GC transaction carries the card in its fields instead and
      * mt-key is ignored.
      * A change carries the full new field image for its file --
      * the fields below redefine one another, one layout per file.
       01  master-maint-record.
           05  mt-file-code                     pic xx.
           05  mt-action                        pic x.
           05  mt-key                           pic x(15).
           05  mt-fields                        pic x(70).
           05  mt-store-fields redefines mt-fields.
               10  mt-st-name                   pic x(20).
               10  mt-st-status                 pic x.
               10  mt-st-type                   pic x.
               10  filler                       pic x(48).
           05  mt-employee-fields redefines mt-fields.
               10  mt-em-name                   pic x(20).
               10  mt-em-store                  pic 99.
               10  mt-em-comm-rate              pic 9v99.
               10  mt-em-status                 pic x.
               10  mt-em-class                  pic x.
               10  filler                       pic x(43).
           05  mt-catalog-fields redefines mt-fields.
               10  mt-pc-description            pic x(20).
               10  mt-pc-unit-price             pic 9(5)v99.
               10  mt-pc-department             pic x(4).
               10  mt-pc-unit-cost              pic 9(5)v99.
               10  mt-pc-status                 pic x.
               10  mt-pc-warranty-months        pic 9(3).
               10  mt-pc-vendor-code            pic x(6).
               10  filler                       pic x(6).
           05  mt-tax-fields redefines mt-fields.
               10  mt-tx-rate                   pic 9v99.
               10  mt-tx-gst-rate               pic 9v99.
               10  mt-tx-pst-rate               pic 9v99.
               10  filler                       pic x(61).
           05  mt-agreement-fields redefines mt-fields.
               10  mt-la-total-price            pic 9(7)v99.
               10  mt-la-customer-number        pic 9(6).
               10  mt-la-customer-name          pic x(20).
               10  mt-la-customer-phone         pic x(10).
               10  filler                       pic x(25).
           05  mt-gift-card-fields redefines mt-fields.
               10  mt-gc-card-number            pic x(16).
               10  filler                       pic x(54).
           05  mt-employee-class-fields redefines mt-fields.
               10  mt-ec-description            pic x(20).
               10  mt-ec-discount-pct           pic 99v99.
               10  mt-ec-annual-cap             pic 9(7)v99.
               10  filler                       pic x(37).
           05  mt-exemption-fields redefines mt-fields.
               10  mt-cx-cert-number            pic x(15).
               10  mt-cx-type                   pic x.
               10  mt-cx-expiry                 pic 9(8).
               10  filler                       pic x(46).
           05  mt-house-account-fields redefines mt-fields.
               10  mt-ha-credit-limit           pic 9(7)v99.
               10  filler                       pic x(61).
           05  mt-vendor-fields redefines mt-fields.
               10  mt-vm-vendor-name            pic x(25).
               10  mt-vm-phone                  pic x(10).
               10  mt-vm-credit-days            pic 9(3).
               10  mt-vm-status                 pic x.
               10  filler                       pic x(31).

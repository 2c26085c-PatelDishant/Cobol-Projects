           05 iv-price-override-flag            pic x.
           05 iv-cashier-id                     pic x(4).
           05 iv-customer-number                pic 9(6).
           05 iv-related-store-number           pic 99.
           05 iv-redemption-order-fields.
               10 iv-points-redeemed            pic 9(7).
               10 iv-order-action               pic x.
               10 iv-promised-date              pic 9(8).
      * A warranty plan sale or claim carries the covered item's
      * invoice and line where the fields above would be.
           05 iv-warranty-fields redefines iv-redemption-order-fields.
               10 iv-covered-invoice-number     pic x(9).
               10 iv-covered-line-number        pic 9(3).
               10 filler                        pic x(4).
           05 iv-employee-purchase-flag         pic x.
           05 iv-purchaser-id                   pic x(4).
           05 filler                            pic x.

       fd file-errors
           data record is errors.
      * Same layout Edits.cbl writes: the rejected record followed by
      * one Y/N flag per field, in field order.
       01 errors.
           05 er-record                         pic x(100).
           05 filler                            pic xx.
           05 er-flags.
               10 er-trans-code                 pic x.
               10 er-price                      pic x.
               10 er-cashier                    pic x.
               10 er-customer                   pic x.
               10 er-related-store              pic x.
               10 er-points                     pic x.
               10 er-order                      pic x.
               10 er-employee                   pic x.
               10 er-account                    pic x.
               10 er-warranty                   pic x.
               10 er-paid-out                   pic x.

       fd records-file
           data record is input-line.
           05 price-override-flag               pic x.
           05 cashier-id                        pic x(4).
           05 customer-number                   pic 9(6).
           05 related-store-number              pic 99.
           05 redemption-order-fields.
               10 points-redeemed               pic 9(7).
               10 order-action                  pic x.
               10 promised-date                 pic 9(8).
           05 warranty-fields redefines redemption-order-fields.
               10 covered-invoice-number        pic x(9).
               10 covered-line-number           pic 9(3).
               10 filler                        pic x(4).
           05 employee-purchase-flag            pic x.
           05 purchaser-id                      pic x(4).
           05 filler                            pic x.

      * Each resubmit session goes out as its own batch: a header
      * carrying the MAINTNCE source id (exempt from Edits' header
           05 hd-record-code                    pic x.
           05 hd-business-date                  pic 9(8).
           05 hd-source-id                      pic x(8).
           05 filler                            pic x(83).

       01 trailer-record.
           05 tl-record-code                    pic x.
           05 tl-record-count                   pic 9(7).
           05 tl-amount-hash                    pic 9(9)v99.
           05 filler                            pic x(81).

       working-storage section.

       01 ws-resp-override                      pic x.
       01 ws-resp-cashier                       pic x(4).
       01 ws-resp-customer                      pic x(6).
       01 ws-resp-related-store                 pic xx.
       01 ws-resp-points                        pic x(7).
       01 ws-resp-order-action                  pic x.
       01 ws-resp-promised-date                 pic x(8).
       01 ws-resp-covered-invoice               pic x(9).
       01 ws-resp-covered-line                  pic x(3).
       01 ws-resp-employee-flag                 pic x.
       01 ws-resp-purchaser                     pic x(4).

      * transaction-amount carries an implied decimal point
      * (pic 9(5)v99). Staging its response in a plain pic x buffer --
               "  (error: " er-invoice ")".
           display "  SKU CODE         : " iv-sku-code
               "  (error: " er-sku ")".
      * The reason code carries a paid-out's expense category; its
      * flag covers the category and the paid-out limit.
           display "  REASON/CATEGORY  : " iv-return-reason-code
               "  (error: " er-paid-out ")".
           display "  TRANSACTION DATE : " iv-transaction-date
               "  (error: " er-date ")".
           display "  GIFT CARD NUMBER : " iv-gift-card-number
               "  (error: " er-cashier ")".
           display "  CUSTOMER NUMBER  : " iv-customer-number
               "  (error: " er-customer ")".
           display "  HOUSE ACCOUNT    : " iv-payment-type
               "/" iv-customer-number "  (error: " er-account ")".
           display "  RELATED STORE    : " iv-related-store-number
               "  (error: " er-related-store ")".
           display "  POINTS REDEEMED  : " iv-points-redeemed
               "  (error: " er-points ")".
           display "  ORDER ACTION     : " iv-order-action
               "  (error: " er-order ")".
           display "  PROMISED DATE    : " iv-promised-date.
           display "  COVERED ITEM     : " iv-covered-invoice-number
               "/" iv-covered-line-number "  (error: " er-warranty
               ")".
           display "  EMPLOYEE PURCH.  : " iv-employee-purchase-flag
               "  (error: " er-employee ")".
           display "  PURCHASER ID     : " iv-purchaser-id.

      * Re-key every field against the rejected record, defaulting the
      * prompt to the value already on file so a field that was fine
      * target field when the operator actually typed something --
      * accepting straight into the target field would zero/blank it
      * on a plain Enter, silently corrupting any field the operator
      * meant to leave alone. The corrected record starts out as
      * the rejected one, so anything past the prompted fields
      * carries through unchanged.
       200-key-correction.

           move invlid to input-line

           move iv-transaction-code to transaction-code
           display "Transaction code   [" transaction-code "]: "
               with no advancing
           accept ws-resp-customer
           if ws-resp-customer not = spaces
               move ws-resp-customer to customer-number
           end-if

           move iv-related-store-number to related-store-number
           display "Related store      [" related-store-number "]: "
               with no advancing
           move spaces to ws-resp-related-store
           accept ws-resp-related-store
           if ws-resp-related-store not = spaces
               move ws-resp-related-store to related-store-number
           end-if

      * A claim, or a plan sale rejected on its covered item, is
      * re-keyed by the covered item's invoice and line; those take
      * the place of the points, order action and promised date.
           if iv-transaction-code = 'W' or er-warranty = 'Y'
               move iv-covered-invoice-number
                   to covered-invoice-number
               display "Covered invoice    ["
                   covered-invoice-number "]: " with no advancing
               move spaces to ws-resp-covered-invoice
               accept ws-resp-covered-invoice
               if ws-resp-covered-invoice not = spaces
                   move ws-resp-covered-invoice
                       to covered-invoice-number
               end-if

               move iv-covered-line-number to covered-line-number
               display "Covered line       ["
                   covered-line-number "]: " with no advancing
               move spaces to ws-resp-covered-line
               accept ws-resp-covered-line
               if ws-resp-covered-line not = spaces
                   move ws-resp-covered-line to covered-line-number
               end-if
           else
               move iv-points-redeemed to points-redeemed
               display "Points redeemed    [" points-redeemed "]: "
                   with no advancing
               move spaces to ws-resp-points
               accept ws-resp-points
               if ws-resp-points not = spaces
                   move ws-resp-points to points-redeemed
               end-if

               move iv-order-action to order-action
               display "Order action       [" order-action "]: "
                   with no advancing
               move spaces to ws-resp-order-action
               accept ws-resp-order-action
               if ws-resp-order-action not = space
                   move ws-resp-order-action to order-action
               end-if

               move iv-promised-date to promised-date
               display "Promised date      [" promised-date "]: "
                   with no advancing
               move spaces to ws-resp-promised-date
               accept ws-resp-promised-date
               if ws-resp-promised-date not = spaces
                   move ws-resp-promised-date to promised-date
               end-if
           end-if

           move iv-employee-purchase-flag to employee-purchase-flag
           display "Employee purchase  [" employee-purchase-flag
               "]: " with no advancing
           move spaces to ws-resp-employee-flag
           accept ws-resp-employee-flag
           if ws-resp-employee-flag not = space
               move ws-resp-employee-flag to employee-purchase-flag
           end-if

           move iv-purchaser-id to purchaser-id
           display "Purchaser id       [" purchaser-id "]: "
               with no advancing
           move spaces to ws-resp-purchaser
           accept ws-resp-purchaser
           if ws-resp-purchaser not = spaces
               move ws-resp-purchaser to purchaser-id
           end-if.

       050-write-batch-header.

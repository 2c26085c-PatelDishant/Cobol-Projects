      * Record layout for the extended warranty contract master
      * (warranty-contract.dat), keyed by the invoice line the plan
      * covers -- the covered item's invoice number and its line on
      * invoice-detail.dat -- so one item carries at most one plan,
      * and a claim or a return of the item finds its contract off
      * the item's own invoice. The contract is opened by
      * SalesAndLayawayProcessing when a warranty plan SKU is sold:
      * the customer, the covered SKU, the plan sold and what was
      * paid for it, and the term, running from the plan's sale
      * date to the expiry date. The plan's revenue is earned
      * evenly over the term (WarrantyRevenue).
       01  warranty-contract-record.
           05  wc-contract-key.
               10  wc-covered-invoice           pic x(9).
               10  wc-covered-line              pic 9(3).
           05  wc-customer-number               pic 9(6).
           05  wc-covered-sku                   pic x(15).
      * The plan sale itself: its own invoice, SKU, store, tender,
      * and the price and tax the customer paid.
           05  wc-plan-invoice                  pic x(9).
           05  wc-plan-sku                      pic x(15).
           05  wc-store-number                  pic 99.
           05  wc-tender-code                   pic xx.
           05  wc-plan-price                    pic 9(5)v99.
           05  wc-plan-gst                      pic 9(4)v99.
           05  wc-plan-pst                      pic 9(4)v99.
           05  wc-term-months                   pic 9(3).
           05  wc-start-date                    pic 9(8).
           05  wc-expiry-date                   pic 9(8).
           05  wc-status                        pic x.
               88  wc-status-active             value 'A'.
      * Cancelled when the covered item comes back: ProgramReturns
      * refunds the unexpired part of the plan with the item.
               88  wc-status-cancelled          value 'C'.
      * Business date and returns-feed ordinal of the return that
      * cancelled the contract, and the refund it paid -- a rerun
      * of the returns feed finds its own cancellation here and
      * pays the same refund again instead of none.
           05  wc-cancel-date                   pic 9(8).
           05  wc-cancel-seq                    pic 9(7).
           05  wc-refund-amount                 pic 9(5)v99.
           05  wc-refund-gst                    pic 9(4)v99.
           05  wc-refund-pst                    pic 9(4)v99.
      * Claims made under the plan, posted by
      * SalesAndLayawayProcessing: how many, the cost of the repairs
      * or replacements authorized, and the last claim's date.
           05  wc-claim-count                   pic 9(3).
           05  wc-claim-amount                  pic 9(7)v99.
           05  wc-last-claim-date               pic 9(8).
      * Business date and feed ordinal of the last claim posted, so
      * a rerun of the same feed cannot count a claim twice.
           05  wc-posted-date                   pic 9(8).
           05  wc-posted-seq                    pic 9(7).

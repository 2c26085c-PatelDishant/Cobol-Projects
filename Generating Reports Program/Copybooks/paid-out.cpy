      * Record layout for the paid-out register (paid-out.dat): one
      * row per paid-out SalesAndLayawayProcessing took off a store's
      * cash drawer -- cash paid straight out of the till for a small
      * store expense (delivery COD, postage, cleaning supplies) --
      * with the expense category it was keyed under, the cashier
      * who paid it, and the paid-out slip's number. Rebuilt every
      * posting run; PaidOutReport lists it by store and category,
      * the nightly batch keeps each night's file under its business
      * date, and MonthEndClose journals the month's generations to
      * the categories' expense accounts.
       01  paid-out-record.
           05  po-business-date                 pic 9(8).
           05  po-store-number                  pic 99.
           05  po-category                      pic xx.
           05  po-cashier-id                    pic x(4).
           05  po-slip-number                   pic x(9).
           05  po-paid-date                     pic 9(8).
           05  po-amount                        pic 9(5)v99.

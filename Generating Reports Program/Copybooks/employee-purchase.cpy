      * Record layout for the employee purchase tally
      * (employee-purchase.dat), keyed by the purchasing employee's
      * cashier id. SalesAndLayawayProcessing adds every accepted
      * staff purchase to the employee's calendar-year total; the
      * first purchase of a new year starts the totals over. Edits
      * holds each new purchase against the class cap with this
      * total plus the employee's purchases earlier in the same
      * feed.
       01  employee-purchase-record.
           05  ep-cashier-id                    pic x(4).
           05  ep-year                          pic 9(4).
           05  ep-ytd-amount                    pic 9(7)v99.
           05  ep-ytd-count                     pic 9(5).
      * Business date and feed ordinal of the last purchase added,
      * so a rerun of the same feed cannot count a purchase twice.
           05  ep-posted-date                   pic 9(8).
           05  ep-posted-seq                    pic 9(7).

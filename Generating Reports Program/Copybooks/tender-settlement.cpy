      * Fixed-format interface record for the tender settlement feed.
      * One row per store per tender per business day: the dollars
      * taken on sales and layaway payments in that tender, the
      * loyalty points discounts taken against those sales, the
      * refund dollars paid back out in it, and the net the bank
      * deposit should show. SalesAndLayawayProcessing writes the
      * gross side (tender-settlement-gross.dat); ProgramReturns
      * applies the day's verified refunds and writes the final feed
      * (tender-settlement.dat) the deposit reconciliation runs on.
      * Chargebacks then takes the card processor's lost chargebacks
      * for the night off the affected store/tender rows, so the
      * deposit the processor actually made is what the net expects.
      * Cash the stores paid straight out of the till for small
      * expenses (paid-outs) comes off the CA row the same way, so
      * the drawer count is compared to what should be left in it.
      * The net (sales less points discounts, refunds, chargebacks,
      * and paid-outs) is signed -- a tender can pay out more than it
      * took in -- with the sign leading separate so a loader reads
      * it without unpacking an overpunch.
       01  tender-settlement-record.
           05  ts-settle-date                   pic 9(8).
           05  ts-store-number                  pic 99.
           05  ts-refund-amount                 pic 9(10)v99.
           05  ts-net-amount                    pic s9(10)v99
                                                sign leading separate.
           05  ts-chargeback-amount             pic 9(10)v99.
           05  ts-points-amount                 pic 9(10)v99.
           05  ts-paid-out-amount               pic 9(10)v99.

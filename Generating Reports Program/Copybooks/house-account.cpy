      * Record layout for the house charge account master
      * (house-account.dat), keyed by account number -- the customer
      * number of the commercial customer (contractor, school,
      * institution) the account was opened for, so the account
      * holder is always a customer on the customer master. The
      * account is opened and its credit limit set through
      * MasterMaintenance (file code HA). The balance is what the
      * customer owes: a sale tendered HA adds the sale and its tax,
      * a payment on account and a return credited to the account
      * take it down; a credit balance is carried negative.
      * Every movement is also written to the receivables ledger
      * (ar-ledger.dat), which the month-end statements and aging
      * are built from.
       01  house-account-record.
           05  ha-account-number                pic 9(6).
           05  ha-credit-limit                  pic 9(7)v99.
           05  ha-balance                       pic s9(7)v99.
           05  ha-status                        pic x.
               88  ha-status-active             value 'A'.
      * A held account takes no new charges -- Edits refuses the HA
      * tender -- but still takes payments and return credits.
               88  ha-status-hold               value 'H'.
      * A closed account takes nothing; it can only be closed with
      * a zero balance.
               88  ha-status-closed             value 'C'.
      * Why the account is held: L over its credit limit and P past
      * due, both set and lifted by the month-end statement run; M a
      * hold keyed by credit through MasterMaintenance, which only
      * credit can lift.
           05  ha-hold-reason                   pic x.
               88  ha-hold-over-limit           value 'L'.
               88  ha-hold-past-due             value 'P'.
               88  ha-hold-manual               value 'M'.
           05  ha-open-date                     pic 9(8).
           05  ha-last-charge-date              pic 9(8).
           05  ha-last-payment-date             pic 9(8).
      * Closing date and balance of the last statement the month-end
      * run produced, so a rerun of the same month reprints it.
           05  ha-statement-date                pic 9(8).
           05  ha-statement-balance             pic s9(7)v99.
      * Business date and feed ordinal of the last charge or payment
      * SalesAndLayawayProcessing posted, and of the last return
      * credit ProgramReturns posted -- the two feeds number their
      * records independently, so each program guards its own rerun.
           05  ha-posted-date                   pic 9(8).
           05  ha-posted-seq                    pic 9(7).
           05  ha-ret-posted-date               pic 9(8).
           05  ha-ret-posted-seq                pic 9(7).

               "../../../data/tax-remit-gross.dat"
               organization is line sequential.

      * Every sale charged under a customer's tax exemption
      * certificate, for TaxRemittance's exempt sales listing.
           select exempt-sales-file assign to
               "../../../data/exempt-sales.dat"
               organization is line sequential.

      * Every paid-out taken off a store's cash drawer, for
      * PaidOutReport's listing and MonthEndClose's expense journal.
           select paid-out-file assign to
               "../../../data/paid-out.dat"
               organization is line sequential.

      * select optional: with no run-control file the compiled
      * defaults stand.
           select optional run-control-file assign to
               record key is gc-card-number
               file status is ws-gift-card-status.

      * select optional: the special order master is this program's
      * own output -- the first order taken creates it.
           select optional special-order-master assign to
               "../../../data/special-order.dat"
               organization is indexed
               access mode is random
               record key is so-order-number
               file status is ws-special-order-status.

      * select optional: the web pickup master is this program's own
      * output -- the first web order taken for pickup creates it.
           select optional web-pickup-master assign to
               "../../../data/web-pickup.dat"
               organization is indexed
               access mode is random
               record key is wp-invoice-number
               file status is ws-web-pickup-status.

      * select optional: the employee purchase tally is this
      * program's own output -- the first staff purchase posted
      * creates it.
           select optional employee-purchase-master assign to
               "../../../data/employee-purchase.dat"
               organization is indexed
               access mode is random
               record key is ep-cashier-id
               file status is ws-employee-purchase-status.

      * select optional: the house account master is opened by
      * credit through MasterMaintenance; a system with no charge
      * customers yet still has to post its sales.
           select optional house-account-master assign to
               "../../../data/house-account.dat"
               organization is indexed
               access mode is random
               record key is ha-account-number
               file status is ws-house-account-status.

      * select optional: the receivables ledger is built by the
      * postings -- the first charge or payment creates it.
           select optional ar-ledger assign to
               "../../../data/ar-ledger.dat"
               organization is indexed
               access mode is random
               record key is al-ledger-key
               file status is ws-ar-ledger-status.

      * select optional: the warranty contract master is this
      * program's own -- the first plan sold creates it.
           select optional warranty-contract-master assign to
               "../../../data/warranty-contract.dat"
               organization is indexed
               access mode is random
               record key is wc-contract-key
               file status is ws-warranty-contract-status.

       data division.
       file section.
       
           05 price-override-flag                              pic x.
           05 cashier-id                                      pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 redemption-order-fields.
               10 points-redeemed                        pic 9(7).
               10 order-action                             pic x.
               10 promised-date                            pic 9(8).
      * A warranty plan sale or claim: the covered item's invoice
      * and invoice-detail line, zero meaning line 001.
           05 warranty-fields redefines redemption-order-fields.
               10 covered-invoice-number                   pic x(9).
               10 covered-line-number                      pic 9(3).
               10 filler                                   pic x(4).
           05 employee-purchase-flag                       pic x.
           05 purchaser-id                                 pic x(4).
           05 filler                                       pic x.
           
       fd output-file
           data record is output-line.

           copy "../Copybooks/tax-remittance.cpy".

       fd exempt-sales-file
           data record is exempt-sale-record.

           copy "../Copybooks/exempt-sale.cpy".

       fd paid-out-file
           data record is paid-out-record.

           copy "../Copybooks/paid-out.cpy".

       fd run-control-file
           data record is run-control-record.


           copy "../Copybooks/run-log.cpy".

       fd special-order-master
           data record is special-order-record.

           copy "../Copybooks/special-order.cpy".

       fd web-pickup-master
           data record is web-pickup-record.

           copy "../Copybooks/web-pickup.cpy".

       fd employee-purchase-master
           data record is employee-purchase-record.

           copy "../Copybooks/employee-purchase.cpy".

       fd house-account-master
           data record is house-account-record.

           copy "../Copybooks/house-account.cpy".

       fd ar-ledger
           data record is ar-ledger-record.

           copy "../Copybooks/ar-ledger.cpy".

       fd warranty-contract-master
           data record is warranty-contract-record.

           copy "../Copybooks/warranty-contract.cpy".

       working-storage section.

       01 ws-layaway-master-status                    pic xx value "00".
       01 ws-gift-card-status                         pic xx value "00".
       01 ws-customer-master-status                   pic xx value "00".
       01 ws-invoice-detail-status                    pic xx value "00".
       01 ws-special-order-status                     pic xx value "00".
       01 ws-web-pickup-status                        pic xx value "00".
       01 ws-employee-purchase-status                 pic xx value "00".
       01 ws-house-account-status                     pic xx value "00".
       01 ws-ar-ledger-status                         pic xx value "00".
       01 ws-warranty-contract-status                 pic xx value "00".

      * The amount a sale posts to the history, the invoice detail,
      * and the customer: the record's own amount, except on a
      * special order pickup, where the sale is the whole order --
      * the deposit taken when it was opened plus the balance paid
      * at the counter.
       01 ws-sale-amount                              pic 9(7)v99.

      * Per-line unit amount for the invoice detail: the line total
      * over its units, the line total itself when the quantity is
       01 ws-counter-credit                             pic 999 value 0.
       01 ws-counter-debit                              pic 999 value 0.
       01 ws-counter-gift-card                          pic 999 value 0.
       01 ws-counter-house-account                      pic 999 value 0.
       01 ws-record-tot                                 pic 999 value 0.
       01 ws-tot-tax                                       pic 9(12)v99.
       01 ws-tax                                            pic 9(6)v99.

      * Cash/credit/debit transaction counts per store, so the payment
      * percentage split can be reported store by store as well as
      * overall. A house account charge takes no money at the till,
      * so it is counted for the split but has no dollars here.
      * Alongside the counts, the dollars taken in each tender feed
      * the settlement file treasury reconciles against the bank
      * deposits.
               10 spt-credit                                 pic 999.
               10 spt-debit                                  pic 999.
               10 spt-gift-card                              pic 999.
               10 spt-house-account                          pic 999.
               10 spt-total                                  pic 999.
               10 spt-cash-amt                        pic 9(10)v99.
               10 spt-credit-amt                      pic 9(10)v99.
               10 spt-tax-amt                         pic 9(10)v99.
               10 spt-gst-amt                         pic 9(10)v99.
               10 spt-pst-amt                         pic 9(10)v99.
               10 spt-pts-cash-amt                    pic 9(10)v99.
               10 spt-pts-credit-amt                  pic 9(10)v99.
               10 spt-pts-debit-amt                   pic 9(10)v99.
               10 spt-pts-gc-amt                      pic 9(10)v99.
               10 spt-ref-cash-amt                    pic 9(10)v99.
               10 spt-ref-credit-amt                  pic 9(10)v99.
               10 spt-ref-debit-amt                   pic 9(10)v99.
               10 spt-ref-gc-amt                      pic 9(10)v99.
               10 spt-po-cash-amt                     pic 9(10)v99.

       01 ws-store-idx                                          pic 99.
       01 ws-spt-sub                                            pic 99.
           05 spp-credit-perc                        pic 999v99 value 0.
           05 spp-debit-perc                         pic 999v99 value 0.
           05 spp-gc-perc                            pic 999v99 value 0.
           05 spp-ha-perc                            pic 999v99 value 0.

       01 ws-store-pay-head.
           05 filler pic x(24) value
           05 spl-gc-perc                                  pic zz9.99.
           05 filler                             pic x value "%".

       01 ws-store-ha-line.
           05 filler                         pic x(14) value spaces.
           05 filler           pic x(15) value "HOUSE ACCOUNT: ".
           05 spl-ha-perc                                  pic zz9.99.
           05 filler                             pic x value "%".

       77 ws-cash                                     pic xx value "CA".
       77 ws-debit                                    pic xx value "DB".
       77 ws-credit                                   pic xx value "CR".
       77 ws-gift-card                                pic xx value "GC".
       77 ws-house-account                            pic xx value "HA".

       77 ws-sale                                       pic x value 'S'.
       77 ws-layaway                                    pic x value 'L'.
       77 ws-cancel                                     pic x value 'C'.
       77 ws-issue                                      pic x value 'G'.
       77 ws-points-redeem                              pic x value 'P'.
       77 ws-special-order                              pic x value 'Q'.
       77 ws-web-pickup                                 pic x value 'U'.
       77 ws-account-payment                            pic x value 'A'.
       77 ws-warranty-claim                             pic x value 'W'.
       77 ws-paid-out                                   pic x value 'D'.

      * Gift card postings: issuance/reload adds to a card's balance
      * on the master, a GC-tendered sale or layaway payment draws
       01 ws-loyalty-earned                           pic 9(5) value 0.
       01 ws-counter-cust-miss                          pic 999 value 0.

      * Points redemptions: the customer's points are drawn down and
      * the dollar value is taken off the tender the sale was paid
      * with, as a discount on the settlement feed. A balance that
      * no longer covers the points (two redemptions against the
      * same points in one night) is drawn to zero and counted.
       01 ws-counter-points                             pic 999 value 0.
       01 ws-amount-points                         pic 9(12)v99 value 0.
       01 ws-counter-points-short                       pic 999 value 0.

       01 ws-points-line.
           05 filler                                           pic x.
           05 filler               pic x(18) value
               "POINTS REDEEMED:  ".
           05 ws-count-points                                  pic zz9.
           05 filler                                           pic x(3).
           05 filler               pic x(10) value
               "DISCOUNT: ".
           05 ws-points-out                       pic $(3),$(3),$$9.99.
           05 filler                                           pic x(3).
           05 filler               pic x(20) value
               "BALANCE SHORT: ".
           05 ws-points-short-out                              pic zz9.

       01 ws-loyalty-line.
           05 filler                                           pic x.
           05 filler               pic x(18) value
       01 ws-amount-forfeit                        pic 9(12)v99 value 0.
       01 ws-amount-cancel-refund                  pic 9(12)v99 value 0.

      * Special customer orders: the deposits taken on orders opened
      * tonight, the orders the customers collected (each counted as
      * a sale at its full value), and the deposits handed back on
      * cancelled orders -- paid out of the tender the refund went
      * back in, so they come off that store and tender on the
      * settlement feed the same way a verified return refund does.
       01 ws-counter-so-open                            pic 999 value 0.
       01 ws-amount-so-deposit                     pic 9(12)v99 value 0.
       01 ws-counter-so-pickup                          pic 999 value 0.
       01 ws-counter-so-cancel                          pic 999 value 0.
       01 ws-amount-so-refund                      pic 9(12)v99 value 0.
       01 ws-counter-so-rej                             pic 999 value 0.

       01 ws-special-order-line.
           05 filler                                           pic x.
           05 filler                 pic x(16) value "Q TRANSACTIONS: ".
           05 filler                      pic x(8) value "OPENED: ".
           05 ws-so-open-out                                   pic zz9.
           05 filler                                           pic x(3).
           05 filler                    pic x(10) value "DEPOSITS: ".
           05 ws-so-deposit-out                        pic $z(3),zz9.99.
           05 filler                                           pic x(3).
           05 filler                   pic x(11) value "PICKED UP: ".
           05 ws-so-pickup-out                                 pic zz9.
           05 filler                                           pic x(3).
           05 filler                   pic x(11) value "CANCELLED: ".
           05 ws-so-cancel-out                                 pic zz9.
           05 filler                                           pic x(3).
           05 filler                    pic x(10) value "REFUNDED: ".
           05 ws-so-refund-out                         pic $z(3),zz9.99.
           05 filler                                           pic x(3).
           05 filler                      pic x(10) value "REJECTED: ".
           05 ws-so-rej-out                                    pic zz9.

      * Web orders to be collected at a store: the orders the web
      * store took tonight for pickup (counted as its sales like any
      * other web order), and the pickups the fulfilling stores
      * confirmed.
       01 ws-counter-wp-open                            pic 999 value 0.
       01 ws-amount-wp-open                        pic 9(12)v99 value 0.
       01 ws-counter-wp-pickup                          pic 999 value 0.
       01 ws-counter-wp-rej                             pic 999 value 0.

       01 ws-web-pickup-line.
           05 filler                                           pic x.
           05 filler                 pic x(16) value "WEB FOR PICKUP: ".
           05 ws-wp-open-out                                   pic zz9.
           05 filler                                           pic x(3).
           05 filler                      pic x(8) value "AMOUNT: ".
           05 ws-wp-amount-out                         pic $z(3),zz9.99.
           05 filler                                           pic x(3).
           05 filler                   pic x(11) value "PICKED UP: ".
           05 ws-wp-pickup-out                                 pic zz9.
           05 filler                                           pic x(3).
           05 filler                      pic x(10) value "REJECTED: ".
           05 ws-wp-rej-out                                    pic zz9.

      * Staff purchases at the employee discount, added to each
      * purchasing employee's tally for the year.
       01 ws-counter-ep                                 pic 999 value 0.
       01 ws-amount-ep                             pic 9(12)v99 value 0.

       01 ws-employee-purchase-line.
           05 filler                                           pic x.
           05 filler                pic x(17) value "STAFF PURCHASES: ".
           05 ws-ep-count-out                                  pic zz9.
           05 filler                                           pic x(3).
           05 filler                      pic x(8) value "AMOUNT: ".
           05 ws-ep-amount-out                         pic $z(3),zz9.99.

      * Sales charged under a customer's tax exemption certificate,
      * and the tax the certificates relieved them of.
       01 ws-counter-exempt                             pic 999 value 0.
       01 ws-amount-exempt-tax                     pic 9(12)v99 value 0.
       01 ws-exempt-type                              pic x value space.
       01 ws-exempt-customer                          pic 9(6) value 0.
       01 ws-exempt-base                           pic 9(7)v99 value 0.
       01 ws-exempt-date                              pic 9(8) value 0.
       01 ws-exempt-gst                            pic 9(6)v99 value 0.
       01 ws-exempt-pst                            pic 9(6)v99 value 0.

       01 ws-exempt-line.
           05 filler                                           pic x.
           05 filler               pic x(18) value "TAX EXEMPT SALES: ".
           05 ws-xs-count-out                                  pic zz9.
           05 filler                                           pic x(3).
           05 filler                 pic x(14) value "TAX RELIEVED: ".
           05 ws-xs-tax-out                            pic $z(3),zz9.99.

      * Paid-outs: cash paid out of the stores' drawers for store
      * expenses, and any that named a store not on the master.
       01 ws-counter-paid-out                           pic 999 value 0.
       01 ws-amount-paid-out                       pic 9(12)v99 value 0.
       01 ws-counter-po-rej                             pic 999 value 0.

       01 ws-paid-out-line.
           05 filler                                           pic x.
           05 filler                     pic x(11) value "PAID-OUTS: ".
           05 ws-po-count-out                                  pic zz9.
           05 filler                                           pic x.
           05 ws-po-amount-out                         pic $z(3),zz9.99.
           05 filler                                           pic x(3).
           05 filler                 pic x(16) value "NOT ON MASTER: ".
           05 ws-po-rej-out                                    pic zz9.

      * House charge accounts: sales charged to an account (with
      * their tax) and payments taken on account, as posted to the
      * account master and the receivables ledger.
       01 ws-counter-ha-charge                          pic 999 value 0.
       01 ws-amount-ha-charge                      pic 9(12)v99 value 0.
       01 ws-counter-ha-payment                         pic 999 value 0.
       01 ws-amount-ha-payment                     pic 9(12)v99 value 0.
       01 ws-counter-ha-miss                            pic 999 value 0.
       01 ws-ha-amount                             pic 9(7)v99 value 0.
       01 ws-ha-tax                                pic 9(6)v99 value 0.

       01 ws-house-account-line.
           05 filler                                           pic x.
           05 filler                 pic x(16) value "HOUSE ACCOUNTS: ".
           05 filler                     pic x(9) value "CHARGES: ".
           05 ws-ha-charge-out                                 pic zz9.
           05 filler                                           pic x.
           05 ws-ha-charge-amt-out                     pic $z(3),zz9.99.
           05 filler                                           pic x(3).
           05 filler                    pic x(10) value "PAYMENTS: ".
           05 ws-ha-payment-out                                pic zz9.
           05 filler                                           pic x.
           05 ws-ha-payment-amt-out                    pic $z(3),zz9.99.
           05 filler                                           pic x(3).
           05 filler                 pic x(16) value "NOT ON MASTER: ".
           05 ws-ha-miss-out                                   pic zz9.

      * Extended warranties: contracts opened by tonight's plan
      * sales, claims posted against contracts, and plans or claims
      * that found no covered item or contract to post to.
       01 ws-counter-wc-open                            pic 999 value 0.
       01 ws-amount-wc-open                        pic 9(12)v99 value 0.
       01 ws-counter-wc-claim                           pic 999 value 0.
       01 ws-amount-wc-claim                       pic 9(12)v99 value 0.
       01 ws-counter-wc-rej                             pic 999 value 0.

      * Expiry date arithmetic: the start date moved forward the
      * plan's term in months, the day held back to the last day of
      * a shorter month.
       01 ws-wc-work-date.
           05 ws-wc-work-yyyy                              pic 9(4).
           05 ws-wc-work-mm                                pic 99.
           05 ws-wc-work-dd                                pic 99.
       01 ws-wc-month-count                            pic 9(6) value 0.
       01 ws-wc-days-in-month                              pic 99.

       01 ws-warranty-line.
           05 filler                                           pic x.
           05 filler                      pic x(11) value "WARRANTY: ".
           05 filler                    pic x(11) value "CONTRACTS: ".
           05 ws-wc-open-out                                   pic zz9.
           05 filler                                           pic x.
           05 ws-wc-open-amt-out                       pic $z(3),zz9.99.
           05 filler                                           pic x(3).
           05 filler                      pic x(8) value "CLAIMS: ".
           05 ws-wc-claim-out                                  pic zz9.
           05 filler                                           pic x.
           05 ws-wc-claim-amt-out                      pic $z(3),zz9.99.
           05 filler                                           pic x(3).
           05 filler                   pic x(12) value "NOT POSTED: ".
           05 ws-wc-rej-out                                    pic zz9.

       01 ws-total-cancel-line.
           05 filler                                           pic x.
           05 filler                 pic x(16) value "C TRANSACTIONS: ".
           05 ws-cre-perc                            pic 999v99 value 0.
           05 ws-deb-perc                            pic 999v99 value 0.
           05 ws-gc-perc                             pic 999v99 value 0.
           05 ws-ha-perc                             pic 999v99 value 0.

       01 ws-table-subscript                                   pic 99.
       
           05 ws-gc-percentage                               pic zz9.99.
           05 filler                                    pic x value "%".

       01 ws-line-ha-percentage.
           05 filler                                           pic x.
           05 filler                  pic x(15) value "HOUSE ACCOUNT: ".
           05 ws-ha-percentage                               pic zz9.99.
           05 filler                                    pic x value "%".

       01 ws-line-tax.
           05 filler                                           pic x.
           05 filler              pic x(19) value "TOTAL TAXES OWING: ".
               tax-rate,
               product-catalog,
               layaway-agreement
           open output output-file
               exempt-sales-file
               paid-out-file.

           perform 020-read-run-control.

           perform 036-open-gift-card-master.
           perform 037-open-customer-master.
           perform 038-open-invoice-detail.
           perform 039-open-special-order.
           perform 041-open-web-pickup.
           perform 042-open-employee-purchase.
           perform 043-open-house-account.
           perform 044-open-ar-ledger.
           perform 045-open-warranty-contract.
           perform 040-load-store-table.

           read records-file at end move "y" to ws-eof.
                 layaway-master
                 gift-card-master
                 customer-master
                 invoice-detail
                 special-order-master
                 web-pickup-master
                 employee-purchase-master
                 exempt-sales-file
                 paid-out-file
                 house-account-master
                 ar-ledger
                 warranty-contract-master.

           move 0 to return-code.

               close invoice-detail
               open i-o invoice-detail
           end-if.

      * Same bootstrap again, for special-order.dat.
       039-open-special-order.

           open i-o special-order-master

           if ws-special-order-status = "35"
               open output special-order-master
               close special-order-master
               open i-o special-order-master
           end-if.

      * Same bootstrap again, for web-pickup.dat.
       041-open-web-pickup.

           open i-o web-pickup-master

           if ws-web-pickup-status = "35"
               open output web-pickup-master
               close web-pickup-master
               open i-o web-pickup-master
           end-if.

      * Same bootstrap again, for employee-purchase.dat.
       042-open-employee-purchase.

           open i-o employee-purchase-master

           if ws-employee-purchase-status = "35"
               open output employee-purchase-master
               close employee-purchase-master
               open i-o employee-purchase-master
           end-if.

       043-open-house-account.

           open i-o house-account-master

           if ws-house-account-status = "35"
               open output house-account-master
               close house-account-master
               open i-o house-account-master
           end-if.

       044-open-ar-ledger.

           open i-o ar-ledger

           if ws-ar-ledger-status = "35"
               open output ar-ledger
               close ar-ledger
               open i-o ar-ledger
           end-if.

       045-open-warranty-contract.

           open i-o warranty-contract-master

           if ws-warranty-contract-status = "35"
               open output warranty-contract-master
               close warranty-contract-master
               open i-o warranty-contract-master
           end-if.
         
       000-processing.

      * ws-record-tot stays a count of tender transactions only --
      * it is the denominator of the payment-type percentage split,
      * which a cancellation (no tender) would dilute.
      * A points redemption is likewise kept out of them: it is a
      * discount on a sale already counted, posted on its own. So is
      * a special order cancellation: it pays the deposit back out,
      * taken off the settlement as a refund. And so is the pickup
      * of a web order: the web store took the money and the tax
      * when it sold the order. And a warranty claim: the customer
      * pays nothing, the plan bought the repair. And a paid-out:
      * cash the store paid out of its drawer, not money it took.
               if transaction-code = ws-cancel
                       or transaction-code = ws-points-redeem
                       or transaction-code = ws-web-pickup
                       or transaction-code = ws-warranty-claim
                       or transaction-code = ws-paid-out
                       or (transaction-code = ws-special-order
                           and order-action = 'C')
                   move 0 to ws-tax
                   move 0 to ws-tax-gst
                   move 0 to ws-tax-pst
                   evaluate transaction-code
                       when = ws-cancel
                           perform 250-cancel-layaway
                       when = ws-points-redeem
                           perform 280-redeem-points
                       when = ws-web-pickup
                           perform 275-confirm-web-pickup
                       when = ws-warranty-claim
                           perform 135-post-warranty-claim
                       when = ws-paid-out
                           perform 137-post-paid-out
                       when other
                           perform 290-cancel-special-order
                   end-evaluate
               else
                   move space to ws-exempt-type
                   perform 150-lookup-tax-rate
                   perform 160-lookup-tax-flag

                   compute ws-tax = ws-tax-gst + ws-tax-pst

      * Money loaded onto a gift card is not a taxable sale -- the
      * tax is charged when the card is eventually spent. Nor is a
      * payment on a house account: the tax was charged on the sales
      * it pays for.
                   if transaction-code = ws-issue
                           or transaction-code = ws-account-payment
                       move 0 to ws-tax
                       move 0 to ws-tax-gst
                       move 0 to ws-tax-pst
                   end-if

                   if transaction-code = ws-special-order
                       perform 225-special-order-tax
                   end-if

                   if transaction-code = ws-sale
                           and customer-number is numeric
                           and customer-number > 0
                       move customer-number to ws-exempt-customer
                       move transaction-amount to ws-exempt-base
                       perform 165-apply-exemption
                   end-if

                   evaluate payment-type
                       when = ws-cash add 1 to ws-counter-cash
                       when = ws-credit add 1 to ws-counter-credit
                       when = ws-debit add 1 to ws-counter-debit
                       when = ws-gift-card
                           add 1 to ws-counter-gift-card
                       when = ws-house-account
                           add 1 to ws-counter-house-account
                   end-evaluate

                   move store-number to ws-store-key
                                 add 1 to spt-gift-card(ws-store-idx)
                                   add transaction-amount
                                       to spt-gc-amt(ws-store-idx)
                               when = ws-house-account
                                   add 1
                                     to spt-house-account(ws-store-idx)
                           end-evaluate
                   end-search

                       perform 270-redeem-gift-card
                   end-if

                   move transaction-amount to ws-sale-amount

                   evaluate transaction-code
                       when = ws-sale
                           perform 100-count-sale
                           if related-store-number is numeric
                                   and related-store-number > 0
                               perform 265-open-web-pickup
                           end-if
                           if employee-purchase-flag = 'Y'
                               perform 115-post-employee-purchase
                           end-if
                           if payment-type = ws-house-account
                               add transaction-amount ws-tax
                                   giving ws-ha-amount
                               move ws-tax to ws-ha-tax
                               perform 120-post-house-account
                           end-if
                           if covered-invoice-number not = spaces
                               perform 130-open-warranty-contract
                           end-if
                       when = ws-account-payment
                           move transaction-amount to ws-ha-amount
                           move 0 to ws-ha-tax
                           perform 120-post-house-account
                       when = ws-layaway
                           perform 200-count-layaway
                       when = ws-issue
                           perform 260-issue-gift-card
                       when = ws-special-order
                           perform 230-post-special-order
                   end-evaluate

                   add 1 to ws-record-tot
                   move 0 to spt-credit(st-idx)
                   move 0 to spt-debit(st-idx)
                   move 0 to spt-gift-card(st-idx)
                   move 0 to spt-house-account(st-idx)
                   move 0 to spt-total(st-idx)
                   move 0 to spt-cash-amt(st-idx)
                   move 0 to spt-credit-amt(st-idx)
                   move 0 to spt-tax-amt(st-idx)
                   move 0 to spt-gst-amt(st-idx)
                   move 0 to spt-pst-amt(st-idx)
                   move 0 to spt-pts-cash-amt(st-idx)
                   move 0 to spt-pts-credit-amt(st-idx)
                   move 0 to spt-pts-debit-amt(st-idx)
                   move 0 to spt-pts-gc-amt(st-idx)
                   move 0 to spt-ref-cash-amt(st-idx)
                   move 0 to spt-ref-credit-amt(st-idx)
                   move 0 to spt-ref-debit-amt(st-idx)
                   move 0 to spt-ref-gc-amt(st-idx)
                   move 0 to spt-po-cash-amt(st-idx)
                   read store-master at end move 'Y' to ws-sw-store-eof
                       end-read
               end-if
                   end-read
               end-if.

      * A sale to a customer holding a tax exemption certificate is
      * charged only the component the certificate does not cover,
      * provided the certificate is still in force on the day of the
      * sale -- Edits has refused a sale on one already expired, so
      * one found expired here ran out between the edit and the
      * posting and the sale is taxed in full. The tax relieved is
      * the tax just computed on the sale; the row written keeps it
      * for the remittance's exempt sales listing.
       165-apply-exemption.

               move ws-exempt-customer to cm-customer-number

               if transaction-date is numeric
                   move transaction-date to ws-exempt-date
               else
                   move ws-run-date to ws-exempt-date
               end-if

               read customer-master
                   invalid key
                       continue
                   not invalid key
                       if cm-exempt-type not = space
                               and cm-exempt-expiry is numeric
                               and cm-exempt-expiry >= ws-exempt-date
                           move 0 to ws-exempt-gst
                           move 0 to ws-exempt-pst
                           if cm-exempt-gst or cm-exempt-both
                               move ws-tax-gst to ws-exempt-gst
                               move 0 to ws-tax-gst
                           end-if
                           if cm-exempt-pst or cm-exempt-both
                               move ws-tax-pst to ws-exempt-pst
                               move 0 to ws-tax-pst
                           end-if
                           compute ws-tax = ws-tax-gst + ws-tax-pst
                           move cm-exempt-type to ws-exempt-type

                           move ws-run-date to xs-sale-date
                           move store-number to xs-store-number
                           move cm-exempt-cert-number to xs-cert-number
                           move cm-exempt-type to xs-exempt-type
                           move cm-customer-number
                               to xs-customer-number
                           move invoice-number to xs-invoice-number
                           move ws-exempt-base to xs-sale-amount
                           move ws-exempt-gst to xs-gst-exempt
                           move ws-exempt-pst to xs-pst-exempt
                           write exempt-sale-record
                           add 1 to ws-counter-exempt
                           add ws-exempt-gst ws-exempt-pst
                               to ws-amount-exempt-tax
                       end-if
               end-read.

      * Record the invoice on the sales history file so a later
      * return can be matched back to the original sale. A duplicate
      * write (e.g. the layaway payoff invoice already on file) is
      * stands.
       100-count-sale.

               add ws-sale-amount to ws-amount-sales
               add 1 to ws-counter-sales

               if invoice-number not = spaces
                   move invoice-number to sh-invoice-number
                   move store-number to sh-store-number
                   move ws-sale-amount to sh-amount
                   move ws-run-date to sh-sale-date
                   move payment-type to sh-tender-code
                   move cashier-id to sh-cashier-id
                   move ws-exempt-type to sh-exempt-type
                   move 0 to sh-restored-date
                   write sales-history-record
                       invalid key
                           continue
                   if quantity is numeric and quantity > 0
                       move quantity to id-quantity
                       compute ws-unit-amount rounded =
                           ws-sale-amount / quantity
                   else
                       move 1 to id-quantity
                       move ws-sale-amount to ws-unit-amount
                   end-if
                   move ws-unit-amount to id-unit-amount
                   write invoice-detail-record
                           add 1 to ws-counter-loyalty
                       else
                           add 1 to cm-purchase-count
                           add ws-sale-amount
                               to cm-purchase-amount
                           move ws-sale-amount
                               to ws-loyalty-earned
                           add ws-loyalty-earned
                               to cm-loyalty-points
                           move ws-run-date to cm-last-activity-date
                           move ws-run-date to cm-posted-date
                           move ws-feed-seq to cm-posted-seq
                           rewrite customer-master-record
                       end-if
               end-read.

      * A staff purchase goes onto the purchasing employee's tally
      * for the year -- the total Edits holds the next purchase
      * against the class's annual cap. The first purchase in a new
      * year starts the tally over. A rerun re-reading a purchase
      * already on the tally counts it without adding it again.
       115-post-employee-purchase.

               add 1 to ws-counter-ep
               add transaction-amount to ws-amount-ep

               move purchaser-id to ep-cashier-id

               read employee-purchase-master
                   invalid key
                       move ws-run-date(1:4) to ep-year
                       move transaction-amount to ep-ytd-amount
                       move 1 to ep-ytd-count
                       move ws-run-date to ep-posted-date
                       move ws-feed-seq to ep-posted-seq
                       write employee-purchase-record
                   not invalid key
                       if ep-posted-date > ws-run-date
                           or (ep-posted-date = ws-run-date
                               and ep-posted-seq >= ws-feed-seq)
                           continue
                       else
                           if ep-year not = ws-run-date(1:4)
                               move ws-run-date(1:4) to ep-year
                               move 0 to ep-ytd-amount
                               move 0 to ep-ytd-count
                           end-if
                           add transaction-amount to ep-ytd-amount
                           add 1 to ep-ytd-count
                           move ws-run-date to ep-posted-date
                           move ws-feed-seq to ep-posted-seq
                           rewrite employee-purchase-record
                       end-if
               end-read.

      * A sale tendered HA goes onto the customer's house account,
      * its tax with it; a payment on account comes off. Each is
      * written to the receivables ledger the month-end statements
      * are built from. Edits has already confirmed the account, so
      * a miss here means the master changed under us -- reported
      * and let through. The posting key keeps a rerun from charging
      * or crediting the account twice, and the ledger entry's own
      * key from writing it twice.
       120-post-house-account.

               if transaction-code = ws-sale
                   add 1 to ws-counter-ha-charge
                   add ws-ha-amount to ws-amount-ha-charge
               else
                   add 1 to ws-counter-ha-payment
                   add ws-ha-amount to ws-amount-ha-payment
               end-if

               move customer-number to ha-account-number

               read house-account-master
                   invalid key
                       display "HOUSE ACCOUNT NOT ON MASTER: "
                           customer-number
                       add 1 to ws-counter-ha-miss
                   not invalid key
                       if ha-posted-date > ws-run-date
                           or (ha-posted-date = ws-run-date
                               and ha-posted-seq >= ws-feed-seq)
                           continue
                       else
                           if transaction-code = ws-sale
                               add ws-ha-amount to ha-balance
                               move ws-run-date to ha-last-charge-date
                               move 'C' to al-entry-type
                           else
                               subtract ws-ha-amount from ha-balance
                               move ws-run-date to ha-last-payment-date
                               move 'P' to al-entry-type
                           end-if
                           move ws-run-date to ha-posted-date
                           move ws-feed-seq to ha-posted-seq
                           rewrite house-account-record
                           perform 125-write-ar-ledger
                       end-if
               end-read.

       125-write-ar-ledger.

               move ha-account-number to al-account-number
               move ws-run-date to al-post-date
               move 'S' to al-source
               move ws-feed-seq to al-feed-seq
               move store-number to al-store-number
               move invoice-number to al-invoice-number
               move transaction-date to al-transaction-date
               move ws-ha-amount to al-amount
               move ws-ha-tax to al-tax-amount
               write ar-ledger-record
                   invalid key
                       continue
               end-write.

      * A warranty plan SKU sold against a covered item opens the
      * item's contract: the customer, the item, the plan and what
      * was paid for it and its tax, and the term off the catalog,
      * running from the sale date. Edits has already confirmed the
      * item is on the invoice detail and has no plan, so a contract
      * found here is either this record's own on a rerun -- counted
      * again and left alone -- or one that arrived under us,
      * reported and let through.
       130-open-warranty-contract.

               move sku-code to pc-sku-code

               read product-catalog
                   invalid key
                       move 0 to pc-warranty-months
               end-read

               if pc-warranty-months is numeric
                       and pc-warranty-months > 0
                   move covered-invoice-number to wc-covered-invoice
                   if covered-line-number is numeric
                           and covered-line-number > 0
                       move covered-line-number to wc-covered-line
                   else
                       move 1 to wc-covered-line
                   end-if

                   read warranty-contract-master
                       invalid key
                           perform 132-write-warranty-contract
                       not invalid key
                           if wc-posted-date = ws-run-date
                                   and wc-posted-seq = ws-feed-seq
                               add 1 to ws-counter-wc-open
                               add transaction-amount
                                   to ws-amount-wc-open
                           else
                               display "WARRANTY CONTRACT ALREADY ON "
                                   "FILE: " wc-contract-key
                               add 1 to ws-counter-wc-rej
                           end-if
                   end-read
               end-if.

       132-write-warranty-contract.

               move wc-covered-invoice to id-invoice-number
               move wc-covered-line to id-line-number

               read invoice-detail
                   invalid key
                       display "COVERED ITEM NOT ON INVOICE DETAIL: "
                           wc-contract-key
                       move spaces to id-sku-code
               end-read

               move customer-number to wc-customer-number
               move id-sku-code to wc-covered-sku
               move invoice-number to wc-plan-invoice
               move sku-code to wc-plan-sku
               move store-number to wc-store-number
               move payment-type to wc-tender-code
               move transaction-amount to wc-plan-price
               move ws-tax-gst to wc-plan-gst
               move ws-tax-pst to wc-plan-pst
               move pc-warranty-months to wc-term-months

               if transaction-date is numeric
                       and transaction-date > 0
                   move transaction-date to wc-start-date
               else
                   move ws-run-date to wc-start-date
               end-if

               move wc-start-date to ws-wc-work-date
               compute ws-wc-month-count =
                   ws-wc-work-yyyy * 12 + ws-wc-work-mm - 1
                   + pc-warranty-months
               divide ws-wc-month-count by 12
                   giving ws-wc-work-yyyy
                   remainder ws-wc-work-mm
               add 1 to ws-wc-work-mm
               perform 134-wc-days-in-month
               if ws-wc-work-dd > ws-wc-days-in-month
                   move ws-wc-days-in-month to ws-wc-work-dd
               end-if
               move ws-wc-work-date to wc-expiry-date

               move 'A' to wc-status
               move 0 to wc-cancel-date
               move 0 to wc-cancel-seq
               move 0 to wc-refund-amount
               move 0 to wc-refund-gst
               move 0 to wc-refund-pst
               move 0 to wc-claim-count
               move 0 to wc-claim-amount
               move 0 to wc-last-claim-date
               move ws-run-date to wc-posted-date
               move ws-feed-seq to wc-posted-seq

               write warranty-contract-record
                   invalid key
                       continue
               end-write

               add 1 to ws-counter-wc-open
               add transaction-amount to ws-amount-wc-open.

       134-wc-days-in-month.

               evaluate ws-wc-work-mm
                   when 01 when 03 when 05 when 07
                   when 08 when 10 when 12
                       move 31 to ws-wc-days-in-month
                   when 04 when 06 when 09 when 11
                       move 30 to ws-wc-days-in-month
                   when other
                       if function mod(ws-wc-work-yyyy, 4) = 0 and
                           (function mod(ws-wc-work-yyyy, 100) not = 0
                            or function mod(ws-wc-work-yyyy, 400) = 0)
                           move 29 to ws-wc-days-in-month
                       else
                           move 28 to ws-wc-days-in-month
                       end-if
               end-evaluate.

      * A claim under a plan goes onto its contract: one more claim,
      * the cost the repair or replacement was authorized at, and
      * the claim's date. Edits has confirmed the contract was in
      * force for the item; a miss here means the master changed
      * under us -- reported and let through. The posting key keeps
      * a rerun from counting the same claim twice.
       135-post-warranty-claim.

               add 1 to ws-counter-wc-claim
               add transaction-amount to ws-amount-wc-claim

               move covered-invoice-number to wc-covered-invoice
               if covered-line-number is numeric
                       and covered-line-number > 0
                   move covered-line-number to wc-covered-line
               else
                   move 1 to wc-covered-line
               end-if

               read warranty-contract-master
                   invalid key
                       display "WARRANTY CONTRACT NOT ON MASTER: "
                           wc-contract-key
                       add 1 to ws-counter-wc-rej
                   not invalid key
                       if wc-posted-date > ws-run-date
                           or (wc-posted-date = ws-run-date
                               and wc-posted-seq >= ws-feed-seq)
                           continue
                       else
                           add 1 to wc-claim-count
                           add transaction-amount to wc-claim-amount
                           if transaction-date is numeric
                                   and transaction-date > 0
                               move transaction-date
                                   to wc-last-claim-date
                           else
                               move ws-run-date to wc-last-claim-date
                           end-if
                           move ws-run-date to wc-posted-date
                           move ws-feed-seq to wc-posted-seq
                           rewrite warranty-contract-record
                       end-if
               end-read.

      * A paid-out comes off the store's cash drawer: it is taken
      * off the CA settlement row, so the cash office expects the
      * drawer short by exactly what the till paid out, and goes on
      * the paid-out register under its expense category. The
      * register and the settlement are rebuilt whole every run, so
      * a rerun of the feed writes the same figures again.
       137-post-paid-out.

               move store-number to ws-store-key
               set st-idx to 1
               search store-table-entry
                   at end
                       display "STORE NOT ON MASTER: " ws-store-key
                       add 1 to ws-counter-po-rej
                   when st-store-number(st-idx) = ws-store-key
                       set ws-store-idx to st-idx
                       add transaction-amount
                           to spt-po-cash-amt(ws-store-idx)
                       add 1 to ws-counter-paid-out
                       add transaction-amount to ws-amount-paid-out

                       move ws-run-date to po-business-date
                       move store-number to po-store-number
                       move return-reason-code to po-category
                       move cashier-id to po-cashier-id
                       move invoice-number to po-slip-number
                       if transaction-date is numeric
                               and transaction-date > 0
                           move transaction-date to po-paid-date
                       else
                           move ws-run-date to po-paid-date
                       end-if
                       move transaction-amount to po-amount
                       write paid-out-record
               end-search.

      * A layaway is opened by its first payment, which is kept as
      * lm-deposit-amount. The balance it and the remaining
      * installments have to clear (lm-amount-owed) comes from the
                   add 1 to ws-counter-lay
               end-if.

      * Tax on a special order is charged when the goods change
      * hands, not on the deposit: the opening record charges none,
      * and the pickup charges tax on the whole order -- deposit plus
      * the balance paid at the counter -- by the same component
      * rule as any sale. A pickup whose order has gone missing from
      * the master keeps the tax on its own amount.
       225-special-order-tax.

               if order-action = 'O'
                   move 0 to ws-tax
                   move 0 to ws-tax-gst
                   move 0 to ws-tax-pst
               else
                   move invoice-number to so-order-number
                   read special-order-master
                       invalid key
                           continue
                       not invalid key
                           if ws-tax-flag = 'B' or ws-tax-flag = 'G'
                               compute ws-tax-gst rounded =
                                   (so-deposit-amount
                                       + transaction-amount)
                                   * ws-gst-percentage
                           end-if
                           if ws-tax-flag = 'B' or ws-tax-flag = 'P'
                               compute ws-tax-pst rounded =
                                   (so-deposit-amount
                                       + transaction-amount)
                                   * ws-pst-percentage
                           end-if
                           compute ws-tax = ws-tax-gst + ws-tax-pst
                           if so-customer-number > 0
                               move so-customer-number
                                   to ws-exempt-customer
                               compute ws-exempt-base =
                                   so-deposit-amount
                                       + transaction-amount
                               perform 165-apply-exemption
                           end-if
                   end-read
               end-if.

      * Post a special order's opening or pickup to the order
      * master. The deposit or balance has already been counted into
      * its tender above.
       230-post-special-order.

               move invoice-number to so-order-number

               evaluate order-action
                   when 'O'
                       perform 235-open-special-order
                   when 'P'
                       perform 240-pickup-special-order
               end-evaluate.

      * Open the order with the deposit taken. Edits has already
      * refused an order number on file from a prior night; one
      * found here was opened earlier in this same feed, or by this
      * very record on a rerun -- the rerun is counted again, the
      * other is reported and left standing.
       235-open-special-order.

               read special-order-master
                   invalid key
                       move store-number to so-store-number
                       move customer-number to so-customer-number
                       move sku-code to so-sku-code
                       move quantity to so-quantity
                       move transaction-amount to so-deposit-amount
                       move 0 to so-balance-paid
                       move 0 to so-refund-amount
                       move ws-run-date to so-order-date
                       move promised-date to so-promised-date
                       move 0 to so-ready-date
                       move 0 to so-ready-seq
                       move 0 to so-closed-date
                       move cashier-id to so-cashier-id
                       move payment-type to so-tender-code
                       move ws-run-date to so-posted-date
                       move ws-feed-seq to so-posted-seq
                       move 'O' to so-status
                       write special-order-record
                       add 1 to ws-counter-so-open
                       add transaction-amount to ws-amount-so-deposit
                   not invalid key
                       if so-order-date = ws-run-date
                               and so-deposit-amount
                                   = transaction-amount
                               and so-store-number = store-number
                               and so-sku-code = sku-code
                           add 1 to ws-counter-so-open
                           add transaction-amount
                               to ws-amount-so-deposit
                       else
                           display "SPECIAL ORDER ALREADY ON FILE: "
                               invoice-number
                           add 1 to ws-counter-so-rej
                       end-if
               end-read.

      * The customer collects the goods: the order closes and the
      * whole order goes through as a sale at its full value, onto
      * the sales history, the invoice detail, and the ordering
      * customer's purchase history, so a later return matches it
      * like any other sale. A rerun re-reading the pickup this
      * record itself applied counts the sale again without touching
      * the master.
       240-pickup-special-order.

               read special-order-master
                   invalid key
                       display "PICKUP FOR ORDER NOT ON FILE: "
                           invoice-number
                       add 1 to ws-counter-so-rej
                   not invalid key
                       if so-status-picked-up
                               and so-posted-date = ws-run-date
                               and so-posted-seq = ws-feed-seq
                           perform 245-count-pickup-sale
                       else
                           if so-status-ready
                               move transaction-amount
                                   to so-balance-paid
                               move ws-run-date to so-closed-date
                               move ws-run-date to so-posted-date
                               move ws-feed-seq to so-posted-seq
                               move 'P' to so-status
                               rewrite special-order-record
                               perform 245-count-pickup-sale
                           else
                               display "PICKUP FOR ORDER NOT READY: "
                                   invoice-number
                               add 1 to ws-counter-so-rej
                           end-if
                       end-if
               end-read.

       245-count-pickup-sale.

               compute ws-sale-amount =
                   so-deposit-amount + so-balance-paid
               move so-customer-number to customer-number
               add 1 to ws-counter-so-pickup
               perform 100-count-sale.

      * Cancel an open or ready order and hand the deposit back.
      * The refund is taken off the store and tender it went back
      * in; the order stays on file cancelled, with the refund, as
      * the record of it. A ready order's reserved units are let go
      * by InventoryControl off the same record. A rerun re-reading
      * the cancellation this record itself applied replays the
      * refund without touching the master.
       290-cancel-special-order.

               move invoice-number to so-order-number

               read special-order-master
                   invalid key
                       display "CANCEL FOR ORDER NOT ON FILE: "
                           invoice-number
                       add 1 to ws-counter-so-rej
                   not invalid key
                       if so-status-open or so-status-ready
                           move transaction-amount to so-refund-amount
                           move ws-run-date to so-closed-date
                           move ws-run-date to so-posted-date
                           move ws-feed-seq to so-posted-seq
                           move 'C' to so-status
                           rewrite special-order-record
                           perform 295-refund-deposit
                       else
                           if so-status-cancelled
                                   and so-posted-date = ws-run-date
                                   and so-posted-seq = ws-feed-seq
                               perform 295-refund-deposit
                           else
                               display "CANCEL FOR ORDER NOT OPEN: "
                                   invoice-number
                               add 1 to ws-counter-so-rej
                           end-if
                       end-if
               end-read.

       295-refund-deposit.

               add 1 to ws-counter-so-cancel
               add transaction-amount to ws-amount-so-refund

               move store-number to ws-store-key
               set st-idx to 1
               search store-table-entry
                   at end
                       display "STORE NOT ON MASTER: " ws-store-key
                   when st-store-number(st-idx) = ws-store-key
                       set ws-store-idx to st-idx
                       evaluate payment-type
                           when = ws-cash
                               add transaction-amount
                                   to spt-ref-cash-amt(ws-store-idx)
                           when = ws-credit
                               add transaction-amount
                                   to spt-ref-credit-amt(ws-store-idx)
                           when = ws-debit
                               add transaction-amount
                                   to spt-ref-debit-amt(ws-store-idx)
                           when = ws-gift-card
                               add transaction-amount
                                   to spt-ref-gc-amt(ws-store-idx)
                       end-evaluate
               end-search.

      * A web order to be collected at a store: the sale has posted
      * to the web store above like any web order, and the order
      * goes onto the pickup master awaiting the customer at the
      * fulfilling store. Edits has refused an invoice that is
      * already on file from a prior night; one found here is this
      * very record on a rerun, counted again, or a duplicate in
      * the same feed, reported and left standing.
       265-open-web-pickup.

               move invoice-number to wp-invoice-number

               read web-pickup-master
                   invalid key
                       move store-number to wp-web-store
                       move related-store-number to wp-fulfil-store
                       move customer-number to wp-customer-number
                       move sku-code to wp-sku-code
                       move quantity to wp-quantity
                       move transaction-amount to wp-sale-amount
                       move payment-type to wp-tender-code
                       move cashier-id to wp-order-cashier
                       move ws-run-date to wp-order-date
                       move 0 to wp-pickup-date
                       move spaces to wp-pickup-cashier
                       move 0 to wp-expired-date
                       move ws-run-date to wp-posted-date
                       move ws-feed-seq to wp-posted-seq
                       move 'A' to wp-status
                       write web-pickup-record
                       add 1 to ws-counter-wp-open
                       add transaction-amount to ws-amount-wp-open
                   not invalid key
                       if wp-order-date = ws-run-date
                               and wp-posted-seq = ws-feed-seq
                           add 1 to ws-counter-wp-open
                           add transaction-amount to ws-amount-wp-open
                       else
                           display "WEB PICKUP ORDER ALREADY ON FILE: "
                               invoice-number
                           add 1 to ws-counter-wp-rej
                       end-if
               end-read.

      * The fulfilling store hands the web order over. The order
      * closes picked up, stamped with the day and the cashier who
      * handed it over; InventoryControl takes the units off that
      * store's stock off the same record. A rerun re-reading the
      * pickup this record itself applied is counted again without
      * touching the master.
       275-confirm-web-pickup.

               move invoice-number to wp-invoice-number

               read web-pickup-master
                   invalid key
                       display "PICKUP FOR WEB ORDER NOT ON FILE: "
                           invoice-number
                       add 1 to ws-counter-wp-rej
                   not invalid key
                       if wp-status-picked-up
                               and wp-posted-date = ws-run-date
                               and wp-posted-seq = ws-feed-seq
                           add 1 to ws-counter-wp-pickup
                       else
                           if wp-status-awaiting
                               move ws-run-date to wp-pickup-date
                               move cashier-id to wp-pickup-cashier
                               move ws-run-date to wp-posted-date
                               move ws-feed-seq to wp-posted-seq
                               move 'P' to wp-status
                               rewrite web-pickup-record
                               add 1 to ws-counter-wp-pickup
                           else
                               display "PICKUP FOR WEB ORDER CLOSED: "
                                   invoice-number
                               add 1 to ws-counter-wp-rej
                           end-if
                       end-if
               end-read.

      * Close a dead layaway plan. Per policy the deposit is
      * forfeited and the installments paid after it are refundable,
      * so the two sides are accumulated separately for the totals
               add 1 to ws-counter-redeem
               add transaction-amount to ws-amount-redeem.

      * A points redemption: the dollar value is a discount against
      * the tender the sale was paid with, taken off that store and
      * tender on the settlement feed, and the points come off the
      * customer's balance. Edits has checked the balance covered
      * the points, but a second redemption later in the same night
      * can find it already spent -- drawn to zero and counted
      * rather than refused, since the register gave the discount.
      * The discount is counted on every run; only the master
      * posting is guarded against a rerun.
       280-redeem-points.

               add 1 to ws-counter-points
               add transaction-amount to ws-amount-points

               move store-number to ws-store-key
               set st-idx to 1
               search store-table-entry
                   at end
                       display "STORE NOT ON MASTER: " ws-store-key
                   when st-store-number(st-idx) = ws-store-key
                       set ws-store-idx to st-idx
                       evaluate payment-type
                           when = ws-cash
                               add transaction-amount
                                   to spt-pts-cash-amt(ws-store-idx)
                           when = ws-credit
                               add transaction-amount
                                   to spt-pts-credit-amt(ws-store-idx)
                           when = ws-debit
                               add transaction-amount
                                   to spt-pts-debit-amt(ws-store-idx)
                           when = ws-gift-card
                               add transaction-amount
                                   to spt-pts-gc-amt(ws-store-idx)
                       end-evaluate
               end-search

               move customer-number to cm-customer-number

               read customer-master
                   invalid key
                       display "CUSTOMER NOT ON MASTER: "
                           customer-number
                       add 1 to ws-counter-cust-miss
                   not invalid key
                       if cm-posted-date > ws-run-date
                           or (cm-posted-date = ws-run-date
                               and cm-posted-seq >= ws-feed-seq)
                           continue
                       else
                           if points-redeemed > cm-loyalty-points
                               display "POINTS BALANCE SHORT: "
                                   customer-number
                               add 1 to ws-counter-points-short
                               move 0 to cm-loyalty-points
                           else
                               subtract points-redeemed
                                   from cm-loyalty-points
                           end-if
                           move ws-run-date to cm-last-activity-date
                           move ws-run-date to cm-posted-date
                           move ws-feed-seq to cm-posted-seq
                           rewrite customer-master-record
                       end-if
               end-read.

       300-highest-store.

           perform
                       compute spp-gc-perc rounded =
                           (spt-gift-card(ws-spt-sub) /
                               spt-total(ws-spt-sub)) * 100
                       compute spp-ha-perc rounded =
                           (spt-house-account(ws-spt-sub) /
                               spt-total(ws-spt-sub)) * 100
                   else
                       move 0 to spp-cash-perc
                       move 0 to spp-credit-perc
                       move 0 to spp-debit-perc
                       move 0 to spp-gc-perc
                       move 0 to spp-ha-perc
                   end-if
                   move st-store-number(ws-spt-sub) to spl-store-num
                   move spp-cash-perc to spl-cash-perc
                   move spp-credit-perc to spl-credit-perc
                   move spp-debit-perc to spl-debit-perc
                   move spp-gc-perc to spl-gc-perc
                   move spp-ha-perc to spl-ha-perc
                   write output-line from ws-store-pay-line
                   write output-line from ws-store-ha-line
               end-perform.

      * Gross side of the tender settlement feed: one row per store
      * per tender with the dollars taken today on sales and layaway
      * payments, less the loyalty points discounts taken against
      * them and the special order deposits handed back, which go
      * out as the row's opening refund dollars, and on the CA row
      * the cash paid out of the drawers. ProgramReturns
      * adds the day's verified refunds to those and nets them off
      * these rows and writes the final tender-settlement.dat the
      * deposit reconciliation runs on. Every store/tender row is
      * written, zeros included, so the reconciliation sees an
                       until ws-spt-sub > ws-store-count
                   move ws-run-date to ts-settle-date
                   move st-store-number(ws-spt-sub) to ts-store-number
                   move 0 to ts-chargeback-amount

                   move ws-cash to ts-tender-code
                   move spt-cash-amt(ws-spt-sub) to ts-sales-amount
                   move spt-pts-cash-amt(ws-spt-sub) to ts-points-amount
                   move spt-ref-cash-amt(ws-spt-sub) to ts-refund-amount
                   move spt-po-cash-amt(ws-spt-sub)
                       to ts-paid-out-amount
                   compute ts-net-amount =
                       spt-cash-amt(ws-spt-sub) -
                       spt-pts-cash-amt(ws-spt-sub) -
                       spt-ref-cash-amt(ws-spt-sub) -
                       spt-po-cash-amt(ws-spt-sub)
                   write tender-settlement-record
                   move 0 to ts-paid-out-amount

                   move ws-credit to ts-tender-code
                   move spt-credit-amt(ws-spt-sub) to ts-sales-amount
                   move spt-pts-credit-amt(ws-spt-sub)
                       to ts-points-amount
                   move spt-ref-credit-amt(ws-spt-sub)
                       to ts-refund-amount
                   compute ts-net-amount =
                       spt-credit-amt(ws-spt-sub) -
                       spt-pts-credit-amt(ws-spt-sub) -
                       spt-ref-credit-amt(ws-spt-sub)
                   write tender-settlement-record

                   move ws-debit to ts-tender-code
                   move spt-debit-amt(ws-spt-sub) to ts-sales-amount
                   move spt-pts-debit-amt(ws-spt-sub)
                       to ts-points-amount
                   move spt-ref-debit-amt(ws-spt-sub)
                       to ts-refund-amount
                   compute ts-net-amount =
                       spt-debit-amt(ws-spt-sub) -
                       spt-pts-debit-amt(ws-spt-sub) -
                       spt-ref-debit-amt(ws-spt-sub)
                   write tender-settlement-record

                   move ws-gift-card to ts-tender-code
                   move spt-gc-amt(ws-spt-sub) to ts-sales-amount
                   move spt-pts-gc-amt(ws-spt-sub) to ts-points-amount
                   move spt-ref-gc-amt(ws-spt-sub) to ts-refund-amount
                   compute ts-net-amount =
                       spt-gc-amt(ws-spt-sub) -
                       spt-pts-gc-amt(ws-spt-sub) -
                       spt-ref-gc-amt(ws-spt-sub)
                   write tender-settlement-record
               end-perform

               compute ws-gc-perc rounded =
                       (ws-counter-gift-card / ws-record-tot) * 100

               compute ws-ha-perc rounded =
                       (ws-counter-house-account / ws-record-tot) * 100

               move ws-cash-perc to ws-cash-percentage
               move ws-cre-perc to ws-credit-percentage
               move ws-deb-perc to ws-debit-percentage
               move ws-gc-perc to ws-gc-percentage
               move ws-ha-perc to ws-ha-percentage
               
               move ws-tot-tax to ws-total-tax.
               
               move ws-counter-cust-miss to ws-cust-miss-out
               write output-line from spaces
               write output-line from ws-loyalty-line
               move ws-counter-points to ws-count-points
               move ws-amount-points to ws-points-out
               move ws-counter-points-short to ws-points-short-out
               write output-line from spaces
               write output-line from ws-points-line
               move ws-counter-so-open to ws-so-open-out
               move ws-amount-so-deposit to ws-so-deposit-out
               move ws-counter-so-pickup to ws-so-pickup-out
               move ws-counter-so-cancel to ws-so-cancel-out
               move ws-amount-so-refund to ws-so-refund-out
               move ws-counter-so-rej to ws-so-rej-out
               write output-line from spaces
               write output-line from ws-special-order-line
               move ws-counter-wp-open to ws-wp-open-out
               move ws-amount-wp-open to ws-wp-amount-out
               move ws-counter-wp-pickup to ws-wp-pickup-out
               move ws-counter-wp-rej to ws-wp-rej-out
               write output-line from spaces
               write output-line from ws-web-pickup-line
               move ws-counter-ep to ws-ep-count-out
               move ws-amount-ep to ws-ep-amount-out
               write output-line from spaces
               write output-line from ws-employee-purchase-line
               move ws-counter-exempt to ws-xs-count-out
               move ws-amount-exempt-tax to ws-xs-tax-out
               write output-line from spaces
               write output-line from ws-exempt-line
               move ws-counter-ha-charge to ws-ha-charge-out
               move ws-amount-ha-charge to ws-ha-charge-amt-out
               move ws-counter-ha-payment to ws-ha-payment-out
               move ws-amount-ha-payment to ws-ha-payment-amt-out
               move ws-counter-ha-miss to ws-ha-miss-out
               write output-line from spaces
               write output-line from ws-house-account-line
               move ws-counter-wc-open to ws-wc-open-out
               move ws-amount-wc-open to ws-wc-open-amt-out
               move ws-counter-wc-claim to ws-wc-claim-out
               move ws-amount-wc-claim to ws-wc-claim-amt-out
               move ws-counter-wc-rej to ws-wc-rej-out
               write output-line from spaces
               write output-line from ws-warranty-line
               move ws-counter-paid-out to ws-po-count-out
               move ws-amount-paid-out to ws-po-amount-out
               move ws-counter-po-rej to ws-po-rej-out
               write output-line from spaces
               write output-line from ws-paid-out-line
               write output-line from spaces
               write output-line from ws-line-percentage
               write output-line from ws-line-ha-percentage
               write output-line from spaces
               write output-line from ws-line-tax.
               

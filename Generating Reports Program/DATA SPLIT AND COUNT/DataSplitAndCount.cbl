               "../../../data/promo-calendar.dat"
               organization is line sequential.

      * The special order master, read for the deposit a special
      * order's pickup completes. select optional: the master doesn't
      * exist until the first order is posted.
           select optional special-order-master assign to
               "../../../data/special-order.dat"
               organization is indexed
               access mode is random
               record key is so-order-number
               file status is ws-special-order-status.

      * select optional: a standalone/out-of-order run of this program
      * (reprocessing this stage, developer/QA testing, or a first-ever
      * run before Edits.cbl has completed once) may find no
           05 price-override-flag                          pic x.
           05 cashier-id                                   pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 points-redeemed                            pic 9(7).
           05 order-action                                 pic x.
           05 promised-date                                pic 9(8).
           05 employee-purchase-flag                       pic x.
           05 purchaser-id                                 pic x(4).
           05 filler                                       pic x.

       fd report-sale-layaway
           data record is sale-lay-line.

           copy "../Copybooks/promo-calendar.cpy".

       fd special-order-master
           data record is special-order-record.

           copy "../Copybooks/special-order.cpy".

       fd control-totals-file
           data record is control-totals-record.

       fd store-extract
           data record is extract-line.

       01 extract-line                                     pic x(100).

       fd extract-work
           data record is extract-work-record.
       01 extract-work-record.
           05 xw-store-number                              pic xx.
           05 xw-amount                                pic 9(5)v99.
           05 xw-record                                    pic x(100).

       fd run-log-file
           data record is run-log-record.
           05 filler                pic x(8) value "Store".
           05 filler                pic x(22) value "Name".
           05 filler                pic x(20) value "Sales & Layaway $".
           05 filler                pic x(20) value "Returns $".
           05 filler                pic x(14) value "Points Disc $".

       01 ws-store-detail-line.
           05 wsd-store-num                                pic z9.
           05 wsd-sale-lay-amt                     pic $(3),$(3),$$9.99.
           05 filler                              pic x(4) value spaces.
           05 wsd-return-amt                       pic $(3),$(3),$$9.99.
           05 filler                              pic x(4) value spaces.
           05 wsd-points-amt                       pic $(3),$(3),$$9.99.

       01 ws-totals-sale-lay-4.
           05 filler                              pic x(6) value spaces.
           05 filler                              pic x(3) value spaces.
           05 filler                     pic x(7) value "UNITS: ".
           05 ws-receiving-units                       pic zzz,zz9.

       01 ws-transfer-line.
           05 filler                              pic x(6) value spaces.
           05 filler           pic x(15) value "TRANSFERS OUT: ".
           05 ws-transfer-out-count                        pic zz9.
           05 filler                              pic x(3) value spaces.
           05 filler                     pic x(7) value "UNITS: ".
           05 ws-transfer-out-units                    pic zzz,zz9.
           05 filler                              pic x(6) value spaces.
           05 filler                      pic x(4) value "IN: ".
           05 ws-transfer-in-count                         pic zz9.
           05 filler                              pic x(3) value spaces.
           05 filler                     pic x(7) value "UNITS: ".
           05 ws-transfer-in-units                     pic zzz,zz9.

       01 ws-points-line.
           05 filler                              pic x(6) value spaces.
           05 filler           pic x(17) value "POINTS REDEEMED: ".
           05 ws-points-count                              pic zz9.
           05 filler                              pic x(3) value spaces.
           05 filler                     pic x(8) value "POINTS: ".
           05 ws-points-redeemed                     pic z,zzz,zz9.
           05 filler                              pic x(3) value spaces.
           05 filler                     pic x(10) value "DISCOUNT: ".
           05 ws-points-amount                     pic $(3),$(3),$$9.99.

       01 ws-special-order-line.
           05 filler                              pic x(6) value spaces.
           05 filler           pic x(16) value "SPECIAL ORDERS: ".
           05 ws-spec-order-count                          pic zz9.
           05 filler                              pic x(3) value spaces.
           05 filler                  pic x(10) value "DEPOSITS: ".
           05 ws-spec-deposit-amount               pic $(3),$(3),$$9.99.
           05 filler                              pic x(3) value spaces.
           05 filler                  pic x(9) value "PICKUPS: ".
           05 ws-spec-pickup-amount                pic $(3),$(3),$$9.99.
           05 filler                              pic x(3) value spaces.
           05 filler                  pic x(9) value "REFUNDS: ".
           05 ws-spec-refund-amount                pic $(3),$(3),$$9.99.

       01 ws-web-pickup-line.
           05 filler                              pic x(6) value spaces.
           05 filler              pic x(14) value "WEB PICKUPS: ".
           05 ws-web-pickup-count                          pic zz9.
           05 filler                              pic x(3) value spaces.
           05 filler                     pic x(7) value "UNITS: ".
           05 ws-web-pickup-units                      pic zzz,zz9.

       01 ws-account-payment-line.
           05 filler                              pic x(6) value spaces.
           05 filler           pic x(18) value "ACCOUNT PAYMENTS: ".
           05 ws-acct-pay-count                            pic zz9.
           05 filler                              pic x(3) value spaces.
           05 filler                      pic x(8) value "AMOUNT: ".
           05 ws-acct-pay-amount                   pic $(3),$(3),$$9.99.

       01 ws-warranty-claim-line.
           05 filler                              pic x(6) value spaces.
           05 filler           pic x(17) value "WARRANTY CLAIMS: ".
           05 ws-warr-claim-count                          pic zz9.
           05 filler                              pic x(3) value spaces.
           05 filler             pic x(15) value "AUTHORIZED AT: ".
           05 ws-warr-claim-amount                 pic $(3),$(3),$$9.99.

       01 ws-paid-out-line.
           05 filler                              pic x(6) value spaces.
           05 filler           pic x(11) value "PAID-OUTS: ".
           05 ws-paid-out-count                            pic zz9.
           05 filler                              pic x(3) value spaces.
           05 filler                      pic x(8) value "AMOUNT: ".
           05 ws-paid-out-amount                   pic $(3),$(3),$$9.99.
           
       01 ws-sw-eof                                     pic x value 'N'.
       
       01 ws-total-giftcard                             pic 999 value 0.
       01 ws-total-receiving                            pic 999 value 0.
       01 ws-total-receiving-units                   pic 9(7) value 0.
       01 ws-total-transfer-out                         pic 999 value 0.
       01 ws-total-transfer-in                          pic 999 value 0.
       01 ws-total-xfer-out-units                    pic 9(7) value 0.
       01 ws-total-xfer-in-units                     pic 9(7) value 0.
       01 ws-total-points                               pic 999 value 0.
       01 ws-total-points-redeemed                   pic 9(9) value 0.
       01 ws-total-points-trans                    pic 9(10)v99 value 0.
       01 ws-total-spec-order                           pic 999 value 0.
       01 ws-total-spec-deposit                   pic 9(10)v99 value 0.
       01 ws-total-spec-pickup                    pic 9(10)v99 value 0.
       01 ws-total-spec-refund                    pic 9(10)v99 value 0.
       01 ws-special-order-status                    pic xx value "00".
       01 ws-spec-sale-amount                      pic 9(8)v99 value 0.
       01 ws-total-web-pickup                           pic 999 value 0.
       01 ws-total-web-pickup-units                  pic 9(7) value 0.
       01 ws-total-acct-pay                             pic 999 value 0.
       01 ws-total-acct-pay-trans                  pic 9(10)v99 value 0.
       01 ws-total-warr-claim                           pic 999 value 0.
       01 ws-total-warr-claim-trans                pic 9(10)v99 value 0.
       01 ws-total-paid-out                             pic 999 value 0.
       01 ws-total-paid-out-trans                  pic 9(10)v99 value 0.
       01 ws-total-giftcard-trans                  pic 9(10)v99 value 0.
       
       01 ws-total-sale-lay-trans                  pic 9(10)v99 value 0.
               10 st-lay-amt              pic 9(10)v99 value 0.
               10 st-sale-lay-amt        pic 9(10)v99 value 0.
               10 st-return-amt          pic 9(10)v99 value 0.
               10 st-points-amt          pic 9(10)v99 value 0.
               10 st-ha-charge-amt       pic 9(10)v99 value 0.
               10 st-ha-payment-amt      pic 9(10)v99 value 0.
       01 ws-store-count                       pic 99 value 0.

      * Work-file pass state for the per-store extracts.
           05 filler                                pic x value 'T'.
           05 xtl-record-count                      pic 9(7).
           05 xtl-amount-hash                     pic 9(9)v99.
           05 filler                        pic x(81) value spaces.

       01 ws-store-extr-count                    pic 9(7) value 0.
       01 ws-store-extr-hash                   pic 9(9)v99 value 0.
           perform 075-load-sku-table.
           perform 080-load-promo-calendar.

           open input special-order-master.

           read records-file at end move "Y" to ws-sw-eof.
           
           perform until ws-sw-eof = "Y"
      * stock movement off file-valid.out directly.
               when 'I'
                   perform 690-count-receiving
      * A loyalty points redemption is a discount against a sale:
      * it rides the sale/layaway feed so SalesAndLayawayProcessing
      * can draw the customer's points down and take the discount
      * off the tender settlement, and is counted on its own --
      * the money the stores did not take comes off the net below
      * and goes to the GL as its own column.
               when 'P'
                   write sale-lay-line from input-line
                   perform 685-count-points
      * An inter-store transfer moves stock between two stores of
      * the chain and no money at all -- counted as its own category
      * on the same terms as a DC receipt, and kept off every money
      * feed and the GL.
               when 'O'
                   perform 695-count-transfer-out
               when 'N'
                   perform 698-count-transfer-in
      * A special customer order rides the sale/layaway feed so
      * SalesAndLayawayProcessing can keep the order master and take
      * the deposit, the balance, or the refund through the tender
      * settlement. It is counted on its own, by what the record did
      * to the order. The deposit is money held for the customer,
      * not a sale, and the refund of a cancelled order hands it
      * back, so both stay out of the sale/layaway, SKU, and GL
      * totals the same way a gift card load does; the pickup is
      * where the order becomes a sale, and its full value goes into
      * the sale dollars below.
               when 'Q'
                   write sale-lay-line from input-line
                   perform 687-count-special-order
      * The pickup confirmation of a web order rides the sale/layaway
      * feed so SalesAndLayawayProcessing can close the order on the
      * web pickup master. The money was taken and counted when the
      * web store sold the order, so it carries none -- counted by
      * units, like a transfer.
               when 'U'
                   write sale-lay-line from input-line
                   perform 689-count-web-pickup
      * A payment on a house charge account rides the sale/layaway
      * feed so SalesAndLayawayProcessing can take it off the
      * account and count the tender into the drawer. It settles a
      * debt the sale already put on the books, so it is counted on
      * its own and kept out of the sale/layaway and SKU totals; it
      * goes to the GL in its own column, as the cash that came in
      * against the account.
               when 'A'
                   write sale-lay-line from input-line
                   perform 691-count-account-payment
      * A warranty claim rides the sale/layaway feed so
      * SalesAndLayawayProcessing can post it to the contract. The
      * customer pays nothing -- the amount is what the repair or
      * replacement was authorized at -- so it is counted on its own
      * and kept off every money total and the GL.
               when 'W'
                   write sale-lay-line from input-line
                   perform 692-count-warranty-claim
      * A paid-out rides the sale/layaway feed so
      * SalesAndLayawayProcessing can take the cash off the store's
      * drawer in the tender settlement and list it by expense
      * category. It is store expense, not sale money -- counted on
      * its own and kept off the sale/layaway, SKU, and GL totals;
      * MonthEndClose journals it off the paid-out register.
               when 'D'
                   write sale-lay-line from input-line
                   perform 693-count-paid-out
           end-evaluate

           perform 720-buffer-store-extract
           end-perform.
           
           compute ws-grand-totals =
               ws-total-sale-lay-trans - ws-total-ret-trans
               - ws-total-points-trans.

           compute ws-lay-perc-trans rounded =
               (ws-total-lay / ws-total-sale-lay) * 100.
                 report-counts,
                 report-sku,
                 report-promo,
                 gl-feed,
                 special-order-master.

           perform 910-write-run-log-end.

               ws-total-sale-lay + ws-total-ret +
               ws-total-void + ws-total-exchange +
               ws-total-cancel + ws-total-giftcard +
               ws-total-receiving + ws-total-transfer-out +
               ws-total-transfer-in + ws-total-points +
               ws-total-spec-order + ws-total-web-pickup +
               ws-total-acct-pay + ws-total-warr-claim +
               ws-total-paid-out.
           
      * The batch sets the business date once per cycle; every
      * program in the stream reads it here at start-up. A run
               add quantity to ws-total-receiving-units
           end-if.

       695-count-transfer-out.
           add 1 to ws-total-transfer-out.
           if quantity is numeric
               add quantity to ws-total-xfer-out-units
           end-if.

       698-count-transfer-in.
           add 1 to ws-total-transfer-in.
           if quantity is numeric
               add quantity to ws-total-xfer-in-units
           end-if.

       685-count-points.
           add 1 to ws-total-points.
           add transaction-amount to ws-total-points-trans.
           if points-redeemed is numeric
               add points-redeemed to ws-total-points-redeemed
           end-if.
           perform 460-count-store-points.

       687-count-special-order.
           add 1 to ws-total-spec-order.
           evaluate order-action
               when 'O'
                   add transaction-amount to ws-total-spec-deposit
               when 'P'
                   add transaction-amount to ws-total-spec-pickup
                   perform 688-count-spec-order-sale
               when 'C'
                   add transaction-amount to ws-total-spec-refund
           end-evaluate.

      * SalesAndLayawayProcessing books a special order's pickup as a
      * sale of the order's full value -- the deposit taken when it
      * was ordered plus the balance paid now -- so the same value
      * goes into the sale dollars, the store's sale totals, and the
      * GL sale amount here. The record itself stays counted with
      * the special orders.
       688-count-spec-order-sale.

           move transaction-amount to ws-spec-sale-amount

           move invoice-number to so-order-number
           read special-order-master
               invalid key
                   continue
               not invalid key
                   if so-deposit-amount is numeric
                       add so-deposit-amount to ws-spec-sale-amount
                   end-if
           end-read

           add ws-spec-sale-amount to ws-total-sale-trans
           add ws-spec-sale-amount to ws-total-sale-lay-trans

           move store-number to ws-store-key
           set st-idx to 1
           search store-table-entry
               at end
                   display "STORE NOT ON MASTER: " ws-store-key
               when st-store-number(st-idx) = ws-store-key
                   add ws-spec-sale-amount to st-sale-amt(st-idx)
                   add ws-spec-sale-amount to st-sale-lay-amt(st-idx)
           end-search.

       689-count-web-pickup.
           add 1 to ws-total-web-pickup.
           if quantity is numeric
               add quantity to ws-total-web-pickup-units
           end-if.

       691-count-account-payment.
           add 1 to ws-total-acct-pay.
           add transaction-amount to ws-total-acct-pay-trans.
           perform 470-count-store-ha-payment.

       692-count-warranty-claim.
           add 1 to ws-total-warr-claim.
           if transaction-amount is numeric
               add transaction-amount to ws-total-warr-claim-trans
           end-if.

       693-count-paid-out.
           add 1 to ws-total-paid-out.
           if transaction-amount is numeric
               add transaction-amount to ws-total-paid-out-trans
           end-if.


       050-load-store-table.

                   move 0 to st-lay-amt(st-idx)
                   move 0 to st-sale-lay-amt(st-idx)
                   move 0 to st-return-amt(st-idx)
                   move 0 to st-points-amt(st-idx)
                   move 0 to st-ha-charge-amt(st-idx)
                   move 0 to st-ha-payment-amt(st-idx)
                   read store-master at end move 'Y' to ws-sw-store-eof
                       end-read
               end-if
                   add transaction-amount to st-return-amt(st-idx)
           end-search.

       460-count-store-points.

           move store-number to ws-store-key
           set st-idx to 1
           search store-table-entry
               at end
                   display "STORE NOT ON MASTER: " ws-store-key
               when st-store-number(st-idx) = ws-store-key
                   add transaction-amount to st-points-amt(st-idx)
           end-search.

      * A sale charged to a house account is a sale like any other,
      * but the store took no money for it -- the charge is carried
      * to the GL in its own column as well, so the close can book
      * it to receivables instead of cash.
       410-count-store-sale.

           move store-number to ws-store-key
                   display "STORE NOT ON MASTER: " ws-store-key
               when st-store-number(st-idx) = ws-store-key
                   add transaction-amount to st-sale-amt(st-idx)
                   if payment-type = "HA"
                       add transaction-amount
                           to st-ha-charge-amt(st-idx)
                   end-if
           end-search.

       420-count-store-lay.
                   add transaction-amount to st-lay-amt(st-idx)
           end-search.

       470-count-store-ha-payment.

           move store-number to ws-store-key
           set st-idx to 1
           search store-table-entry
               at end
                   display "STORE NOT ON MASTER: " ws-store-key
               when st-store-number(st-idx) = ws-store-key
                   add transaction-amount to st-ha-payment-amt(st-idx)
           end-search.

       075-load-sku-table.

           move 0 to ws-sku-count
           move ws-total-giftcard-trans           to ws-giftcard-amount.
           move ws-total-receiving                to ws-receiving-count.
           move ws-total-receiving-units          to ws-receiving-units.
           move ws-total-transfer-out          to ws-transfer-out-count.
           move ws-total-xfer-out-units        to ws-transfer-out-units.
           move ws-total-transfer-in            to ws-transfer-in-count.
           move ws-total-xfer-in-units          to ws-transfer-in-units.
           move ws-total-points                      to ws-points-count.
           move ws-total-points-redeemed          to ws-points-redeemed.
           move ws-total-points-trans               to ws-points-amount.
           move ws-total-spec-order              to ws-spec-order-count.
           move ws-total-spec-deposit         to ws-spec-deposit-amount.
           move ws-total-spec-pickup           to ws-spec-pickup-amount.
           move ws-total-spec-refund           to ws-spec-refund-amount.
           move ws-total-web-pickup              to ws-web-pickup-count.
           move ws-total-web-pickup-units        to ws-web-pickup-units.
           move ws-total-acct-pay                  to ws-acct-pay-count.
           move ws-total-acct-pay-trans           to ws-acct-pay-amount.
           move ws-total-warr-claim              to ws-warr-claim-count.
           move ws-total-warr-claim-trans      to ws-warr-claim-amount.
           move ws-total-paid-out                  to ws-paid-out-count.
           move ws-total-paid-out-trans           to ws-paid-out-amount.

           write counts-line from ws-title-a.
           write counts-line from ws-sale-lay-head-a
               after advancing 1 lines.
           write counts-line from ws-receiving-line
               after advancing 1 lines.
           write counts-line from ws-transfer-line
               after advancing 1 lines.
           write counts-line from ws-points-line
               after advancing 1 lines.
           write counts-line from ws-special-order-line
               after advancing 1 lines.
           write counts-line from ws-web-pickup-line
               after advancing 1 lines.
           write counts-line from ws-account-payment-line
               after advancing 1 lines.
           write counts-line from ws-warranty-claim-line
               after advancing 1 lines.
           write counts-line from ws-paid-out-line
               after advancing 1 lines.

           move ws-edits-good-total to wsr-edits-good.
           move ws-recon-total to wsr-recon-total.
               move st-store-name(st-idx) to wsd-store-name
               move st-sale-lay-amt(st-idx) to wsd-sale-lay-amt
               move st-return-amt(st-idx) to wsd-return-amt
               move st-points-amt(st-idx) to wsd-points-amt
               write counts-line from ws-store-detail-line
                   after advancing 1 lines
           end-perform.
               move st-sale-amt(st-idx) to gl-sale-amount
               move st-lay-amt(st-idx) to gl-layaway-amount
               move st-return-amt(st-idx) to gl-return-amount
               move st-points-amt(st-idx) to gl-points-amount
               move st-ha-charge-amt(st-idx) to gl-ha-charge-amount
               move st-ha-payment-amt(st-idx) to gl-ha-payment-amount
               write gl-feed-record
           end-perform.


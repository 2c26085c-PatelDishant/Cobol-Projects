               record key is sh-invoice-number
               file status is ws-sales-history-status.

      * select optional: the special order master is built
      * downstream by SalesAndLayawayProcessing posting each order's
      * opening record, so it does not exist until the first special
      * order is taken.
           select optional special-order-master assign to
               "../../../data/special-order.dat"
               organization is indexed
               access mode is random
               record key is so-order-number
               file status is ws-special-order-status.

      * select optional: the web pickup master is built downstream
      * by SalesAndLayawayProcessing posting each web order that is
      * to be collected at a store, so it does not exist until the
      * first one is taken.
           select optional web-pickup-master assign to
               "../../../data/web-pickup.dat"
               organization is indexed
               access mode is random
               record key is wp-invoice-number
               file status is ws-web-pickup-status.

      * select optional: the employee class table is kept by HR
      * through MasterMaintenance; with no file no one is entitled
      * to the staff discount, and a staff purchase fails edit.
           select optional employee-class-file assign to
               "../../../data/employee-class.dat"
               organization is indexed
               access mode is random
               record key is ec-class-code
               file status is ws-employee-class-status.

      * select optional: the employee purchase tally is built
      * downstream by SalesAndLayawayProcessing, so it does not
      * exist until the first staff purchase posts.
           select optional employee-purchase-master assign to
               "../../../data/employee-purchase.dat"
               organization is indexed
               access mode is random
               record key is ep-cashier-id
               file status is ws-employee-purchase-status.

      * select optional: house charge accounts are opened through
      * MasterMaintenance; until the first one is, there is no file
      * and every HA tender is refused.
           select optional house-account-master assign to
               "../../../data/house-account.dat"
               organization is indexed
               access mode is random
               record key is ha-account-number
               file status is ws-house-account-status.

      * select optional: the line-item detail is written by
      * SalesAndLayawayProcessing as sales post; a warranty plan
      * has to name an item line already on it.
           select optional invoice-detail assign to
               "../../../data/invoice-detail.dat"
               organization is indexed
               access mode is random
               record key is id-detail-key
               file status is ws-invoice-detail-status.

      * select optional: warranty contracts are opened downstream by
      * SalesAndLayawayProcessing as plans sell, so there is no file
      * until the first plan is sold.
           select optional warranty-contract-master assign to
               "../../../data/warranty-contract.dat"
               organization is indexed
               access mode is random
               record key is wc-contract-key
               file status is ws-warranty-contract-status.

           select optional checkpoint-file assign to
               "../../../data/edits-checkpoint.dat"
               organization is line sequential.
               access mode is random
               record key is ic-card-number
               file status is ws-issued-card-status.
      *
      * Staff purchases accepted so far tonight, totalled by the
      * purchasing employee -- the tally on the master only moves
      * when the posting run sees them, so the annual cap has to
      * count tonight's earlier purchases from here.
           select employee-work-file assign to
               "../../../data/edits-employee-work.dat"
               organization is indexed
               access mode is random
               record key is ew-cashier-id
               file status is ws-employee-work-status.
      *
      * Charges to house accounts accepted so far tonight, totalled
      * by account -- the balance on the master only moves when the
      * posting run sees them, so the credit limit has to count
      * tonight's earlier charges from here.
           select account-work-file assign to
               "../../../data/edits-account-work.dat"
               organization is indexed
               access mode is random
               record key is aw-account-number
               file status is ws-account-work-status.
      *
      * Items a warranty plan was accepted against so far tonight --
      * the contract is only on the master once the posting run has
      * seen the plan, so a second plan on the same item has to be
      * caught from here.
           select warranty-work-file assign to
               "../../../data/edits-warranty-work.dat"
               organization is indexed
               access mode is random
               record key is ww-contract-key
               file status is ws-warranty-work-status.
      *
      * Points redeemed so far tonight, totalled by customer -- the
      * balance on the master only drops when the posting run sees
      * the redemptions, so two in one feed have to be held to the
      * balance together from here.
           select points-work-file assign to
               "../../../data/edits-points-work.dat"
               organization is indexed
               access mode is random
               record key is pw-customer-number
               file status is ws-points-work-status.
      *
           select control-totals-file assign to
               "../../../data/control-totals.dat"
               "../../../data/promo-calendar.dat"
               organization is line sequential.
      *
      * The paid-out expense categories are the PAID-OUT- entries
      * accounting keeps on the GL account map -- a category with no
      * account to journal to is not one the stores may pay out
      * under. select optional: with no map, no category passes.
           select optional account-map-file assign to
               "../../../data/gl-account-map.dat"
               organization is line sequential.
      *
      * select optional: with no run-control file the compiled
      * defaults stand.
           select optional run-control-file assign to
           05 price-override-flag                  pic x.
           05 cashier-id                           pic x(4).
           05 customer-number                      pic 9(6).
      * The other store on an inter-store transfer: the receiving
      * store on a transfer-out, the shipping store on a transfer-in.
      * On a web order sale ('S' at the virtual store), the store
      * the customer is collecting it from; on the pickup
      * confirmation ('U') the fulfilling store rings, the web store
      * the order was sold at; on the return that refunds a web
      * order never collected, the store it was waiting at.
           05 related-store-number                 pic 99.
      * Points a customer spent on a loyalty redemption ('P'); the
      * transaction amount carries their dollar value.
           05 redemption-order-fields.
               10 points-redeemed                  pic 9(7).
      * On a special customer order ('Q'): what the record does to
      * the order -- O opens it, P is the customer's pickup, C
      * cancels it -- and, on the opening record, the date the store
      * promised the customer the goods.
               10 order-action                     pic x.
               10 promised-date                    pic 9(8).
      * On the sale of a warranty plan SKU and on a warranty claim
      * ('W'), neither of which redeems points or touches an order:
      * the invoice and invoice-detail line of the item the plan
      * covers. A line number of zero means line 001.
           05 warranty-fields redefines redemption-order-fields.
               10 covered-invoice-number           pic x(9).
               10 covered-line-number              pic 9(3).
               10 filler                           pic x(4).
      * A sale an employee makes for themselves at the staff
      * discount: flag 'Y' and the purchasing employee's cashier id
      * (the cashier who rang it may be someone else).
           05 employee-purchase-flag               pic x.
           05 purchaser-id                         pic x(4).
           05 filler                               pic x.
      *
      * The extract arrives in batches: a header record ('H' in the
      * transaction-code byte) opens each one and a trailer ('T')
           05 hd-record-code                       pic x.
           05 hd-business-date                     pic 9(8).
           05 hd-source-id                         pic x(8).
           05 filler                               pic x(83).
      *
       01 trailer-record.
           05 tl-record-code                       pic x.
           05 tl-record-count                      pic 9(7).
           05 tl-amount-hash                       pic 9(9)v99.
           05 filler                               pic x(81).

      *
       fd file-errors
           data record is errors.
      *
       01 errors                                   pic x(120).

      *
       fd file-valid
           data record is valid-record.
      *
       01 valid-record                              pic x(100).

      *
       fd file-invalid
           data record is invlid.
      *
       01 invlid                                   pic x(100).

      *
       fd file-duplicate
           data record is duplicate-record.
      *
       01 duplicate-record                          pic x(100).
      *
       fd file-quarantine
           data record is quarantine-record.
      *
       01 quarantine-record                         pic x(100).
      *
       fd gift-card-master
           data record is gift-card-master-record.
           data record is sales-history-record.
      *
           copy "../Copybooks/sales-history.cpy".
      *
       fd special-order-master
           data record is special-order-record.
      *
           copy "../Copybooks/special-order.cpy".
      *
       fd web-pickup-master
           data record is web-pickup-record.
      *
           copy "../Copybooks/web-pickup.cpy".
      *
       fd employee-master
           data record is employee-master-record.
      *
           copy "../Copybooks/employee-master.cpy".
      *
       fd employee-class-file
           data record is employee-class-record.
      *
           copy "../Copybooks/employee-class.cpy".
      *
       fd employee-purchase-master
           data record is employee-purchase-record.
      *
           copy "../Copybooks/employee-purchase.cpy".
      *
       fd house-account-master
           data record is house-account-record.
      *
           copy "../Copybooks/house-account.cpy".
      *
       fd invoice-detail
           data record is invoice-detail-record.
      *
           copy "../Copybooks/invoice-detail.cpy".
      *
       fd warranty-contract-master
           data record is warranty-contract-record.
      *
           copy "../Copybooks/warranty-contract.cpy".
      *
       fd customer-master
           data record is customer-master-record.
      *
       01 issued-card-record.
           05 ic-card-number                       pic x(16).
      *
       fd employee-work-file
           data record is employee-work-record.
      *
       01 employee-work-record.
           05 ew-cashier-id                        pic x(4).
           05 ew-amount                            pic 9(7)v99.
      *
       fd account-work-file
           data record is account-work-record.
      *
       01 account-work-record.
           05 aw-account-number                    pic 9(6).
           05 aw-amount                            pic 9(7)v99.
      *
       fd warranty-work-file
           data record is warranty-work-record.
      *
       01 warranty-work-record.
           05 ww-contract-key.
               10 ww-covered-invoice               pic x(9).
               10 ww-covered-line                  pic 9(3).
      *
       fd points-work-file
           data record is points-work-record.
      *
       01 points-work-record.
           05 pw-customer-number                   pic 9(6).
           05 pw-points                            pic 9(9).
      *
      * Control total picked up by DataSplitAndCount to reconcile its
      * own sale/layaway/return/void/exchange counts against this
           data record is promo-calendar-record.
      *
           copy "../Copybooks/promo-calendar.cpy".
      *
       fd account-map-file
           data record is gl-account-map-record.
      *
           copy "../Copybooks/gl-account-map.cpy".
      *
       fd run-control-file
           data record is run-control-record.
       77 ws-credit                                pic xx value "CR".
       77 ws-debit                                 pic xx value "DB".
       77 ws-gift-card                             pic xx value "GC".
       77 ws-house-account                         pic xx value "HA".

      * Store master lookup
       77 ws-store-master-status                   pic xx value "00".
      * Sales history lookup (prior-night duplicate check)
       77 ws-sales-history-status                  pic xx value "00".

      * Special order master lookup (pickups and cancellations)
       77 ws-special-order-status                  pic xx value "00".
       01 ws-sw-order-found                        pic x value 'N'.

      * Web pickup master lookup (pickup confirmations, and the
      * refunds of web orders never collected)
       77 ws-web-pickup-status                     pic xx value "00".

      * Staff purchase lookups: the purchaser's class sets the
      * discount the sale is priced at and the annual cap it is
      * held to; the cap counts the year's posted purchases plus
      * tonight's accepted so far.
       77 ws-employee-class-status                 pic xx value "00".
       77 ws-employee-purchase-status              pic xx value "00".
       01 ws-employee-work-status                  pic xx value "00".
       01 ws-sw-staff-ok                           pic x value 'N'.
       01 ws-staff-discount-pct                    pic 99v99 value 0.
       01 ws-staff-annual-cap                   pic 9(7)v99 value 0.
       01 ws-staff-ytd-amount                   pic 9(8)v99 value 0.

      * House charge account lookups: the account a charge, a
      * payment, or a return credit names, and the charges accepted
      * against it earlier tonight.
       77 ws-house-account-status                  pic xx value "00".
       01 ws-account-work-status                   pic xx value "00".
       01 ws-account-exposure                   pic 9(8)v99 value 0.

      * Warranty lookups: whether the SKU just read is a warranty
      * plan, the covered item's invoice-detail key, and the
      * contract a plan would open or a claim is made under.
       01 ws-sw-warranty-plan                      pic x value 'N'.
       01 ws-covered-line                          pic 9(3) value 0.
       77 ws-invoice-detail-status                 pic xx value "00".
       77 ws-warranty-contract-status              pic xx value "00".
       01 ws-warranty-work-status                  pic xx value "00".

      * Points redemption: the points this customer has redeemed in
      * records accepted earlier tonight.
       01 ws-points-work-status                    pic xx value "00".
       01 ws-points-pending                        pic 9(9) value 0.

      * Gift card master lookup
       77 ws-gift-card-status                      pic xx value "00".

       77 ws-cancel                                pic x value 'C'.
       77 ws-issue                                 pic x value 'G'.
       77 ws-receiving                             pic x value 'I'.
       77 ws-transfer-out                          pic x value 'O'.
       77 ws-transfer-in                           pic x value 'N'.
       77 ws-points-redeem                         pic x value 'P'.
       77 ws-special-order                         pic x value 'Q'.
       77 ws-web-pickup                            pic x value 'U'.
       77 ws-account-payment                       pic x value 'A'.
       77 ws-warranty-claim                        pic x value 'W'.
       77 ws-paid-out                              pic x value 'D'.
       77 ws-header                                pic x value 'H'.
       77 ws-trailer                               pic x value 'T'.

       77 ws-resubmit-source                  pic x(8) value "MAINTNCE".
       77 ws-dupdisp-source                   pic x(8) value "DUPDISP ".
       77 ws-webstore-source                  pic x(8) value "WEBSTORE".
      * Refunds PickupAging stages for web orders left uncollected,
      * dated the night the order expired, like the other staged
      * batches.
       77 ws-pickup-source                    pic x(8) value "PICKEXP ".

      * Source id of the batch the record being edited belongs to,
      * captured off each header as the passes walk the file. The
       01 ws-sw-in-bad-batch                       pic x value 'N'.
       
      * Counter variable for errors
        01 ws-num-errors                           pic 99 value 0.
        
      * Variable for invoice number 
       01 ws-invoice-num.
      * ws-error-flags carries one reason code per failing field so
      * the reject file shows WHY a record failed, not just a count.
       01 ws-error-line.
           05 ws-record                            pic x(100).
           05 filler                               pic xx.
           05 ws-error-flags.
               10 ws-err-trans-code                pic x.
               10 ws-err-price                     pic x.
               10 ws-err-cashier                   pic x.
               10 ws-err-customer                  pic x.
               10 ws-err-related-store             pic x.
               10 ws-err-points                    pic x.
               10 ws-err-order                     pic x.
               10 ws-err-employee                  pic x.
               10 ws-err-account                   pic x.
               10 ws-err-warranty                  pic x.
               10 ws-err-paid-out                  pic x.


      * Variables for total values

       77 ws-error-percent-limit                   pic 999 value 50.

      * Loyalty points it takes to make one dollar of redemption
      * value -- a redemption's amount has to be its points at this
      * rate.
       77 ws-points-per-dollar                     pic 9(5) value 100.

      * Most a store may pay out of the till on one paid-out, in
      * whole dollars -- anything bigger goes through accounts
      * payable, not the drawer.
       77 ws-paid-out-limit                        pic 9(5) value 100.

      * The paid-out categories off the GL account map, loaded whole
      * at start-up: the two characters after PAID-OUT- in each
      * entry name.
       01 ws-sw-map-eof                            pic x value 'N'.
       01 ws-category-table.
           05 ws-category-entry occurs 100 times.
               10 ct-category                      pic xx.
       01 ws-category-count                        pic 9(3) value 0.
       01 ws-category-sub                          pic 9(3) value 0.
       01 ws-sw-category-found                     pic x value 'N'.
       01 ws-points-value                          pic 9(8)v99.

      * Breakdown carried on this run's end record in the run log.
       01 ws-log-note.
           05 filler                     pic x(6) value "VALID=".
               ws-checkpoint-interval.
           display "RUN CONTROL: ERROR-PERCENT-LIMIT = "
               ws-error-percent-limit.
           display "RUN CONTROL: POINTS-PER-DOLLAR = "
               ws-points-per-dollar.
           display "RUN CONTROL: PAID-OUT-LIMIT = "
               ws-paid-out-limit.

           perform 040-read-business-date.

      * inside the load leaves a start/end pair on the log instead
      * of an end record with no start.
           perform 045-load-promo-calendar.
           perform 047-load-paid-out-categories.

      * The whole input file is verified against its header and
      * trailer records before anything is written: wrong business

           open input records-file, store-master, product-catalog,
               sales-history, gift-card-master, employee-master,
               customer-master, special-order-master,
               web-pickup-master, employee-class-file,
               employee-purchase-master, house-account-master,
               invoice-detail, warranty-contract-master.

      * The ordinal restarts for the processing passes -- the skip
      * and the main loop count through the same file the pre-pass
           close issued-card-file
           open i-o issued-card-file.

           open output employee-work-file
           close employee-work-file
           open i-o employee-work-file.

           open output account-work-file
           close account-work-file
           open i-o account-work-file.

           open output warranty-work-file
           close warranty-work-file
           open i-o warranty-work-file.

           open output points-work-file
           close points-work-file
           open i-o points-work-file.

           perform 060-read-checkpoint.

           if ws-checkpoint-count > 0 then

               perform 250-store-num

               perform 252-related-store

               perform 255-cashier-id

               perform 258-customer-number

               perform 262-special-order

               perform 266-web-pickup

               perform 268-employee-purchase

               perform 270-house-account

               perform 300-invoice-num

               perform 350-sku-code

               perform 360-transaction-date

               perform 365-warranty

               perform 369-paid-out

               perform 375-check-duplicate

               perform 400-processing
                 file-duplicate
                 seen-invoice-file
                 issued-card-file
                 employee-work-file
                 account-work-file
                 warranty-work-file
                 points-work-file
                 store-master
                 product-catalog
                 sales-history
                 gift-card-master
                 employee-master
                 customer-master
                 special-order-master
                 web-pickup-master
                 employee-class-file
                 employee-purchase-master
                 house-account-master
                 invoice-detail
                 warranty-contract-master.

           display "File Processed".
           display "Total Records: " ws-total-records.
                       when "ERROR-PERCENT-LIMIT"
                           move ws-rc-param-value
                               to ws-error-percent-limit
                       when "POINTS-PER-DOLLAR"
                           if ws-rc-param-value > 0
                               move ws-rc-param-value
                                   to ws-points-per-dollar
                           end-if
                       when "PAID-OUT-LIMIT"
                           move ws-rc-param-value
                               to ws-paid-out-limit
                       when other
                           continue
                   end-evaluate
                                       not = ws-resubmit-source
                                   and hd-source-id
                                       not = ws-dupdisp-source
                                   and hd-source-id
                                       not = ws-pickup-source
                                   and hd-business-date
                                       not = ws-business-date)
                               display "BATCH ERROR: HEADER DATE "

           close promo-calendar-file.

      * Every PAID-OUT-xx entry on the GL account map names a
      * category a paid-out may be keyed under.
       047-load-paid-out-categories.

           move 'N' to ws-sw-map-eof

           open input account-map-file

           read account-map-file at end move 'Y' to ws-sw-map-eof.

           perform until ws-sw-map-eof = 'Y'
               if am-entry-name(1:9) = "PAID-OUT-"
                       and am-entry-name(10:2) not = spaces
                   if ws-category-count >= 100
                       display "*** PAID-OUT CATEGORY TABLE FULL --"
                           " RUN STOPPED ***"
                       move 12 to return-code
                       perform 910-write-run-log-end
                       goback
                   end-if
                   add 1 to ws-category-count
                   move am-entry-name(10:2)
                       to ct-category(ws-category-count)
               end-if
               read account-map-file
                   at end move 'Y' to ws-sw-map-eof
               end-read
           end-perform

           close account-map-file.

       060-read-checkpoint.

           open input checkpoint-file
                   invalid key
                       continue
               end-write
           end-if

           if transaction-code = ws-sale
                   and employee-purchase-flag = 'Y'
                   and transaction-amount is numeric
               perform 405-add-employee-work
           end-if

           if transaction-code = ws-sale
                   and payment-type = ws-house-account
                   and transaction-amount is numeric
                   and customer-number is numeric
               perform 407-add-account-work
           end-if

           if transaction-code = ws-points-redeem
                   and points-redeemed is numeric
                   and customer-number is numeric
               perform 411-add-points-work
           end-if

           if transaction-code = ws-sale
                   and covered-invoice-number not = spaces
                   and covered-line-number is numeric
               move sku-code to pc-sku-code
               read product-catalog
                   invalid key
                       continue
                   not invalid key
                       if pc-warranty-months is numeric
                               and pc-warranty-months > 0
                           move covered-line-number
                               to ws-covered-line
                           if ws-covered-line = 0
                               move 1 to ws-covered-line
                           end-if
                           perform 409-add-warranty-work
                       end-if
               end-read
           end-if.

       050-init-flags.
                       ws-err-gift-card
                       ws-err-price
                       ws-err-cashier
                       ws-err-customer
                       ws-err-related-store
                       ws-err-points
                       ws-err-order
                       ws-err-employee
                       ws-err-account
                       ws-err-warranty
                       ws-err-paid-out.

       100-transaction-code.

              transaction-code is not equal to ws-exchange and
              transaction-code is not equal to ws-cancel and
              transaction-code is not equal to ws-issue and
              transaction-code is not equal to ws-receiving and
              transaction-code is not equal to ws-transfer-out and
              transaction-code is not equal to ws-transfer-in and
              transaction-code is not equal to ws-points-redeem and
              transaction-code is not equal to ws-special-order and
              transaction-code is not equal to ws-web-pickup and
              transaction-code is not equal to ws-account-payment and
              transaction-code is not equal to ws-warranty-claim and
              transaction-code is not equal to ws-paid-out then
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-trans-code
           end-if.

      * A DC receiving record ('I') moves stock, not money -- it
      * carries no tender at all, and a tender code on one is a
      * keying error. The same holds for both halves of an inter-
      * store transfer, and for the pickup confirmation of a web
      * order -- it was paid for when the web store sold it. A
      * warranty claim takes no money from the customer either.
      * A paid-out comes out of the cash drawer and nowhere else.
       200-payment-type.

           if transaction-code = ws-paid-out
                   and payment-type not = ws-cash
               add 1 to ws-num-errors
               move 'Y' to ws-err-payment
           end-if

           if transaction-code = ws-receiving
                   or transaction-code = ws-transfer-out
                   or transaction-code = ws-transfer-in
                   or transaction-code = ws-web-pickup
                   or transaction-code = ws-warranty-claim
               if payment-type not = spaces then
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-payment
               if payment-type is not equal to ws-cash and
                  payment-type is not equal to ws-debit and
                  payment-type is not equal to ws-credit and
                  payment-type is not equal to ws-gift-card and
                  payment-type is not equal to ws-house-account then
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-payment
               end-if
                   end-if
           end-read.

      * An inter-store transfer names the other store as well: it
      * has to be on the store master, still active, and not the
      * store keying the record. The shipping store is read first
      * above, so this read leaves the other store's record in the
      * buffer -- nothing after this edit needs the first one.
      * A web order to be collected at a store names the fulfilling
      * store the same way: only the virtual web store sells one,
      * and the fulfilling store has to be an active physical store
      * the customer can walk into. The store on a pickup
      * confirmation or an uncollected order's refund is checked
      * against the order itself, below.
       252-related-store.

           if transaction-code = ws-sale
                   and related-store-number is numeric
                   and related-store-number > 0
               if ws-err-store = 'N' and not sm-store-virtual
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-related-store
               end-if
               move related-store-number to sm-store-number
               read store-master
                   invalid key
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-related-store
                   not invalid key
                       if not sm-store-active
                               or not sm-store-physical
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-related-store
                       end-if
               end-read
           end-if

           if transaction-code = ws-transfer-out
                   or transaction-code = ws-transfer-in
               if related-store-number is not numeric
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-related-store
               else
                   if related-store-number = store-number
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-related-store
                   else
                       move related-store-number to sm-store-number
                       read store-master
                           invalid key
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-related-store
                           not invalid key
                               if not sm-store-active then
                                   add 1 to ws-num-errors
                                   move 'Y' to ws-err-related-store
                               end-if
                       end-read
                   end-if
               end-if
           end-if.

      * Every transaction has to say who rang it: the cashier id
      * must be on the employee master and still active, the same
      * pattern as the store check above. The one exception is the
      * behind it, and inside the MAINTNCE/DUPDISP batches too,
      * since a corrected or un-held web order re-enters under those
      * operator-keyed sources and would otherwise fail this edit
      * forever. The PICKEXP batch refunds web orders nobody came
      * for under the cashier who took the order, so it is allowed
      * there as well.
       255-cashier-id.

           if cashier-id(1:3) = "WEB"
                   and (ws-cur-source = ws-webstore-source
                   or ws-cur-source = ws-resubmit-source
                   or ws-cur-source = ws-dupdisp-source
                   or ws-cur-source = ws-pickup-source)
               continue
           else
               move cashier-id to em-cashier-id
               end-read
           end-if.

      * A customer with a tax exemption certificate on file buys tax
      * free only while it is in force. A sale dated after the
      * certificate ran out is refused rather than posted taxed or
      * untaxed -- the store has the customer renew it, or rings the
      * sale with no customer number and charges the tax. The
      * customer record is the one just read.
       257-exemption-certificate.

           if cm-exempt-type not = space
               if cm-exempt-expiry is not numeric
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-customer
               else
                   if transaction-date is numeric
                           and cm-exempt-expiry < transaction-date
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-customer
                   end-if
               end-if
           end-if.

      * A sale rung against a customer account has to name a
      * customer on the master who is still active; customer number
      * zero is the anonymous cash sale and stays legal. Only sales,
      * points redemptions, and the opening of a special order are
      * checked here -- a return credited to a house account and a
      * payment on account carry the account number in it, which
      * 270 checks against the house account master.
       258-customer-number.

           if transaction-code = ws-points-redeem
               perform 259-points-redemption
           end-if

           if transaction-code = ws-special-order
                   and order-action = 'O'
               perform 261-required-customer
           end-if

           if transaction-code = ws-sale
               if customer-number is not numeric
                   add 1 to ws-num-errors
                                   add 1 to ws-num-errors
                                   move 'Y' to ws-err-customer
                               end-if
                               perform 257-exemption-certificate
                       end-read
                   end-if
               end-if
           end-if.

      * A points redemption spends a named customer's points, so
      * the customer is required -- there are no anonymous points --
      * and has to be on the master and active. The points spent
      * have to be a whole positive number that, with the points
      * the customer has redeemed earlier in tonight's file, comes
      * to no more than the balance on the master, and the dollar
      * value keyed has to be exactly what those points are worth at
      * the run-control rate.
       259-points-redemption.

           perform 261-required-customer

           if points-redeemed is not numeric
               add 1 to ws-num-errors
               move 'Y' to ws-err-points
           else
               if points-redeemed = 0
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-points
               else
                   if ws-err-customer = 'N'
                       move 0 to ws-points-pending
                       move customer-number to pw-customer-number
                       read points-work-file
                           invalid key
                               continue
                           not invalid key
                               move pw-points to ws-points-pending
                       end-read
                       if points-redeemed + ws-points-pending
                               > cm-loyalty-points
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-points
                       end-if
                   end-if
                   if ws-err-amount = 'N'
                       compute ws-points-value =
                           points-redeemed / ws-points-per-dollar
                       if transaction-amount not = ws-points-value
                               or transaction-amount = 0
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-points
                       end-if
                   end-if
               end-if
           end-if.

      * A named customer who has to be there: on the master, still
      * active, and never zero. Shared by the points redemption and
      * the opening of a special order, neither of which has an
      * anonymous form.
       261-required-customer.

           if customer-number is not numeric
               add 1 to ws-num-errors
               move 'Y' to ws-err-customer
           else
               if customer-number = 0
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-customer
               else
                   move customer-number to cm-customer-number
                   read customer-master
                       invalid key
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-customer
                       not invalid key
                           if not cm-status-active
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-customer
                           end-if
                   end-read
               end-if
           end-if.

      * Special customer order edit. The order number rides in the
      * invoice field and the order action says what the record
      * does. An opening record carries the deposit in its amount --
      * there is no order without one -- and a promised date that is
      * a real calendar date no earlier than the day the order was
      * taken; its order number must not already be on the master.
      * A pickup or a cancellation has to find its order on the
      * master at the store keying it, for the same SKU: a pickup
      * only once the goods are in (ready) and for the quantity
      * ordered, a cancellation only while the order is still open
      * or ready, refunding exactly the deposit held. No part of a
      * special order goes on a gift card: the deposit, the balance
      * at pickup and the deposit paid back on a cancellation all
      * pass in cash or on the customer's card, since a gift card
      * cannot be paid back at the till. An order opened tonight
      * cannot be picked up or cancelled in the same feed -- it is
      * not on the master until the posting run has seen it.
       262-special-order.

           move 'N' to ws-sw-order-found

           if transaction-code = ws-special-order
               if payment-type = ws-gift-card
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-payment
               end-if
               evaluate order-action
                   when 'O'
                       if ws-err-amount = 'N'
                               and transaction-amount = 0
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-amount
                       end-if
                       perform 263-promised-date
                       move invoice-number to so-order-number
                       read special-order-master
                           invalid key
                               continue
                           not invalid key
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-order
                       end-read
                   when 'P'
                   when 'C'
                       move invoice-number to so-order-number
                       read special-order-master
                           invalid key
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-order
                           not invalid key
                               move 'Y' to ws-sw-order-found
                       end-read
                       if ws-sw-order-found = 'Y'
                           perform 264-order-on-file
                       end-if
                   when other
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-order
               end-evaluate
           end-if.

       263-promised-date.

           if promised-date is not numeric
               add 1 to ws-num-errors
               move 'Y' to ws-err-order
           else
               move promised-date to ws-work-date
               perform 362-days-in-month
               if ws-days-in-month = 0
                       or ws-work-dd < 1
                       or ws-work-dd > ws-days-in-month
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-order
               else
                   if transaction-date is numeric
                           and promised-date < transaction-date
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-order
                   end-if
               end-if
           end-if.

       264-order-on-file.

           if so-store-number not = store-number
                   or so-sku-code not = sku-code
               add 1 to ws-num-errors
               move 'Y' to ws-err-order
           else
               if order-action = 'P'
                   if not so-status-ready
                           or quantity is not numeric
                           or quantity not = so-quantity
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-order
                   end-if
                   if so-customer-number > 0
                       move so-customer-number to cm-customer-number
                       read customer-master
                           invalid key
                               continue
                           not invalid key
                               perform 257-exemption-certificate
                       end-read
                   end-if
               else
                   if not so-status-open and not so-status-ready
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-order
                   else
                       if ws-err-amount = 'N'
                               and transaction-amount
                                   not = so-deposit-amount
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-order
                       end-if
                   end-if
               end-if
           end-if.

      * Web pickup edit. A pickup confirmation carries no money: the
      * fulfilling store rings it, naming the web order in the
      * invoice field and the web store in the related-store field,
      * and it has to find the order on the master still awaiting
      * pickup at this store, for the SKU and quantity sold. A web
      * order rung tonight is not on the master until the posting
      * run has seen it, so it cannot be confirmed in the same feed.
      * A return that names a store in the related-store field is
      * the refund of a web order nobody came for: the order has to
      * be on the master expired, waiting at that store, sold by the
      * store refunding it, and the refund exactly what was taken.
       266-web-pickup.

           if transaction-code = ws-web-pickup
               if ws-err-amount = 'N'
                       and transaction-amount not = 0
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-amount
               end-if
               move invoice-number to wp-invoice-number
               read web-pickup-master
                   invalid key
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-order
                   not invalid key
                       if not wp-status-awaiting
                               or wp-fulfil-store not = store-number
                               or wp-sku-code not = sku-code
                               or quantity is not numeric
                               or quantity not = wp-quantity
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-order
                       end-if
                       if related-store-number is not numeric
                               or related-store-number
                                   not = wp-web-store
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-related-store
                       end-if
               end-read
           end-if

           if transaction-code = ws-return
                   and related-store-number is numeric
                   and related-store-number > 0
               move invoice-number to wp-invoice-number
               read web-pickup-master
                   invalid key
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-order
                   not invalid key
                       if not wp-status-expired
                               or wp-web-store not = store-number
                               or wp-sku-code not = sku-code
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-order
                       end-if
                       if wp-fulfil-store not = related-store-number
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-related-store
                       end-if
                       if ws-err-amount = 'N'
                               and transaction-amount
                                   not = wp-sale-amount
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-order
                       end-if
               end-read
           end-if.

      * A staff purchase is a sale flagged 'Y' with the purchasing
      * employee's cashier id, who need not be the cashier ringing
      * it. The purchaser has to be active on the employee master
      * and carry a class on the class table -- the class gives the
      * discount the price check below verifies the sale at -- and
      * the purchase may not take the employee past the class's
      * annual cap: this year's posted purchases on the tally, plus
      * tonight's accepted so far, plus this one. A sale rung by the
      * purchasers themselves is allowed; HR's monthly report lists
      * those as exceptions.
       268-employee-purchase.

           move 'N' to ws-sw-staff-ok

           if employee-purchase-flag = 'Y'
               if transaction-code not = ws-sale
                       or purchaser-id = spaces
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-employee
               else
                   perform 269-employee-class
               end-if
           else
               if employee-purchase-flag not = space
                       and employee-purchase-flag not = 'N'
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-employee
               end-if
           end-if

           if ws-sw-staff-ok = 'Y'
                   and ws-staff-annual-cap > 0
                   and ws-err-amount = 'N'
               move 0 to ws-staff-ytd-amount
               move purchaser-id to ep-cashier-id
               read employee-purchase-master
                   invalid key
                       continue
                   not invalid key
                       if ep-year = ws-business-date(1:4)
                           move ep-ytd-amount to ws-staff-ytd-amount
                       end-if
               end-read
               move purchaser-id to ew-cashier-id
               read employee-work-file
                   invalid key
                       continue
                   not invalid key
                       add ew-amount to ws-staff-ytd-amount
               end-read
               if ws-staff-ytd-amount + transaction-amount
                       > ws-staff-annual-cap
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-employee
               end-if
           end-if.

      * The purchaser's employee record and class: an unknown or
      * inactive employee, one with no class, or a class not on the
      * table fails the purchase.
       269-employee-class.

           move purchaser-id to em-cashier-id
           read employee-master
               invalid key
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-employee
               not invalid key
                   if not em-status-active
                           or em-employee-class = space
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-employee
                   else
                       move em-employee-class to ec-class-code
                       read employee-class-file
                           invalid key
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-employee
                           not invalid key
                               move ec-discount-pct
                                   to ws-staff-discount-pct
                               move ec-annual-cap
                                   to ws-staff-annual-cap
                               move 'Y' to ws-sw-staff-ok
                       end-read
                   end-if
           end-read.

      * House charge account edit. The HA tender charges a sale to
      * the account named in the customer number field, or credits a
      * return back to it -- no other transaction can be put on
      * account. A charge needs an active account (not on credit
      * hold, not closed) with room under its limit for the sale on
      * top of the balance and tonight's earlier charges; the limit
      * is held against the goods, the tax riding on top. A return
      * credit only needs an account that is not closed. A payment
      * on account ('A') names the account it pays and comes in over
      * the counter in cash, debit, or credit -- not on a gift card,
      * and not on another charge. It has to pay something and
      * carries no goods, so it names no SKU.
       270-house-account.

           if payment-type = ws-house-account
               if transaction-code not = ws-sale
                       and transaction-code not = ws-return
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-payment
               else
                   perform 271-read-account
                   if ws-err-account = 'N'
                       if transaction-code = ws-sale
                           perform 272-check-charge
                       end-if
                   end-if
               end-if
           end-if

           if transaction-code = ws-account-payment
               if payment-type = ws-gift-card
                       or payment-type = ws-house-account
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-payment
               end-if
               if ws-err-amount = 'N' and transaction-amount = 0
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-amount
               end-if
               perform 271-read-account
           end-if.

      * The account has to be on the master and open; the record is
      * left in the buffer for the charge check.
       271-read-account.

           if customer-number is not numeric
               add 1 to ws-num-errors
               move 'Y' to ws-err-account
           else
               move customer-number to ha-account-number
               read house-account-master
                   invalid key
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-account
                   not invalid key
                       if ha-status-closed
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-account
                       end-if
               end-read
           end-if.

       272-check-charge.

           if not ha-status-active
               add 1 to ws-num-errors
               move 'Y' to ws-err-account
           else
               if ws-err-amount = 'N'
                   move 0 to ws-account-exposure
                   if ha-balance > 0
                       move ha-balance to ws-account-exposure
                   end-if
                   move customer-number to aw-account-number
                   read account-work-file
                       invalid key
                           continue
                       not invalid key
                           add aw-amount to ws-account-exposure
                   end-read
                   if ws-account-exposure + transaction-amount
                           > ha-credit-limit
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-account
                   end-if
               end-if
           end-if.

               move 'Y' to ws-err-invoice
           end-if.

      * A points redemption is a discount against the invoice, not
      * merchandise -- it names no SKU. A claim names the covered
      * item, which may well have been discontinued since it sold.
      * Nor does a paid-out: the till paid for a service or supplies
      * the store does not stock.
       350-sku-code.

           move 'N' to ws-sw-warranty-plan

           if transaction-code not = ws-points-redeem
                   and transaction-code not = ws-account-payment
                   and transaction-code not = ws-paid-out
               if sku-code equal to spaces then
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-sku
               else
                   move sku-code to pc-sku-code
                   read product-catalog
                       invalid key
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-sku
                       not invalid key
                           if not pc-status-active
                                   and transaction-code
                                       not = ws-warranty-claim then
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-sku
                           end-if
                           if pc-warranty-months is numeric
                                   and pc-warranty-months > 0
                               move 'Y' to ws-sw-warranty-plan
                           end-if
                   end-read
               end-if
           end-if.

      * Gift card edit. A transaction tendered with a gift card has
      * -- the tender code alone paid for years of unrecorded
      * liability. An issuance/reload ('G') has to name a card; a
      * brand-new card number is fine (the posting run creates it),
      * but reloading a closed card is not. A card loss prevention
      * has put on hold is not active either, so it is refused both
      * ways until the hold is released.
       355-gift-card.

           if payment-type = ws-gift-card
      * when the SKU edit found one. A DC receiving record has to
      * say how many units arrived -- numeric and at least 1 -- but
      * its amount is the shipment's declared value, never a selling
      * price, so it is exempt from the price comparison. Both halves
      * of an inter-store transfer are held to the same rule, and so
      * is the pickup confirmation of a web order. A
      * special order has to be for at least one unit; the deposit
      * taken when it opens cannot be more than the goods cost, and
      * the balance paid at pickup has to bring deposit plus balance
      * to the quantity at the catalog price in force that day --
      * unless the override flag is set for a price the store agreed
      * with the customer when the order was taken.
       357-price-check.

           if transaction-code = ws-receiving
                   or transaction-code = ws-transfer-out
                   or transaction-code = ws-transfer-in
                   or transaction-code = ws-web-pickup
               if quantity is not numeric
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-price
                           move 'Y' to ws-err-price
                       else
                           if ws-err-sku = 'N'
                                   and employee-purchase-flag not = 'Y'
                               if price-override-flag not = 'Y'
                                   perform 358-effective-price
                                   compute ws-expected-amount =
                       end-if
                   end-if
               end-if
           end-if

      * A staff purchase is priced at the catalog price in force
      * less the class discount, rounded to the cent. A manager
      * override does not apply on top of it -- the discount is the
      * only reduction an employee gets.
           if transaction-code = ws-sale
                   and ws-sw-staff-ok = 'Y'
                   and ws-err-sku = 'N'
                   and quantity is numeric
                   and quantity > 0
               perform 358-effective-price
               compute ws-expected-amount rounded =
                   quantity * ws-catalog-price
                       * (100 - ws-staff-discount-pct) / 100
               if transaction-amount not = ws-expected-amount
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-price
               end-if
           end-if

           if transaction-code = ws-special-order
               if quantity is not numeric
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-price
               else
                   if quantity = 0
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-price
                   else
                       if ws-err-sku = 'N' and ws-err-amount = 'N'
                               and price-override-flag not = 'Y'
                           perform 358-effective-price
                           compute ws-expected-amount =
                               quantity * ws-catalog-price
                           if order-action = 'O'
                                   and transaction-amount
                                       > ws-expected-amount
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-price
                           end-if
                           if order-action = 'P'
                                   and ws-sw-order-found = 'Y'
                                   and transaction-amount
                                       + so-deposit-amount
                                       not = ws-expected-amount
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-price
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      * Pick the catalog price in force on the transaction date: the
               move 'Y' to ws-err-date
           else
               move transaction-date to ws-work-date
               perform 362-days-in-month
               if ws-days-in-month = 0
                       or ws-work-dd < 1
                       or ws-work-dd > ws-days-in-month
               end-if
           end-if.

      * Days in the month of the date in ws-work-date, zero when the
      * month itself is not a month.
       362-days-in-month.

           evaluate ws-work-mm
               when 01 when 03 when 05 when 07
               when 08 when 10 when 12
                   move 31 to ws-days-in-month
               when 04 when 06 when 09 when 11
                   move 30 to ws-days-in-month
               when 02
                   if function mod(ws-work-yyyy, 4) = 0 and
                       (function mod(ws-work-yyyy, 100) not = 0
                        or function mod(ws-work-yyyy, 400) = 0)
                       move 29 to ws-days-in-month
                   else
                       move 28 to ws-days-in-month
                   end-if
               when other
                   move 0 to ws-days-in-month
           end-evaluate.

      * Warranty edit. A warranty plan is sold to a named customer,
      * one plan to one item: the item has to be a line already on
      * invoice-detail.dat -- sold on an earlier night, or earlier
      * tonight and posted by now is not enough, since the detail is
      * only written when the posting run sees the sale -- and must
      * not be a plan itself, nor already carry a plan on the master
      * or from earlier in tonight's file.
      * A claim names the covered item the same way and has to find
      * its contract on the master still in force: not cancelled,
      * dated inside the term, for the SKU the plan covers, and for
      * the plan's customer when the claim names one.
       365-warranty.

           if transaction-code = ws-sale
                   and ws-sw-warranty-plan = 'Y'
               perform 261-required-customer
               if quantity is numeric and quantity not = 1
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-warranty
               end-if
               perform 366-covered-key
               if ws-err-warranty = 'N'
                   perform 367-covered-item
               end-if
           end-if

           if transaction-code = ws-warranty-claim
               perform 366-covered-key
               if ws-err-warranty = 'N'
                   perform 368-claim-contract
               end-if
           end-if.

       366-covered-key.

           if covered-invoice-number = spaces
                   or covered-line-number is not numeric
               add 1 to ws-num-errors
               move 'Y' to ws-err-warranty
           else
               move covered-line-number to ws-covered-line
               if ws-covered-line = 0
                   move 1 to ws-covered-line
               end-if
               move covered-invoice-number to wc-covered-invoice
               move ws-covered-line to wc-covered-line
           end-if.

       367-covered-item.

           move covered-invoice-number to id-invoice-number
           move ws-covered-line to id-line-number

           read invoice-detail
               invalid key
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-warranty
               not invalid key
                   move id-sku-code to pc-sku-code
                   read product-catalog
                       invalid key
                           continue
                       not invalid key
                           if pc-warranty-months is numeric
                                   and pc-warranty-months > 0
                               add 1 to ws-num-errors
                               move 'Y' to ws-err-warranty
                           end-if
                   end-read
           end-read

           if ws-err-warranty = 'N'
               read warranty-contract-master
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-warranty
               end-read
           end-if

           if ws-err-warranty = 'N'
               move covered-invoice-number to ww-covered-invoice
               move ws-covered-line to ww-covered-line
               read warranty-work-file
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-warranty
               end-read
           end-if.

       368-claim-contract.

           read warranty-contract-master
               invalid key
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-warranty
               not invalid key
                   if not wc-status-active
                           or sku-code not = wc-covered-sku
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-warranty
                   else
                       if transaction-date is numeric
                               and (transaction-date < wc-start-date
                                or transaction-date > wc-expiry-date)
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-warranty
                       end-if
                       if customer-number is numeric
                               and customer-number > 0
                               and customer-number
                                   not = wc-customer-number
                           add 1 to ws-num-errors
                           move 'Y' to ws-err-warranty
                       end-if
                   end-if
           end-read.

      * Paid-out edit. Cash paid straight out of the till for a
      * store expense carries its expense category in the reason
      * code, which has to be one accounting has mapped to a GL
      * account, and an amount over zero and within the per-paid-
      * out limit. The cashier who paid it out is edited above like
      * any other.
       369-paid-out.

           if transaction-code = ws-paid-out
               move 'N' to ws-sw-category-found
               perform varying ws-category-sub from 1 by 1
                       until ws-category-sub > ws-category-count
                           or ws-sw-category-found = 'Y'
                   if ct-category(ws-category-sub)
                           = return-reason-code
                       move 'Y' to ws-sw-category-found
                   end-if
               end-perform
               if return-reason-code = spaces
                       or ws-sw-category-found = 'N'
                   add 1 to ws-num-errors
                   move 'Y' to ws-err-paid-out
               end-if
               if transaction-amount is numeric
                   if transaction-amount = 0
                           or transaction-amount > ws-paid-out-limit
                       add 1 to ws-num-errors
                       move 'Y' to ws-err-paid-out
                   end-if
               end-if
           end-if.

      * A sale invoice is a duplicate when the same invoice number
      * was already accepted earlier in this file, or already exists
      * on the sales history file from a prior night. Only a record
                               continue
                       end-write
                   end-if
      * An accepted staff purchase counts against the employee's
      * cap for the rest of tonight's file.
                   if transaction-code = ws-sale
                           and employee-purchase-flag = 'Y'
                       perform 405-add-employee-work
                   end-if
      * Likewise an accepted charge uses up the account's room under
      * its limit for the rest of the file.
                   if transaction-code = ws-sale
                           and payment-type = ws-house-account
                       perform 407-add-account-work
                   end-if
      * And an accepted plan is the item's one plan.
                   if transaction-code = ws-sale
                           and ws-sw-warranty-plan = 'Y'
                       perform 409-add-warranty-work
                   end-if
      * An accepted redemption spends the customer's points for the
      * rest of the file.
                   if transaction-code = ws-points-redeem
                       perform 411-add-points-work
                   end-if
               end-if
           end-if.

       405-add-employee-work.

           move purchaser-id to ew-cashier-id
           read employee-work-file
               invalid key
                   move transaction-amount to ew-amount
                   write employee-work-record
                       invalid key
                           continue
                   end-write
               not invalid key
                   add transaction-amount to ew-amount
                   rewrite employee-work-record
                       invalid key
                           continue
                   end-rewrite
           end-read.

       407-add-account-work.

           move customer-number to aw-account-number
           read account-work-file
               invalid key
                   move transaction-amount to aw-amount
                   write account-work-record
                       invalid key
                           continue
                   end-write
               not invalid key
                   add transaction-amount to aw-amount
                   rewrite account-work-record
                       invalid key
                           continue
                   end-rewrite
           end-read.

       409-add-warranty-work.

           move covered-invoice-number to ww-covered-invoice
           move ws-covered-line to ww-covered-line
           write warranty-work-record
               invalid key
                   continue
           end-write.

       411-add-points-work.

           move customer-number to pw-customer-number
           read points-work-file
               invalid key
                   move points-redeemed to pw-points
                   write points-work-record
                       invalid key
                           continue
                   end-write
               not invalid key
                   add points-redeemed to pw-points
                   rewrite points-work-record
                       invalid key
                           continue
                   end-rewrite
           end-read.

       800-write-checkpoint.

           move ws-total-records to ck-records-processed

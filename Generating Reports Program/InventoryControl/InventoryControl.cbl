      * stock back, an exchange issues the replacement item -- and
      * prints the stock-status report
      * flagging every item at or below its reorder point.
      * A flagged item with nothing already on order is ordered back
      * up to its target level: the order goes on the open purchase
      * order master and out to the DC on that store's replenishment
      * file for the night, and the DC's receiving records are
      * matched back against the open orders -- fully received,
      * short, over-shipped, or shipped with no order on file -- with
      * every exception printed for the DC liaison.
      * An inter-store transfer posts to both stores: the transfer-
      * out ('O') relieves the shipping store, the transfer-in ('N')
      * stocks the receiving store, and the pair is tracked on the
      * in-transit master by transfer number -- a transfer still on
      * the road past the run-control allowance, or one received
      * short, over, or with no transfer-out behind it, prints on
      * the in-transit exceptions report.
      * A DC receipt at a store with special customer orders waiting
      * on the SKU fills those orders first, oldest order first: each
      * order the receipt covers is marked ready for pickup and its
      * units reserved on the inventory master, so they stay on hand
      * but stop counting as available. Only what is left of the
      * receipt is matched against the store's purchase order. The
      * reservation comes off when the customer picks the goods up or
      * the order is cancelled.
      * A web order to be collected at a store is filled from that
      * store's shelf, not the web store's: the sale reserves the
      * units at the fulfilling store, and the pickup confirmation
      * ('U') takes them off its shelf and out of reserve together.
      * An order nobody came for is refunded back at the web store;
      * the refund lets the reservation go at the fulfilling store,
      * the goods staying on its shelf as ordinary stock.
      * A customer return keyed defective does not go back on the
      * shelf: its units are held in the item's damaged bucket, off
      * the sellable on-hand, until the weekly ReturnToVendor run
      * ships them back to the vendor.

       environment division.
       input-output section.
               record key is pc-sku-code
               file status is ws-product-catalog-status.

      * select optional: the order master is this program's own
      * output -- the first order cut creates it.
           select optional purchase-order assign to
               "../../../data/purchase-order.dat"
               organization is indexed
               access mode is random
               record key is po-record-key
               file status is ws-purchase-order-status.

      * One replenishment file per store per night, opened off the
      * dated name built in working storage as the stock-status pass
      * reaches each store -- the same dated-file convention
      * MonthEndClose reads the retained feeds by.
           select replenishment-file assign to ws-replen-file-name
               organization is line sequential.

      * select optional: the in-transit master is this program's own
      * output -- the first transfer creates it.
           select optional transfer-transit assign to
               "../../../data/transfer-transit.dat"
               organization is indexed
               access mode is random
               record key is tt-transfer-number
               file status is ws-transit-status.

      * Second reader over the in-transit master for the exceptions
      * pass, for the same reason as the inventory report above.
           select optional transit-report assign to
               "../../../data/transfer-transit.dat"
               organization is indexed
               access mode is sequential
               record key is tx-transfer-number
               file status is ws-transit-rpt-status.

      * select optional: the special order master is kept by
      * SalesAndLayawayProcessing, which creates it when the first
      * order is taken. This program marks orders ready off the
      * random reader, after loading the orders still waiting on
      * their goods off the sequential one -- the same two-reader
      * arrangement as the inventory master above.
           select optional special-order-master assign to
               "../../../data/special-order.dat"
               organization is indexed
               access mode is random
               record key is so-order-number
               file status is ws-special-order-status.

           select optional special-order-scan assign to
               "../../../data/special-order.dat"
               organization is indexed
               access mode is sequential
               record key is sx-order-number
               file status is ws-special-scan-status.

           select output-file assign to
               "../../../data/inventory-status.out"
               organization is line sequential.

           select receiving-file assign to
               "../../../data/receiving-exceptions.out"
               organization is line sequential.

           select transfer-file assign to
               "../../../data/transfer-exceptions.out"
               organization is line sequential.

      * select optional: the business-date control file is set by the
      * batch job stream; a standalone/developer run may not have one,
      * and falls back to the machine clock.
               "../../../data/business-date.dat"
               organization is line sequential.

      * select optional: with no run-control file the compiled
      * defaults stand.
           select optional run-control-file assign to
               "../../../data/run-control.dat"
               organization is line sequential.

      * Every run appends a start and an end record to the shared
      * run log; the end-of-stream summary turns the night's records
      * into the operator's one-page account of the batch.
           05 price-override-flag                              pic x.
           05 cashier-id                                      pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 points-redeemed                              pic 9(7).
           05 order-action                                 pic x.
           05 promised-date                                pic 9(8).
           05 employee-purchase-flag                       pic x.
           05 purchaser-id                                 pic x(4).
           05 filler                                       pic x.

       fd inventory-master
           data record is inventory-master-record.
           05 ir-on-hand                            pic s9(7)
                                                sign leading separate.
           05 ir-reorder-point                      pic 9(5).
           05 ir-target-level                       pic 9(5).
           05 ir-posted-date                        pic 9(8).
           05 ir-posted-seq                         pic 9(7).
           05 ir-last-count-date                    pic 9(8).
           05 ir-reserved                           pic 9(5).
           05 ir-damaged                            pic 9(5).

       fd product-catalog
           data record is product-catalog-record.

           copy "../Copybooks/product-catalog.cpy".

       fd purchase-order
           data record is purchase-order-record.

           copy "../Copybooks/purchase-order.cpy".

       fd replenishment-file
           data record is replenishment-order-record.

           copy "../Copybooks/replenishment-order.cpy".

       fd transfer-transit
           data record is transfer-transit-record.

           copy "../Copybooks/transfer-transit.cpy".

      * Same layout as transfer-transit.cpy, under its own names
      * because the posting FD above owns the copybook record.
       fd transit-report
           data record is transit-report-record.

       01 transit-report-record.
           05 tx-transfer-number                    pic x(9).
           05 tx-from-store                         pic 99.
           05 tx-to-store                           pic 99.
           05 tx-sku-code                           pic x(15).
           05 tx-qty-shipped                        pic 9(5).
           05 tx-ship-date                          pic 9(8).
           05 tx-qty-received                       pic 9(5).
           05 tx-receive-date                       pic 9(8).
           05 tx-posted-date                        pic 9(8).
           05 tx-posted-seq                         pic 9(7).
           05 tx-status                             pic x.

       fd special-order-master
           data record is special-order-record.

           copy "../Copybooks/special-order.cpy".

      * Same layout as special-order.cpy, under its own names
      * because the random FD above owns the copybook record.
       fd special-order-scan
           data record is special-order-scan-record.

       01 special-order-scan-record.
           05 sx-order-number                       pic x(9).
           05 sx-store-number                       pic 99.
           05 sx-customer-number                    pic 9(6).
           05 sx-sku-code                           pic x(15).
           05 sx-quantity                           pic 9(3).
           05 sx-deposit-amount                     pic 9(7)v99.
           05 sx-balance-paid                       pic 9(7)v99.
           05 sx-refund-amount                      pic 9(7)v99.
           05 sx-order-date                         pic 9(8).
           05 sx-promised-date                      pic 9(8).
           05 sx-ready-date                         pic 9(8).
           05 sx-closed-date                        pic 9(8).
           05 sx-cashier-id                         pic x(4).
           05 sx-tender-code                        pic xx.
           05 sx-posted-date                        pic 9(8).
           05 sx-posted-seq                         pic 9(7).
           05 sx-ready-seq                          pic 9(7).
           05 sx-status                             pic x.

       fd output-file
           data record is output-line.

       01 output-line                                       pic x(132).

       fd receiving-file
           data record is receiving-line.

       01 receiving-line                                    pic x(132).

       fd transfer-file
           data record is transfer-line.

       01 transfer-line                                     pic x(132).

       fd business-date-file
           data record is business-date-record.

           copy "../Copybooks/business-date.cpy".

       fd run-control-file
           data record is run-control-record.

           copy "../Copybooks/run-control.cpy".

       fd run-log-file
           data record is run-log-record.

       01 ws-inventory-status                         pic xx value "00".
       01 ws-inv-report-status                        pic xx value "00".
       01 ws-product-catalog-status                   pic xx value "00".
       01 ws-purchase-order-status                    pic xx value "00".
       01 ws-transit-status                           pic xx value "00".
       01 ws-transit-rpt-status                       pic xx value "00".
       01 ws-special-order-status                     pic xx value "00".
       01 ws-special-scan-status                      pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-report-eof                              pic x value 'N'.
       01 ws-sw-transit-eof                             pic x value 'N'.

       01 ws-run-date                                      pic 9(8).
       01 ws-run-date-int                             pic 9(7) comp.

      * Ordinal of the record being processed within tonight's feed.
      * With the business date it keys every master posting, the
      * negative out of it.
       01 ws-movement                               pic s9(5) value 0.

      * Signed units this record sets aside for a special order
      * (positive) or lets go of (negative), and the reserved count
      * it leaves on the master -- never below zero.
       01 ws-reserve-movement                       pic s9(5) value 0.
       01 ws-new-reserved                           pic s9(6) value 0.

      * Units a defective return puts into the damaged bucket
      * instead of back on the shelf.
       01 ws-damaged-movement                       pic s9(5) value 0.

      * The store the movement posts to: the store that keyed the
      * record, except for a web order to be collected at a store,
      * whose units are set aside at the fulfilling store.
       01 ws-post-store                             pic xx value spaces.

      * What the stock-status pass measures against the reorder
      * point: on-hand less the units reserved for special orders.
       01 ws-available                              pic s9(7) value 0.

      * Special orders still waiting on their goods, loaded at start
      * so a receipt can find the orders for its store and SKU. An
      * order already made ready by this same feed on an earlier run
      * is loaded too, carrying the receipt ordinal that filled it,
      * so a rerun gives the receipt the same orders again.
       01 ws-spec-order-table.
           05 ws-spec-order-entry occurs 2000 times.
               10 so-tbl-order-number                      pic x(9).
               10 so-tbl-store-number                      pic 99.
               10 so-tbl-sku-code                          pic x(15).
               10 so-tbl-quantity                          pic 9(3).
               10 so-tbl-order-date                        pic 9(8).
               10 so-tbl-ready-seq                         pic 9(7).
               10 so-tbl-status                            pic x.
       01 ws-spec-order-count                       pic 9(4) value 0.
       01 ws-spec-sub                               pic 9(4) value 0.
       01 ws-spec-best                              pic 9(4) value 0.
       01 ws-sw-spec-eof                               pic x value 'N'.
       01 ws-sw-spec-done                              pic x value 'N'.

      * Units of the receipt left for the purchase order once the
      * special orders it fills have taken theirs.
       01 ws-receipt-qty                            pic s9(5) value 0.

       01 ws-count-read                             pic 9(7) value 0.
       01 ws-count-posted                           pic 9(7) value 0.
       01 ws-count-receipts                         pic 9(5) value 0.
       01 ws-count-flagged                          pic 9(5) value 0.
       01 ws-count-items                            pic 9(7) value 0.

      * Replenishment and receiving match counts.
       01 ws-count-ordered                          pic 9(5) value 0.
       01 ws-count-on-order                         pic 9(5) value 0.
       01 ws-count-rcv-full                         pic 9(5) value 0.
       01 ws-count-rcv-partial                      pic 9(5) value 0.
       01 ws-count-rcv-over                         pic 9(5) value 0.
       01 ws-count-rcv-no-order                     pic 9(5) value 0.

      * Special order counts.
       01 ws-count-spec-ready                       pic 9(5) value 0.
       01 ws-count-spec-units                       pic 9(7) value 0.
       01 ws-count-spec-only                        pic 9(5) value 0.
       01 ws-count-spec-pickup                      pic 9(5) value 0.
       01 ws-count-spec-release                     pic 9(5) value 0.

      * Web orders for store pickup.
       01 ws-count-web-reserve                      pic 9(5) value 0.
       01 ws-count-web-pickup                       pic 9(5) value 0.
       01 ws-count-web-release                      pic 9(5) value 0.

      * Defective returns held as damaged tonight, their units, and
      * the damaged units on the whole master awaiting return to
      * the vendor.
       01 ws-count-damaged                          pic 9(5) value 0.
       01 ws-count-damaged-units                    pic 9(7) value 0.
       01 ws-count-damaged-held                     pic 9(7) value 0.

      * Transfer counts and the in-transit exceptions work fields.
       01 ws-count-xfer-out                         pic 9(5) value 0.
       01 ws-count-xfer-in                          pic 9(5) value 0.
       01 ws-count-overdue                          pic 9(5) value 0.
       01 ws-count-xfer-except                      pic 9(5) value 0.
       01 ws-transit-age                            comp-3 pic s9(7).
       01 ws-transfer-result                           pic x(24).

      * Days a transfer may be on the road before it is reported,
      * off run-control.dat; the value in force is echoed at the top
      * of the in-transit report.
       77 ws-transit-days                             pic 999 value 5.

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

      * The level an order refills to and the quantity it asks for.
       01 ws-target-level                          pic 9(6) value 0.
       01 ws-order-qty                            pic s9(8) value 0.
       01 ws-order-number                          pic 9(12) value 0.
       01 ws-order-yymmdd                               pic 9(6).
       01 ws-order-flag                                pic x(20).
       01 ws-receipt-result                            pic x(20).

      * The store whose replenishment file is open, and the dated
      * file name built for it.
       01 ws-sw-replen-open                             pic x value 'N'.
       01 ws-replen-store                              pic 99 value 0.

       01 ws-replen-file-name.
           05 filler                      pic x(28) value
               "../../../data/replenishment-".
           05 wrf-store                                    pic 99.
           05 filler                      pic x value "-".
           05 wrf-date                                     pic 9(8).
           05 filler                      pic x(4) value ".dat".
           05 filler                     pic x(27) value spaces.

       77 ws-sale                                       pic x value 'S'.
       77 ws-return                                     pic x value 'R'.
       77 ws-layaway                                    pic x value 'L'.
       77 ws-exchange                                   pic x value 'X'.
       77 ws-cancel                                     pic x value 'C'.
       77 ws-receiving                                  pic x value 'I'.
       77 ws-transfer-out                               pic x value 'O'.
       77 ws-transfer-in                                pic x value 'N'.
       77 ws-special-order                              pic x value 'Q'.
       77 ws-web-pickup                                 pic x value 'U'.
       77 ws-reason-defective                        pic xx value "DF".

       01 ws-title-line.
           05 filler         pic x(34) value
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(22) value "DESCRIPTION".
           05 filler                pic x(10) value "  ON HAND".
           05 filler                pic x(10) value " RESERVED".
           05 filler                pic x(10) value "  DAMAGED".
           05 filler                pic x(10) value "  REORDER".
           05 filler                pic x(16) value "FLAG".

           05 filler                              pic x(2) value spaces.
           05 wdl-on-hand                             pic -(6)9.
           05 filler                              pic x(4) value spaces.
           05 wdl-reserved                               pic zzzz9.
           05 filler                              pic x(5) value spaces.
           05 wdl-damaged                                pic zzzz9.
           05 filler                              pic x(5) value spaces.
           05 wdl-reorder                                pic zzzz9.
           05 filler                              pic x(3) value spaces.
           05 wdl-flag                                    pic x(20).
           05 filler          pic x(18) value "DC RECEIPTS TODAY:".
           05 wsu-receipts                               pic zzzz9.

       01 ws-order-summary-line.
           05 filler          pic x(12) value "ORDERS CUT: ".
           05 wos-ordered                                pic zzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(18) value "ALREADY ON ORDER: ".
           05 wos-on-order                               pic zzzz9.

       01 ws-spec-summary-line.
           05 filler          pic x(22) value "SPECIAL ORDERS READY: ".
           05 wss-ready                                  pic zzzz9.
           05 filler          pic x(19) value "   UNITS RESERVED: ".
           05 wss-units                                pic zzzzzz9.
           05 filler          pic x(13) value "   PICKED UP:".
           05 wss-pickup                                 pic zzzz9.
           05 filler          pic x(13) value "   RELEASED: ".
           05 wss-release                                pic zzzz9.

       01 ws-web-summary-line.
           05 filler          pic x(22) value "WEB PICKUPS RESERVED: ".
           05 wws-reserve                                pic zzzz9.
           05 filler          pic x(19) value "   PICKED UP:      ".
           05 wws-pickup                                 pic zzzz9.
           05 filler          pic x(13) value "   RELEASED: ".
           05 wws-release                                pic zzzz9.

       01 ws-damaged-summary-line.
           05 filler          pic x(22) value "DEFECTIVE RETURNS:    ".
           05 wds-returns                                pic zzzz9.
           05 filler          pic x(19) value "   UNITS DAMAGED:  ".
           05 wds-units                                pic zzzzzz9.
           05 filler          pic x(24) value
               "   DAMAGED UNITS HELD:  ".
           05 wds-held                                 pic zzzzzz9.

       01 ws-rcv-title-line.
           05 filler         pic x(34) value
               "DC RECEIVING EXCEPTIONS REPORT".
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wrt-run-date                                 pic 9(8).

       01 ws-rcv-head.
           05 filler                pic x(8) value "STORE".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(11) value "DOCUMENT".
           05 filler                pic x(14) value "ORDER NUMBER".
           05 filler                pic x(9) value "  ORDERD".
           05 filler                pic x(9) value "  RECVD".
           05 filler                pic x(9) value "  THIS".
           05 filler                pic x(20) value "EXCEPTION".

       01 ws-rcv-line.
           05 wrl-store-num                                pic z9.
           05 filler                              pic x(6) value spaces.
           05 wrl-sku-code                                pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wrl-document                                 pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wrl-order-number                            pic 9(12).
           05 filler                              pic x(2) value spaces.
           05 wrl-ordered                                pic zzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wrl-received                               pic zzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wrl-this-receipt                           pic zzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wrl-result                                  pic x(20).

       01 ws-rcv-summary-line.
           05 filler          pic x(15) value "FULLY RECEIVED:".
           05 wrs-full                                   pic zzzz9.
           05 filler          pic x(11) value "   PARTIAL:".
           05 wrs-partial                                pic zzzz9.
           05 filler          pic x(16) value "   OVER-SHIPPED:".
           05 wrs-over                                   pic zzzz9.
           05 filler          pic x(12) value "   NO ORDER:".
           05 wrs-no-order                               pic zzzz9.
           05 filler          pic x(20) value "   SPECIAL ORDERS: ".
           05 wrs-spec-only                              pic zzzz9.

       01 ws-xfer-title-line.
           05 filler         pic x(34) value
               "IN-TRANSIT TRANSFER EXCEPTIONS".
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wxt-run-date                                 pic 9(8).

       01 ws-xfer-allow-line.
           05 filler          pic x(26) value
               "TRANSIT ALLOWANCE (DAYS): ".
           05 wxa-days                                     pic zz9.

       01 ws-xfer-head.
           05 filler                pic x(11) value "TRANSFER".
           05 filler                pic x(6) value "FROM".
           05 filler                pic x(6) value "TO".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(9) value "  SHIPPD".
           05 filler                pic x(9) value "  RECVD".
           05 filler                pic x(10) value "SHIPPED".
           05 filler                pic x(7) value "  DAYS".
           05 filler                pic x(24) value "EXCEPTION".

       01 ws-xfer-line.
           05 wxl-transfer                                 pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wxl-from-store                               pic z9.
           05 filler                              pic x(4) value spaces.
           05 wxl-to-store                                 pic z9.
           05 filler                              pic x(4) value spaces.
           05 wxl-sku-code                                pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wxl-shipped                                pic zzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wxl-received                               pic zzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wxl-ship-date                                pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wxl-days                                    pic zzzz9.
           05 filler                              pic x(2) value spaces.
           05 wxl-result                                  pic x(24).

       01 ws-xfer-summary-line.
           05 filler          pic x(15) value "TRANSFERS OUT: ".
           05 wxs-out                                    pic zzzz9.
           05 filler          pic x(8) value "   IN: ".
           05 wxs-in                                     pic zzzz9.
           05 filler          pic x(19) value "   OVER ALLOWANCE: ".
           05 wxs-overdue                                pic zzzz9.
           05 filler          pic x(21) value "   OTHER EXCEPTIONS: ".
           05 wxs-except                                 pic zzzz9.

      * Breakdown carried on this run's end record in the run log.
       01 ws-log-note.
           05 filler                      pic x(7) value "POSTED=".
           05 wlg-posted                              pic 9(7).
           05 filler                       pic x(6) value " FLAG=".
           05 wlg-flagged                             pic 9(5).
           05 filler                        pic x(5) value " ORD=".
           05 wlg-ordered                             pic 9(5).

       procedure division.

           perform 025-read-business-date.
           compute ws-run-date-int =
               function integer-of-date(ws-run-date).

           perform 020-read-run-control.

           perform 900-write-run-log-start.

           open input records-file, product-catalog
           open output output-file, receiving-file, transfer-file.

           move ws-run-date to wrt-run-date
           write receiving-line from ws-rcv-title-line
           write receiving-line from ws-rcv-head
               after advancing 2 lines.

           move ws-run-date to wxt-run-date
           move ws-transit-days to wxa-days
           write transfer-line from ws-xfer-title-line
           write transfer-line from ws-xfer-allow-line
               after advancing 1 lines
           write transfer-line from ws-xfer-head
               after advancing 2 lines.

           perform 030-open-inventory-master.
           perform 035-open-purchase-order.
           perform 040-open-transfer-transit.
           perform 045-load-special-orders.

           read records-file at end move 'Y' to ws-sw-eof.

           perform 100-post-record until ws-sw-eof = 'Y'.

           close records-file
                 product-catalog
                 inventory-master
                 purchase-order
                 transfer-transit
                 special-order-master.

           move ws-count-rcv-full to wrs-full
           move ws-count-rcv-partial to wrs-partial
           move ws-count-rcv-over to wrs-over
           move ws-count-rcv-no-order to wrs-no-order
           move ws-count-spec-only to wrs-spec-only
           write receiving-line from ws-rcv-summary-line
               after advancing 2 lines.

           perform 500-stock-status.

           perform 600-transit-exceptions.

           close output-file, receiving-file, transfer-file.

           move 0 to return-code.
           perform 910-write-run-log-end.

           close business-date-file.

      * Pick this program's knobs off the run-control file. An
      * absent file or keyword leaves the compiled default; a value
      * that isn't a number is reported and ignored.
       020-read-run-control.

           move 'N' to ws-sw-control-eof

           open input run-control-file

           read run-control-file at end move 'Y' to ws-sw-control-eof.

           perform until ws-sw-control-eof = 'Y'
               perform 022-parse-rc-value
               if ws-sw-value-ok = 'N'
                   display "RUN CONTROL: BAD VALUE IGNORED: "
                       rc-keyword
               else
                   evaluate rc-keyword
                       when "TRANSFER-TRANSIT-DAYS"
                           move ws-rc-param-value
                               to ws-transit-days
                       when other
                           continue
                   end-evaluate
               end-if
               read run-control-file
                   at end move 'Y' to ws-sw-control-eof
               end-read
           end-perform

           close run-control-file.

      * Pull the digits out of a run-control value. Values are
      * keyed left-justified ("45", not "0000000045"), so the digits
      * are taken up to the first space after them; anything that
      * isn't digits and spaces marks the value bad.
       022-parse-rc-value.

           move 0 to ws-rc-param-value
           move 'N' to ws-sw-value-ok
           move 'N' to ws-sw-value-done

           perform varying ws-rc-sub from 1 by 1
                   until ws-rc-sub > 10 or ws-sw-value-done = 'Y'
               if rc-value(ws-rc-sub:1) >= '0'
                       and rc-value(ws-rc-sub:1) <= '9'
                   move rc-value(ws-rc-sub:1) to ws-rc-digit
                   compute ws-rc-param-value =
                       ws-rc-param-value * 10 + ws-rc-digit
                   move 'Y' to ws-sw-value-ok
               else
                   if rc-value(ws-rc-sub:1) = space
                       if ws-sw-value-ok = 'Y'
                           move 'Y' to ws-sw-value-done
                       end-if
                   else
                       move 'N' to ws-sw-value-ok
                       move 'Y' to ws-sw-value-done
                   end-if
               end-if
           end-perform.

      * inventory-master.dat is this program's own output -- it did
      * not exist before this feature's first run, so OPEN I-O would
      * fail (file status 35) on a brand-new system. Create it the
               open i-o inventory-master
           end-if.

      * Same bootstrap for the purchase order master.
       035-open-purchase-order.

           open i-o purchase-order

           if ws-purchase-order-status = "35"
               open output purchase-order
               close purchase-order
               open i-o purchase-order
           end-if.

      * Same bootstrap for the in-transit master.
       040-open-transfer-transit.

           open i-o transfer-transit

           if ws-transit-status = "35"
               open output transfer-transit
               close transfer-transit
               open i-o transfer-transit
           end-if.

      * Load the orders waiting on goods off the order master, then
      * open it for the ready marking. A system with no special
      * orders yet has no master, and loads none.
       045-load-special-orders.

           move 0 to ws-spec-order-count
           move 'N' to ws-sw-spec-eof

           open input special-order-scan

           read special-order-scan at end move 'Y' to ws-sw-spec-eof.

           perform until ws-sw-spec-eof = 'Y'
               if sx-status = 'O'
                       or (sx-status = 'R'
                           and sx-ready-date = ws-run-date)
                   if ws-spec-order-count >= 2000
                       display "*** SPECIAL ORDER TABLE FULL -- RUN"
                           " STOPPED ***"
                       move 12 to return-code
                       perform 910-write-run-log-end
                       goback
                   end-if
                   add 1 to ws-spec-order-count
                   move sx-order-number
                       to so-tbl-order-number(ws-spec-order-count)
                   move sx-store-number
                       to so-tbl-store-number(ws-spec-order-count)
                   move sx-sku-code
                       to so-tbl-sku-code(ws-spec-order-count)
                   move sx-quantity
                       to so-tbl-quantity(ws-spec-order-count)
                   move sx-order-date
                       to so-tbl-order-date(ws-spec-order-count)
                   move sx-ready-seq
                       to so-tbl-ready-seq(ws-spec-order-count)
                   move sx-status
                       to so-tbl-status(ws-spec-order-count)
               end-if
               read special-order-scan
                   at end move 'Y' to ws-sw-spec-eof
               end-read
           end-perform

           close special-order-scan

           open i-o special-order-master

           if ws-special-order-status = "35"
               open output special-order-master
               close special-order-master
               open i-o special-order-master
           end-if.

      * One feed record into its store/SKU on-hand count. A sale or
      * an exchange's replacement item leaves the store; a layaway
      * opening sets the goods aside in the stockroom the day the
      * aside goods back on the shelf -- the 'L' draw-down would
      * otherwise understate on-hand forever, since the layaway
      * master carries no SKU to repair it from later; a return or
      * a DC receipt puts stock on the shelf. A transfer-out takes
      * stock off the shipping store's shelf and the matching
      * transfer-in puts it on the receiving store's, each half
      * posted to the store that keyed it. Voids and gift card
      * loads move no merchandise. Only records whose quantity is
      * usable post -- the edits only guarantee a numeric quantity
      * on sales and layaways, so a cancellation keyed without its
      * goods moves nothing. A special order's pickup takes the
      * goods off the shelf and out of reserve together; its
      * cancellation lets a reservation go, the goods staying on the
      * shelf as ordinary stock; its opening moves nothing. A web
      * order for store pickup reserves at the fulfilling store and
      * its pickup relieves it there, as above. An extended warranty
      * plan is sold and returned like goods but is not stock. A
      * return keyed defective goes to the damaged bucket, not back
      * on hand.
       100-post-record.

           add 1 to ws-count-read
           add 1 to ws-feed-seq

           move 0 to ws-movement
           move 0 to ws-reserve-movement
           move 0 to ws-damaged-movement
           move 0 to ws-receipt-qty
           move store-number to ws-post-store

           if quantity is numeric
               evaluate transaction-code
                   when ws-sale
                       if related-store-number is numeric
                               and related-store-number > 0
                           move related-store-number to ws-post-store
                           move quantity to ws-reserve-movement
                           add 1 to ws-count-web-reserve
                       else
                           compute ws-movement = 0 - quantity
                       end-if
                   when ws-layaway
                       compute ws-movement = 0 - quantity
                   when ws-exchange
                       compute ws-movement = 0 - quantity
                   when ws-return
                       if related-store-number is numeric
                               and related-store-number > 0
                           move related-store-number to ws-post-store
                           compute ws-reserve-movement = 0 - quantity
                           add 1 to ws-count-web-release
                       else
                           if return-reason-code = ws-reason-defective
                               move quantity to ws-damaged-movement
                           else
                               move quantity to ws-movement
                           end-if
                       end-if
                   when ws-web-pickup
                       compute ws-movement = 0 - quantity
                       compute ws-reserve-movement = 0 - quantity
                       add 1 to ws-count-web-pickup
                   when ws-cancel
                       move quantity to ws-movement
                   when ws-receiving
                       move quantity to ws-movement
                       add 1 to ws-count-receipts
                   when ws-transfer-out
                       compute ws-movement = 0 - quantity
                       add 1 to ws-count-xfer-out
                   when ws-transfer-in
                       move quantity to ws-movement
                       add 1 to ws-count-xfer-in
                   when ws-special-order
                       perform 120-special-order-movement
                   when other
                       continue
               end-evaluate
           end-if

           if (transaction-code = ws-sale
                   or transaction-code = ws-return)
                   and (ws-movement not = 0
                        or ws-reserve-movement not = 0
                        or ws-damaged-movement not = 0)
               perform 110-check-warranty-plan
           end-if

           if ws-damaged-movement not = 0
               add 1 to ws-count-damaged
               add ws-damaged-movement to ws-count-damaged-units
           end-if

           if transaction-code = ws-receiving and ws-movement not = 0
               move quantity to ws-receipt-qty
               perform 160-fill-special-orders
           end-if

           if ws-movement not = 0 or ws-reserve-movement not = 0
                   or ws-damaged-movement not = 0
               perform 150-apply-movement
               if transaction-code = ws-receiving
                   if ws-receipt-qty > 0
                       perform 170-match-receipt
                   else
                       add 1 to ws-count-spec-only
                   end-if
               end-if
               if transaction-code = ws-transfer-out
                       or transaction-code = ws-transfer-in
                   perform 200-track-transfer
               end-if
           end-if

           read records-file at end move 'Y' to ws-sw-eof.

      * A SKU the catalog carries a warranty term on is a plan, not
      * merchandise: it moves nothing.
       110-check-warranty-plan.

           move sku-code to pc-sku-code

           read product-catalog
               invalid key
                   continue
               not invalid key
                   if pc-warranty-months is numeric
                           and pc-warranty-months > 0
                       move 0 to ws-movement
                       move 0 to ws-reserve-movement
                       move 0 to ws-damaged-movement
                   end-if
           end-read.

      * The order record tells a cancellation whether its goods had
      * come in: only a ready order has units in reserve to let go.
       120-special-order-movement.

           evaluate order-action
               when 'P'
                   compute ws-movement = 0 - quantity
                   compute ws-reserve-movement = 0 - quantity
                   add 1 to ws-count-spec-pickup
               when 'C'
                   move invoice-number to so-order-number
                   read special-order-master
                       invalid key
                           continue
                       not invalid key
                           if so-ready-date > 0
                               compute ws-reserve-movement =
                                   0 - so-quantity
                               add 1 to ws-count-spec-release
                           end-if
                   end-read
               when other
                   continue
           end-evaluate.

      * Post one movement to the master. A store/SKU pair never seen
      * before opens its own record -- reorder point zero until
      * merchandising sets one. A rerun re-reads a movement the
      * record already carries -- same cycle, or a later cycle when
      * a prior day is replayed -- and leaves the balance alone.
      * The reserved count and the damaged bucket move with the
      * on-hand under the same guard.
       150-apply-movement.

           move ws-post-store to im-store-number
           move sku-code to im-sku-code

           read inventory-master
               invalid key
                   move ws-post-store to im-store-number
                   move sku-code to im-sku-code
                   move ws-movement to im-on-hand
                   move 0 to im-reorder-point
                   move 0 to im-target-level
                   move 0 to im-last-count-date
                   if ws-reserve-movement > 0
                       move ws-reserve-movement to im-reserved
                   else
                       move 0 to im-reserved
                   end-if
                   move ws-damaged-movement to im-damaged
                   move ws-run-date to im-posted-date
                   move ws-feed-seq to im-posted-seq
                   write inventory-master-record
                       continue
                   else
                       add ws-movement to im-on-hand
                       compute ws-new-reserved =
                           im-reserved + ws-reserve-movement
                       if ws-new-reserved < 0
                           move 0 to im-reserved
                       else
                           move ws-new-reserved to im-reserved
                       end-if
                       add ws-damaged-movement to im-damaged
                       move ws-run-date to im-posted-date
                       move ws-feed-seq to im-posted-seq
                       rewrite inventory-master-record
                   end-if
           end-read.

      * Fill the special orders waiting on this receipt's store and
      * SKU. Orders this same receipt already filled on an earlier
      * run of the feed are taken again first, as they were; then
      * the oldest waiting order the rest of the receipt covers in
      * full, and the next, until no waiting order fits. An order is
      * never part filled -- one the receipt cannot cover waits for
      * the next. Each order filled tonight is marked ready on the
      * order master and its units go into reserve.
       160-fill-special-orders.

           perform varying ws-spec-sub from 1 by 1
                   until ws-spec-sub > ws-spec-order-count
               if so-tbl-status(ws-spec-sub) = 'R'
                       and so-tbl-ready-seq(ws-spec-sub) = ws-feed-seq
                       and so-tbl-store-number(ws-spec-sub)
                           = store-number
                       and so-tbl-sku-code(ws-spec-sub) = sku-code
                   move 'M' to so-tbl-status(ws-spec-sub)
                   perform 165-reserve-order-units
               end-if
           end-perform

           move 'N' to ws-sw-spec-done

           perform until ws-sw-spec-done = 'Y'
               move 0 to ws-spec-best
               perform varying ws-spec-sub from 1 by 1
                       until ws-spec-sub > ws-spec-order-count
                   if so-tbl-status(ws-spec-sub) = 'O'
                           and so-tbl-store-number(ws-spec-sub)
                               = store-number
                           and so-tbl-sku-code(ws-spec-sub) = sku-code
                           and so-tbl-quantity(ws-spec-sub)
                               <= ws-receipt-qty
                       if ws-spec-best = 0
                           move ws-spec-sub to ws-spec-best
                       else
                           if so-tbl-order-date(ws-spec-sub) <
                                   so-tbl-order-date(ws-spec-best)
                               move ws-spec-sub to ws-spec-best
                           end-if
                       end-if
                   end-if
               end-perform
               if ws-spec-best = 0
                   move 'Y' to ws-sw-spec-done
               else
                   move ws-spec-best to ws-spec-sub
                   move 'M' to so-tbl-status(ws-spec-sub)
                   perform 168-mark-order-ready
                   perform 165-reserve-order-units
               end-if
           end-perform.

       165-reserve-order-units.

           add so-tbl-quantity(ws-spec-sub) to ws-reserve-movement
           subtract so-tbl-quantity(ws-spec-sub) from ws-receipt-qty
           add 1 to ws-count-spec-ready
           add so-tbl-quantity(ws-spec-sub) to ws-count-spec-units.

      * The order was still open when it was loaded; one cancelled
      * since (earlier in tonight's stream) is left as it is, and its
      * units go back to the receipt.
       168-mark-order-ready.

           move so-tbl-order-number(ws-spec-sub) to so-order-number

           read special-order-master
               invalid key
                   continue
               not invalid key
                   if so-status-open
                       move ws-run-date to so-ready-date
                       move ws-feed-seq to so-ready-seq
                       move 'R' to so-status
                       rewrite special-order-record
                   end-if
           end-read.

      * Match one DC receipt against the store/SKU's order. No
      * order record at all, or only a closed one, means the DC
      * shipped what nobody ordered. Against an open order the
      * receipt is added to what has come in so far and the order
      * closes once the ordered quantity is met. A receipt already
      * applied (a rerun) moves nothing, but is still classified off
      * the order as it stands so the rerun's report is complete.
       170-match-receipt.

           move store-number to po-store-number
           move sku-code to po-sku-code

           read purchase-order
               invalid key
                   move 0 to po-order-number
                   move 0 to po-qty-ordered
                   move 0 to po-qty-received
                   move "NO ORDER ON FILE" to ws-receipt-result
                   add 1 to ws-count-rcv-no-order
                   perform 190-print-receipt-exception
               not invalid key
                   if po-posted-date > ws-run-date
                       or (po-posted-date = ws-run-date
                           and po-posted-seq >= ws-feed-seq)
                       perform 180-classify-receipt
                   else
                       if po-status-received or po-status-over-shipped
                           move "NO OPEN ORDER" to ws-receipt-result
                           add 1 to ws-count-rcv-no-order
                           perform 190-print-receipt-exception
                       else
                           add ws-receipt-qty to po-qty-received
                           move ws-run-date to po-last-receipt-date
                           move ws-run-date to po-posted-date
                           move ws-feed-seq to po-posted-seq
                           evaluate true
                               when po-qty-received < po-qty-ordered
                                   move 'P' to po-status
                               when po-qty-received = po-qty-ordered
                                   move 'R' to po-status
                               when other
                                   move 'X' to po-status
                           end-evaluate
                           rewrite purchase-order-record
                           perform 180-classify-receipt
                       end-if
                   end-if
           end-read.

      * A receipt that filled its order exactly is counted and not
      * printed; short and over shipments are the liaison's work.
       180-classify-receipt.

           evaluate true
               when po-status-partial
                   move "PARTIALLY RECEIVED" to ws-receipt-result
                   add 1 to ws-count-rcv-partial
                   perform 190-print-receipt-exception
               when po-status-over-shipped
                   move "OVER-SHIPPED" to ws-receipt-result
                   add 1 to ws-count-rcv-over
                   perform 190-print-receipt-exception
               when other
                   add 1 to ws-count-rcv-full
           end-evaluate.

       190-print-receipt-exception.

           move store-number to wrl-store-num
           move sku-code to wrl-sku-code
           move invoice-number to wrl-document
           move po-order-number to wrl-order-number
           move po-qty-ordered to wrl-ordered
           move po-qty-received to wrl-received
           move ws-receipt-qty to wrl-this-receipt
           move ws-receipt-result to wrl-result

           write receiving-line from ws-rcv-line
               after advancing 1 lines.

      * Carry one transfer half onto the in-transit master. Either
      * half may reach the feed first -- a store that receives the
      * goods before the shipping store's transfer-out is keyed
      * opens the record from the receiving side. Once both halves
      * are on, the transfer is received, or in variance when the
      * counts disagree. A second half of the same kind against one
      * transfer number is printed, not applied; a half the record
      * already carries (a rerun) is left alone.
       200-track-transfer.

           move invoice-number to tt-transfer-number

           read transfer-transit
               invalid key
                   perform 210-open-transfer
                   write transfer-transit-record
               not invalid key
                   if tt-posted-date > ws-run-date
                       or (tt-posted-date = ws-run-date
                           and tt-posted-seq >= ws-feed-seq)
                       if transaction-code = ws-transfer-in
                           perform 250-check-receiving-store
                       end-if
                   else
                       if transaction-code = ws-transfer-out
                           if tt-status-no-shipment
                               perform 220-ship-side
                               perform 240-settle-transfer
                               rewrite transfer-transit-record
                           else
                               move "DUPLICATE TRANSFER-OUT"
                                   to ws-transfer-result
                               perform 290-print-transfer-exception
                           end-if
                       else
                           if tt-status-in-transit
                               perform 230-receive-side
                               perform 240-settle-transfer
                               rewrite transfer-transit-record
                               perform 250-check-receiving-store
                           else
                               move "DUPLICATE TRANSFER-IN"
                                   to ws-transfer-result
                               perform 290-print-transfer-exception
                           end-if
                       end-if
                   end-if
           end-read.

       210-open-transfer.

           move invoice-number to tt-transfer-number
           move sku-code to tt-sku-code
           move 0 to tt-qty-shipped
           move 0 to tt-ship-date
           move 0 to tt-qty-received
           move 0 to tt-receive-date

           if transaction-code = ws-transfer-out
               move store-number to tt-from-store
               move related-store-number to tt-to-store
               perform 220-ship-side
               move 'T' to tt-status
           else
               move related-store-number to tt-from-store
               move store-number to tt-to-store
               perform 230-receive-side
               move 'U' to tt-status
           end-if.

       220-ship-side.

           move quantity to tt-qty-shipped
           move transaction-date to tt-ship-date
           move ws-run-date to tt-posted-date
           move ws-feed-seq to tt-posted-seq.

       230-receive-side.

           move quantity to tt-qty-received
           move transaction-date to tt-receive-date
           move ws-run-date to tt-posted-date
           move ws-feed-seq to tt-posted-seq.

       240-settle-transfer.

           if tt-qty-received = tt-qty-shipped
               move 'R' to tt-status
           else
               move 'V' to tt-status
           end-if.

      * The goods came in somewhere other than where the transfer-
      * out sent them -- the stock is posted where it was keyed, but
      * the two stores need to sort out which of them has it.
       250-check-receiving-store.

           if tt-status-received or tt-status-variance
               if tt-to-store not = store-number
                       or tt-sku-code not = sku-code
                   move "WRONG STORE OR SKU" to ws-transfer-result
                   perform 290-print-transfer-exception
               end-if
           end-if.

       290-print-transfer-exception.

           move tt-transfer-number to wxl-transfer
           move tt-from-store to wxl-from-store
           move tt-to-store to wxl-to-store
           move tt-sku-code to wxl-sku-code
           move tt-qty-shipped to wxl-shipped
           move tt-qty-received to wxl-received
           move tt-ship-date to wxl-ship-date
           move 0 to wxl-days
           move ws-transfer-result to wxl-result

           add 1 to ws-count-xfer-except

           write transfer-line from ws-xfer-line
               after advancing 1 lines.

      * Stock-status pass: walk the whole master front to back and
      * flag every item whose available stock -- on-hand less the
      * units reserved for special orders -- is at or below its
      * reorder point. A
      * record the feed opened itself still carries reorder point
      * zero, so it only flags once its balance has gone to zero or
      * negative -- which is still worth a line, since negative
               after advancing 2 lines

           open input inventory-report, product-catalog
           open i-o purchase-order

           read inventory-report at end move 'Y' to ws-sw-report-eof.

           perform until ws-sw-report-eof = 'Y'
               add 1 to ws-count-items
               add ir-damaged to ws-count-damaged-held
               compute ws-available = ir-on-hand - ir-reserved
               if ws-available <= ir-reorder-point
                   perform 550-print-item
               end-if
               read inventory-report
               end-read
           end-perform

           close inventory-report, product-catalog, purchase-order

           if ws-sw-replen-open = 'Y'
               close replenishment-file
           end-if

           move ws-count-items to wsu-items
           move ws-count-flagged to wsu-flagged
           write output-line from ws-summary-line
               after advancing 2 lines.

           move ws-count-ordered to wos-ordered
           move ws-count-on-order to wos-on-order
           write output-line from ws-order-summary-line
               after advancing 1 lines.

           move ws-count-spec-ready to wss-ready
           move ws-count-spec-units to wss-units
           move ws-count-spec-pickup to wss-pickup
           move ws-count-spec-release to wss-release
           write output-line from ws-spec-summary-line
               after advancing 1 lines.

           move ws-count-web-reserve to wws-reserve
           move ws-count-web-pickup to wws-pickup
           move ws-count-web-release to wws-release
           write output-line from ws-web-summary-line
               after advancing 1 lines.

           move ws-count-damaged to wds-returns
           move ws-count-damaged-units to wds-units
           move ws-count-damaged-held to wds-held
           write output-line from ws-damaged-summary-line
               after advancing 1 lines.

       550-print-item.

           add 1 to ws-count-flagged
           read product-catalog
               invalid key
                   move "(NOT ON CATALOG)" to pc-description
                   move 0 to pc-unit-cost
               not invalid key
                   continue
           end-read
           move ir-sku-code to wdl-sku-code
           move pc-description to wdl-description
           move ir-on-hand to wdl-on-hand
           move ir-reserved to wdl-reserved
           move ir-damaged to wdl-damaged
           move ir-reorder-point to wdl-reorder

           perform 560-replenish-item

           if ir-on-hand < 0
               move "** NEGATIVE STOCK **" to wdl-flag
           else
               move ws-order-flag to wdl-flag
           end-if

           write output-line from ws-detail-line
               after advancing 1 lines.

      * Order a flagged item's available stock back up to its target
      * level -- twice the reorder point when merchandising hasn't
      * set one. An item
      * with neither set (a record the feed opened itself) has no
      * level to order to and is left to the report line. An order
      * already open for the store/SKU stands; the DC is not asked
      * twice. An order this same night already cut (a rerun) goes
      * back on the night's file, so the rewritten file is whole.
       560-replenish-item.

           move "** REORDER **" to ws-order-flag

           if ir-target-level > 0
               move ir-target-level to ws-target-level
           else
               compute ws-target-level = ir-reorder-point * 2
           end-if

           compute ws-order-qty = ws-target-level - ws-available

           move ws-run-date(3:6) to ws-order-yymmdd
           compute ws-order-number =
               ws-order-yymmdd * 1000000 + ws-count-items

           if ws-target-level > 0 and ws-order-qty > 0
               move ir-store-number to po-store-number
               move ir-sku-code to po-sku-code
               read purchase-order
                   invalid key
                       perform 570-cut-order
                       write purchase-order-record
                   not invalid key
                       if po-status-open or po-status-partial
                           if po-order-date = ws-run-date
                                   and po-order-number = ws-order-number
                               perform 580-write-order-line
                               add 1 to ws-count-ordered
                               move "** ORDER CUT **" to ws-order-flag
                           else
                               add 1 to ws-count-on-order
                               move "** ON ORDER **" to ws-order-flag
                           end-if
                       else
                           perform 570-cut-order
                           rewrite purchase-order-record
                       end-if
               end-read
           end-if.

       570-cut-order.

           move ir-store-number to po-store-number
           move ir-sku-code to po-sku-code
           move ws-order-number to po-order-number
           move ws-run-date to po-order-date
           move ws-order-qty to po-qty-ordered
           move 0 to po-qty-received
           move pc-unit-cost to po-unit-cost
           move 0 to po-last-receipt-date
           move 0 to po-posted-date
           move 0 to po-posted-seq
           move 'O' to po-status

           perform 580-write-order-line

           add 1 to ws-count-ordered
           move "** ORDER CUT **" to ws-order-flag.

      * The master walk is in store order, so a change of store
      * closes the last store's file and opens the next one's.
       580-write-order-line.

           if ws-sw-replen-open = 'N'
                   or ir-store-number not = ws-replen-store
               if ws-sw-replen-open = 'Y'
                   close replenishment-file
               end-if
               move ir-store-number to ws-replen-store
               move ir-store-number to wrf-store
               move ws-run-date to wrf-date
               open output replenishment-file
               move 'Y' to ws-sw-replen-open
           end-if

           move po-store-number to ro-store-number
           move po-sku-code to ro-sku-code
           move po-order-number to ro-order-number
           move po-order-date to ro-order-date
           move ws-available to ro-on-hand
           move ir-reorder-point to ro-reorder-point
           move ws-target-level to ro-target-level
           move po-qty-ordered to ro-order-qty
           move po-unit-cost to ro-unit-cost
           compute ro-extended-cost = po-qty-ordered * po-unit-cost

           write replenishment-order-record.

      * In-transit pass: walk the transfer master and print every
      * transfer still on the road past the allowance, every one
      * received short or over tonight, and every receipt still
      * waiting on the transfer-out that should have shipped it.
       600-transit-exceptions.

           open input transit-report

           read transit-report at end move 'Y' to ws-sw-transit-eof.

           perform until ws-sw-transit-eof = 'Y'
               move spaces to ws-transfer-result
               evaluate tx-status
                   when 'T'
                       compute ws-transit-age = ws-run-date-int -
                           function integer-of-date(tx-ship-date)
                       if ws-transit-age > ws-transit-days
                           move "IN TRANSIT OVERDUE"
                               to ws-transfer-result
                           add 1 to ws-count-overdue
                       end-if
                   when 'V'
                       if tx-posted-date = ws-run-date
                           if tx-qty-received < tx-qty-shipped
                               move "RECEIVED SHORT"
                                   to ws-transfer-result
                           else
                               move "RECEIVED OVER"
                                   to ws-transfer-result
                           end-if
                           add 1 to ws-count-xfer-except
                       end-if
                   when 'U'
                       move "NO TRANSFER-OUT ON FILE"
                           to ws-transfer-result
                       add 1 to ws-count-xfer-except
                   when other
                       continue
               end-evaluate
               if ws-transfer-result not = spaces
                   perform 650-print-transit-line
               end-if
               read transit-report
                   at end move 'Y' to ws-sw-transit-eof
               end-read
           end-perform

           close transit-report

           move ws-count-xfer-out to wxs-out
           move ws-count-xfer-in to wxs-in
           move ws-count-overdue to wxs-overdue
           move ws-count-xfer-except to wxs-except
           write transfer-line from ws-xfer-summary-line
               after advancing 2 lines.

       650-print-transit-line.

           move tx-transfer-number to wxl-transfer
           move tx-from-store to wxl-from-store
           move tx-to-store to wxl-to-store
           move tx-sku-code to wxl-sku-code
           move tx-qty-shipped to wxl-shipped
           move tx-qty-received to wxl-received
           move tx-ship-date to wxl-ship-date
           if tx-ship-date > 0
               compute wxl-days = ws-run-date-int -
                   function integer-of-date(tx-ship-date)
           else
               move 0 to wxl-days
           end-if
           move ws-transfer-result to wxl-result

           write transfer-line from ws-xfer-line
               after advancing 1 lines.

       900-write-run-log-start.

           open extend run-log-file
           move ws-count-posted to rl-records-written
           move ws-count-posted to wlg-posted
           move ws-count-flagged to wlg-flagged
           move ws-count-ordered to wlg-ordered
           move ws-log-note to rl-note
           move return-code to rl-return-code
           write run-log-record

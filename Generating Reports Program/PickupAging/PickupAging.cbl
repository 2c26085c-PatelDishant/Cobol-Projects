       identification division.
       program-id. PickupAging.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Nightly aging of web orders waiting to be collected at a
      * store. Every order on the web pickup master still awaiting
      * its customer is aged against the run date: one that has
      * waited longer than the run-control hold is cancelled --
      * marked expired on the master -- and its refund staged to
      * project1-resubmit.dat under its own PICKEXP batch, for the
      * next cycle's Edits to pass and ProgramReturns to pay back to
      * the tender the web store took. The refund is a return at the
      * web store that sold the order, naming the fulfilling store so
      * InventoryControl lets that store's reservation go. The
      * report lists the orders still waiting by fulfilling store,
      * oldest first, with how long each has waited, the orders
      * expired tonight, and a summary line per store.
      * The refund is staged before the order is marked expired, and
      * an order already marked expired tonight is not staged again,
      * so a rerun of the step does not refund an order twice.

       environment division.
       input-output section.

       file-control.

      * select optional: web-pickup.dat is created by
      * SalesAndLayawayProcessing's first web order for pickup, so it
      * may not exist yet the first time the job stream gets this
      * far.
           select optional web-pickup-master assign to
               "../../../data/web-pickup.dat"
               organization is indexed
               access mode is sequential
               record key is wp-invoice-number
               file status is ws-web-pickup-status.

           select store-master assign to
               "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is sm-store-number
               file status is ws-store-master-status.

      * Refunds are staged here, never appended straight into
      * project1.dat -- the nightly batch folds the staging file into
      * the next run's input, the same as Maintenance and
      * DuplicateDisposition.
           select optional records-file assign to
               "../../../data/project1-resubmit.dat"
               organization is line sequential
               file status is ws-records-file-status.

           select output-file assign to
               "../../../data/pickup-aging.out"
               organization is line sequential.

      * select optional: the business-date control file is set by the
      * batch job stream; a standalone/developer run may not have one,
      * and falls back to the machine clock.
           select optional business-date-file assign to
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
           select optional run-log-file assign to
               "../../../data/run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd web-pickup-master
           data record is web-pickup-record.

           copy "../Copybooks/web-pickup.cpy".

       fd store-master
           data record is store-master-record.

           copy "../Copybooks/store-master.cpy".

       fd records-file
           data record is input-line.

      * Refunds go out in the exact layout Edits.cbl reads.
       01 input-line.
           05 transaction-code                  pic x.
           05 transaction-amount                pic 9(5)v99.
           05 payment-type                      pic xx.
           05 store-number                      pic 99.
           05 invoice-number                    pic x(9).
           05 sku-code                          pic x(15).
           05 return-reason-code                pic xx.
           05 transaction-date                  pic 9(8).
           05 gift-card-number                  pic x(16).
           05 quantity                          pic 9(3).
           05 price-override-flag               pic x.
           05 cashier-id                        pic x(4).
           05 customer-number                   pic 9(6).
           05 related-store-number              pic 99.
           05 points-redeemed                   pic 9(7).
           05 order-action                      pic x.
           05 promised-date                     pic 9(8).
           05 employee-purchase-flag            pic x.
           05 purchaser-id                      pic x(4).
           05 filler                            pic x.

      * Tonight's refunds go out as their own batch: a header
      * carrying the PICKEXP source id (exempt from Edits' header
      * date check, since the batch is dated the night the orders
      * expired) and a trailer carrying the count and amount hash of
      * the refunds between them.
       01 header-record.
           05 hd-record-code                    pic x.
           05 hd-business-date                  pic 9(8).
           05 hd-source-id                      pic x(8).
           05 filler                            pic x(83).

       01 trailer-record.
           05 tl-record-code                    pic x.
           05 tl-record-count                   pic 9(7).
           05 tl-amount-hash                    pic 9(9)v99.
           05 filler                            pic x(81).

       fd output-file
           data record is output-line.

       01 output-line                                       pic x(132).

       fd business-date-file
           data record is business-date-record.

           copy "../Copybooks/business-date.cpy".

       fd run-control-file
           data record is run-control-record.

           copy "../Copybooks/run-control.cpy".

       fd run-log-file
           data record is run-log-record.

           copy "../Copybooks/run-log.cpy".

       working-storage section.

       01 ws-web-pickup-status                        pic xx value "00".
       01 ws-store-master-status                      pic xx value "00".
       01 ws-records-file-status                      pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-store-eof                               pic x value 'N'.
       01 ws-sw-header-written                          pic x value 'N'.

      * Waiting time is counted against the run date the same way
      * LayawayAging ages a plan.
       01 ws-run-date                                      pic 9(8).
       01 ws-run-date-int                                pic 9(7) comp.
       01 ws-from-date-int                               pic 9(7) comp.
       01 ws-age-days                                comp-3 pic s9(7).

      * Days a web order may wait at the store before it is
      * cancelled and refunded, off run-control.dat; the value in
      * force is echoed at the top of the report.
       77 ws-hold-days                                pic 999 value 7.

      * Reason code the refund carries -- not picked up.
       77 ws-reason-not-picked-up                   pic xx value "NP".
       77 ws-pickup-source                    pic x(8) value "PICKEXP ".

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

      * Per-store counts and value, in a table loaded from the store
      * master at start-up. Orders waiting are bucketed by how long
      * they have waited.
       01 store-table.
           05 store-table-entry occurs 50 times
                   indexed by st-idx.
               10 st-store-number               pic 99.
               10 st-store-name                 pic x(20).
               10 st-waiting-count              pic 9(5).
               10 st-bucket-1                   pic 9(5).
               10 st-bucket-2                   pic 9(5).
               10 st-bucket-3                   pic 9(5).
               10 st-waiting-amt                pic 9(9)v99.
               10 st-expired-count              pic 9(5).
               10 st-expired-amt                pic 9(9)v99.
       01 ws-store-count                       pic 99 value 0.

      * The orders that go on either list, held so they can be put
      * in store and date order. Section 1 is still waiting, 2 is
      * expired tonight.
       01 order-table.
           05 order-entry occurs 2000 times.
               10 ot-section                               pic 9.
               10 ot-store-number                         pic 99.
               10 ot-order-date                          pic 9(8).
               10 ot-invoice-number                      pic x(9).
               10 ot-web-store                            pic 99.
               10 ot-customer-number                     pic 9(6).
               10 ot-sku-code                           pic x(15).
               10 ot-quantity                            pic 9(3).
               10 ot-sale-amount                       pic 9(5)v99.
               10 ot-tender-code                          pic xx.
               10 ot-days                                pic 9(5).
       01 ws-order-count                         pic 9(4) value 0.
       01 ws-ot-sub                              pic 9(4) value 0.

       01 ws-sort-i                              pic 9(4) value 0.
       01 ws-sort-j                              pic 9(4) value 0.
       01 ws-sort-best                           pic 9(4) value 0.
       01 ws-swap-entry                                   pic x(60).

       01 ws-break-section                           pic 9 value 0.

       01 ws-orders-read                            pic 9(7) value 0.
       01 ws-tot-waiting                            pic 9(5) value 0.
       01 ws-tot-bucket-1                           pic 9(5) value 0.
       01 ws-tot-bucket-2                           pic 9(5) value 0.
       01 ws-tot-bucket-3                           pic 9(5) value 0.
       01 ws-tot-waiting-amt                   pic 9(10)v99 value 0.
       01 ws-tot-expired                            pic 9(5) value 0.
       01 ws-tot-expired-amt                   pic 9(10)v99 value 0.

      * Batch totals for the trailer on tonight's refunds.
       01 ws-batch-count                        pic 9(7) value 0.
       01 ws-batch-hash                       pic 9(9)v99 value 0.

       01 ws-title-line.
           05 filler         pic x(36) value
               "WEB ORDER PICKUP AGING REPORT".
           05 filler                              pic x(6) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-hold-line.
           05 filler          pic x(36) value
               "ORDERS CANCELLED AFTER WAITING DAYS:".
           05 filler                              pic x value space.
           05 whl-days                                     pic zz9.

       01 ws-waiting-head.
           05 filler          pic x(50) value
               "ORDERS AWAITING PICKUP -- BY FULFILLING STORE".

       01 ws-expired-head.
           05 filler          pic x(50) value
               "ORDERS EXPIRED TONIGHT -- REFUND STAGED".

       01 ws-order-col-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(11) value "INVOICE".
           05 filler                pic x(5) value "WEB".
           05 filler                pic x(8) value "CUST".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(5) value "QTY".
           05 filler                pic x(12) value "     AMOUNT".
           05 filler                pic x(6) value "TEND".
           05 filler                pic x(10) value "ORDERED".
           05 filler                pic x(12) value "DAYS WAITING".

       01 ws-order-line.
           05 filler                              pic x(3) value spaces.
           05 wol-store                                    pic 99.
           05 filler                              pic x(2) value spaces.
           05 wol-invoice                                pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wol-web-store                                pic 99.
           05 filler                              pic x(3) value spaces.
           05 wol-customer                                 pic 9(6).
           05 filler                              pic x(2) value spaces.
           05 wol-sku                                     pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wol-qty                                      pic zz9.
           05 filler                              pic x(2) value spaces.
           05 wol-amount                             pic $$$,$$9.99.
           05 filler                              pic x(2) value spaces.
           05 wol-tender                                   pic xx.
           05 filler                              pic x(4) value spaces.
           05 wol-ordered                                  pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wol-days                                    pic zzzz9.

       01 ws-none-line.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(20) value "NONE".

       01 ws-store-head.
           05 filler                pic x(8) value "STORE".
           05 filler                pic x(22) value "NAME".
           05 filler                pic x(8) value " WAITING".
           05 filler                pic x(8) value "  0-2 DY".
           05 filler                pic x(8) value "  3-5 DY".
           05 filler                pic x(8) value "   6+ DY".
           05 filler                pic x(18) value
               "   VALUE WAITING".
           05 filler                pic x(8) value " EXPIRED".
           05 filler                pic x(18) value
               "   VALUE REFUNDED".

       01 ws-store-line.
           05 wsl-store-num                                pic z9.
           05 filler                              pic x(6) value spaces.
           05 wsl-store-name                              pic x(20).
           05 filler                              pic x(2) value spaces.
           05 wsl-waiting                              pic zzzzzzz9.
           05 wsl-bucket-1                             pic zzzzzzz9.
           05 wsl-bucket-2                             pic zzzzzzz9.
           05 wsl-bucket-3                             pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-waiting-amt                  pic $(3),$(3),$$9.99.
           05 wsl-expired                              pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-expired-amt                  pic $(3),$(3),$$9.99.

       01 ws-grand-line.
           05 filler          pic x(30) value "ALL STORES".
           05 wgl-waiting                              pic zzzzzzz9.
           05 wgl-bucket-1                             pic zzzzzzz9.
           05 wgl-bucket-2                             pic zzzzzzz9.
           05 wgl-bucket-3                             pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wgl-waiting-amt                  pic $(3),$(3),$$9.99.
           05 wgl-expired                              pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wgl-expired-amt                  pic $(3),$(3),$$9.99.

       procedure division.

           perform 025-read-business-date.
           compute ws-run-date-int =
               function integer-of-date(ws-run-date).

           perform 020-read-run-control.

           perform 900-write-run-log-start.

           perform 030-open-web-pickup.
           open output output-file.

      * project1-resubmit.dat may already hold this cycle's keyed
      * corrections from Maintenance -- extend, and create it only
      * the very first time.
           open extend records-file
           if ws-records-file-status = "35"
               open output records-file
           end-if.

           perform 050-load-store-table.

           read web-pickup-master next record
               at end move 'Y' to ws-sw-eof
           end-read.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-orders-read
               if wp-status-awaiting
                   perform 100-age-order
               else
                   if wp-status-expired
                           and wp-expired-date = ws-run-date
                       perform 200-count-expired
                   end-if
               end-if
               read web-pickup-master next record
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform.

           if ws-sw-header-written = 'Y'
               perform 350-write-batch-trailer
           end-if.

           perform 400-sort-orders.

           perform 500-output.

           close web-pickup-master
                 records-file
                 output-file.

           display "Web orders expired : " ws-tot-expired.
           display "Refunds staged     : " ws-batch-count.

           move 0 to return-code.
           perform 910-write-run-log-end.
           goback.

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
                       when "PICKUP-HOLD-DAYS"
                           move ws-rc-param-value
                               to ws-hold-days
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

      * The batch sets the business date once per cycle; every
      * program in the stream reads it at start-up. A run outside
      * the batch falls back to the machine clock.
       025-read-business-date.

           open input business-date-file

           read business-date-file
               at end
                   move function current-date(1:8) to ws-run-date
               not at end
                   if bd-business-date is numeric
                           and bd-business-date > 0
                       move bd-business-date to ws-run-date
                   else
                       move function current-date(1:8) to ws-run-date
                   end-if
           end-read

           close business-date-file.

      * web-pickup.dat is SalesAndLayawayProcessing's output and may
      * not exist yet on a brand-new system -- the same bootstrap the
      * posting programs use for their masters.
       030-open-web-pickup.

           open i-o web-pickup-master

           if ws-web-pickup-status = "35"
               open output web-pickup-master
               close web-pickup-master
               open i-o web-pickup-master
           end-if.

       050-load-store-table.

           move 0 to ws-store-count
           move 'N' to ws-sw-store-eof

           open input store-master

           read store-master at end move 'Y' to ws-sw-store-eof end-read

           perform until ws-sw-store-eof = 'Y'
               if ws-store-count >= 50
                   display "*** STORE MASTER TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               else
                   add 1 to ws-store-count
                   set st-idx to ws-store-count
                   move sm-store-number to st-store-number(st-idx)
                   move sm-store-name to st-store-name(st-idx)
                   move 0 to st-waiting-count(st-idx)
                   move 0 to st-bucket-1(st-idx)
                   move 0 to st-bucket-2(st-idx)
                   move 0 to st-bucket-3(st-idx)
                   move 0 to st-waiting-amt(st-idx)
                   move 0 to st-expired-count(st-idx)
                   move 0 to st-expired-amt(st-idx)
                   read store-master at end move 'Y' to ws-sw-store-eof
                       end-read
               end-if
           end-perform

           close store-master.

      * Age one order still waiting for its customer. Past the hold
      * it is cancelled: the refund is staged and the order marked
      * expired tonight. Otherwise it is counted in its age bucket
      * and listed.
       100-age-order.

           if wp-order-date is numeric and wp-order-date > 0
               compute ws-from-date-int =
                   function integer-of-date(wp-order-date)
           else
               move ws-run-date-int to ws-from-date-int
           end-if
           compute ws-age-days = ws-run-date-int - ws-from-date-int
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if

           if ws-age-days > ws-hold-days
               perform 300-stage-refund
               move ws-run-date to wp-expired-date
               move 'X' to wp-status
               rewrite web-pickup-record
               perform 200-count-expired
           else
               add 1 to ws-tot-waiting
               add wp-sale-amount to ws-tot-waiting-amt
               evaluate true
                   when ws-age-days <= 2
                       add 1 to ws-tot-bucket-1
                   when ws-age-days <= 5
                       add 1 to ws-tot-bucket-2
                   when other
                       add 1 to ws-tot-bucket-3
               end-evaluate
               set st-idx to 1
               search store-table-entry
                   at end
                       display "STORE NOT ON MASTER: " wp-fulfil-store
                   when st-store-number(st-idx) = wp-fulfil-store
                       add 1 to st-waiting-count(st-idx)
                       add wp-sale-amount to st-waiting-amt(st-idx)
                       evaluate true
                           when ws-age-days <= 2
                               add 1 to st-bucket-1(st-idx)
                           when ws-age-days <= 5
                               add 1 to st-bucket-2(st-idx)
                           when other
                               add 1 to st-bucket-3(st-idx)
                       end-evaluate
               end-search
               perform 150-add-order
               move 1 to ot-section(ws-order-count)
           end-if.

       150-add-order.

           if ws-order-count >= 2000
               display "*** WEB PICKUP TABLE FULL -- RUN STOPPED ***"
               move 12 to return-code
               perform 910-write-run-log-end
               goback
           end-if

           add 1 to ws-order-count
           move wp-fulfil-store to ot-store-number(ws-order-count)
           move wp-order-date to ot-order-date(ws-order-count)
           move wp-invoice-number to ot-invoice-number(ws-order-count)
           move wp-web-store to ot-web-store(ws-order-count)
           move wp-customer-number
               to ot-customer-number(ws-order-count)
           move wp-sku-code to ot-sku-code(ws-order-count)
           move wp-quantity to ot-quantity(ws-order-count)
           move wp-sale-amount to ot-sale-amount(ws-order-count)
           move wp-tender-code to ot-tender-code(ws-order-count)
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if
           move ws-age-days to ot-days(ws-order-count).

      * An order expired tonight -- by this run, or by an earlier run
      * of the step for the same business date, whose refund is
      * already staged -- is counted and listed.
       200-count-expired.

           add 1 to ws-tot-expired
           add wp-sale-amount to ws-tot-expired-amt

           set st-idx to 1
           search store-table-entry
               at end
                   display "STORE NOT ON MASTER: " wp-fulfil-store
               when st-store-number(st-idx) = wp-fulfil-store
                   add 1 to st-expired-count(st-idx)
                   add wp-sale-amount to st-expired-amt(st-idx)
           end-search

           if wp-order-date is numeric and wp-order-date > 0
               compute ws-from-date-int =
                   function integer-of-date(wp-order-date)
               compute ws-age-days = ws-run-date-int - ws-from-date-int
           else
               move 0 to ws-age-days
           end-if
           perform 150-add-order
           move 2 to ot-section(ws-order-count).

      * Stage the refund of an order nobody came for: a return at
      * the web store that sold it, for what was taken, back to the
      * tender it was paid with, under the cashier who took the
      * order, naming the fulfilling store the goods were waiting at.
       300-stage-refund.

           if ws-sw-header-written = 'N'
               perform 340-write-batch-header
               move 'Y' to ws-sw-header-written
           end-if

           move spaces to input-line
           move 'R' to transaction-code
           move wp-sale-amount to transaction-amount
           move wp-tender-code to payment-type
           move wp-web-store to store-number
           move wp-invoice-number to invoice-number
           move wp-sku-code to sku-code
           move ws-reason-not-picked-up to return-reason-code
           move ws-run-date to transaction-date
           move wp-quantity to quantity
           move 'N' to price-override-flag
           move wp-order-cashier to cashier-id
           move wp-customer-number to customer-number
           move wp-fulfil-store to related-store-number
           move 0 to points-redeemed
           move 0 to promised-date
           write input-line

           add 1 to ws-batch-count
           add wp-sale-amount to ws-batch-hash.

       340-write-batch-header.

           move spaces to header-record
           move 'H' to hd-record-code
           move ws-run-date to hd-business-date
           move ws-pickup-source to hd-source-id
           write header-record.

       350-write-batch-trailer.

           move spaces to trailer-record
           move 'T' to tl-record-code
           move ws-batch-count to tl-record-count
           move ws-batch-hash to tl-amount-hash
           write trailer-record.

      * Section, then store, then oldest order first, then invoice
      * -- a straight selection sort, as Chargebacks orders its
      * cases.
       400-sort-orders.

           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-order-count
               move ws-sort-i to ws-sort-best
               perform varying ws-sort-j from ws-sort-i by 1
                       until ws-sort-j > ws-order-count
                   if ot-section(ws-sort-j) < ot-section(ws-sort-best)
                       or (ot-section(ws-sort-j) =
                               ot-section(ws-sort-best)
                           and ot-store-number(ws-sort-j) <
                               ot-store-number(ws-sort-best))
                       or (ot-section(ws-sort-j) =
                               ot-section(ws-sort-best)
                           and ot-store-number(ws-sort-j) =
                               ot-store-number(ws-sort-best)
                           and ot-order-date(ws-sort-j) <
                               ot-order-date(ws-sort-best))
                       or (ot-section(ws-sort-j) =
                               ot-section(ws-sort-best)
                           and ot-store-number(ws-sort-j) =
                               ot-store-number(ws-sort-best)
                           and ot-order-date(ws-sort-j) =
                               ot-order-date(ws-sort-best)
                           and ot-invoice-number(ws-sort-j) <
                               ot-invoice-number(ws-sort-best))
                       move ws-sort-j to ws-sort-best
                   end-if
               end-perform
               if ws-sort-best not = ws-sort-i
                   move order-entry(ws-sort-i) to ws-swap-entry
                   move order-entry(ws-sort-best)
                       to order-entry(ws-sort-i)
                   move ws-swap-entry to order-entry(ws-sort-best)
               end-if
           end-perform.

       500-output.

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line
           move ws-hold-days to whl-days
           write output-line from ws-hold-line
               after advancing 1 lines

           write output-line from ws-waiting-head
               after advancing 3 lines
           write output-line from ws-order-col-head
               after advancing 1 lines

           move 0 to ws-break-section
           perform varying ws-ot-sub from 1 by 1
                   until ws-ot-sub > ws-order-count
               if ot-section(ws-ot-sub) = 1
                   move 1 to ws-break-section
                   perform 520-print-order-line
               end-if
           end-perform

           if ws-break-section = 0
               write output-line from ws-none-line
                   after advancing 1 lines
           end-if

           write output-line from ws-expired-head
               after advancing 3 lines
           write output-line from ws-order-col-head
               after advancing 1 lines

           move 0 to ws-break-section
           perform varying ws-ot-sub from 1 by 1
                   until ws-ot-sub > ws-order-count
               if ot-section(ws-ot-sub) = 2
                   move 2 to ws-break-section
                   perform 520-print-order-line
               end-if
           end-perform

           if ws-break-section = 0
               write output-line from ws-none-line
                   after advancing 1 lines
           end-if

           write output-line from ws-store-head
               after advancing 3 lines

           perform varying st-idx from 1 by 1
                   until st-idx > ws-store-count
               move st-store-number(st-idx) to wsl-store-num
               move st-store-name(st-idx) to wsl-store-name
               move st-waiting-count(st-idx) to wsl-waiting
               move st-bucket-1(st-idx) to wsl-bucket-1
               move st-bucket-2(st-idx) to wsl-bucket-2
               move st-bucket-3(st-idx) to wsl-bucket-3
               move st-waiting-amt(st-idx) to wsl-waiting-amt
               move st-expired-count(st-idx) to wsl-expired
               move st-expired-amt(st-idx) to wsl-expired-amt
               write output-line from ws-store-line
                   after advancing 1 lines
           end-perform

           move ws-tot-waiting to wgl-waiting
           move ws-tot-bucket-1 to wgl-bucket-1
           move ws-tot-bucket-2 to wgl-bucket-2
           move ws-tot-bucket-3 to wgl-bucket-3
           move ws-tot-waiting-amt to wgl-waiting-amt
           move ws-tot-expired to wgl-expired
           move ws-tot-expired-amt to wgl-expired-amt
           write output-line from ws-grand-line
               after advancing 2 lines.

       520-print-order-line.

           move ot-store-number(ws-ot-sub) to wol-store
           move ot-invoice-number(ws-ot-sub) to wol-invoice
           move ot-web-store(ws-ot-sub) to wol-web-store
           move ot-customer-number(ws-ot-sub) to wol-customer
           move ot-sku-code(ws-ot-sub) to wol-sku
           move ot-quantity(ws-ot-sub) to wol-qty
           move ot-sale-amount(ws-ot-sub) to wol-amount
           move ot-tender-code(ws-ot-sub) to wol-tender
           move ot-order-date(ws-ot-sub) to wol-ordered
           move ot-days(ws-ot-sub) to wol-days
           write output-line from ws-order-line
               after advancing 1 lines.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "PICKUPAGING" to rl-program-name
           move ws-run-date to rl-business-date
           move 'S' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move 0 to rl-records-read
           move 0 to rl-records-written
           move 0 to rl-return-code
           write run-log-record
           close run-log-file.

       910-write-run-log-end.

           open extend run-log-file
           move spaces to run-log-record
           move "PICKUPAGING" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-orders-read to rl-records-read
           move ws-batch-count to rl-records-written
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program PickupAging.

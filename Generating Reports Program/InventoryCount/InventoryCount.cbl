       identification division.
       program-id. InventoryCount.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Physical and cycle count posting, and the shrink report. The
      * inventory master's on-hand is only ever moved by the nightly
      * feed, so it drifts from what is really on the shelf -- every
      * unrecorded loss, miscount at receiving, and mis-rung SKU
      * stays in the balance for good. This loads a store's count
      * file, compares each counted SKU with the master, and posts
      * the difference so the master matches the count. A count is
      * the shelf before the count date's trading, and the master
      * may already carry nights posted since; that later movement
      * is read back off the retained file-valid generations and
      * laid on top of the count, so posting a count never loses
      * the sales and receipts that happened after it was taken.
      * The difference is valued at the catalog unit cost and rolled
      * up by department and store on the shrink report, and each
      * store/department's shrink dollars go onto the inventory
      * adjustment register that MonthEndClose journals. Run on
      * demand, once the night's batch has finished, whenever a
      * store's count file lands.

       environment division.
       input-output section.
       file-control.

           select count-file assign to
               "../../../data/physical-count.dat"
               organization is line sequential.

      * One retained validated feed at a time, opened off the dated
      * name built in working storage -- the same dated-file
      * convention MonthEndClose reads the retained feeds by. A
      * night the batch didn't run has no file and moved nothing.
           select optional daily-valid-file assign to ws-valid-name
               organization is line sequential
               file status is ws-daily-valid-status.

      * select optional: the master doesn't exist until
      * InventoryControl's first posting -- a count can open it.
           select optional inventory-master assign to
               "../../../data/inventory-master.dat"
               organization is indexed
               access mode is random
               record key is im-record-key
               file status is ws-inventory-status.

           select product-catalog assign to
               "../../../data/product-catalog.dat"
               organization is indexed
               access mode is random
               record key is pc-sku-code
               file status is ws-product-catalog-status.

      * Appended every posting run: the register is the month's
      * record of shrink for the close.
           select optional adjust-file assign to
               "../../../data/inventory-adjust.dat"
               organization is line sequential
               file status is ws-adjust-status.

           select output-file assign to
               "../../../data/inventory-shrink.out"
               organization is line sequential.

      * select optional: the business-date control file is set by the
      * batch job stream; a standalone/developer run may not have one,
      * and falls back to the machine clock.
           select optional business-date-file assign to
               "../../../data/business-date.dat"
               organization is line sequential.

      * Every run appends a start and an end record to the shared
      * run log; the end-of-stream summary turns the night's records
      * into the operator's one-page account of the batch.
           select optional run-log-file assign to
               "../../../data/run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd count-file
           data record is physical-count-record.

           copy "../Copybooks/physical-count.cpy".

       fd daily-valid-file
           data record is input-line.

       01 input-line.
           05 transaction-code                                 pic x.
           05 transaction-amount                            pic 9(5)v99.
           05 payment-type                                     pic xx.
           05 store-number                                     pic xx.
           05 invoice-number                                   pic x(9).
           05 sku-code                                        pic x(15).
           05 return-reason-code                               pic xx.
           05 transaction-date                             pic 9(8).
           05 gift-card-number                                pic x(16).
           05 quantity                                     pic 9(3).
           05 price-override-flag                              pic x.
           05 cashier-id                                      pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 points-redeemed                              pic 9(7).
           05 order-action                                 pic x.
           05 filler                                       pic x(14).

       fd inventory-master
           data record is inventory-master-record.

           copy "../Copybooks/inventory-master.cpy".

       fd product-catalog
           data record is product-catalog-record.

           copy "../Copybooks/product-catalog.cpy".

       fd adjust-file
           data record is inventory-adjust-record.

           copy "../Copybooks/inventory-adjust.cpy".

       fd output-file
           data record is output-line.

       01 output-line                                       pic x(132).

       fd business-date-file
           data record is business-date-record.

           copy "../Copybooks/business-date.cpy".

       fd run-log-file
           data record is run-log-record.

           copy "../Copybooks/run-log.cpy".

       working-storage section.

       01 ws-daily-valid-status                       pic xx value "00".
       01 ws-inventory-status                         pic xx value "00".
       01 ws-product-catalog-status                   pic xx value "00".
       01 ws-adjust-status                            pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-day-eof                                 pic x value 'N'.
       01 ws-sw-found                                   pic x value 'N'.

       01 ws-run-date                                      pic 9(8).
       01 ws-run-date-int                            pic 9(7) comp.
       01 ws-day-int                                 pic 9(7) comp.
       01 ws-earliest-count                         pic 9(8) value 0.

       01 ws-valid-name.
           05 filler                      pic x(25) value
               "../../../data/file-valid-".
           05 wvn-date                                     pic 9(8).
           05 filler                      pic x(4) value ".out".
           05 filler                     pic x(23) value spaces.

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

      * Signed units a retained feed record moved on the shelf:
      * positive into stock, negative out of it -- the same rules
      * InventoryControl posted its on-hand by.
       01 ws-movement                               pic s9(5) value 0.

      * The count file, loaded whole: one entry per store/SKU, with
      * the movement posted on or after its count date accumulated
      * against it from the retained feeds.
       01 count-table.
           05 count-entry occurs 2000 times.
               10 ct-store-number                          pic 99.
               10 ct-sku-code                            pic x(15).
               10 ct-counted                              pic 9(7).
               10 ct-count-date                           pic 9(8).
               10 ct-later                  pic s9(7) value 0.
       01 ws-count-entries                         pic 9(4) value 0.
       01 ws-ct-sub                                pic 9(4) value 0.

      * Store/department shrink rollup, sorted for print.
       01 dept-table.
           05 dept-entry occurs 500 times.
               10 dp-store-number                          pic 99.
               10 dp-department                           pic x(4).
               10 dp-units                                pic s9(7).
               10 dp-amount                            pic s9(9)v99.
       01 ws-dept-count                            pic 9(3) value 0.
       01 ws-dp-sub                                pic 9(3) value 0.

      * Selection sort work fields (store, then department), same
      * shape as the store ranking sort in SalesAndLayawayProcessing.
       01 ws-sort-i                                        pic 9(3).
       01 ws-sort-j                                        pic 9(3).
       01 ws-sort-best                                     pic 9(3).
       01 ws-swap-entry.
           05 sw-store-number                              pic 99.
           05 sw-department                               pic x(4).
           05 sw-units                                    pic s9(7).
           05 sw-amount                                pic s9(9)v99.

      * One count's arithmetic: the book balance as it stood at the
      * count (on-hand less the later movement), the units the count
      * did not find, and their cost.
       01 ws-book-at-count                          pic s9(8) value 0.
       01 ws-shrink-units                           pic s9(8) value 0.
       01 ws-shrink-amount                      pic s9(9)v99 value 0.

       01 ws-store-units                            pic s9(8) value 0.
       01 ws-store-amount                      pic s9(11)v99 value 0.
       01 ws-total-units                            pic s9(8) value 0.
       01 ws-total-amount                      pic s9(11)v99 value 0.
       01 ws-break-store                               pic 99 value 0.

       01 ws-count-read                             pic 9(7) value 0.
       01 ws-count-rejected                         pic 9(5) value 0.
       01 ws-count-posted                           pic 9(5) value 0.
       01 ws-count-already                          pic 9(5) value 0.
       01 ws-days-found                             pic 9(3) value 0.

       01 ws-title-line.
           05 filler         pic x(34) value
               "PHYSICAL COUNT AND SHRINK REPORT".
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-days-line.
           05 filler          pic x(40) value
               "RETAINED FEEDS READ FOR LATER MOVEMENT: ".
           05 wdy-days                                     pic zz9.

       01 ws-reject-head.
           05 filler          pic x(40) value
               "COUNT LINES REJECTED".

       01 ws-reject-line.
           05 wrj-record                                  pic x(32).
           05 filler                              pic x(3) value spaces.
           05 wrj-reason                                  pic x(30).

       01 ws-detail-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(6) value "DEPT".
           05 filler                pic x(10) value "COUNT DATE".
           05 filler                pic x(10) value "   BOOK".
           05 filler                pic x(10) value "  COUNTED".
           05 filler                pic x(10) value "   LATER".
           05 filler                pic x(10) value "   SHRINK".
           05 filler                pic x(11) value "  UNIT COST".
           05 filler                pic x(15) value "    SHRINK $".
           05 filler                pic x(16) value "FLAG".

       01 ws-detail-line.
           05 wdl-store-num                                pic z9.
           05 filler                              pic x(5) value spaces.
           05 wdl-sku-code                                pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wdl-department                               pic x(4).
           05 filler                              pic x(2) value spaces.
           05 wdl-count-date                               pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wdl-book                                 pic -(6)9.
           05 filler                              pic x(3) value spaces.
           05 wdl-counted                              pic z(6)9.
           05 filler                              pic x(3) value spaces.
           05 wdl-later                                pic -(6)9.
           05 filler                              pic x(3) value spaces.
           05 wdl-shrink                               pic -(6)9.
           05 filler                              pic x(2) value spaces.
           05 wdl-unit-cost                            pic zz,zz9.99.
           05 filler                              pic x(2) value spaces.
           05 wdl-amount                           pic -(3),--9.99.
           05 filler                              pic x(3) value spaces.
           05 wdl-flag                                    pic x(20).

       01 ws-rollup-head.
           05 filler          pic x(40) value
               "SHRINK BY STORE AND DEPARTMENT".

       01 ws-rollup-col-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(8) value "DEPT".
           05 filler                pic x(13) value " SHRINK UNITS".
           05 filler                pic x(18) value "      SHRINK $".

       01 ws-rollup-line.
           05 wrl-store-num                                pic z9.
           05 filler                              pic x(5) value spaces.
           05 wrl-department                               pic x(4).
           05 filler                              pic x(4) value spaces.
           05 wrl-units                               pic -(7)9.
           05 filler                              pic x(3) value spaces.
           05 wrl-amount                       pic -(4),-(3),--9.99.

       01 ws-store-total-line.
           05 filler          pic x(7) value spaces.
           05 filler          pic x(8) value "STORE".
           05 wst-units                               pic -(7)9.
           05 filler                              pic x(3) value spaces.
           05 wst-amount                       pic -(4),-(3),--9.99.

       01 ws-grand-total-line.
           05 filler          pic x(15) value "ALL STORES".
           05 wgt-units                               pic -(7)9.
           05 filler                              pic x(3) value spaces.
           05 wgt-amount                       pic -(4),-(3),--9.99.

       01 ws-summary-line.
           05 filler          pic x(13) value "LINES READ: ".
           05 wsu-read                                  pic zzzzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(10) value "REJECTED: ".
           05 wsu-rejected                                pic zzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(8) value "POSTED: ".
           05 wsu-posted                                  pic zzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(16) value "ALREADY POSTED: ".
           05 wsu-already                                 pic zzzz9.

      * Breakdown carried on this run's end record in the run log.
       01 ws-log-note.
           05 filler                      pic x(7) value "POSTED=".
           05 wlg-posted                              pic 9(5).
           05 filler                       pic x(5) value " REJ=".
           05 wlg-rejected                            pic 9(5).
           05 filler                       pic x(8) value " SHRINK=".
           05 wlg-amount                           pic -(6)9.99.

       procedure division.

           perform 025-read-business-date.
           compute ws-run-date-int =
               function integer-of-date(ws-run-date).

           perform 900-write-run-log-start.

           open output output-file.

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line.

           perform 050-load-counts.

           perform 100-find-later-movement.

           move ws-days-found to wdy-days
           write output-line from ws-days-line
               after advancing 2 lines.

           perform 200-post-counts.

           perform 300-print-rollup.

           perform 400-write-adjustments.

           move ws-count-read to wsu-read
           move ws-count-rejected to wsu-rejected
           move ws-count-posted to wsu-posted
           move ws-count-already to wsu-already
           write output-line from ws-summary-line
               after advancing 2 lines.

           close output-file.

           move 0 to return-code.
           perform 910-write-run-log-end.
           goback.

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

      * Load the count file. A line that can't be posted as keyed --
      * unusable store, quantity, or date, or a count dated after
      * the business date -- is printed and left out. Lines for a
      * store/SKU already loaded add to its count.
       050-load-counts.

           write output-line from ws-reject-head
               after advancing 2 lines

           open input count-file

           read count-file at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-read
               move spaces to wrj-reason
               evaluate true
                   when cn-store-number is not numeric
                       move "STORE NOT NUMERIC" to wrj-reason
                   when cn-sku-code = spaces
                       move "SKU MISSING" to wrj-reason
                   when cn-counted-qty is not numeric
                       move "COUNTED QTY NOT NUMERIC" to wrj-reason
                   when cn-count-date is not numeric
                       move "COUNT DATE NOT NUMERIC" to wrj-reason
                   when cn-count-date = 0
                       move "COUNT DATE MISSING" to wrj-reason
                   when cn-count-date > ws-run-date
                       move "COUNT DATE AFTER RUN DATE" to wrj-reason
                   when other
                       perform 060-add-count
               end-evaluate
               if wrj-reason not = spaces
                   add 1 to ws-count-rejected
                   move physical-count-record to wrj-record
                   write output-line from ws-reject-line
                       after advancing 1 lines
               end-if
               read count-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close count-file.

       060-add-count.

           move 'N' to ws-sw-found
           perform varying ws-ct-sub from 1 by 1
                   until ws-ct-sub > ws-count-entries
                       or ws-sw-found = 'Y'
               if ct-store-number(ws-ct-sub) = cn-store-number
                       and ct-sku-code(ws-ct-sub) = cn-sku-code
                   move 'Y' to ws-sw-found
                   add cn-counted-qty to ct-counted(ws-ct-sub)
                   if cn-count-date > ct-count-date(ws-ct-sub)
                       move cn-count-date to ct-count-date(ws-ct-sub)
                   end-if
               end-if
           end-perform

           if ws-sw-found = 'N'
               if ws-count-entries >= 2000
                   display "*** COUNT TABLE FULL -- RUN STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-count-entries
               move cn-store-number to ct-store-number(ws-count-entries)
               move cn-sku-code to ct-sku-code(ws-count-entries)
               move cn-counted-qty to ct-counted(ws-count-entries)
               move cn-count-date to ct-count-date(ws-count-entries)
               move 0 to ct-later(ws-count-entries)
           end-if

           if ws-earliest-count = 0
                   or cn-count-date < ws-earliest-count
               move cn-count-date to ws-earliest-count
           end-if.

      * One pass per business date from the earliest count through
      * the run date over the retained validated feeds, collecting
      * the movement each counted store/SKU took on or after its
      * count date. A count older than the retention window finds
      * no generations for its oldest days -- the movement on those
      * days is gone with them.
       100-find-later-movement.

           if ws-earliest-count > 0
               open input product-catalog
               compute ws-day-int =
                   function integer-of-date(ws-earliest-count)
               perform until ws-day-int > ws-run-date-int
                   compute wvn-date =
                       function date-of-integer(ws-day-int)
                   perform 110-take-one-day
                   add 1 to ws-day-int
               end-perform
               close product-catalog
           end-if.

       110-take-one-day.

           move 'N' to ws-sw-day-eof
           open input daily-valid-file
           read daily-valid-file at end move 'Y' to ws-sw-day-eof.

           if ws-sw-day-eof = 'N'
               add 1 to ws-days-found
           end-if

           perform until ws-sw-day-eof = 'Y'
               perform 120-apply-later-movement
               read daily-valid-file
                   at end move 'Y' to ws-sw-day-eof
               end-read
           end-perform

           close daily-valid-file.

      * Only the on-hand side of InventoryControl's posting counts
      * here: a web order for store pickup and its refund move the
      * fulfilling store's reserve, not its shelf; a return keyed
      * defective goes to the damaged bucket; a web or special
      * order pickup takes the goods off the shelf; a special
      * order's opening and cancellation leave the shelf alone; and
      * an extended warranty plan is not stock at all.
       120-apply-later-movement.

           move 0 to ws-movement

           if quantity is numeric
               evaluate transaction-code
                   when ws-sale
                       if related-store-number is numeric
                               and related-store-number > 0
                           continue
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
                           continue
                       else
                           if return-reason-code
                                   not = ws-reason-defective
                               move quantity to ws-movement
                           end-if
                       end-if
                   when ws-web-pickup
                       compute ws-movement = 0 - quantity
                   when ws-special-order
                       if order-action = 'P'
                           compute ws-movement = 0 - quantity
                       end-if
                   when ws-cancel
                       move quantity to ws-movement
                   when ws-receiving
                       move quantity to ws-movement
                   when ws-transfer-out
                       compute ws-movement = 0 - quantity
                   when ws-transfer-in
                       move quantity to ws-movement
                   when other
                       continue
               end-evaluate
           end-if

           if (transaction-code = ws-sale
                   or transaction-code = ws-return)
                   and ws-movement not = 0
               perform 130-check-warranty-plan
           end-if

           if ws-movement not = 0
               move 'N' to ws-sw-found
               perform varying ws-ct-sub from 1 by 1
                       until ws-ct-sub > ws-count-entries
                           or ws-sw-found = 'Y'
                   if ct-store-number(ws-ct-sub) = store-number
                           and ct-sku-code(ws-ct-sub) = sku-code
                       move 'Y' to ws-sw-found
                       if wvn-date >= ct-count-date(ws-ct-sub)
                           add ws-movement to ct-later(ws-ct-sub)
                       end-if
                   end-if
               end-perform
           end-if.

      * A SKU the catalog carries a warranty term on is a plan, not
      * merchandise: it moves nothing.
       130-check-warranty-plan.

           move sku-code to pc-sku-code

           read product-catalog
               invalid key
                   continue
               not invalid key
                   if pc-warranty-months is numeric
                           and pc-warranty-months > 0
                       move 0 to ws-movement
                   end-if
           end-read.

      * Post every loaded count. The master is set to the count plus
      * the movement since; the shrink is the book balance at the
      * count less what was counted. A count already on the record
      * (the same file posted twice) is reported and left alone.
       200-post-counts.

           write output-line from ws-detail-head
               after advancing 2 lines

           open i-o inventory-master

           if ws-inventory-status = "35"
               open output inventory-master
               close inventory-master
               open i-o inventory-master
           end-if

           open input product-catalog

           perform varying ws-ct-sub from 1 by 1
                   until ws-ct-sub > ws-count-entries
               perform 250-post-one-count
           end-perform

           close inventory-master, product-catalog.

       250-post-one-count.

           move ct-sku-code(ws-ct-sub) to pc-sku-code
           read product-catalog
               invalid key
                   move "????" to pc-department
                   move 0 to pc-unit-cost
                   move "** NOT ON CATALOG **" to wdl-flag
               not invalid key
                   move spaces to wdl-flag
           end-read

           move ct-store-number(ws-ct-sub) to im-store-number
           move ct-sku-code(ws-ct-sub) to im-sku-code

           read inventory-master
               invalid key
                   compute ws-book-at-count = 0 - ct-later(ws-ct-sub)
                   compute ws-shrink-units =
                       ws-book-at-count - ct-counted(ws-ct-sub)
                   move ct-store-number(ws-ct-sub) to im-store-number
                   move ct-sku-code(ws-ct-sub) to im-sku-code
                   compute im-on-hand =
                       ct-counted(ws-ct-sub) + ct-later(ws-ct-sub)
                   move 0 to im-reorder-point
                   move 0 to im-target-level
                   move 0 to im-posted-date
                   move 0 to im-posted-seq
                   move ct-count-date(ws-ct-sub) to im-last-count-date
                   move 0 to im-reserved
                   move 0 to im-damaged
                   write inventory-master-record
                   perform 260-account-shrink
               not invalid key
                   compute ws-book-at-count =
                       im-on-hand - ct-later(ws-ct-sub)
                   compute ws-shrink-units =
                       ws-book-at-count - ct-counted(ws-ct-sub)
                   if im-last-count-date is numeric
                           and im-last-count-date >=
                               ct-count-date(ws-ct-sub)
                       move 0 to ws-shrink-units
                       move 0 to ws-shrink-amount
                       move "** ALREADY POSTED **" to wdl-flag
                       add 1 to ws-count-already
                   else
                       compute im-on-hand =
                           ct-counted(ws-ct-sub) + ct-later(ws-ct-sub)
                       move ct-count-date(ws-ct-sub)
                           to im-last-count-date
                       rewrite inventory-master-record
                       perform 260-account-shrink
                   end-if
           end-read

           move ct-store-number(ws-ct-sub) to wdl-store-num
           move ct-sku-code(ws-ct-sub) to wdl-sku-code
           move pc-department to wdl-department
           move ct-count-date(ws-ct-sub) to wdl-count-date
           move ws-book-at-count to wdl-book
           move ct-counted(ws-ct-sub) to wdl-counted
           move ct-later(ws-ct-sub) to wdl-later
           move ws-shrink-units to wdl-shrink
           move pc-unit-cost to wdl-unit-cost
           move ws-shrink-amount to wdl-amount
           write output-line from ws-detail-line
               after advancing 1 lines.

      * Value the shrink and roll it into its store/department.
       260-account-shrink.

           add 1 to ws-count-posted

           compute ws-shrink-amount = ws-shrink-units * pc-unit-cost

           move 'N' to ws-sw-found
           perform varying ws-dp-sub from 1 by 1
                   until ws-dp-sub > ws-dept-count
                       or ws-sw-found = 'Y'
               if dp-store-number(ws-dp-sub) =
                           ct-store-number(ws-ct-sub)
                       and dp-department(ws-dp-sub) = pc-department
                   move 'Y' to ws-sw-found
                   add ws-shrink-units to dp-units(ws-dp-sub)
                   add ws-shrink-amount to dp-amount(ws-dp-sub)
               end-if
           end-perform

           if ws-sw-found = 'N'
               if ws-dept-count >= 500
                   display "*** DEPARTMENT TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-dept-count
               move ct-store-number(ws-ct-sub)
                   to dp-store-number(ws-dept-count)
               move pc-department to dp-department(ws-dept-count)
               move ws-shrink-units to dp-units(ws-dept-count)
               move ws-shrink-amount to dp-amount(ws-dept-count)
           end-if.

      * Department lines in store order, a total under each store
      * and for the run.
       300-print-rollup.

           perform 310-sort-departments

           write output-line from ws-rollup-head
               after advancing 3 lines
           write output-line from ws-rollup-col-head
               after advancing 1 lines

           perform varying ws-dp-sub from 1 by 1
                   until ws-dp-sub > ws-dept-count
               if ws-dp-sub > 1
                       and dp-store-number(ws-dp-sub)
                           not = ws-break-store
                   perform 320-print-store-total
               end-if
               move dp-store-number(ws-dp-sub) to ws-break-store
               move dp-store-number(ws-dp-sub) to wrl-store-num
               move dp-department(ws-dp-sub) to wrl-department
               move dp-units(ws-dp-sub) to wrl-units
               move dp-amount(ws-dp-sub) to wrl-amount
               write output-line from ws-rollup-line
                   after advancing 1 lines
               add dp-units(ws-dp-sub) to ws-store-units
               add dp-amount(ws-dp-sub) to ws-store-amount
           end-perform

           if ws-dept-count > 0
               perform 320-print-store-total
           end-if

           move ws-total-units to wgt-units
           move ws-total-amount to wgt-amount
           write output-line from ws-grand-total-line
               after advancing 2 lines.

       310-sort-departments.

           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-dept-count
               move ws-sort-i to ws-sort-best
               perform varying ws-sort-j from ws-sort-i by 1
                       until ws-sort-j > ws-dept-count
                   if dp-store-number(ws-sort-j) <
                           dp-store-number(ws-sort-best)
                       or (dp-store-number(ws-sort-j) =
                               dp-store-number(ws-sort-best)
                           and dp-department(ws-sort-j) <
                               dp-department(ws-sort-best))
                       move ws-sort-j to ws-sort-best
                   end-if
               end-perform
               if ws-sort-best not = ws-sort-i
                   move dept-entry(ws-sort-i) to ws-swap-entry
                   move dept-entry(ws-sort-best)
                       to dept-entry(ws-sort-i)
                   move ws-swap-entry to dept-entry(ws-sort-best)
               end-if
           end-perform.

       320-print-store-total.

           move ws-store-units to wst-units
           move ws-store-amount to wst-amount
           write output-line from ws-store-total-line
               after advancing 1 lines

           add ws-store-units to ws-total-units
           add ws-store-amount to ws-total-amount
           move 0 to ws-store-units
           move 0 to ws-store-amount.

      * One register row per store/department that moved, dated the
      * run date -- the period the adjustment posted in is the
      * period that journals it.
       400-write-adjustments.

           open extend adjust-file
           if ws-adjust-status = "35"
               open output adjust-file
           end-if

           perform varying ws-dp-sub from 1 by 1
                   until ws-dp-sub > ws-dept-count
               if dp-units(ws-dp-sub) not = 0
                       or dp-amount(ws-dp-sub) not = 0
                   move ws-run-date to ia-adjust-date
                   move dp-store-number(ws-dp-sub) to ia-store-number
                   move dp-department(ws-dp-sub) to ia-department
                   move dp-units(ws-dp-sub) to ia-shrink-units
                   move dp-amount(ws-dp-sub) to ia-shrink-amount
                   write inventory-adjust-record
               end-if
           end-perform

           close adjust-file.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "INVENTORYCOUNT" to rl-program-name
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
           move "INVENTORYCOUNT" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-count-read to rl-records-read
           move ws-count-posted to rl-records-written
           move ws-count-posted to wlg-posted
           move ws-count-rejected to wlg-rejected
           move ws-total-amount to wlg-amount
           move ws-log-note to rl-note
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program InventoryCount.

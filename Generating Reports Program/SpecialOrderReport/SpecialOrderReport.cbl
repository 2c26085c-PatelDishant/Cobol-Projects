       identification division.
       program-id. SpecialOrderReport.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Nightly special customer order report, by store. Two lists
      * off the special order master: the orders still open past the
      * date the store promised the customer -- goods the DC has not
      * shipped, for the store to chase or to call the customer
      * about -- and the orders ready for pickup, with the customer's
      * name and phone, as the store's call list for the morning.
      * Each list runs in store order, oldest first, and every store
      * gets a summary line of orders open, late, and ready, and the
      * deposits it is holding against them.

       environment division.
       input-output section.

       file-control.

      * select optional: special-order.dat is created by
      * SalesAndLayawayProcessing's first special order, so it may
      * not exist yet the first time the job stream gets this far.
           select optional special-order-master assign to
               "../../../data/special-order.dat"
               organization is indexed
               access mode is sequential
               record key is so-order-number
               file status is ws-special-order-status.

           select store-master assign to
               "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is sm-store-number
               file status is ws-store-master-status.

           select customer-master assign to
               "../../../data/customer-master.dat"
               organization is indexed
               access mode is random
               record key is cm-customer-number
               file status is ws-customer-status.

           select output-file assign to
               "../../../data/special-orders.out"
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

       fd special-order-master
           data record is special-order-record.

           copy "../Copybooks/special-order.cpy".

       fd store-master
           data record is store-master-record.

           copy "../Copybooks/store-master.cpy".

       fd customer-master
           data record is customer-master-record.

           copy "../Copybooks/customer-master.cpy".

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

       01 ws-special-order-status                     pic xx value "00".
       01 ws-store-master-status                      pic xx value "00".
       01 ws-customer-status                          pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-store-eof                               pic x value 'N'.

      * Lateness and waiting time are counted against the run date
      * the same way LayawayAging ages a plan.
       01 ws-run-date                                      pic 9(8).
       01 ws-run-date-int                                pic 9(7) comp.
       01 ws-from-date-int                               pic 9(7) comp.
       01 ws-age-days                                comp-3 pic s9(7).

      * Per-store counts and deposits, in a table loaded from the
      * store master at start-up.
       01 store-table.
           05 store-table-entry occurs 50 times
                   indexed by st-idx.
               10 st-store-number               pic 99.
               10 st-store-name                 pic x(20).
               10 st-open-count                 pic 9(5).
               10 st-late-count                 pic 9(5).
               10 st-ready-count                pic 9(5).
               10 st-deposit-amt                pic 9(9)v99.
       01 ws-store-count                       pic 99 value 0.

      * The orders that go on either list, held so they can be put
      * in store and date order. Section 1 is past promised, 2 is
      * ready for pickup; the date is the promised date for the
      * first and the ready date for the second.
       01 order-table.
           05 order-entry occurs 2000 times.
               10 ot-section                               pic 9.
               10 ot-store-number                         pic 99.
               10 ot-sort-date                          pic 9(8).
               10 ot-order-number                        pic x(9).
               10 ot-customer-number                     pic 9(6).
               10 ot-sku-code                           pic x(15).
               10 ot-quantity                            pic 9(3).
               10 ot-deposit-amount                   pic 9(7)v99.
               10 ot-order-date                          pic 9(8).
               10 ot-days                                pic 9(5).
       01 ws-order-count                         pic 9(4) value 0.
       01 ws-ot-sub                              pic 9(4) value 0.

       01 ws-sort-i                              pic 9(4) value 0.
       01 ws-sort-j                              pic 9(4) value 0.
       01 ws-sort-best                           pic 9(4) value 0.
       01 ws-swap-entry                                   pic x(66).

       01 ws-break-section                           pic 9 value 0.

       01 ws-orders-read                            pic 9(7) value 0.
       01 ws-tot-open                               pic 9(5) value 0.
       01 ws-tot-late                               pic 9(5) value 0.
       01 ws-tot-ready                              pic 9(5) value 0.
       01 ws-tot-deposit                       pic 9(10)v99 value 0.

       01 ws-title-line.
           05 filler         pic x(36) value
               "SPECIAL CUSTOMER ORDER REPORT".
           05 filler                              pic x(6) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-late-head.
           05 filler          pic x(50) value
               "ORDERS PAST PROMISED DATE -- NOT YET RECEIVED".

       01 ws-late-col-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(11) value "ORDER".
           05 filler                pic x(8) value "CUST".
           05 filler                pic x(22) value "NAME".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(5) value "QTY".
           05 filler                pic x(14) value "     DEPOSIT".
           05 filler                pic x(10) value "ORDERED".
           05 filler                pic x(10) value "PROMISED".
           05 filler                pic x(9) value "DAYS LATE".

       01 ws-ready-head.
           05 filler          pic x(50) value
               "ORDERS READY FOR PICKUP -- CUSTOMER CALL LIST".

       01 ws-ready-col-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(11) value "ORDER".
           05 filler                pic x(8) value "CUST".
           05 filler                pic x(22) value "NAME".
           05 filler                pic x(12) value "PHONE".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(5) value "QTY".
           05 filler                pic x(10) value "READY".
           05 filler                pic x(12) value "DAYS WAITING".

       01 ws-late-line.
           05 filler                              pic x(3) value spaces.
           05 wll-store                                    pic 99.
           05 filler                              pic x(2) value spaces.
           05 wll-order                                  pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wll-customer                                 pic 9(6).
           05 filler                              pic x(2) value spaces.
           05 wll-name                                    pic x(20).
           05 filler                              pic x(2) value spaces.
           05 wll-sku                                     pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wll-qty                                      pic zz9.
           05 filler                              pic x(2) value spaces.
           05 wll-deposit                         pic $$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wll-ordered                                  pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wll-promised                                 pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wll-days                                    pic zzzz9.

       01 ws-ready-line.
           05 filler                              pic x(3) value spaces.
           05 wrl-store                                    pic 99.
           05 filler                              pic x(2) value spaces.
           05 wrl-order                                  pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wrl-customer                                 pic 9(6).
           05 filler                              pic x(2) value spaces.
           05 wrl-name                                    pic x(20).
           05 filler                              pic x(2) value spaces.
           05 wrl-phone                                   pic x(10).
           05 filler                              pic x(2) value spaces.
           05 wrl-sku                                     pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wrl-qty                                      pic zz9.
           05 filler                              pic x(2) value spaces.
           05 wrl-ready                                    pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wrl-days                                    pic zzzz9.

       01 ws-none-line.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(20) value "NONE".

       01 ws-store-head.
           05 filler                pic x(8) value "STORE".
           05 filler                pic x(22) value "NAME".
           05 filler                pic x(8) value "    OPEN".
           05 filler                pic x(8) value "    LATE".
           05 filler                pic x(8) value "   READY".
           05 filler                pic x(18) value
               "   DEPOSITS HELD".

       01 ws-store-line.
           05 wsl-store-num                                pic z9.
           05 filler                              pic x(6) value spaces.
           05 wsl-store-name                              pic x(20).
           05 filler                              pic x(2) value spaces.
           05 wsl-open                                 pic zzzzzzz9.
           05 wsl-late                                 pic zzzzzzz9.
           05 wsl-ready                                pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-deposit                      pic $(3),$(3),$$9.99.

       01 ws-grand-line.
           05 filler          pic x(30) value "ALL STORES".
           05 wgl-open                                 pic zzzzzzz9.
           05 wgl-late                                 pic zzzzzzz9.
           05 wgl-ready                                pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wgl-deposit                      pic $(3),$(3),$$9.99.

       procedure division.

           perform 025-read-business-date.
           compute ws-run-date-int =
               function integer-of-date(ws-run-date).

           perform 900-write-run-log-start.

           open input special-order-master
                      customer-master
           open output output-file.

           perform 050-load-store-table.

           read special-order-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-orders-read
               if so-status-open or so-status-ready
                   perform 100-take-order
               end-if
               read special-order-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform.

           perform 400-sort-orders.

           perform 500-output.

           close special-order-master
                 customer-master
                 output-file.

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


       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "SPECIALORDERREPORT" to rl-program-name
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
           move "SPECIALORDERREPORT" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-orders-read to rl-records-read
           move ws-order-count to rl-records-written
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

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
                   move 0 to st-open-count(st-idx)
                   move 0 to st-late-count(st-idx)
                   move 0 to st-ready-count(st-idx)
                   move 0 to st-deposit-amt(st-idx)
                   read store-master at end move 'Y' to ws-sw-store-eof
                       end-read
               end-if
           end-perform

           close store-master.

      * Count one open or ready order against its store, and hold it
      * for the list it belongs on: an open order whose promised
      * date has gone by is late; a ready order is always listed,
      * so the store calls the customer until the goods are picked
      * up. An open order still inside its promise is only counted.
       100-take-order.

           if so-status-open
               add 1 to ws-tot-open
           else
               add 1 to ws-tot-ready
           end-if
           add so-deposit-amount to ws-tot-deposit

           set st-idx to 1
           search store-table-entry
               at end
                   display "STORE NOT ON MASTER: " so-store-number
               when st-store-number(st-idx) = so-store-number
                   if so-status-open
                       add 1 to st-open-count(st-idx)
                   else
                       add 1 to st-ready-count(st-idx)
                   end-if
                   add so-deposit-amount to st-deposit-amt(st-idx)
           end-search

           if so-status-open
               if so-promised-date is numeric
                       and so-promised-date > 0
                       and so-promised-date < ws-run-date
                   add 1 to ws-tot-late
                   set st-idx to 1
                   search store-table-entry
                       when st-store-number(st-idx) = so-store-number
                           add 1 to st-late-count(st-idx)
                   end-search
                   compute ws-from-date-int =
                       function integer-of-date(so-promised-date)
                   perform 150-add-order
                   move 1 to ot-section(ws-order-count)
                   move so-promised-date
                       to ot-sort-date(ws-order-count)
               end-if
           else
               if so-ready-date is numeric
                       and so-ready-date > 0
                   compute ws-from-date-int =
                       function integer-of-date(so-ready-date)
               else
                   move ws-run-date-int to ws-from-date-int
               end-if
               perform 150-add-order
               move 2 to ot-section(ws-order-count)
               move so-ready-date to ot-sort-date(ws-order-count)
           end-if.

       150-add-order.

           if ws-order-count >= 2000
               display "*** SPECIAL ORDER TABLE FULL -- RUN STOPPED ***"
               move 12 to return-code
               perform 910-write-run-log-end
               goback
           end-if

           add 1 to ws-order-count
           move so-store-number to ot-store-number(ws-order-count)
           move so-order-number to ot-order-number(ws-order-count)
           move so-customer-number
               to ot-customer-number(ws-order-count)
           move so-sku-code to ot-sku-code(ws-order-count)
           move so-quantity to ot-quantity(ws-order-count)
           move so-deposit-amount
               to ot-deposit-amount(ws-order-count)
           move so-order-date to ot-order-date(ws-order-count)

           compute ws-age-days = ws-run-date-int - ws-from-date-int
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if
           move ws-age-days to ot-days(ws-order-count).

      * Section, then store, then oldest date first, then order
      * number -- a straight selection sort, as Chargebacks orders
      * its cases.
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
                           and ot-sort-date(ws-sort-j) <
                               ot-sort-date(ws-sort-best))
                       or (ot-section(ws-sort-j) =
                               ot-section(ws-sort-best)
                           and ot-store-number(ws-sort-j) =
                               ot-store-number(ws-sort-best)
                           and ot-sort-date(ws-sort-j) =
                               ot-sort-date(ws-sort-best)
                           and ot-order-number(ws-sort-j) <
                               ot-order-number(ws-sort-best))
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

           write output-line from ws-late-head
               after advancing 3 lines
           write output-line from ws-late-col-head
               after advancing 1 lines

           move 0 to ws-break-section
           perform varying ws-ot-sub from 1 by 1
                   until ws-ot-sub > ws-order-count
               if ot-section(ws-ot-sub) = 1
                   move 1 to ws-break-section
                   perform 520-print-late-line
               end-if
           end-perform

           if ws-break-section = 0
               write output-line from ws-none-line
                   after advancing 1 lines
           end-if

           write output-line from ws-ready-head
               after advancing 3 lines
           write output-line from ws-ready-col-head
               after advancing 1 lines

           move 0 to ws-break-section
           perform varying ws-ot-sub from 1 by 1
                   until ws-ot-sub > ws-order-count
               if ot-section(ws-ot-sub) = 2
                   move 2 to ws-break-section
                   perform 540-print-ready-line
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
               move st-open-count(st-idx) to wsl-open
               move st-late-count(st-idx) to wsl-late
               move st-ready-count(st-idx) to wsl-ready
               move st-deposit-amt(st-idx) to wsl-deposit
               write output-line from ws-store-line
                   after advancing 1 lines
           end-perform

           move ws-tot-open to wgl-open
           move ws-tot-late to wgl-late
           move ws-tot-ready to wgl-ready
           move ws-tot-deposit to wgl-deposit
           write output-line from ws-grand-line
               after advancing 2 lines.

       520-print-late-line.

           move ot-store-number(ws-ot-sub) to wll-store
           move ot-order-number(ws-ot-sub) to wll-order
           move ot-customer-number(ws-ot-sub) to wll-customer
           perform 560-customer-name
           move cm-name to wll-name
           move ot-sku-code(ws-ot-sub) to wll-sku
           move ot-quantity(ws-ot-sub) to wll-qty
           move ot-deposit-amount(ws-ot-sub) to wll-deposit
           move ot-order-date(ws-ot-sub) to wll-ordered
           move ot-sort-date(ws-ot-sub) to wll-promised
           move ot-days(ws-ot-sub) to wll-days
           write output-line from ws-late-line
               after advancing 1 lines.

       540-print-ready-line.

           move ot-store-number(ws-ot-sub) to wrl-store
           move ot-order-number(ws-ot-sub) to wrl-order
           move ot-customer-number(ws-ot-sub) to wrl-customer
           perform 560-customer-name
           move cm-name to wrl-name
           move cm-phone to wrl-phone
           move ot-sku-code(ws-ot-sub) to wrl-sku
           move ot-quantity(ws-ot-sub) to wrl-qty
           move ot-sort-date(ws-ot-sub) to wrl-ready
           move ot-days(ws-ot-sub) to wrl-days
           write output-line from ws-ready-line
               after advancing 1 lines.

      * The customer's name and phone off the customer master; an
      * order whose customer is not on file (or has been erased)
      * prints with the number only.
       560-customer-name.

           move ot-customer-number(ws-ot-sub) to cm-customer-number
           read customer-master
               invalid key
                   move "*** NOT ON FILE ***" to cm-name
                   move spaces to cm-phone
           end-read.

       end program SpecialOrderReport.

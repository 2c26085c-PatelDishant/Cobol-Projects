       identification division.
       program-id. EmployeePurchaseReport.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Monthly staff purchase report for HR. Every sale rung at the
      * employee discount carries the purchasing employee's cashier
      * id; this collects the month's accepted staff purchases off
      * the retained daily edit outputs (the nightly batch keeps each
      * cycle's file-valid.out under its business date) and lists
      * them by store and employee -- what was bought, what was paid,
      * and the discount given at the employee's class rate -- with
      * each employee's year to date against the class's annual cap.
      * A purchase the employee rang up for themselves is allowed at
      * the register but is listed again on its own as an exception
      * for HR to follow up. Run on demand at month end; the month
      * reported is the one keyed into close-period.dat, the same
      * period MonthEndClose closes.

       environment division.
       input-output section.
       file-control.

      * The period to report (YYYYMM), keyed by the operator. With no
      * file the month of the business date is reported.
           select optional close-period-file assign to
               "../../../data/close-period.dat"
               organization is line sequential.

      * One retained day of accepted transactions at a time, opened
      * off the dated name built in working storage. A night the
      * batch didn't run has no file, and simply contributes nothing.
           select optional daily-valid-feed assign to ws-valid-feed-name
               organization is line sequential
               file status is ws-daily-valid-status.

           select store-master assign to
               "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is sm-store-number
               file status is ws-store-master-status.

           select employee-master assign to
               "../../../data/employee-master.dat"
               organization is indexed
               access mode is random
               record key is em-cashier-id
               file status is ws-employee-master-status.

      * select optional: with no class table no discount can be
      * shown, but the purchases still list.
           select optional employee-class-file assign to
               "../../../data/employee-class.dat"
               organization is indexed
               access mode is random
               record key is ec-class-code
               file status is ws-employee-class-status.

      * select optional: the tally is created by the first staff
      * purchase SalesAndLayawayProcessing posts.
           select optional employee-purchase-master assign to
               "../../../data/employee-purchase.dat"
               organization is indexed
               access mode is random
               record key is ep-cashier-id
               file status is ws-employee-purchase-status.

           select output-file assign to
               "../../../data/employee-purchases.out"
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

       fd close-period-file
           data record is close-period-record.

       01 close-period-record.
           05 mp-keyed-period                   pic 9(6).

      * Same layout Edits.cbl writes to file-valid.out.
       fd daily-valid-feed
           data record is input-line.

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

       fd store-master
           data record is store-master-record.

           copy "../Copybooks/store-master.cpy".

       fd employee-master
           data record is employee-master-record.

           copy "../Copybooks/employee-master.cpy".

       fd employee-class-file
           data record is employee-class-record.

           copy "../Copybooks/employee-class.cpy".

       fd employee-purchase-master
           data record is employee-purchase-record.

           copy "../Copybooks/employee-purchase.cpy".

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
       01 ws-store-master-status                      pic xx value "00".
       01 ws-employee-master-status                   pic xx value "00".
       01 ws-employee-class-status                    pic xx value "00".
       01 ws-employee-purchase-status                 pic xx value "00".

       01 ws-sw-day-eof                                 pic x value 'N'.
       01 ws-sw-store-eof                               pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * The period reported and the dated file names built from
      * each of its days.
       01 ws-report-period.
           05 ws-report-yyyy                             pic 9(4).
           05 ws-report-mm                               pic 99.
       01 ws-report-period-n redefines ws-report-period   pic 9(6).

       01 ws-cycle-date.
           05 ws-cycle-yyyy                              pic 9(4).
           05 ws-cycle-mm                                pic 99.
           05 ws-cycle-dd                                pic 99.
       01 ws-cycle-date-n redefines ws-cycle-date         pic 9(8).

       01 ws-days-in-month                                 pic 99.
       01 ws-day-sub                                       pic 99.
       01 ws-days-found                              pic 99 value 0.

       01 ws-valid-feed-name.
           05 filler                      pic x(25) value
               "../../../data/file-valid-".
           05 wvn-date                                     pic 9(8).
           05 filler                      pic x(4) value ".out".
           05 filler                     pic x(27) value spaces.

      * Per-store counts and dollars, in a table loaded from the
      * store master at start-up.
       01 store-table.
           05 store-table-entry occurs 50 times
                   indexed by st-idx.
               10 st-store-number               pic 99.
               10 st-store-name                 pic x(20).
               10 st-count                      pic 9(5).
               10 st-self-count                 pic 9(5).
               10 st-amount                     pic 9(9)v99.
               10 st-discount                   pic 9(9)v99.
       01 ws-store-count                       pic 99 value 0.

      * The month's staff purchases, held so they can be put in
      * store, employee, and date order.
       01 purchase-table.
           05 purchase-entry occurs 3000 times.
               10 pt-store-number                         pic 99.
               10 pt-purchaser-id                       pic x(4).
               10 pt-sale-date                          pic 9(8).
               10 pt-invoice-number                     pic x(9).
               10 pt-cashier-id                         pic x(4).
               10 pt-sku-code                          pic x(15).
               10 pt-quantity                           pic 9(3).
               10 pt-amount                         pic 9(7)v99.
               10 pt-self                                 pic x.
       01 ws-purchase-count                      pic 9(4) value 0.
       01 ws-pt-sub                              pic 9(4) value 0.

       01 ws-sort-i                              pic 9(4) value 0.
       01 ws-sort-j                              pic 9(4) value 0.
       01 ws-sort-best                           pic 9(4) value 0.
       01 ws-swap-entry                                   pic x(55).

      * Control breaks and the employee currently printing, with
      * the discount rate of their class.
       01 ws-break-store                            pic 99 value 0.
       01 ws-break-purchaser                     pic x(4) value spaces.
       01 ws-sw-any-self                            pic x value 'N'.
       01 ws-discount-pct                      pic 99v99 value 0.
       01 ws-discount                          pic 9(7)v99 value 0.

       01 ws-emp-count                              pic 9(5) value 0.
       01 ws-emp-amount                        pic 9(9)v99 value 0.
       01 ws-emp-discount                      pic 9(9)v99 value 0.

       01 ws-records-read                           pic 9(7) value 0.
       01 ws-tot-count                              pic 9(5) value 0.
       01 ws-tot-self                               pic 9(5) value 0.
       01 ws-tot-amount                       pic 9(10)v99 value 0.
       01 ws-tot-discount                     pic 9(10)v99 value 0.

       01 ws-title-line.
           05 filler         pic x(36) value
               "STAFF PURCHASE REPORT".
           05 filler                              pic x(6) value spaces.
           05 filler                        pic x(7) value "PERIOD ".
           05 wtl-period                                   pic 9(6).
           05 filler                              pic x(4) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-days-line.
           05 filler          pic x(30) value
               "DAILY FEEDS FOUND FOR PERIOD: ".
           05 wdy-days                                      pic z9.

       01 ws-detail-head.
           05 filler          pic x(50) value
               "STAFF PURCHASES BY STORE AND EMPLOYEE".

       01 ws-exception-head.
           05 filler          pic x(60) value
               "EXCEPTIONS -- STAFF PURCHASES RUNG BY THE PURCHASER".

       01 ws-col-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(6) value "EMP".
           05 filler                pic x(22) value "NAME".
           05 filler                pic x(6) value "CLASS".
           05 filler                pic x(8) value "CASHIER".
           05 filler                pic x(11) value "INVOICE".
           05 filler                pic x(10) value "DATE".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(5) value "QTY".
           05 filler                pic x(14) value "        PAID".
           05 filler                pic x(13) value "    DISCOUNT".

       01 ws-detail-line.
           05 filler                              pic x(3) value spaces.
           05 wdl-store                                    pic 99.
           05 filler                              pic x(2) value spaces.
           05 wdl-purchaser                               pic x(4).
           05 filler                              pic x(2) value spaces.
           05 wdl-name                                    pic x(20).
           05 filler                              pic x(4) value spaces.
           05 wdl-class                                    pic x.
           05 filler                              pic x(3) value spaces.
           05 wdl-cashier                                 pic x(4).
           05 filler                              pic x(2) value spaces.
           05 wdl-invoice                                 pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wdl-date                                    pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wdl-sku                                     pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wdl-qty                                      pic zz9.
           05 filler                              pic x(2) value spaces.
           05 wdl-amount                           pic $$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wdl-discount                         pic $$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wdl-self                                    pic x(9).

       01 ws-emp-total-line.
           05 filler                              pic x(9) value spaces.
           05 filler          pic x(16) value "EMPLOYEE TOTAL  ".
           05 wet-count                                  pic zzzz9.
           05 filler          pic x(11) value " PURCHASES ".
           05 filler          pic x(5) value "PAID ".
           05 wet-amount                           pic $$$,$$$,$$9.99.
           05 filler          pic x(10) value "  DISCOUNT".
           05 wet-discount                         pic $$$,$$$,$$9.99.
           05 filler          pic x(6) value "  YTD ".
           05 wet-ytd                              pic $$$,$$$,$$9.99.
           05 filler          pic x(6) value "  CAP ".
           05 wet-cap                              pic $$$,$$$,$$9.99.

       01 ws-none-line.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(20) value "NONE".

       01 ws-store-head.
           05 filler                pic x(8) value "STORE".
           05 filler                pic x(22) value "NAME".
           05 filler                pic x(10) value " PURCHASES".
           05 filler                pic x(10) value " SELF-RUNG".
           05 filler                pic x(18) value
               "            PAID".
           05 filler                pic x(18) value
               "        DISCOUNT".

       01 ws-store-line.
           05 wsl-store-num                                pic z9.
           05 filler                              pic x(6) value spaces.
           05 wsl-store-name                              pic x(20).
           05 filler                              pic x(2) value spaces.
           05 wsl-count                                pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-self                                 pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-amount                       pic $(3),$(3),$$9.99.
           05 filler                              pic x(2) value spaces.
           05 wsl-discount                     pic $(3),$(3),$$9.99.

       01 ws-grand-line.
           05 filler          pic x(30) value "ALL STORES".
           05 wgl-count                                pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wgl-self                                 pic zzzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wgl-amount                       pic $(3),$(3),$$9.99.
           05 filler                              pic x(2) value spaces.
           05 wgl-discount                     pic $(3),$(3),$$9.99.

       procedure division.

           perform 025-read-business-date.

           perform 030-resolve-report-period.

           perform 900-write-run-log-start.

           open input employee-master
                      employee-class-file
                      employee-purchase-master
           open output output-file.

           perform 050-load-store-table.

           perform 100-collect-month.

           perform 400-sort-purchases.

           perform 500-output.

           close employee-master
                 employee-class-file
                 employee-purchase-master
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

      * The operator keys the period; with no file, the month the
      * business date sits in is reported.
       030-resolve-report-period.

           open input close-period-file

           read close-period-file
               at end
                   move ws-run-date(1:6) to ws-report-period
               not at end
                   if mp-keyed-period is numeric
                           and mp-keyed-period > 0
                       move mp-keyed-period to ws-report-period-n
                   else
                       move ws-run-date(1:6) to ws-report-period
                   end-if
           end-read

           close close-period-file.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "EMPLOYEEPURCHASEREPORT" to rl-program-name
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
           move "EMPLOYEEPURCHASEREPORT" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-records-read to rl-records-read
           move ws-purchase-count to rl-records-written
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
                   move 0 to st-count(st-idx)
                   move 0 to st-self-count(st-idx)
                   move 0 to st-amount(st-idx)
                   move 0 to st-discount(st-idx)
                   read store-master at end move 'Y' to ws-sw-store-eof
                       end-read
               end-if
           end-perform

           close store-master.

      * One pass per calendar day of the period over the retained
      * daily edit outputs. A day with no file (the batch didn't
      * run, or retention has already aged it off) contributes
      * nothing -- the days actually found are counted onto the
      * report so HR can see how complete the month was.
       100-collect-month.

           move ws-report-yyyy to ws-cycle-yyyy
           move ws-report-mm to ws-cycle-mm

           evaluate ws-report-mm
               when 01 when 03 when 05 when 07
               when 08 when 10 when 12
                   move 31 to ws-days-in-month
               when 04 when 06 when 09 when 11
                   move 30 to ws-days-in-month
               when 02
                   if function mod(ws-report-yyyy, 4) = 0 and
                       (function mod(ws-report-yyyy, 100) not = 0
                        or function mod(ws-report-yyyy, 400) = 0)
                       move 29 to ws-days-in-month
                   else
                       move 28 to ws-days-in-month
                   end-if
               when other
                   move 0 to ws-days-in-month
           end-evaluate

           perform varying ws-day-sub from 1 by 1
                   until ws-day-sub > ws-days-in-month
               move ws-day-sub to ws-cycle-dd
               perform 110-take-one-day
           end-perform.

       110-take-one-day.

           move ws-cycle-date-n to wvn-date

           move 'N' to ws-sw-day-eof
           open input daily-valid-feed
           read daily-valid-feed at end move 'Y' to ws-sw-day-eof.

           if ws-sw-day-eof = 'N'
               add 1 to ws-days-found
           end-if

           perform until ws-sw-day-eof = 'Y'
               add 1 to ws-records-read
               if transaction-code = 'S'
                       and employee-purchase-flag = 'Y'
                   perform 150-add-purchase
               end-if
               read daily-valid-feed
                   at end move 'Y' to ws-sw-day-eof
               end-read
           end-perform

           close daily-valid-feed.

       150-add-purchase.

           if ws-purchase-count >= 3000
               display "*** STAFF PURCHASE TABLE FULL -- RUN"
                   " STOPPED ***"
               move 12 to return-code
               perform 910-write-run-log-end
               goback
           end-if

           add 1 to ws-purchase-count
           move store-number to pt-store-number(ws-purchase-count)
           move purchaser-id to pt-purchaser-id(ws-purchase-count)
           move transaction-date to pt-sale-date(ws-purchase-count)
           move invoice-number to pt-invoice-number(ws-purchase-count)
           move cashier-id to pt-cashier-id(ws-purchase-count)
           move sku-code to pt-sku-code(ws-purchase-count)
           move quantity to pt-quantity(ws-purchase-count)
           move transaction-amount to pt-amount(ws-purchase-count)
           if cashier-id = purchaser-id
               move 'Y' to pt-self(ws-purchase-count)
           else
               move 'N' to pt-self(ws-purchase-count)
           end-if.

      * Store, then employee, then date, then invoice -- a straight
      * selection sort, as Chargebacks orders its cases.
       400-sort-purchases.

           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-purchase-count
               move ws-sort-i to ws-sort-best
               perform varying ws-sort-j from ws-sort-i by 1
                       until ws-sort-j > ws-purchase-count
                   if pt-store-number(ws-sort-j) <
                           pt-store-number(ws-sort-best)
                       or (pt-store-number(ws-sort-j) =
                               pt-store-number(ws-sort-best)
                           and pt-purchaser-id(ws-sort-j) <
                               pt-purchaser-id(ws-sort-best))
                       or (pt-store-number(ws-sort-j) =
                               pt-store-number(ws-sort-best)
                           and pt-purchaser-id(ws-sort-j) =
                               pt-purchaser-id(ws-sort-best)
                           and pt-sale-date(ws-sort-j) <
                               pt-sale-date(ws-sort-best))
                       or (pt-store-number(ws-sort-j) =
                               pt-store-number(ws-sort-best)
                           and pt-purchaser-id(ws-sort-j) =
                               pt-purchaser-id(ws-sort-best)
                           and pt-sale-date(ws-sort-j) =
                               pt-sale-date(ws-sort-best)
                           and pt-invoice-number(ws-sort-j) <
                               pt-invoice-number(ws-sort-best))
                       move ws-sort-j to ws-sort-best
                   end-if
               end-perform
               if ws-sort-best not = ws-sort-i
                   move purchase-entry(ws-sort-i) to ws-swap-entry
                   move purchase-entry(ws-sort-best)
                       to purchase-entry(ws-sort-i)
                   move ws-swap-entry to purchase-entry(ws-sort-best)
               end-if
           end-perform.

       500-output.

           move ws-report-period-n to wtl-period
           move ws-run-date to wtl-run-date
           write output-line from ws-title-line

           move ws-days-found to wdy-days
           write output-line from ws-days-line
               after advancing 2 lines

           write output-line from ws-detail-head
               after advancing 3 lines
           write output-line from ws-col-head
               after advancing 1 lines

           move 0 to ws-break-store
           move spaces to ws-break-purchaser

           perform varying ws-pt-sub from 1 by 1
                   until ws-pt-sub > ws-purchase-count
               if pt-store-number(ws-pt-sub) not = ws-break-store
                       or pt-purchaser-id(ws-pt-sub)
                           not = ws-break-purchaser
                   if ws-break-purchaser not = spaces
                       perform 540-print-employee-total
                   end-if
                   move pt-store-number(ws-pt-sub) to ws-break-store
                   move pt-purchaser-id(ws-pt-sub)
                       to ws-break-purchaser
                   perform 560-employee-class
                   move 0 to ws-emp-count
                   move 0 to ws-emp-amount
                   move 0 to ws-emp-discount
               end-if
               perform 520-print-detail-line
               add 1 to ws-emp-count
               add pt-amount(ws-pt-sub) to ws-emp-amount
               add ws-discount to ws-emp-discount
               perform 580-add-store-totals
           end-perform

           if ws-break-purchaser not = spaces
               perform 540-print-employee-total
           else
               write output-line from ws-none-line
                   after advancing 1 lines
           end-if

      * The exceptions: the same purchases again, only those the
      * purchasing employee rang up on their own register session.
           write output-line from ws-exception-head
               after advancing 3 lines
           write output-line from ws-col-head
               after advancing 1 lines

           move 'N' to ws-sw-any-self
           perform varying ws-pt-sub from 1 by 1
                   until ws-pt-sub > ws-purchase-count
               if pt-self(ws-pt-sub) = 'Y'
                   move 'Y' to ws-sw-any-self
                   move pt-purchaser-id(ws-pt-sub)
                       to ws-break-purchaser
                   perform 560-employee-class
                   perform 520-print-detail-line
               end-if
           end-perform

           if ws-sw-any-self = 'N'
               write output-line from ws-none-line
                   after advancing 1 lines
           end-if

           write output-line from ws-store-head
               after advancing 3 lines

           perform varying st-idx from 1 by 1
                   until st-idx > ws-store-count
               move st-store-number(st-idx) to wsl-store-num
               move st-store-name(st-idx) to wsl-store-name
               move st-count(st-idx) to wsl-count
               move st-self-count(st-idx) to wsl-self
               move st-amount(st-idx) to wsl-amount
               move st-discount(st-idx) to wsl-discount
               write output-line from ws-store-line
                   after advancing 1 lines
           end-perform

           move ws-tot-count to wgl-count
           move ws-tot-self to wgl-self
           move ws-tot-amount to wgl-amount
           move ws-tot-discount to wgl-discount
           write output-line from ws-grand-line
               after advancing 2 lines.

      * The discount given is worked back from what was paid: the
      * sale was priced at (100 - rate)% of the catalog price, so
      * the discount is paid x rate / (100 - rate).
       520-print-detail-line.

           if ws-discount-pct > 0 and ws-discount-pct < 100
               compute ws-discount rounded =
                   pt-amount(ws-pt-sub) * ws-discount-pct
                       / (100 - ws-discount-pct)
           else
               move 0 to ws-discount
           end-if

           move pt-store-number(ws-pt-sub) to wdl-store
           move pt-purchaser-id(ws-pt-sub) to wdl-purchaser
           move em-name to wdl-name
           move em-employee-class to wdl-class
           move pt-cashier-id(ws-pt-sub) to wdl-cashier
           move pt-invoice-number(ws-pt-sub) to wdl-invoice
           move pt-sale-date(ws-pt-sub) to wdl-date
           move pt-sku-code(ws-pt-sub) to wdl-sku
           move pt-quantity(ws-pt-sub) to wdl-qty
           move pt-amount(ws-pt-sub) to wdl-amount
           move ws-discount to wdl-discount
           if pt-self(ws-pt-sub) = 'Y'
               move "SELF-RUNG" to wdl-self
           else
               move spaces to wdl-self
           end-if
           write output-line from ws-detail-line
               after advancing 1 lines.

      * The employee's month at this store, with the year to date
      * off the purchase tally -- the figure the annual cap is held
      * against -- when the tally is for the period's year.
       540-print-employee-total.

           move ws-emp-count to wet-count
           move ws-emp-amount to wet-amount
           move ws-emp-discount to wet-discount

           move ws-break-purchaser to ep-cashier-id
           read employee-purchase-master
               invalid key
                   move 0 to wet-ytd
               not invalid key
                   if ep-year = ws-report-yyyy
                       move ep-ytd-amount to wet-ytd
                   else
                       move 0 to wet-ytd
                   end-if
           end-read

           move ec-annual-cap to wet-cap

           write output-line from ws-emp-total-line
               after advancing 1 lines
           move spaces to output-line
           write output-line.

      * The employee's name and class, and the class's discount
      * rate and cap. An employee no longer on file prints with the
      * id only; a class no longer on the table shows no discount.
       560-employee-class.

           move ws-break-purchaser to em-cashier-id
           read employee-master
               invalid key
                   move "*** NOT ON FILE ***" to em-name
                   move space to em-employee-class
           end-read

           move 0 to ws-discount-pct
           move 0 to ec-annual-cap
           if em-employee-class not = space
               move em-employee-class to ec-class-code
               read employee-class-file
                   invalid key
                       move 0 to ec-annual-cap
                   not invalid key
                       move ec-discount-pct to ws-discount-pct
               end-read
           end-if.

       580-add-store-totals.

           add 1 to ws-tot-count
           add pt-amount(ws-pt-sub) to ws-tot-amount
           add ws-discount to ws-tot-discount
           if pt-self(ws-pt-sub) = 'Y'
               add 1 to ws-tot-self
           end-if

           set st-idx to 1
           search store-table-entry
               at end
                   display "STORE NOT ON MASTER: "
                       pt-store-number(ws-pt-sub)
               when st-store-number(st-idx) = pt-store-number(ws-pt-sub)
                   add 1 to st-count(st-idx)
                   add pt-amount(ws-pt-sub) to st-amount(st-idx)
                   add ws-discount to st-discount(st-idx)
                   if pt-self(ws-pt-sub) = 'Y'
                       add 1 to st-self-count(st-idx)
                   end-if
           end-search.

       end program EmployeePurchaseReport.

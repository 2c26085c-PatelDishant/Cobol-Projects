       identification division.
       program-id. PaidOutReport.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Lists the night's cash paid-outs -- cash the stores paid
      * straight out of the till for small store expenses -- off the
      * paid-out register SalesAndLayawayProcessing writes, by store
      * and expense category: each paid-out with its cashier and
      * slip, a total per category within the store and per store,
      * then the chain's total per category with the GL account
      * MonthEndClose will journal it to. The same paid-outs have
      * already come off each store's expected cash in the tender
      * settlement, so this is the list a store manager checks the
      * slips in the drawer against instead of explaining them on
      * the over/short report.

       environment division.
       input-output section.
       file-control.

      * select optional: a night with no paid-outs, or a posting run
      * that has not written the file yet, prints the report empty.
           select optional paid-out-file assign to
               "../../../data/paid-out.dat"
               organization is line sequential.

           select store-master assign to
               "../../../data/store-master.dat"
               organization is indexed
               access mode is random
               record key is sm-store-number
               file status is ws-store-master-status.

      * select optional: accounting maintains the mapping; with no
      * file the account column prints blank.
           select optional account-map-file assign to
               "../../../data/gl-account-map.dat"
               organization is line sequential.

           select output-file assign to
               "../../../data/paid-out.out"
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

       fd paid-out-file
           data record is paid-out-record.

           copy "../Copybooks/paid-out.cpy".

       fd store-master
           data record is store-master-record.

           copy "../Copybooks/store-master.cpy".

       fd account-map-file
           data record is gl-account-map-record.

           copy "../Copybooks/gl-account-map.cpy".

       fd output-file
           data record is output-line.

       01 output-line                                       pic x(132).

       fd run-log-file
           data record is run-log-record.

           copy "../Copybooks/run-log.cpy".

       fd business-date-file
           data record is business-date-record.

           copy "../Copybooks/business-date.cpy".

       working-storage section.

       01 ws-store-master-status                      pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-map-eof                                 pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * The night's paid-outs, loaded off the register and sorted
      * into store, category, and slip order.
       01 paid-out-table.
           05 paid-out-entry occurs 2000 times.
               10 pt-store-number                          pic 99.
               10 pt-category                              pic xx.
               10 pt-slip-number                        pic x(9).
               10 pt-cashier-id                         pic x(4).
               10 pt-paid-date                          pic 9(8).
               10 pt-amount                          pic 9(5)v99.
       01 ws-paid-out-count                        pic 9(4) value 0.
       01 ws-pt-sub                                       pic 9(4).

      * Selection sort work fields, same shape as the exempt sales
      * sort in TaxRemittance.
       01 ws-sort-i                                        pic 9(4).
       01 ws-sort-j                                        pic 9(4).
       01 ws-sort-best                                     pic 9(4).
       01 ws-swap-entry                                   pic x(32).

      * The chain's totals per category, in the order the categories
      * are first met, with the account each maps to.
       01 category-table.
           05 category-entry occurs 100 times.
               10 cg-category                              pic xx.
               10 cg-account                             pic x(8).
               10 cg-count                               pic 9(5).
               10 cg-amount                           pic 9(9)v99.
       01 ws-category-count                        pic 9(3) value 0.
       01 ws-cg-sub                                pic 9(3) value 0.
       01 ws-cg-hit                                pic 9(3) value 0.

       01 ws-prev-store                                  pic 99 value 0.
       01 ws-prev-category                          pic xx value spaces.
       01 ws-cat-count                              pic 9(5) value 0.
       01 ws-cat-amount                         pic 9(9)v99 value 0.
       01 ws-store-count                            pic 9(5) value 0.
       01 ws-store-amount                       pic 9(9)v99 value 0.
       01 ws-grand-count                            pic 9(5) value 0.
       01 ws-grand-amount                       pic 9(9)v99 value 0.

       01 ws-title-line.
           05 filler         pic x(34) value
               "CASH PAID-OUTS BY STORE/CATEGORY".
           05 filler                              pic x(6) value spaces.
           05 filler                  pic x(14) value "BUSINESS DATE ".
           05 wtl-date                                     pic 9(8).

       01 ws-store-head-line.
           05 filler                    pic x(6) value "STORE ".
           05 wsh-store-num                                pic z9.
           05 filler                              pic x(2) value spaces.
           05 wsh-store-name                              pic x(20).

       01 ws-detail-head.
           05 filler                pic x(10) value "CATEGORY".
           05 filler                pic x(11) value "SLIP".
           05 filler                pic x(9) value "CASHIER".
           05 filler                pic x(10) value "PAID ON".
           05 filler                pic x(15) value "         AMOUNT".

       01 ws-detail-line.
           05 filler                              pic x(2) value spaces.
           05 wdl-category                                 pic xx.
           05 filler                              pic x(6) value spaces.
           05 wdl-slip                                     pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wdl-cashier                                  pic x(4).
           05 filler                              pic x(5) value spaces.
           05 wdl-paid-date                                pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wdl-amount                            pic $$$$,$$$,$$9.99.

       01 ws-total-line.
           05 filler                              pic x(2) value spaces.
           05 wtt-label                                   pic x(30).
           05 wtt-count                                    pic zzzz9.
           05 filler                    pic x(3) value " @ ".
           05 wtt-amount                            pic $$$$,$$$,$$9.99.

       01 ws-summary-title.
           05 filler         pic x(32) value
               "CHAIN PAID-OUTS BY CATEGORY".

       01 ws-summary-head.
           05 filler                pic x(10) value "CATEGORY".
           05 filler                pic x(10) value "ACCOUNT".
           05 filler                pic x(7) value "  COUNT".
           05 filler                pic x(17) value "           AMOUNT".

       01 ws-summary-line.
           05 filler                              pic x(2) value spaces.
           05 wsl-category                                 pic xx.
           05 filler                              pic x(6) value spaces.
           05 wsl-account                                  pic x(8).
           05 filler                              pic x(4) value spaces.
           05 wsl-count                                    pic zzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-amount                            pic $$$$,$$$,$$9.99.

       01 ws-grand-line.
           05 filler         pic x(22) value "TOTAL PAID-OUTS:".
           05 wgl-count                                    pic zzzz9.
           05 filler                    pic x(3) value " @ ".
           05 wgl-amount                            pic $$$$,$$$,$$9.99.

       01 ws-none-line.
           05 filler         pic x(30) value
               "NO PAID-OUTS TONIGHT".

       procedure division.

           perform 025-read-business-date.

           perform 900-write-run-log-start.

           open input store-master
           open output output-file.

           perform 100-load-paid-outs.
           perform 150-sort-paid-outs.
           perform 200-print-paid-outs.
           perform 300-print-category-summary.

           close store-master
                 output-file.

           move 0 to return-code.
           perform 910-write-run-log-end.
           goback.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "PAIDOUTREPORT" to rl-program-name
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
           move "PAIDOUTREPORT" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-paid-out-count to rl-records-read
           move ws-grand-count to rl-records-written
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

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

      * The night's paid-outs into the table. A night with more than
      * the table holds stops the run rather than print a partial
      * listing the stores would balance their slips to.
       100-load-paid-outs.

           open input paid-out-file
           read paid-out-file at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if ws-paid-out-count >= 2000
                   display "*** PAID-OUT TABLE FULL -- RUN"
                       " STOPPED ***"
                   close paid-out-file
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-paid-out-count
               move po-store-number
                   to pt-store-number(ws-paid-out-count)
               move po-category to pt-category(ws-paid-out-count)
               move po-slip-number to pt-slip-number(ws-paid-out-count)
               move po-cashier-id to pt-cashier-id(ws-paid-out-count)
               move po-paid-date to pt-paid-date(ws-paid-out-count)
               move po-amount to pt-amount(ws-paid-out-count)
               read paid-out-file
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close paid-out-file.

       150-sort-paid-outs.

           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-paid-out-count
               move ws-sort-i to ws-sort-best
               perform varying ws-sort-j from ws-sort-i by 1
                       until ws-sort-j > ws-paid-out-count
                   if pt-store-number(ws-sort-j) <
                           pt-store-number(ws-sort-best)
                       or (pt-store-number(ws-sort-j) =
                               pt-store-number(ws-sort-best)
                           and pt-category(ws-sort-j) <
                               pt-category(ws-sort-best))
                       or (pt-store-number(ws-sort-j) =
                               pt-store-number(ws-sort-best)
                           and pt-category(ws-sort-j) =
                               pt-category(ws-sort-best)
                           and pt-slip-number(ws-sort-j) <
                               pt-slip-number(ws-sort-best))
                       move ws-sort-j to ws-sort-best
                   end-if
               end-perform
               if ws-sort-best not = ws-sort-i
                   move paid-out-entry(ws-sort-i) to ws-swap-entry
                   move paid-out-entry(ws-sort-best)
                       to paid-out-entry(ws-sort-i)
                   move ws-swap-entry to paid-out-entry(ws-sort-best)
               end-if
           end-perform.

      * One line per paid-out under its store's heading, a subtotal
      * when the category changes and a total when the store does,
      * and the night's grand total under the lot.
       200-print-paid-outs.

           move ws-run-date to wtl-date
           write output-line from ws-title-line

           if ws-paid-out-count = 0
               write output-line from ws-none-line
                   after advancing 2 lines
           else
               perform varying ws-pt-sub from 1 by 1
                       until ws-pt-sub > ws-paid-out-count
                   if ws-pt-sub = 1
                       perform 205-print-store-heading
                   else
                       if pt-store-number(ws-pt-sub) not = ws-prev-store
                           perform 220-category-total
                           perform 230-store-total
                           perform 205-print-store-heading
                       else
                           if pt-category(ws-pt-sub)
                                   not = ws-prev-category
                               perform 220-category-total
                           end-if
                       end-if
                   end-if
                   perform 210-print-paid-out-line
               end-perform
               perform 220-category-total
               perform 230-store-total

               move ws-grand-count to wgl-count
               move ws-grand-amount to wgl-amount
               write output-line from ws-grand-line
                   after advancing 2 lines
           end-if.

       205-print-store-heading.

           move pt-store-number(ws-pt-sub) to sm-store-number
           read store-master
               invalid key
                   move "(NOT ON MASTER)" to sm-store-name
               not invalid key
                   continue
           end-read

           move pt-store-number(ws-pt-sub) to wsh-store-num
           move sm-store-name to wsh-store-name
           write output-line from ws-store-head-line
               after advancing 3 lines
           write output-line from ws-detail-head
               after advancing 2 lines.

       210-print-paid-out-line.

           move pt-store-number(ws-pt-sub) to ws-prev-store
           move pt-category(ws-pt-sub) to ws-prev-category

           move pt-category(ws-pt-sub) to wdl-category
           move pt-slip-number(ws-pt-sub) to wdl-slip
           move pt-cashier-id(ws-pt-sub) to wdl-cashier
           move pt-paid-date(ws-pt-sub) to wdl-paid-date
           move pt-amount(ws-pt-sub) to wdl-amount
           write output-line from ws-detail-line
               after advancing 1 lines

           add 1 to ws-cat-count
           add pt-amount(ws-pt-sub) to ws-cat-amount.

      * The category's total within the store, carried into the
      * chain's total for the category as well.
       220-category-total.

           move spaces to wtt-label
           string "CATEGORY " delimited by size
                  ws-prev-category delimited by size
                  " TOTAL" delimited by size
               into wtt-label
           end-string
           move ws-cat-count to wtt-count
           move ws-cat-amount to wtt-amount
           write output-line from ws-total-line
               after advancing 1 lines

           move 0 to ws-cg-hit
           perform varying ws-cg-sub from 1 by 1
                   until ws-cg-sub > ws-category-count
               if cg-category(ws-cg-sub) = ws-prev-category
                   move ws-cg-sub to ws-cg-hit
                   move ws-category-count to ws-cg-sub
               end-if
           end-perform

           if ws-cg-hit = 0
               if ws-category-count >= 100
                   display "*** PAID-OUT CATEGORY TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-category-count
               move ws-category-count to ws-cg-hit
               move ws-prev-category to cg-category(ws-cg-hit)
               move spaces to cg-account(ws-cg-hit)
               move 0 to cg-count(ws-cg-hit)
               move 0 to cg-amount(ws-cg-hit)
           end-if

           add ws-cat-count to cg-count(ws-cg-hit)
           add ws-cat-amount to cg-amount(ws-cg-hit)

           add ws-cat-count to ws-store-count
           add ws-cat-amount to ws-store-amount
           move 0 to ws-cat-count
           move 0 to ws-cat-amount.

       230-store-total.

           move spaces to wtt-label
           move ws-prev-store to wsh-store-num
           string "STORE " delimited by size
                  wsh-store-num delimited by size
                  " PAID-OUTS TOTAL" delimited by size
               into wtt-label
           end-string
           move ws-store-count to wtt-count
           move ws-store-amount to wtt-amount
           write output-line from ws-total-line
               after advancing 2 lines

           add ws-store-count to ws-grand-count
           add ws-store-amount to ws-grand-amount
           move 0 to ws-store-count
           move 0 to ws-store-amount.

      * The chain's paid-outs per category, with the GL account off
      * the mapping control file each will be journalled to at
      * month end. A category with no PAID-OUT- entry shows no
      * account -- MonthEndClose takes it to the default paid-out
      * expense account.
       300-print-category-summary.

           if ws-category-count > 0
               move 'N' to ws-sw-map-eof
               open input account-map-file
               read account-map-file at end move 'Y' to ws-sw-map-eof
               end-read
               perform until ws-sw-map-eof = 'Y'
                   if am-entry-name(1:9) = "PAID-OUT-"
                       perform varying ws-cg-sub from 1 by 1
                               until ws-cg-sub > ws-category-count
                           if cg-category(ws-cg-sub)
                                   = am-entry-name(10:2)
                               move am-account to cg-account(ws-cg-sub)
                           end-if
                       end-perform
                   end-if
                   read account-map-file
                       at end move 'Y' to ws-sw-map-eof
                   end-read
               end-perform
               close account-map-file

               write output-line from ws-summary-title
                   after advancing 3 lines
               write output-line from ws-summary-head
                   after advancing 2 lines
               perform varying ws-cg-sub from 1 by 1
                       until ws-cg-sub > ws-category-count
                   move cg-category(ws-cg-sub) to wsl-category
                   move cg-account(ws-cg-sub) to wsl-account
                   move cg-count(ws-cg-sub) to wsl-count
                   move cg-amount(ws-cg-sub) to wsl-amount
                   write output-line from ws-summary-line
                       after advancing 1 lines
               end-perform
           end-if.

       end program PaidOutReport.

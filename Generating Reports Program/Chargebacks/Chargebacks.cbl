       identification division.
       program-id. Chargebacks.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Card chargeback case tracking. When the card processor pulls
      * money back on a disputed sale, treasury gets the processor's
      * chargeback file, and until now worked it in a spreadsheet --
      * the deposit reconciliation just showed an unexplained
      * shortfall. Each item on the file is matched back to the sale
      * on sales-history.dat and invoice-detail.dat by invoice,
      * store, and amount, and carried on the chargeback case master
      * through open, represented, won, and lost as the processor's
      * events arrive. The report lists every case still in dispute
      * and every case decided tonight by store and cashier. A lost
      * chargeback is money the processor keeps: the night's lost
      * dollars are taken off the matching store/tender row of the
      * tender settlement feed, so DepositRecon expects the deposit
      * the processor actually made. Runs after ProgramReturns has
      * written the settlement feed and before DepositRecon reads it.

       environment division.
       input-output section.
       file-control.

      * select optional: the processor file arrives from outside the
      * suite and a night with no disputes sends none.
           select optional chargeback-file assign to
               "../../../data/chargeback.dat"
               organization is line sequential.

      * select optional: the case master is this program's own
      * output -- the first notice creates it.
           select optional chargeback-case assign to
               "../../../data/chargeback-case.dat"
               organization is indexed
               access mode is random
               record key is cc-case-number
               file status is ws-case-status.

      * Second reader over the case master for the report pass: the
      * posting pass needs random access, the report a front-to-back
      * walk, and a file carries one access mode per select. The
      * posting file is closed before this one opens.
           select optional case-report assign to
               "../../../data/chargeback-case.dat"
               organization is indexed
               access mode is sequential
               record key is ck-case-number
               file status is ws-case-rpt-status.

           select sales-history assign to
               "../../../data/sales-history.dat"
               organization is indexed
               access mode is random
               record key is sh-invoice-number
               file status is ws-sales-history-status.

           select invoice-detail assign to
               "../../../data/invoice-detail.dat"
               organization is indexed
               access mode is random
               record key is id-detail-key
               file status is ws-invoice-detail-status.

      * select optional: a standalone run outside the batch may find
      * no settlement feed; the lost dollars are then written as
      * rows of their own.
           select optional settlement-file assign to
               "../../../data/tender-settlement.dat"
               organization is line sequential.

           select output-file assign to
               "../../../data/chargeback-report.out"
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

       fd chargeback-file
           data record is chargeback-item-record.

           copy "../Copybooks/chargeback-item.cpy".

       fd chargeback-case
           data record is chargeback-case-record.

           copy "../Copybooks/chargeback-case.cpy".

      * Same layout as chargeback-case.cpy, under its own names
      * because the posting FD above owns the copybook record.
       fd case-report
           data record is case-report-record.

       01 case-report-record.
           05 ck-case-number                        pic x(12).
           05 ck-invoice-number                     pic x(9).
           05 ck-store-number                       pic 99.
           05 ck-tender-code                        pic xx.
           05 ck-amount                             pic 9(7)v99.
           05 ck-reason-code                        pic x(4).
           05 ck-cashier-id                         pic x(4).
           05 ck-sale-date                          pic 9(8).
           05 ck-sale-amount                        pic 9(7)v99.
           05 ck-sku-code                           pic x(15).
           05 ck-match-result                       pic x.
           05 ck-open-date                          pic 9(8).
           05 ck-represent-date                     pic 9(8).
           05 ck-decision-date                      pic 9(8).
           05 ck-posted-date                        pic 9(8).
           05 ck-posted-seq                         pic 9(7).
           05 ck-status                             pic x.

       fd sales-history
           data record is sales-history-record.

           copy "../Copybooks/sales-history.cpy".

       fd invoice-detail
           data record is invoice-detail-record.

           copy "../Copybooks/invoice-detail.cpy".

       fd settlement-file
           data record is tender-settlement-record.

           copy "../Copybooks/tender-settlement.cpy".

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

       01 ws-case-status                              pic xx value "00".
       01 ws-case-rpt-status                          pic xx value "00".
       01 ws-sales-history-status                     pic xx value "00".
       01 ws-invoice-detail-status                    pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-report-eof                              pic x value 'N'.
       01 ws-sw-settle-eof                              pic x value 'N'.
       01 ws-sw-found                                   pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * Ordinal of the processor line being processed. With the
      * business date it keys every case update, so a rerun of the
      * same night's file recognizes an event already applied.
       01 ws-item-seq                               pic 9(7) value 0.

       01 ws-count-read                             pic 9(7) value 0.
       01 ws-count-opened                           pic 9(5) value 0.
       01 ws-count-represented                      pic 9(5) value 0.
       01 ws-count-won                              pic 9(5) value 0.
       01 ws-count-lost                             pic 9(5) value 0.
       01 ws-count-exceptions                       pic 9(5) value 0.

       01 ws-exception-reason                          pic x(30).

      * Cases for the report, loaded off the case master and sorted
      * by store and cashier: everything still in dispute, and
      * everything the processor decided tonight.
       01 case-table.
           05 case-entry occurs 1000 times.
               10 cb-store-number                          pic 99.
               10 cb-cashier-id                           pic x(4).
               10 cb-case-number                         pic x(12).
               10 cb-invoice-number                       pic x(9).
               10 cb-tender-code                            pic xx.
               10 cb-sku-code                            pic x(15).
               10 cb-sale-date                            pic 9(8).
               10 cb-amount                            pic 9(7)v99.
               10 cb-status                                  pic x.
               10 cb-match-result                            pic x.
       01 ws-case-count                            pic 9(4) value 0.
       01 ws-cb-sub                                pic 9(4) value 0.

      * Selection sort work fields (store, cashier, case), same shape
      * as the store ranking sort in SalesAndLayawayProcessing.
       01 ws-sort-i                                        pic 9(4).
       01 ws-sort-j                                        pic 9(4).
       01 ws-sort-best                                     pic 9(4).
       01 ws-swap-entry.
           05 sw-store-number                              pic 99.
           05 sw-cashier-id                               pic x(4).
           05 sw-case-number                             pic x(12).
           05 sw-invoice-number                           pic x(9).
           05 sw-tender-code                                pic xx.
           05 sw-sku-code                                pic x(15).
           05 sw-sale-date                                pic 9(8).
           05 sw-amount                                pic 9(7)v99.
           05 sw-status                                      pic x.
           05 sw-match-result                                pic x.

      * Tonight's lost dollars per store and tender -- the
      * adjustment the settlement feed takes.
       01 lost-table.
           05 lost-entry occurs 200 times.
               10 lt-store-number                          pic 99.
               10 lt-tender-code                            pic xx.
               10 lt-amount                           pic 9(10)v99.
       01 ws-lost-count                            pic 9(3) value 0.
       01 ws-lt-sub                                pic 9(3) value 0.

      * The settlement feed, loaded whole so it can be written back
      * with the chargeback column set.
       01 settle-table.
           05 settle-entry occurs 200 times.
               10 se-settle-date                          pic 9(8).
               10 se-store-number                          pic 99.
               10 se-tender-code                            pic xx.
               10 se-sales-amount                     pic 9(10)v99.
               10 se-refund-amount                    pic 9(10)v99.
               10 se-chargeback-amount                pic 9(10)v99.
               10 se-points-amount                    pic 9(10)v99.
               10 se-paid-out-amount                  pic 9(10)v99.
       01 ws-settle-count                          pic 9(3) value 0.
       01 ws-settle-sub                            pic 9(3) value 0.
       01 ws-settle-date                           pic 9(8) value 0.

       01 ws-break-store                               pic 99 value 0.
       01 ws-break-cashier                      pic x(4) value spaces.
       01 ws-cashier-cases                          pic 9(5) value 0.
       01 ws-cashier-amount                    pic 9(10)v99 value 0.
       01 ws-store-cases                            pic 9(5) value 0.
       01 ws-store-amount                      pic 9(10)v99 value 0.
       01 ws-total-cases                            pic 9(5) value 0.
       01 ws-total-amount                      pic 9(10)v99 value 0.
       01 ws-total-lost                        pic 9(10)v99 value 0.

       01 ws-title-line.
           05 filler         pic x(34) value
               "CHARGEBACK CASE REPORT".
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-exception-head.
           05 filler          pic x(40) value
               "PROCESSOR FILE EXCEPTIONS".

       01 ws-exception-col-head.
           05 filler                pic x(14) value "CASE".
           05 filler                pic x(4) value "ACT".
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(11) value "INVOICE".
           05 filler                pic x(13) value "      AMOUNT".
           05 filler                pic x(30) value "EXCEPTION".

       01 ws-exception-line.
           05 wxl-case-number                             pic x(12).
           05 filler                              pic x(2) value spaces.
           05 wxl-action                                     pic x.
           05 filler                              pic x(3) value spaces.
           05 wxl-store-num                                 pic xx.
           05 filler                              pic x(5) value spaces.
           05 wxl-invoice                                  pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wxl-amount                             pic zzz,zz9.99.
           05 filler                              pic x(3) value spaces.
           05 wxl-reason                                  pic x(30).

       01 ws-case-head.
           05 filler          pic x(40) value
               "CASES BY STORE AND CASHIER".

       01 ws-case-col-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(9) value "CASHIER".
           05 filler                pic x(14) value "CASE".
           05 filler                pic x(11) value "INVOICE".
           05 filler                pic x(5) value "TND".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(10) value "SALE DATE".
           05 filler                pic x(12) value "     AMOUNT".
           05 filler                pic x(13) value "STATUS".
           05 filler                pic x(20) value "MATCH".

       01 ws-case-line.
           05 wcl-store-num                                pic z9.
           05 filler                              pic x(5) value spaces.
           05 wcl-cashier                                 pic x(4).
           05 filler                              pic x(5) value spaces.
           05 wcl-case-number                             pic x(12).
           05 filler                              pic x(2) value spaces.
           05 wcl-invoice                                  pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wcl-tender                                    pic xx.
           05 filler                              pic x(3) value spaces.
           05 wcl-sku-code                                pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wcl-sale-date                                pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wcl-amount                             pic zzz,zz9.99.
           05 filler                              pic x(2) value spaces.
           05 wcl-status                                  pic x(11).
           05 filler                              pic x(2) value spaces.
           05 wcl-match                                   pic x(20).

       01 ws-cashier-total-line.
           05 filler          pic x(7) value spaces.
           05 filler          pic x(8) value "CASHIER".
           05 wctl-cashier                                pic x(4).
           05 filler          pic x(3) value spaces.
           05 filler          pic x(7) value "CASES: ".
           05 wctl-cases                                 pic zzzz9.
           05 filler          pic x(3) value spaces.
           05 wctl-amount                       pic $(3),$(3),$$9.99.

       01 ws-store-total-line.
           05 filler          pic x(7) value spaces.
           05 filler          pic x(6) value "STORE ".
           05 wstl-store                                   pic z9.
           05 filler          pic x(7) value spaces.
           05 filler          pic x(7) value "CASES: ".
           05 wstl-cases                                 pic zzzz9.
           05 filler          pic x(3) value spaces.
           05 wstl-amount                       pic $(3),$(3),$$9.99.

       01 ws-grand-total-line.
           05 filler          pic x(29) value "ALL STORES".
           05 wgt-cases                                  pic zzzz9.
           05 filler          pic x(3) value spaces.
           05 wgt-amount                        pic $(3),$(3),$$9.99.

       01 ws-lost-head.
           05 filler          pic x(50) value
               "LOST TONIGHT -- TAKEN OFF THE TENDER SETTLEMENT".

       01 ws-lost-col-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(8) value "TENDER".
           05 filler                pic x(17) value "      LOST AMOUNT".

       01 ws-lost-line.
           05 wll-store-num                                pic z9.
           05 filler                              pic x(5) value spaces.
           05 wll-tender                                    pic xx.
           05 filler                              pic x(6) value spaces.
           05 wll-amount                        pic $(3),$(3),$$9.99.

       01 ws-summary-line.
           05 filler          pic x(12) value "ITEMS READ: ".
           05 wsu-read                                  pic zzzzzz9.
           05 filler          pic x(11) value "   OPENED: ".
           05 wsu-opened                                  pic zzzz9.
           05 filler          pic x(16) value "   REPRESENTED: ".
           05 wsu-represented                             pic zzzz9.
           05 filler          pic x(8) value "   WON: ".
           05 wsu-won                                     pic zzzz9.
           05 filler          pic x(9) value "   LOST: ".
           05 wsu-lost                                    pic zzzz9.
           05 filler          pic x(15) value "   EXCEPTIONS: ".
           05 wsu-exceptions                              pic zzzz9.

      * Breakdown carried on this run's end record in the run log.
       01 ws-log-note.
           05 filler                        pic x(5) value "OPEN=".
           05 wlg-opened                              pic 9(5).
           05 filler                       pic x(6) value " LOST=".
           05 wlg-lost                                pic 9(5).
           05 filler                        pic x(5) value " EXC=".
           05 wlg-exceptions                          pic 9(5).

       procedure division.

           perform 025-read-business-date.

           perform 900-write-run-log-start.

           open output output-file.

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line
           write output-line from ws-exception-head
               after advancing 2 lines
           write output-line from ws-exception-col-head
               after advancing 1 lines.

           perform 030-open-chargeback-case.

           open input chargeback-file, sales-history, invoice-detail.

           read chargeback-file at end move 'Y' to ws-sw-eof.

           perform 100-process-item until ws-sw-eof = 'Y'.

           close chargeback-file
                 chargeback-case
                 sales-history
                 invoice-detail.

           perform 400-load-cases.

           perform 450-print-cases.

           perform 500-print-lost.

           perform 600-adjust-settlement.

           move ws-count-read to wsu-read
           move ws-count-opened to wsu-opened
           move ws-count-represented to wsu-represented
           move ws-count-won to wsu-won
           move ws-count-lost to wsu-lost
           move ws-count-exceptions to wsu-exceptions
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

      * chargeback-case.dat is this program's own output -- create
      * it the first time, the same bootstrap SalesAndLayawayProcessing
      * uses for its masters.
       030-open-chargeback-case.

           open i-o chargeback-case

           if ws-case-status = "35"
               open output chargeback-case
               close chargeback-case
               open i-o chargeback-case
           end-if.

      * One processor line. A line that can't be worked as sent is
      * printed and skipped. An event for a case not yet on file
      * opens the case first -- the processor does not always send
      * the notice before the decision, and a lost case still costs
      * the deposit whether or not the notice ever came.
       100-process-item.

           add 1 to ws-count-read
           add 1 to ws-item-seq

           move spaces to ws-exception-reason

           evaluate true
               when ci-case-number = spaces
                   move "CASE NUMBER MISSING" to ws-exception-reason
               when not ci-action-notice
                       and not ci-action-represented
                       and not ci-action-won
                       and not ci-action-lost
                   move "UNKNOWN ACTION CODE" to ws-exception-reason
               when ci-store-number is not numeric
                   move "STORE NOT NUMERIC" to ws-exception-reason
               when ci-amount is not numeric
                   move "AMOUNT NOT NUMERIC" to ws-exception-reason
               when ci-event-date is not numeric
                   move "EVENT DATE NOT NUMERIC" to ws-exception-reason
               when other
                   perform 150-apply-item
           end-evaluate

           if ws-exception-reason not = spaces
               perform 190-print-exception
           end-if

           read chargeback-file at end move 'Y' to ws-sw-eof.

       150-apply-item.

           move ci-case-number to cc-case-number

           read chargeback-case
               invalid key
                   perform 200-open-case
                   if not ci-action-notice
                       perform 250-apply-event
                   end-if
                   write chargeback-case-record
               not invalid key
                   if cc-posted-date > ws-run-date
                       or (cc-posted-date = ws-run-date
                           and cc-posted-seq >= ws-item-seq)
                       continue
                   else
                       perform 160-check-event
                       if ws-exception-reason = spaces
                           perform 250-apply-event
                           rewrite chargeback-case-record
                       end-if
                   end-if
           end-read.

      * A notice for a case already open is the processor re-sending
      * it; a representment only follows an open case; a decision
      * only follows an open or represented one.
       160-check-event.

           evaluate true
               when ci-action-notice
                   move "DUPLICATE NOTICE" to ws-exception-reason
               when cc-status-won or cc-status-lost
                   move "CASE ALREADY DECIDED" to ws-exception-reason
               when ci-action-represented
                       and cc-status-represented
                   move "ALREADY REPRESENTED" to ws-exception-reason
               when other
                   continue
           end-evaluate.

      * Open the case off the processor's line and match it back to
      * the sale: the invoice has to be on the sales history, rung
      * at the store the processor names, for at least the amount
      * pulled back. The invoice detail names what was sold.
       200-open-case.

           move ci-case-number to cc-case-number
           move ci-invoice-number to cc-invoice-number
           move ci-store-number to cc-store-number
           move ci-tender-code to cc-tender-code
           move ci-amount to cc-amount
           move ci-reason-code to cc-reason-code
           move ci-event-date to cc-open-date
           move 0 to cc-represent-date
           move 0 to cc-decision-date
           move ws-run-date to cc-posted-date
           move ws-item-seq to cc-posted-seq
           move 'O' to cc-status

           add 1 to ws-count-opened

           move ci-invoice-number to sh-invoice-number
           read sales-history
               invalid key
                   move spaces to cc-cashier-id
                   move 0 to cc-sale-date
                   move 0 to cc-sale-amount
                   move 'N' to cc-match-result
               not invalid key
                   move sh-cashier-id to cc-cashier-id
                   move sh-sale-date to cc-sale-date
                   move sh-amount to cc-sale-amount
                   evaluate true
                       when sh-store-number not = ci-store-number
                           move 'S' to cc-match-result
                       when ci-amount > sh-amount
                           move 'A' to cc-match-result
                       when other
                           move 'M' to cc-match-result
                   end-evaluate
           end-read

           move ci-invoice-number to id-invoice-number
           move 1 to id-line-number
           read invoice-detail
               invalid key
                   move spaces to cc-sku-code
                   if cc-match-ok
                       move 'D' to cc-match-result
                   end-if
               not invalid key
                   move id-sku-code to cc-sku-code
           end-read.

       250-apply-event.

           move ws-run-date to cc-posted-date
           move ws-item-seq to cc-posted-seq

           evaluate true
               when ci-action-represented
                   move ci-event-date to cc-represent-date
                   move 'P' to cc-status
                   add 1 to ws-count-represented
               when ci-action-won
                   move ci-event-date to cc-decision-date
                   move 'W' to cc-status
                   add 1 to ws-count-won
               when ci-action-lost
                   move ci-event-date to cc-decision-date
                   move 'L' to cc-status
                   add 1 to ws-count-lost
               when other
                   continue
           end-evaluate.

       190-print-exception.

           add 1 to ws-count-exceptions

           move ci-case-number to wxl-case-number
           move ci-action to wxl-action
           move ci-store-number to wxl-store-num
           move ci-invoice-number to wxl-invoice
           if ci-amount is numeric
               move ci-amount to wxl-amount
           else
               move 0 to wxl-amount
           end-if
           move ws-exception-reason to wxl-reason

           write output-line from ws-exception-line
               after advancing 1 lines.

      * Walk the case master: every case still in dispute goes on the
      * report, and so does every case the processor decided
      * tonight. Tonight's lost cases also build the settlement
      * adjustment by store and tender.
       400-load-cases.

           open input case-report

           read case-report at end move 'Y' to ws-sw-report-eof.

           perform until ws-sw-report-eof = 'Y'
               if ck-status = 'O' or ck-status = 'P'
                       or ck-posted-date = ws-run-date
                   perform 410-add-case
               end-if
               if ck-status = 'L' and ck-posted-date = ws-run-date
                   perform 420-add-lost
               end-if
               read case-report
                   at end move 'Y' to ws-sw-report-eof
               end-read
           end-perform

           close case-report.

       410-add-case.

           if ws-case-count >= 1000
               display "*** CHARGEBACK CASE TABLE FULL -- RUN"
                   " STOPPED ***"
               move 12 to return-code
               perform 910-write-run-log-end
               goback
           end-if

           add 1 to ws-case-count
           move ck-store-number to cb-store-number(ws-case-count)
           move ck-cashier-id to cb-cashier-id(ws-case-count)
           move ck-case-number to cb-case-number(ws-case-count)
           move ck-invoice-number to cb-invoice-number(ws-case-count)
           move ck-tender-code to cb-tender-code(ws-case-count)
           move ck-sku-code to cb-sku-code(ws-case-count)
           move ck-sale-date to cb-sale-date(ws-case-count)
           move ck-amount to cb-amount(ws-case-count)
           move ck-status to cb-status(ws-case-count)
           move ck-match-result to cb-match-result(ws-case-count).

       420-add-lost.

           add ck-amount to ws-total-lost

           move 'N' to ws-sw-found
           perform varying ws-lt-sub from 1 by 1
                   until ws-lt-sub > ws-lost-count
                       or ws-sw-found = 'Y'
               if lt-store-number(ws-lt-sub) = ck-store-number
                       and lt-tender-code(ws-lt-sub) = ck-tender-code
                   move 'Y' to ws-sw-found
                   add ck-amount to lt-amount(ws-lt-sub)
               end-if
           end-perform

           if ws-sw-found = 'N'
               if ws-lost-count >= 200
                   display "*** LOST CHARGEBACK TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-lost-count
               move ck-store-number to lt-store-number(ws-lost-count)
               move ck-tender-code to lt-tender-code(ws-lost-count)
               move ck-amount to lt-amount(ws-lost-count)
           end-if.

      * Case lines in store and cashier order, a total under each
      * cashier and each store, and one for the run.
       450-print-cases.

           perform 460-sort-cases

           write output-line from ws-case-head
               after advancing 3 lines
           write output-line from ws-case-col-head
               after advancing 1 lines

           perform varying ws-cb-sub from 1 by 1
                   until ws-cb-sub > ws-case-count
               if ws-cb-sub > 1
                   if cb-store-number(ws-cb-sub) not = ws-break-store
                       perform 470-print-cashier-total
                       perform 480-print-store-total
                   else
                       if cb-cashier-id(ws-cb-sub)
                               not = ws-break-cashier
                           perform 470-print-cashier-total
                       end-if
                   end-if
               end-if
               move cb-store-number(ws-cb-sub) to ws-break-store
               move cb-cashier-id(ws-cb-sub) to ws-break-cashier
               perform 465-print-case-line
           end-perform

           if ws-case-count > 0
               perform 470-print-cashier-total
               perform 480-print-store-total
           end-if

           move ws-total-cases to wgt-cases
           move ws-total-amount to wgt-amount
           write output-line from ws-grand-total-line
               after advancing 2 lines.

       460-sort-cases.

           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-case-count
               move ws-sort-i to ws-sort-best
               perform varying ws-sort-j from ws-sort-i by 1
                       until ws-sort-j > ws-case-count
                   if cb-store-number(ws-sort-j) <
                           cb-store-number(ws-sort-best)
                       or (cb-store-number(ws-sort-j) =
                               cb-store-number(ws-sort-best)
                           and cb-cashier-id(ws-sort-j) <
                               cb-cashier-id(ws-sort-best))
                       or (cb-store-number(ws-sort-j) =
                               cb-store-number(ws-sort-best)
                           and cb-cashier-id(ws-sort-j) =
                               cb-cashier-id(ws-sort-best)
                           and cb-case-number(ws-sort-j) <
                               cb-case-number(ws-sort-best))
                       move ws-sort-j to ws-sort-best
                   end-if
               end-perform
               if ws-sort-best not = ws-sort-i
                   move case-entry(ws-sort-i) to ws-swap-entry
                   move case-entry(ws-sort-best)
                       to case-entry(ws-sort-i)
                   move ws-swap-entry to case-entry(ws-sort-best)
               end-if
           end-perform.

       465-print-case-line.

           move cb-store-number(ws-cb-sub) to wcl-store-num
           move cb-cashier-id(ws-cb-sub) to wcl-cashier
           move cb-case-number(ws-cb-sub) to wcl-case-number
           move cb-invoice-number(ws-cb-sub) to wcl-invoice
           move cb-tender-code(ws-cb-sub) to wcl-tender
           move cb-sku-code(ws-cb-sub) to wcl-sku-code
           move cb-sale-date(ws-cb-sub) to wcl-sale-date
           move cb-amount(ws-cb-sub) to wcl-amount

           evaluate cb-status(ws-cb-sub)
               when 'O'
                   move "OPEN" to wcl-status
               when 'P'
                   move "REPRESENTED" to wcl-status
               when 'W'
                   move "WON" to wcl-status
               when 'L'
                   move "LOST" to wcl-status
               when other
                   move "?" to wcl-status
           end-evaluate

           evaluate cb-match-result(ws-cb-sub)
               when 'M'
                   move "MATCHED" to wcl-match
               when 'N'
                   move "** NO SALE ON FILE" to wcl-match
               when 'S'
                   move "** WRONG STORE" to wcl-match
               when 'A'
                   move "** OVER SALE AMOUNT" to wcl-match
               when 'D'
                   move "** NO INVOICE LINES" to wcl-match
               when other
                   move spaces to wcl-match
           end-evaluate

           write output-line from ws-case-line
               after advancing 1 lines

           add 1 to ws-cashier-cases
           add cb-amount(ws-cb-sub) to ws-cashier-amount.

       470-print-cashier-total.

           move ws-break-cashier to wctl-cashier
           move ws-cashier-cases to wctl-cases
           move ws-cashier-amount to wctl-amount
           write output-line from ws-cashier-total-line
               after advancing 1 lines

           add ws-cashier-cases to ws-store-cases
           add ws-cashier-amount to ws-store-amount
           move 0 to ws-cashier-cases
           move 0 to ws-cashier-amount.

       480-print-store-total.

           move ws-break-store to wstl-store
           move ws-store-cases to wstl-cases
           move ws-store-amount to wstl-amount
           write output-line from ws-store-total-line
               after advancing 1 lines

           add ws-store-cases to ws-total-cases
           add ws-store-amount to ws-total-amount
           move 0 to ws-store-cases
           move 0 to ws-store-amount.

       500-print-lost.

           write output-line from ws-lost-head
               after advancing 3 lines
           write output-line from ws-lost-col-head
               after advancing 1 lines

           perform varying ws-lt-sub from 1 by 1
                   until ws-lt-sub > ws-lost-count
               move lt-store-number(ws-lt-sub) to wll-store-num
               move lt-tender-code(ws-lt-sub) to wll-tender
               move lt-amount(ws-lt-sub) to wll-amount
               write output-line from ws-lost-line
                   after advancing 1 lines
           end-perform.

      * Put tonight's lost dollars on the settlement feed. The
      * chargeback column is set, never added to, from the cases
      * lost tonight -- a rerun rebuilds the same figure rather than
      * taking the same chargeback off twice -- and every row's net
      * is recomputed off it. A store/tender the feed has no row for
      * gets one of its own, so the deposit reconciliation still
      * sees the money go.
       600-adjust-settlement.

           open input settlement-file

           read settlement-file at end move 'Y' to ws-sw-settle-eof.

           perform until ws-sw-settle-eof = 'Y'
               if ws-settle-count >= 200
                   display "*** SETTLEMENT TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-settle-count
               move ts-settle-date to se-settle-date(ws-settle-count)
               move ts-settle-date to ws-settle-date
               move ts-store-number to se-store-number(ws-settle-count)
               move ts-tender-code to se-tender-code(ws-settle-count)
               move ts-sales-amount to se-sales-amount(ws-settle-count)
               move ts-refund-amount
                   to se-refund-amount(ws-settle-count)
               move 0 to se-chargeback-amount(ws-settle-count)
               move ts-points-amount
                   to se-points-amount(ws-settle-count)
               move ts-paid-out-amount
                   to se-paid-out-amount(ws-settle-count)
               read settlement-file
                   at end move 'Y' to ws-sw-settle-eof
               end-read
           end-perform

           close settlement-file

      * Nothing on the feed and nothing lost: leave the file alone.
           if ws-settle-count > 0 or ws-lost-count > 0
               perform 620-rewrite-settlement
           end-if.

      * A store/tender with no row of its own gets one, under the
      * feed's settle date.
       610-apply-lost.

           move 'N' to ws-sw-found
           perform varying ws-settle-sub from 1 by 1
                   until ws-settle-sub > ws-settle-count
                       or ws-sw-found = 'Y'
               if se-store-number(ws-settle-sub)
                           = lt-store-number(ws-lt-sub)
                       and se-tender-code(ws-settle-sub)
                           = lt-tender-code(ws-lt-sub)
                   move 'Y' to ws-sw-found
                   move lt-amount(ws-lt-sub)
                       to se-chargeback-amount(ws-settle-sub)
               end-if
           end-perform

           if ws-sw-found = 'N'
               if ws-settle-count >= 200
                   display "*** SETTLEMENT TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-settle-count
               move ws-settle-date to se-settle-date(ws-settle-count)
               move lt-store-number(ws-lt-sub)
                   to se-store-number(ws-settle-count)
               move lt-tender-code(ws-lt-sub)
                   to se-tender-code(ws-settle-count)
               move 0 to se-sales-amount(ws-settle-count)
               move 0 to se-refund-amount(ws-settle-count)
               move 0 to se-points-amount(ws-settle-count)
               move 0 to se-paid-out-amount(ws-settle-count)
               move lt-amount(ws-lt-sub)
                   to se-chargeback-amount(ws-settle-count)
           end-if.

       620-rewrite-settlement.

           if ws-settle-date = 0
               move ws-run-date to ws-settle-date
           end-if

           perform varying ws-lt-sub from 1 by 1
                   until ws-lt-sub > ws-lost-count
               perform 610-apply-lost
           end-perform

           open output settlement-file

           perform varying ws-settle-sub from 1 by 1
                   until ws-settle-sub > ws-settle-count
               move se-settle-date(ws-settle-sub) to ts-settle-date
               move se-store-number(ws-settle-sub) to ts-store-number
               move se-tender-code(ws-settle-sub) to ts-tender-code
               move se-sales-amount(ws-settle-sub) to ts-sales-amount
               move se-refund-amount(ws-settle-sub)
                   to ts-refund-amount
               move se-chargeback-amount(ws-settle-sub)
                   to ts-chargeback-amount
               move se-points-amount(ws-settle-sub)
                   to ts-points-amount
               move se-paid-out-amount(ws-settle-sub)
                   to ts-paid-out-amount
               compute ts-net-amount =
                   se-sales-amount(ws-settle-sub) -
                   se-points-amount(ws-settle-sub) -
                   se-refund-amount(ws-settle-sub) -
                   se-chargeback-amount(ws-settle-sub) -
                   se-paid-out-amount(ws-settle-sub)
               write tender-settlement-record
           end-perform

           close settlement-file.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "CHARGEBACKS" to rl-program-name
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
           move "CHARGEBACKS" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-count-read to rl-records-read
           move ws-count-opened to rl-records-written
           move ws-count-opened to wlg-opened
           move ws-count-lost to wlg-lost
           move ws-count-exceptions to wlg-exceptions
           move ws-log-note to rl-note
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program Chargebacks.

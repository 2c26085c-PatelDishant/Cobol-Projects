       identification division.
       program-id. IntegritySweep.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Weekly cross-file referential integrity sweep over the
      * masters. Every program checks what it needs at the moment it
      * needs it, but nothing looks across the files for damage that
      * builds up over time. This sweeps them end to end:
      *   - open layaway plans with no layaway agreement;
      *   - gift cards whose issuing store is not on the store
      *     master;
      *   - inventory records for SKUs no longer in the catalog;
      *   - sales history invoices with no invoice detail lines, or
      *     whose detail lines don't add up to the sale amount;
      *   - refund history totals bigger than the sale.
      * Each exception is listed under its check, and the summary
      * gives the count and dollar exposure for every file and
      * condition. A condition that puts money in doubt is serious
      * and ends the run with return code 8 so the run log and the
      * operator summary carry it; an inventory record off the
      * catalog is reported without failing the run. Reads only --
      * nothing is corrected here. The job stream runs it once a
      * week after its last step.

       environment division.
       input-output section.
       file-control.

      * select optional on the masters the posting steps create: a
      * master that doesn't exist yet has nothing wrong with it.
           select optional layaway-master assign to
               "../../../data/layaway-master.dat"
               organization is indexed
               access mode is sequential
               record key is lm-invoice-number
               file status is ws-layaway-status.

           select optional layaway-agreement assign to
               "../../../data/layaway-agreement.dat"
               organization is indexed
               access mode is random
               record key is la-invoice-number
               file status is ws-agreement-status.

           select optional gift-card-master assign to
               "../../../data/gift-card-master.dat"
               organization is indexed
               access mode is sequential
               record key is gc-card-number
               file status is ws-gift-card-status.

           select store-master assign to
               "../../../data/store-master.dat"
               organization is indexed
               access mode is random
               record key is sm-store-number
               file status is ws-store-master-status.

           select optional inventory-master assign to
               "../../../data/inventory-master.dat"
               organization is indexed
               access mode is sequential
               record key is im-record-key
               file status is ws-inventory-status.

           select product-catalog assign to
               "../../../data/product-catalog.dat"
               organization is indexed
               access mode is random
               record key is pc-sku-code
               file status is ws-product-catalog-status.

      * Sales history and its detail lines are both in invoice
      * order, so they are matched in one pass, side by side.
           select optional sales-history assign to
               "../../../data/sales-history.dat"
               organization is indexed
               access mode is sequential
               record key is sh-invoice-number
               file status is ws-sales-history-status.

           select optional invoice-detail assign to
               "../../../data/invoice-detail.dat"
               organization is indexed
               access mode is sequential
               record key is id-detail-key
               file status is ws-invoice-detail-status.

      * The same sales history, read by invoice for the refund
      * check, under its own prefixed layout.
           select optional sales-lookup assign to
               "../../../data/sales-history.dat"
               organization is indexed
               access mode is random
               record key is sl-invoice-number
               file status is ws-sales-lookup-status.

           select optional refund-history assign to
               "../../../data/refund-history.dat"
               organization is indexed
               access mode is sequential
               record key is rh-invoice-number
               file status is ws-refund-history-status.

           select output-file assign to
               "../../../data/integrity-sweep.out"
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

       fd layaway-master
           data record is layaway-master-record.

           copy "../Copybooks/layaway-master.cpy".

       fd layaway-agreement
           data record is layaway-agreement-record.

           copy "../Copybooks/layaway-agreement.cpy".

       fd gift-card-master
           data record is gift-card-master-record.

           copy "../Copybooks/gift-card-master.cpy".

       fd store-master
           data record is store-master-record.

           copy "../Copybooks/store-master.cpy".

       fd inventory-master
           data record is inventory-master-record.

           copy "../Copybooks/inventory-master.cpy".

       fd product-catalog
           data record is product-catalog-record.

           copy "../Copybooks/product-catalog.cpy".

       fd sales-history
           data record is sales-history-record.

           copy "../Copybooks/sales-history.cpy".

       fd invoice-detail
           data record is invoice-detail-record.

           copy "../Copybooks/invoice-detail.cpy".

       fd sales-lookup
           data record is sales-lookup-record.

       01 sales-lookup-record.
           05 sl-invoice-number                           pic x(9).
           05 sl-store-number                                pic 99.
           05 sl-amount                                pic 9(7)v99.
           05 sl-sale-date                                pic 9(8).
           05 sl-tender-code                                 pic xx.
           05 sl-cashier-id                               pic x(4).

       fd refund-history
           data record is refund-history-record.

           copy "../Copybooks/refund-history.cpy".

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

       01 ws-layaway-status                           pic xx value "00".
       01 ws-agreement-status                         pic xx value "00".
       01 ws-gift-card-status                         pic xx value "00".
       01 ws-store-master-status                      pic xx value "00".
       01 ws-inventory-status                         pic xx value "00".
       01 ws-product-catalog-status                   pic xx value "00".
       01 ws-sales-history-status                     pic xx value "00".
       01 ws-invoice-detail-status                    pic xx value "00".
       01 ws-sales-lookup-status                      pic xx value "00".
       01 ws-refund-history-status                    pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-detail-eof                              pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * The exception conditions, one row each, in the order the
      * summary prints them. Serious conditions put money in doubt
      * and fail the run.
       01 condition-table.
           05 condition-entry occurs 6 times.
               10 cd-file-name                           pic x(18).
               10 cd-condition                           pic x(36).
               10 cd-serious                                 pic x.
               10 cd-count                                pic 9(7).
               10 cd-exposure                        pic s9(11)v99.
       01 ws-cd-sub                                  pic 9 value 0.

       77 ws-cd-no-agreement                          pic 9 value 1.
       77 ws-cd-no-store                              pic 9 value 2.
       77 ws-cd-no-catalog                            pic 9 value 3.
       77 ws-cd-no-detail                             pic 9 value 4.
       77 ws-cd-detail-total                          pic 9 value 5.
       77 ws-cd-over-refund                           pic 9 value 6.

      * The matching pass: detail lines of the current sales
      * history invoice, added up as they go by.
       01 ws-detail-lines                          pic 9(5) value 0.
       01 ws-detail-units                          pic 9(7) value 0.
       01 ws-detail-total                     pic s9(9)v99 value 0.
       01 ws-difference                       pic s9(9)v99 value 0.
       01 ws-tolerance                         pic 9(7)v99 value 0.

       01 ws-exposure                         pic s9(9)v99 value 0.

      * Amounts and units shown in the detail column.
       01 ws-info-amount                               pic z(6)9.99.
       01 ws-info-units                                   pic -(6)9.
       01 ws-info-lines                                    pic zzzz9.

       01 ws-count-checked                          pic 9(9) value 0.
       01 ws-count-exceptions                       pic 9(7) value 0.
       01 ws-count-serious                          pic 9(7) value 0.
       01 ws-count-not-checked                      pic 9(7) value 0.
       01 ws-total-exposure                  pic s9(11)v99 value 0.

       01 ws-title-line.
           05 filler         pic x(36) value
               "MASTER FILE INTEGRITY SWEEP".
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-check-head.
           05 filler                              pic x(6) value spaces.
           05 wch-title                                  pic x(60).

       01 ws-detail-head.
           05 filler                pic x(20) value "FILE".
           05 filler                pic x(18) value "KEY".
           05 filler                pic x(38) value "CONDITION".
           05 filler                pic x(16) value "    EXPOSURE $".
           05 filler                pic x(30) value "  DETAIL".

       01 ws-detail-line.
           05 wdl-file-name                               pic x(18).
           05 filler                              pic x(2) value spaces.
           05 wdl-key                                     pic x(17).
           05 filler                              pic x(1) value spaces.
           05 wdl-condition                               pic x(36).
           05 filler                              pic x(2) value spaces.
           05 wdl-exposure                          pic -(7),--9.99.
           05 filler                              pic x(2) value spaces.
           05 wdl-info                                    pic x(40).

       01 ws-none-line.
           05 filler                              pic x(6) value spaces.
           05 filler          pic x(30) value "NO EXCEPTIONS".

       01 ws-summary-head.
           05 filler          pic x(40) value
               "EXCEPTIONS BY FILE AND CONDITION".

       01 ws-summary-col-head.
           05 filler                pic x(20) value "FILE".
           05 filler                pic x(38) value "CONDITION".
           05 filler                pic x(9) value "   COUNT".
           05 filler                pic x(20) value "      EXPOSURE $".
           05 filler                pic x(10) value "  SEVERITY".

       01 ws-summary-line.
           05 wsl-file-name                               pic x(18).
           05 filler                              pic x(2) value spaces.
           05 wsl-condition                               pic x(36).
           05 filler                              pic x(2) value spaces.
           05 wsl-count                                  pic zzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-exposure                     pic -(4),-(3),--9.99.
           05 filler                              pic x(2) value spaces.
           05 wsl-severity                                pic x(10).

       01 ws-total-line.
           05 filler          pic x(20) value "ALL FILES".
           05 filler          pic x(38) value spaces.
           05 wtt-count                                  pic zzzzzz9.
           05 filler                              pic x(2) value spaces.
           05 wtt-exposure                     pic -(4),-(3),--9.99.

       01 ws-not-checked-line.
           05 filler          pic x(50) value
               "REFUNDS NOT CHECKED (SALE NO LONGER ON HISTORY): ".
           05 wnc-count                                  pic zzzzzz9.

       01 ws-result-line.
           05 wrs-text                                    pic x(60).

      * Breakdown carried on this run's end record in the run log.
       01 ws-log-note.
           05 filler                       pic x(4) value "EXC=".
           05 wlg-exceptions                              pic 9(7).
           05 filler                       pic x(9) value " SERIOUS=".
           05 wlg-serious                                 pic 9(7).

       procedure division.

           perform 025-read-business-date.

           perform 900-write-run-log-start.

           open output output-file.

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line.

           perform 050-set-conditions.

           perform 100-check-layaways.
           perform 200-check-gift-cards.
           perform 300-check-inventory.
           perform 400-check-sales-history.
           perform 500-check-refunds.

           perform 700-print-summary.

           close output-file.

           if ws-count-serious > 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if
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

       050-set-conditions.

           move "layaway-master" to cd-file-name(ws-cd-no-agreement)
           move "OPEN PLAN, NO LAYAWAY AGREEMENT"
               to cd-condition(ws-cd-no-agreement)
           move 'Y' to cd-serious(ws-cd-no-agreement)

           move "gift-card-master" to cd-file-name(ws-cd-no-store)
           move "ISSUING STORE NOT ON STORE MASTER"
               to cd-condition(ws-cd-no-store)
           move 'Y' to cd-serious(ws-cd-no-store)

           move "inventory-master" to cd-file-name(ws-cd-no-catalog)
           move "SKU NOT IN PRODUCT CATALOG"
               to cd-condition(ws-cd-no-catalog)
           move 'N' to cd-serious(ws-cd-no-catalog)

           move "sales-history" to cd-file-name(ws-cd-no-detail)
           move "NO INVOICE DETAIL LINES"
               to cd-condition(ws-cd-no-detail)
           move 'Y' to cd-serious(ws-cd-no-detail)

           move "sales-history" to cd-file-name(ws-cd-detail-total)
           move "DETAIL LINES DON'T ADD UP TO SALE"
               to cd-condition(ws-cd-detail-total)
           move 'Y' to cd-serious(ws-cd-detail-total)

           move "refund-history" to cd-file-name(ws-cd-over-refund)
           move "REFUNDED MORE THAN THE SALE"
               to cd-condition(ws-cd-over-refund)
           move 'Y' to cd-serious(ws-cd-over-refund)

           perform varying ws-cd-sub from 1 by 1 until ws-cd-sub > 6
               move 0 to cd-count(ws-cd-sub)
               move 0 to cd-exposure(ws-cd-sub)
           end-perform.

      * An open plan is billed against the agreement the sales
      * floor set up; without one the balance owed has nothing
      * behind it. The exposure is the balance still outstanding.
       100-check-layaways.

           move "LAYAWAY PLANS AGAINST LAYAWAY AGREEMENTS" to wch-title
           perform 690-print-check-head

           move 'N' to ws-sw-eof
           open input layaway-master, layaway-agreement
           read layaway-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-checked
               if lm-status-open
                   move lm-invoice-number to la-invoice-number
                   read layaway-agreement
                       invalid key
                           compute ws-exposure = lm-amount-owed
                               - lm-deposit-amount - lm-amount-paid
                           move ws-cd-no-agreement to ws-cd-sub
                           move lm-invoice-number to wdl-key
                           move spaces to wdl-info
                           string "STORE " lm-store-number
                                   " CUSTOMER " lm-customer-number
                                   delimited by size
                               into wdl-info
                           perform 680-record-exception
                   end-read
               end-if
               read layaway-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close layaway-master, layaway-agreement.

      * A card issued by a store that isn't on the store master has
      * its liability reported against a store nobody answers for.
       200-check-gift-cards.

           move "GIFT CARDS AGAINST THE STORE MASTER" to wch-title
           perform 690-print-check-head

           move 'N' to ws-sw-eof
           open input gift-card-master, store-master
           read gift-card-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-checked
               move gc-store-number to sm-store-number
               read store-master
                   invalid key
                       move gc-balance to ws-exposure
                       move ws-cd-no-store to ws-cd-sub
                       move gc-card-number to wdl-key
                       move spaces to wdl-info
                       string "STORE " gc-store-number
                               " STATUS " gc-status
                               delimited by size
                           into wdl-info
                       perform 680-record-exception
               end-read
               read gift-card-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close gift-card-master, store-master.

      * Stock of a SKU the catalog no longer knows has no price or
      * cost to value it at; the units are shown and the exposure
      * is left at zero.
       300-check-inventory.

           move "INVENTORY AGAINST THE PRODUCT CATALOG" to wch-title
           perform 690-print-check-head

           move 'N' to ws-sw-eof
           open input inventory-master, product-catalog
           read inventory-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-checked
               move im-sku-code to pc-sku-code
               read product-catalog
                   invalid key
                       move 0 to ws-exposure
                       move ws-cd-no-catalog to ws-cd-sub
                       move im-sku-code to wdl-key
                       move im-on-hand to ws-info-units
                       move spaces to wdl-info
                       string "STORE " im-store-number
                               " ON HAND " ws-info-units
                               delimited by size
                           into wdl-info
                       perform 680-record-exception
               end-read
               read inventory-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close inventory-master, product-catalog.

      * Match every sales history invoice to its detail lines. Both
      * files are in invoice order: detail lines ahead of the
      * current invoice belong to a sale no longer on the history
      * (archived) and are passed over. The detail unit amount is
      * rounded to the cent when a sale is split over its units, so
      * the lines may miss the sale by up to a cent a unit.
       400-check-sales-history.

           move "SALES HISTORY AGAINST INVOICE DETAIL" to wch-title
           perform 690-print-check-head

           move 'N' to ws-sw-eof
           move 'N' to ws-sw-detail-eof
           open input sales-history, invoice-detail
           read sales-history at end move 'Y' to ws-sw-eof.
           read invoice-detail at end move 'Y' to ws-sw-detail-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-checked
               move 0 to ws-detail-lines
               move 0 to ws-detail-units
               move 0 to ws-detail-total
               perform until ws-sw-detail-eof = 'Y'
                       or id-invoice-number >= sh-invoice-number
                   read invoice-detail
                       at end move 'Y' to ws-sw-detail-eof
                   end-read
               end-perform
               perform until ws-sw-detail-eof = 'Y'
                       or id-invoice-number not = sh-invoice-number
                   add 1 to ws-detail-lines
                   add id-quantity to ws-detail-units
                   compute ws-detail-total = ws-detail-total
                       + id-quantity * id-unit-amount
                   read invoice-detail
                       at end move 'Y' to ws-sw-detail-eof
                   end-read
               end-perform
               perform 410-check-one-sale
               read sales-history at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close sales-history, invoice-detail.

       410-check-one-sale.

           if ws-detail-lines = 0
               move sh-amount to ws-exposure
               move ws-cd-no-detail to ws-cd-sub
               move sh-invoice-number to wdl-key
               move spaces to wdl-info
               string "STORE " sh-store-number
                       " SOLD " sh-sale-date
                       delimited by size
                   into wdl-info
               perform 680-record-exception
           else
               compute ws-difference = sh-amount - ws-detail-total
               compute ws-tolerance = ws-detail-units * 0.01
               if ws-difference > ws-tolerance
                       or ws-difference < 0 - ws-tolerance
                   if ws-difference < 0
                       compute ws-exposure = 0 - ws-difference
                   else
                       move ws-difference to ws-exposure
                   end-if
                   move ws-cd-detail-total to ws-cd-sub
                   move sh-invoice-number to wdl-key
                   move ws-detail-total to ws-info-amount
                   move ws-detail-lines to ws-info-lines
                   move spaces to wdl-info
                   string "STORE " sh-store-number
                           " LINES " ws-info-lines
                           " TOTAL " ws-info-amount
                           delimited by size
                       into wdl-info
                   perform 680-record-exception
               end-if
           end-if.

      * Everything ever refunded against an invoice can never be
      * more than it sold for. A refund whose sale has gone to the
      * archive can't be checked here and is only counted.
       500-check-refunds.

           move "REFUND HISTORY AGAINST THE SALE" to wch-title
           perform 690-print-check-head

           move 'N' to ws-sw-eof
           open input refund-history, sales-lookup
           read refund-history at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-checked
               move rh-invoice-number to sl-invoice-number
               read sales-lookup
                   invalid key
                       add 1 to ws-count-not-checked
                   not invalid key
                       if rh-amount-refunded > sl-amount
                           compute ws-exposure =
                               rh-amount-refunded - sl-amount
                           move ws-cd-over-refund to ws-cd-sub
                           move rh-invoice-number to wdl-key
                           move sl-amount to ws-info-amount
                           move spaces to wdl-info
                           string "STORE " sl-store-number
                                   " SALE " ws-info-amount
                                   delimited by size
                               into wdl-info
                           perform 680-record-exception
                       end-if
               end-read
               read refund-history at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close refund-history, sales-lookup.

      * One exception: print it under its check and count it, with
      * its exposure, against its file and condition.
       680-record-exception.

           move cd-file-name(ws-cd-sub) to wdl-file-name
           move cd-condition(ws-cd-sub) to wdl-condition
           move ws-exposure to wdl-exposure
           write output-line from ws-detail-line
               after advancing 1 lines

           add 1 to cd-count(ws-cd-sub)
           add ws-exposure to cd-exposure(ws-cd-sub)
           add 1 to ws-count-exceptions
           add ws-exposure to ws-total-exposure
           if cd-serious(ws-cd-sub) = 'Y'
               add 1 to ws-count-serious
           end-if.

       690-print-check-head.

           write output-line from ws-check-head
               after advancing 3 lines
           write output-line from ws-detail-head
               after advancing 1 lines.

       700-print-summary.

           write output-line from ws-summary-head
               after advancing 3 lines
           write output-line from ws-summary-col-head
               after advancing 1 lines

           perform varying ws-cd-sub from 1 by 1 until ws-cd-sub > 6
               move cd-file-name(ws-cd-sub) to wsl-file-name
               move cd-condition(ws-cd-sub) to wsl-condition
               move cd-count(ws-cd-sub) to wsl-count
               move cd-exposure(ws-cd-sub) to wsl-exposure
               if cd-count(ws-cd-sub) = 0
                   move spaces to wsl-severity
               else
                   if cd-serious(ws-cd-sub) = 'Y'
                       move "SERIOUS" to wsl-severity
                   else
                       move "WARNING" to wsl-severity
                   end-if
               end-if
               write output-line from ws-summary-line
                   after advancing 1 lines
           end-perform

           move ws-count-exceptions to wtt-count
           move ws-total-exposure to wtt-exposure
           write output-line from ws-total-line
               after advancing 2 lines

           move ws-count-not-checked to wnc-count
           write output-line from ws-not-checked-line
               after advancing 2 lines

           if ws-count-serious > 0
               move "** SERIOUS EXCEPTIONS FOUND -- RETURN CODE 8 **"
                   to wrs-text
           else
               move "NO SERIOUS EXCEPTIONS" to wrs-text
           end-if
           write output-line from ws-result-line
               after advancing 2 lines.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "INTEGRITYSWEEP" to rl-program-name
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
           move "INTEGRITYSWEEP" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-count-checked to rl-records-read
           move ws-count-exceptions to rl-records-written
           move ws-count-exceptions to wlg-exceptions
           move ws-count-serious to wlg-serious
           move ws-log-note to rl-note
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program IntegritySweep.

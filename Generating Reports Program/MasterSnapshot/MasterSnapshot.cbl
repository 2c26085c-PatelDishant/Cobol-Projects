       identification division.
       program-id. MasterSnapshot.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Dated snapshot of the indexed masters, taken by the job
      * stream just before the first posting step. The posting keys
      * stop the same feed posting twice, but a bad feed posts
      * cleanly, and once the posting steps have run there is no
      * way back to the masters as they stood. This unloads every
      * indexed master the posting steps update, record for record,
      * into its own dated snapshot file and writes the snapshot
      * control file last with each master's record count and
      * control total, so MasterRollback can put all of them back
      * together for the night. A snapshot already complete for the
      * business date is kept, not retaken -- a restarted stream
      * reaching this step again would otherwise overwrite the
      * before-image with masters already part posted. The
      * snapshots age off with the other dated generations.

       environment division.
       input-output section.
       file-control.

      * select optional on every master: a master no posting step
      * has created yet snapshots as an empty file, and restores as
      * one.
           select optional layaway-master assign to
               "../../../data/layaway-master.dat"
               organization is indexed
               access mode is sequential
               record key is lm-invoice-number
               file status is ws-master-status.

           select optional gift-card-master assign to
               "../../../data/gift-card-master.dat"
               organization is indexed
               access mode is sequential
               record key is gc-card-number
               file status is ws-master-status.

           select optional customer-master assign to
               "../../../data/customer-master.dat"
               organization is indexed
               access mode is sequential
               record key is cm-customer-number
               file status is ws-master-status.

           select optional sales-history assign to
               "../../../data/sales-history.dat"
               organization is indexed
               access mode is sequential
               record key is sh-invoice-number
               file status is ws-master-status.

           select optional invoice-detail assign to
               "../../../data/invoice-detail.dat"
               organization is indexed
               access mode is sequential
               record key is id-detail-key
               file status is ws-master-status.

           select optional refund-history assign to
               "../../../data/refund-history.dat"
               organization is indexed
               access mode is sequential
               record key is rh-invoice-number
               file status is ws-master-status.

           select optional chargeback-case assign to
               "../../../data/chargeback-case.dat"
               organization is indexed
               access mode is sequential
               record key is cc-case-number
               file status is ws-master-status.

           select optional returns-activity assign to
               "../../../data/returns-activity.dat"
               organization is indexed
               access mode is sequential
               record key is ra-cashier-id
               file status is ws-master-status.

           select optional returns-cust assign to
               "../../../data/returns-activity-cust.dat"
               organization is indexed
               access mode is sequential
               record key is ru-customer-number
               file status is ws-master-status.

           select optional inventory-master assign to
               "../../../data/inventory-master.dat"
               organization is indexed
               access mode is sequential
               record key is im-record-key
               file status is ws-master-status.

           select optional purchase-order assign to
               "../../../data/purchase-order.dat"
               organization is indexed
               access mode is sequential
               record key is po-record-key
               file status is ws-master-status.

           select optional transfer-transit assign to
               "../../../data/transfer-transit.dat"
               organization is indexed
               access mode is sequential
               record key is tt-transfer-number
               file status is ws-master-status.

           select optional commission-accum assign to
               "../../../data/commission-accum.dat"
               organization is indexed
               access mode is sequential
               record key is cp-cashier-id
               file status is ws-master-status.

           select optional special-order-master assign to
               "../../../data/special-order.dat"
               organization is indexed
               access mode is sequential
               record key is so-order-number
               file status is ws-master-status.

           select optional web-pickup-master assign to
               "../../../data/web-pickup.dat"
               organization is indexed
               access mode is sequential
               record key is wp-invoice-number
               file status is ws-master-status.

           select optional employee-purchase-master assign to
               "../../../data/employee-purchase.dat"
               organization is indexed
               access mode is sequential
               record key is ep-cashier-id
               file status is ws-master-status.

           select optional house-account-master assign to
               "../../../data/house-account.dat"
               organization is indexed
               access mode is sequential
               record key is ha-account-number
               file status is ws-master-status.

           select optional ar-ledger assign to
               "../../../data/ar-ledger.dat"
               organization is indexed
               access mode is sequential
               record key is al-ledger-key
               file status is ws-master-status.

           select optional warranty-contract-master assign to
               "../../../data/warranty-contract.dat"
               organization is indexed
               access mode is sequential
               record key is wc-contract-key
               file status is ws-master-status.

      * One master's snapshot at a time, opened off the dated name
      * built in working storage.
           select snapshot-file assign to ws-snapshot-name
               organization is line sequential.

      * select optional: no control file for the date means no
      * complete snapshot has been taken yet.
           select optional control-file assign to ws-control-name
               organization is line sequential
               file status is ws-control-status.

           select output-file assign to
               "../../../data/master-snapshot.out"
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

       fd gift-card-master
           data record is gift-card-master-record.

           copy "../Copybooks/gift-card-master.cpy".

       fd customer-master
           data record is customer-master-record.

           copy "../Copybooks/customer-master.cpy".

       fd sales-history
           data record is sales-history-record.

           copy "../Copybooks/sales-history.cpy".

       fd invoice-detail
           data record is invoice-detail-record.

           copy "../Copybooks/invoice-detail.cpy".

       fd refund-history
           data record is refund-history-record.

           copy "../Copybooks/refund-history.cpy".

       fd chargeback-case
           data record is chargeback-case-record.

           copy "../Copybooks/chargeback-case.cpy".

       fd returns-activity
           data record is returns-activity-record.

           copy "../Copybooks/returns-activity.cpy".

       fd returns-cust
           data record is returns-activity-cust-record.

           copy "../Copybooks/returns-activity-cust.cpy".

       fd inventory-master
           data record is inventory-master-record.

           copy "../Copybooks/inventory-master.cpy".

       fd purchase-order
           data record is purchase-order-record.

           copy "../Copybooks/purchase-order.cpy".

       fd transfer-transit
           data record is transfer-transit-record.

           copy "../Copybooks/transfer-transit.cpy".

       fd commission-accum
           data record is commission-accum-record.

           copy "../Copybooks/commission-accum.cpy".

       fd special-order-master
           data record is special-order-record.

           copy "../Copybooks/special-order.cpy".

       fd web-pickup-master
           data record is web-pickup-record.

           copy "../Copybooks/web-pickup.cpy".

       fd employee-purchase-master
           data record is employee-purchase-record.

           copy "../Copybooks/employee-purchase.cpy".

       fd house-account-master
           data record is house-account-record.

           copy "../Copybooks/house-account.cpy".

       fd ar-ledger
           data record is ar-ledger-record.

           copy "../Copybooks/ar-ledger.cpy".

       fd warranty-contract-master
           data record is warranty-contract-record.

           copy "../Copybooks/warranty-contract.cpy".

       fd snapshot-file
           data record is snapshot-line.

       01 snapshot-line                                   pic x(200).

       fd control-file
           data record is snapshot-control-record.

           copy "../Copybooks/snapshot-control.cpy".

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

       01 ws-master-status                            pic xx value "00".
       01 ws-control-status                           pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-kept                                    pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * The master being unloaded, what its control total adds up,
      * and the dated file names built from them.
       01 ws-master-name                                  pic x(24).
       01 ws-measure                                      pic x(20).
       01 ws-snapshot-name                                pic x(80).
       01 ws-control-name                                 pic x(80).

       01 ws-file-records                          pic 9(9) value 0.
       01 ws-file-total                   pic s9(13)v99 value 0.

      * One row per master unloaded, written to the control file
      * once every master is safely on its snapshot.
       01 control-table.
           05 control-entry occurs 20 times.
               10 ct-file-name                           pic x(24).
               10 ct-record-count                         pic 9(9).
               10 ct-control-total                   pic s9(13)v99.
               10 ct-measure                             pic x(20).
       01 ws-control-count                          pic 99 value 0.
       01 ws-ct-sub                                 pic 99 value 0.

       01 ws-count-records                          pic 9(9) value 0.

       01 ws-title-line.
           05 filler         pic x(30) value
               "MASTER SNAPSHOT BEFORE POSTING".
           05 filler                              pic x(6) value spaces.
           05 filler                   pic x(14) value "BUSINESS DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-kept-line.
           05 filler          pic x(40) value
               "SNAPSHOT ALREADY COMPLETE FOR THIS DATE".
           05 filler          pic x(20) value "-- KEPT AS TAKEN".

       01 ws-detail-head.
           05 filler                pic x(26) value "MASTER".
           05 filler                pic x(13) value "      RECORDS".
           05 filler                pic x(24) value
               "         CONTROL TOTAL".
           05 filler                pic x(20) value "  MEASURE".

       01 ws-detail-line.
           05 wdl-file-name                               pic x(24).
           05 filler                              pic x(2) value spaces.
           05 wdl-records                          pic zzz,zzz,zz9.
           05 filler                              pic x(2) value spaces.
           05 wdl-total                     pic -(3),-(3),-(3),--9.99.
           05 filler                              pic x(2) value spaces.
           05 wdl-measure                                 pic x(20).

      * Breakdown carried on this run's end record in the run log.
       01 ws-log-note.
           05 filler                      pic x(8) value "MASTERS=".
           05 wlg-masters                                 pic 99.
           05 filler                       pic x(6) value " RECS=".
           05 wlg-records                                pic 9(9).
           05 filler                       pic x(1) value space.
           05 wlg-kept                                     pic x(4).

       procedure division.

           perform 025-read-business-date.

           perform 900-write-run-log-start.

           open output output-file.

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line.

           write output-line from ws-detail-head
               after advancing 2 lines.

           perform 050-check-existing.

           if ws-sw-kept = 'N'
               perform 210-unload-layaway-master
               perform 220-unload-gift-card-master
               perform 230-unload-customer-master
               perform 240-unload-sales-history
               perform 250-unload-invoice-detail
               perform 260-unload-refund-history
               perform 270-unload-chargeback-case
               perform 280-unload-returns-activity
               perform 290-unload-returns-cust
               perform 300-unload-inventory-master
               perform 310-unload-purchase-order
               perform 320-unload-transfer-transit
               perform 330-unload-commission-accum
               perform 340-unload-special-order
               perform 350-unload-web-pickup
               perform 360-unload-employee-purchase
               perform 370-unload-house-account
               perform 380-unload-ar-ledger
               perform 390-unload-warranty-contract
               perform 400-write-control
           end-if.

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

      * A control file for the date means the snapshot finished on
      * an earlier pass of this cycle: it is reported as it stands
      * and left alone.
       050-check-existing.

           move spaces to ws-control-name
           string "../../../data/snapshot-control-" ws-run-date
                   ".dat" delimited by size
               into ws-control-name

           move 'N' to ws-sw-eof
           open input control-file
           read control-file at end move 'Y' to ws-sw-eof.

           if ws-sw-eof = 'N'
               move 'Y' to ws-sw-kept
               write output-line from ws-kept-line
                   after advancing 1 lines
           end-if

           perform until ws-sw-eof = 'Y'
               add 1 to ws-control-count
               add sc-record-count to ws-count-records
               move sc-file-name to wdl-file-name
               move sc-record-count to wdl-records
               move sc-control-total to wdl-total
               move sc-measure to wdl-measure
               write output-line from ws-detail-line
                   after advancing 1 lines
               read control-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close control-file.

       210-unload-layaway-master.

           move "layaway-master" to ws-master-name
           move "OPEN BALANCE $" to ws-measure
           perform 800-open-snapshot

           open input layaway-master
           read layaway-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move layaway-master-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               if lm-status-open
                   compute ws-file-total = ws-file-total
                       + lm-amount-owed - lm-deposit-amount
                       - lm-amount-paid
               end-if
               read layaway-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close layaway-master
           perform 820-close-snapshot.

       220-unload-gift-card-master.

           move "gift-card-master" to ws-master-name
           move "CARD BALANCE $" to ws-measure
           perform 800-open-snapshot

           open input gift-card-master
           read gift-card-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move gift-card-master-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add gc-balance to ws-file-total
               read gift-card-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close gift-card-master
           perform 820-close-snapshot.

       230-unload-customer-master.

           move "customer-master" to ws-master-name
           move "PURCHASE HISTORY $" to ws-measure
           perform 800-open-snapshot

           open input customer-master
           read customer-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move customer-master-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add cm-purchase-amount to ws-file-total
               read customer-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close customer-master
           perform 820-close-snapshot.

       240-unload-sales-history.

           move "sales-history" to ws-master-name
           move "SALE AMOUNT $" to ws-measure
           perform 800-open-snapshot

           open input sales-history
           read sales-history at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move sales-history-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add sh-amount to ws-file-total
               read sales-history at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close sales-history
           perform 820-close-snapshot.

       250-unload-invoice-detail.

           move "invoice-detail" to ws-master-name
           move "LINE AMOUNT $" to ws-measure
           perform 800-open-snapshot

           open input invoice-detail
           read invoice-detail at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move invoice-detail-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               compute ws-file-total = ws-file-total
                   + id-quantity * id-unit-amount
               read invoice-detail at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close invoice-detail
           perform 820-close-snapshot.

       260-unload-refund-history.

           move "refund-history" to ws-master-name
           move "REFUNDED $" to ws-measure
           perform 800-open-snapshot

           open input refund-history
           read refund-history at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move refund-history-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add rh-amount-refunded to ws-file-total
               read refund-history at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close refund-history
           perform 820-close-snapshot.

       270-unload-chargeback-case.

           move "chargeback-case" to ws-master-name
           move "DISPUTED $" to ws-measure
           perform 800-open-snapshot

           open input chargeback-case
           read chargeback-case at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move chargeback-case-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add cc-amount to ws-file-total
               read chargeback-case at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close chargeback-case
           perform 820-close-snapshot.

       280-unload-returns-activity.

           move "returns-activity" to ws-master-name
           move "REFUND DOLLARS $" to ws-measure
           perform 800-open-snapshot

           open input returns-activity
           read returns-activity at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move returns-activity-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add ra-refund-dollars to ws-file-total
               read returns-activity at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close returns-activity
           perform 820-close-snapshot.

       290-unload-returns-cust.

           move "returns-activity-cust" to ws-master-name
           move "REFUND DOLLARS $" to ws-measure
           perform 800-open-snapshot

           open input returns-cust
           read returns-cust at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move returns-activity-cust-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add ru-refund-dollars to ws-file-total
               read returns-cust at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close returns-cust
           perform 820-close-snapshot.

       300-unload-inventory-master.

           move "inventory-master" to ws-master-name
           move "ON-HAND UNITS" to ws-measure
           perform 800-open-snapshot

           open input inventory-master
           read inventory-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move inventory-master-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add im-on-hand to ws-file-total
               read inventory-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close inventory-master
           perform 820-close-snapshot.

       310-unload-purchase-order.

           move "purchase-order" to ws-master-name
           move "UNITS ORDERED" to ws-measure
           perform 800-open-snapshot

           open input purchase-order
           read purchase-order at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move purchase-order-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add po-qty-ordered to ws-file-total
               read purchase-order at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close purchase-order
           perform 820-close-snapshot.

       320-unload-transfer-transit.

           move "transfer-transit" to ws-master-name
           move "UNITS SHIPPED" to ws-measure
           perform 800-open-snapshot

           open input transfer-transit
           read transfer-transit at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move transfer-transit-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add tt-qty-shipped to ws-file-total
               read transfer-transit at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close transfer-transit
           perform 820-close-snapshot.

       330-unload-commission-accum.

           move "commission-accum" to ws-master-name
           move "PERIOD SALES $" to ws-measure
           perform 800-open-snapshot

           open input commission-accum
           read commission-accum at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move commission-accum-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add cp-period-sales to ws-file-total
               read commission-accum at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close commission-accum
           perform 820-close-snapshot.

       340-unload-special-order.

           move "special-order" to ws-master-name
           move "DEPOSITS TAKEN $" to ws-measure
           perform 800-open-snapshot

           open input special-order-master
           read special-order-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move special-order-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add so-deposit-amount to ws-file-total
               read special-order-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close special-order-master
           perform 820-close-snapshot.

       350-unload-web-pickup.

           move "web-pickup" to ws-master-name
           move "WEB ORDER SALES $" to ws-measure
           perform 800-open-snapshot

           open input web-pickup-master
           read web-pickup-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move web-pickup-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add wp-sale-amount to ws-file-total
               read web-pickup-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close web-pickup-master
           perform 820-close-snapshot.

       360-unload-employee-purchase.

           move "employee-purchase" to ws-master-name
           move "STAFF PURCHASE YTD $" to ws-measure
           perform 800-open-snapshot

           open input employee-purchase-master
           read employee-purchase-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move employee-purchase-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add ep-ytd-amount to ws-file-total
               read employee-purchase-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close employee-purchase-master
           perform 820-close-snapshot.

       370-unload-house-account.

           move "house-account" to ws-master-name
           move "HOUSE ACCT BALANCE $" to ws-measure
           perform 800-open-snapshot

           open input house-account-master
           read house-account-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move house-account-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add ha-balance to ws-file-total
               read house-account-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close house-account-master
           perform 820-close-snapshot.

       380-unload-ar-ledger.

           move "ar-ledger" to ws-master-name
           move "AR LEDGER AMOUNT $" to ws-measure
           perform 800-open-snapshot

           open input ar-ledger
           read ar-ledger at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move ar-ledger-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add al-amount to ws-file-total
               read ar-ledger
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close ar-ledger
           perform 820-close-snapshot.

       390-unload-warranty-contract.

           move "warranty-contract" to ws-master-name
           move "WARRANTY PRICE $" to ws-measure
           perform 800-open-snapshot

           open input warranty-contract-master
           read warranty-contract-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               move warranty-contract-record to snapshot-line
               write snapshot-line
               add 1 to ws-file-records
               add wc-plan-price to ws-file-total
               read warranty-contract-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close warranty-contract-master
           perform 820-close-snapshot.

      * Written last: its presence is what marks the night's
      * snapshot complete.
       400-write-control.

           open output control-file

           perform varying ws-ct-sub from 1 by 1
                   until ws-ct-sub > ws-control-count
               move ct-file-name(ws-ct-sub) to sc-file-name
               move ct-record-count(ws-ct-sub) to sc-record-count
               move ct-control-total(ws-ct-sub) to sc-control-total
               move ct-measure(ws-ct-sub) to sc-measure
               write snapshot-control-record
           end-perform

           close control-file.

      * Open the named master's dated snapshot for output.
       800-open-snapshot.

           move spaces to ws-snapshot-name
           string "../../../data/snapshot-" ws-master-name
                   delimited by space
                   "-" ws-run-date ".dat" delimited by size
               into ws-snapshot-name

           open output snapshot-file

           move 0 to ws-file-records
           move 0 to ws-file-total
           move 'N' to ws-sw-eof.

      * Close the snapshot, print its line, and hold its row for
      * the control file.
       820-close-snapshot.

           close snapshot-file

           if ws-control-count >= 20
               display "*** CONTROL TABLE FULL -- RUN STOPPED ***"
               move 12 to return-code
               perform 910-write-run-log-end
               goback
           end-if

           add 1 to ws-control-count
           move ws-master-name to ct-file-name(ws-control-count)
           move ws-file-records to ct-record-count(ws-control-count)
           move ws-file-total to ct-control-total(ws-control-count)
           move ws-measure to ct-measure(ws-control-count)
           add ws-file-records to ws-count-records

           move ws-master-name to wdl-file-name
           move ws-file-records to wdl-records
           move ws-file-total to wdl-total
           move ws-measure to wdl-measure
           write output-line from ws-detail-line
               after advancing 1 lines.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "MASTERSNAPSHOT" to rl-program-name
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
           move "MASTERSNAPSHOT" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-count-records to rl-records-read
           move ws-count-records to rl-records-written
           move ws-control-count to wlg-masters
           move ws-count-records to wlg-records
           if ws-sw-kept = 'Y'
               move "KEPT" to wlg-kept
           else
               move spaces to wlg-kept
           end-if
           move ws-log-note to rl-note
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program MasterSnapshot.

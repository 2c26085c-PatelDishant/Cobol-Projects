       identification division.
       program-id. MasterRollback.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Rollback of the indexed masters to the snapshot MasterSnapshot
      * took before a night's first posting step -- the way back
      * from a bad feed that posted cleanly. Every master on the
      * night's snapshot control file is restored together or none
      * is: each snapshot file is read and counted against its
      * control row first, and a snapshot missing, incomplete, or
      * short a file stops the run with nothing touched. Each master
      * is then reloaded from its snapshot, and the report shows its
      * record count and control total before the rollback, after
      * it, and as the snapshot recorded them, flagging any master
      * that did not come back to the snapshot. The date rolled back
      * is the business date unless run-control names another.
      * Run on demand; the night is then rerun with the stream's
      * RESTART_FROM=MasterSnapshot, which keeps the snapshot
      * already taken and posts the night again on top of it.

       environment division.
       input-output section.
       file-control.

      * select optional on every master: a master no posting step
      * had created when the snapshot was taken restores as an
      * empty file.
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
           select optional snapshot-file assign to ws-snapshot-name
               organization is line sequential
               file status is ws-snapshot-status.

      * select optional: no control file for the date means there
      * is no complete snapshot to roll back to.
           select optional control-file assign to ws-control-name
               organization is line sequential
               file status is ws-control-status.

           select output-file assign to
               "../../../data/master-rollback.out"
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

       fd run-control-file
           data record is run-control-record.

           copy "../Copybooks/run-control.cpy".

       fd run-log-file
           data record is run-log-record.

           copy "../Copybooks/run-log.cpy".

       working-storage section.

       01 ws-master-status                            pic xx value "00".
       01 ws-snapshot-status                          pic xx value "00".
       01 ws-control-status                           pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-known                                   pic x value 'N'.
       01 ws-sw-refused                                 pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * The business date whose snapshot is restored, off
      * run-control.dat; zero (the default) means the business
      * date itself.
       77 ws-rollback-date                        pic 9(8) value 0.

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

       01 ws-snapshot-name                                pic x(80).
       01 ws-control-name                                 pic x(80).

       01 ws-file-records                          pic 9(9) value 0.
       01 ws-file-total                   pic s9(13)v99 value 0.
       01 ws-restore-errors                        pic 9(7) value 0.

      * One row per master on the snapshot: what the snapshot
      * recorded, and the master as it stood before and after.
       01 master-table.
           05 master-entry occurs 20 times.
               10 mt-file-name                           pic x(24).
               10 mt-measure                             pic x(20).
               10 mt-snap-records                         pic 9(9).
               10 mt-snap-total                      pic s9(13)v99.
               10 mt-before-records                       pic 9(9).
               10 mt-before-total                    pic s9(13)v99.
               10 mt-after-records                        pic 9(9).
               10 mt-after-total                     pic s9(13)v99.
       01 ws-master-count                          pic 99 value 0.
       01 ws-mt-sub                                pic 99 value 0.

       01 ws-count-restored                        pic 9(9) value 0.
       01 ws-count-mismatch                         pic 99 value 0.

       01 ws-title-line.
           05 filler         pic x(30) value
               "MASTER ROLLBACK TO SNAPSHOT".
           05 filler                              pic x(6) value spaces.
           05 filler                   pic x(14) value "BUSINESS DATE ".
           05 wtl-rollback-date                            pic 9(8).
           05 filler                              pic x(4) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-refused-line.
           05 filler          pic x(14) value "*** REFUSED: ".
           05 wrf-file-name                               pic x(24).
           05 filler                              pic x(2) value spaces.
           05 wrf-reason                                  pic x(40).

       01 ws-nothing-line.
           05 filler          pic x(50) value
               "*** NO MASTER RESTORED -- MASTERS LEFT AS THEY ARE".

       01 ws-detail-head.
           05 filler                pic x(24) value "MASTER".
           05 filler                pic x(9) value "  WHEN".
           05 filler                pic x(13) value "      RECORDS".
           05 filler                pic x(24) value
               "         CONTROL TOTAL".
           05 filler                pic x(22) value "  MEASURE".
           05 filler                pic x(20) value "CHECK".

       01 ws-detail-line.
           05 wdl-file-name                               pic x(24).
           05 filler                              pic x(2) value spaces.
           05 wdl-when                                     pic x(8).
           05 filler                              pic x(1) value spaces.
           05 wdl-records                          pic zzz,zzz,zz9.
           05 filler                              pic x(2) value spaces.
           05 wdl-total                     pic -(3),-(3),-(3),--9.99.
           05 filler                              pic x(2) value spaces.
           05 wdl-measure                                 pic x(20).
           05 filler                              pic x(2) value spaces.
           05 wdl-check                                   pic x(30).

       01 ws-summary-line.
           05 filler          pic x(18) value "MASTERS RESTORED: ".
           05 wsu-masters                                    pic z9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(18) value "RECORDS RESTORED: ".
           05 wsu-records                          pic zzz,zzz,zz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(22) value
               "NOT BACK TO SNAPSHOT: ".
           05 wsu-mismatch                                   pic z9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(14) value "WRITE ERRORS: ".
           05 wsu-errors                                pic zzzzzz9.

      * Breakdown carried on this run's end record in the run log.
       01 ws-log-note.
           05 filler                      pic x(5) value "DATE=".
           05 wlg-date                                    pic 9(8).
           05 filler                       pic x(6) value " RECS=".
           05 wlg-records                                pic 9(9).
           05 filler                       pic x(5) value " BAD=".
           05 wlg-mismatch                                   pic 99.

       procedure division.

           perform 025-read-business-date.
           perform 020-read-run-control.

           if ws-rollback-date = 0
               move ws-run-date to ws-rollback-date
           end-if

           perform 900-write-run-log-start.

           open output output-file.

           move ws-rollback-date to wtl-rollback-date
           move ws-run-date to wtl-run-date
           write output-line from ws-title-line.

           perform 050-load-control.

           if ws-sw-refused = 'N'
               perform 100-verify-snapshots
           end-if

           if ws-sw-refused = 'Y'
               write output-line from ws-nothing-line
                   after advancing 2 lines
               close output-file
               move 12 to return-code
               perform 910-write-run-log-end
               goback
           end-if

           perform varying ws-mt-sub from 1 by 1
                   until ws-mt-sub > ws-master-count
               perform 500-count-master
               move ws-file-records to mt-before-records(ws-mt-sub)
               move ws-file-total to mt-before-total(ws-mt-sub)
           end-perform

           perform varying ws-mt-sub from 1 by 1
                   until ws-mt-sub > ws-master-count
               perform 600-restore-master
           end-perform

           perform varying ws-mt-sub from 1 by 1
                   until ws-mt-sub > ws-master-count
               perform 500-count-master
               move ws-file-records to mt-after-records(ws-mt-sub)
               move ws-file-total to mt-after-total(ws-mt-sub)
           end-perform

           perform 700-print-report.

           close output-file.

           if ws-count-mismatch > 0 or ws-restore-errors > 0
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
                       when "ROLLBACK-DATE"
                           move ws-rc-param-value
                               to ws-rollback-date
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

      * The control file names the masters on the snapshot. No
      * control file is no complete snapshot; a master this program
      * doesn't know how to restore refuses the whole rollback.
       050-load-control.

           move spaces to ws-control-name
           string "../../../data/snapshot-control-" ws-rollback-date
                   ".dat" delimited by size
               into ws-control-name

           move 'N' to ws-sw-eof
           open input control-file
           read control-file at end move 'Y' to ws-sw-eof.

           if ws-sw-eof = 'Y'
               move "(snapshot control)" to wrf-file-name
               move "NO COMPLETE SNAPSHOT FOR THIS DATE"
                   to wrf-reason
               write output-line from ws-refused-line
                   after advancing 2 lines
               move 'Y' to ws-sw-refused
           end-if

           perform until ws-sw-eof = 'Y'
               if ws-master-count >= 20
                   display "*** MASTER TABLE FULL -- RUN STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-master-count
               move ws-master-count to ws-mt-sub
               move sc-file-name to mt-file-name(ws-mt-sub)
               move sc-measure to mt-measure(ws-mt-sub)
               move sc-record-count to mt-snap-records(ws-mt-sub)
               move sc-control-total to mt-snap-total(ws-mt-sub)
               move 0 to mt-before-records(ws-mt-sub)
               move 0 to mt-before-total(ws-mt-sub)
               move 0 to mt-after-records(ws-mt-sub)
               move 0 to mt-after-total(ws-mt-sub)
               perform 060-check-known
               if ws-sw-known = 'N'
                   move sc-file-name to wrf-file-name
                   move "NOT A MASTER THIS ROLLBACK RESTORES"
                       to wrf-reason
                   write output-line from ws-refused-line
                       after advancing 1 lines
                   move 'Y' to ws-sw-refused
               end-if
               read control-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close control-file.

       060-check-known.

           evaluate mt-file-name(ws-mt-sub)
               when "layaway-master"
               when "gift-card-master"
               when "customer-master"
               when "sales-history"
               when "invoice-detail"
               when "refund-history"
               when "chargeback-case"
               when "returns-activity"
               when "returns-activity-cust"
               when "inventory-master"
               when "purchase-order"
               when "transfer-transit"
               when "commission-accum"
               when "special-order"
               when "web-pickup"
               when "employee-purchase"
               when "house-account"
               when "ar-ledger"
               when "warranty-contract"
                   move 'Y' to ws-sw-known
               when other
                   move 'N' to ws-sw-known
           end-evaluate.

      * Every snapshot file must still hold exactly the records its
      * control row says were unloaded -- a purged, truncated, or
      * missing snapshot refuses the rollback before anything is
      * touched.
       100-verify-snapshots.

           perform varying ws-mt-sub from 1 by 1
                   until ws-mt-sub > ws-master-count
               perform 800-build-snapshot-name
               move 0 to ws-file-records
               move 'N' to ws-sw-eof
               open input snapshot-file
               if ws-snapshot-status not = "00"
                   move 'Y' to ws-sw-eof
               end-if
               if ws-sw-eof = 'N'
                   read snapshot-file at end move 'Y' to ws-sw-eof
                   end-read
               end-if
               perform until ws-sw-eof = 'Y'
                   add 1 to ws-file-records
                   read snapshot-file at end move 'Y' to ws-sw-eof
                   end-read
               end-perform
               close snapshot-file
               if ws-snapshot-status not = "00"
                       and mt-snap-records(ws-mt-sub) > 0
                   move mt-file-name(ws-mt-sub) to wrf-file-name
                   move "SNAPSHOT FILE MISSING" to wrf-reason
                   write output-line from ws-refused-line
                       after advancing 1 lines
                   move 'Y' to ws-sw-refused
               else
                   if ws-file-records not = mt-snap-records(ws-mt-sub)
                       move mt-file-name(ws-mt-sub) to wrf-file-name
                       move "SNAPSHOT RECORD COUNT DOES NOT MATCH"
                           to wrf-reason
                       write output-line from ws-refused-line
                           after advancing 1 lines
                       move 'Y' to ws-sw-refused
                   end-if
               end-if
           end-perform.

      * Record count and control total of one master as it stands.
       500-count-master.

           move 0 to ws-file-records
           move 0 to ws-file-total
           move 'N' to ws-sw-eof

           evaluate mt-file-name(ws-mt-sub)
               when "layaway-master"
                   perform 510-count-layaway-master
               when "gift-card-master"
                   perform 511-count-gift-card-master
               when "customer-master"
                   perform 512-count-customer-master
               when "sales-history"
                   perform 513-count-sales-history
               when "invoice-detail"
                   perform 514-count-invoice-detail
               when "refund-history"
                   perform 515-count-refund-history
               when "chargeback-case"
                   perform 516-count-chargeback-case
               when "returns-activity"
                   perform 517-count-returns-activity
               when "returns-activity-cust"
                   perform 518-count-returns-cust
               when "inventory-master"
                   perform 519-count-inventory-master
               when "purchase-order"
                   perform 520-count-purchase-order
               when "transfer-transit"
                   perform 521-count-transfer-transit
               when "commission-accum"
                   perform 522-count-commission-accum
               when "special-order"
                   perform 523-count-special-order
               when "web-pickup"
                   perform 524-count-web-pickup
               when "employee-purchase"
                   perform 525-count-employee-purchase
               when "house-account"
                   perform 526-count-house-account
               when "ar-ledger"
                   perform 527-count-ar-ledger
               when "warranty-contract"
                   perform 528-count-warranty-contract
           end-evaluate.

       510-count-layaway-master.

           open input layaway-master
           read layaway-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               if lm-status-open
                   compute ws-file-total = ws-file-total
                       + lm-amount-owed - lm-deposit-amount
                       - lm-amount-paid
               end-if
               read layaway-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close layaway-master.

       511-count-gift-card-master.

           open input gift-card-master
           read gift-card-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add gc-balance to ws-file-total
               read gift-card-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close gift-card-master.

       512-count-customer-master.

           open input customer-master
           read customer-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add cm-purchase-amount to ws-file-total
               read customer-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close customer-master.

       513-count-sales-history.

           open input sales-history
           read sales-history at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add sh-amount to ws-file-total
               read sales-history at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close sales-history.

       514-count-invoice-detail.

           open input invoice-detail
           read invoice-detail at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               compute ws-file-total = ws-file-total
                   + id-quantity * id-unit-amount
               read invoice-detail at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close invoice-detail.

       515-count-refund-history.

           open input refund-history
           read refund-history at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add rh-amount-refunded to ws-file-total
               read refund-history at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close refund-history.

       516-count-chargeback-case.

           open input chargeback-case
           read chargeback-case at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add cc-amount to ws-file-total
               read chargeback-case at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close chargeback-case.

       517-count-returns-activity.

           open input returns-activity
           read returns-activity at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add ra-refund-dollars to ws-file-total
               read returns-activity at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close returns-activity.

       518-count-returns-cust.

           open input returns-cust
           read returns-cust at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add ru-refund-dollars to ws-file-total
               read returns-cust at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close returns-cust.

       519-count-inventory-master.

           open input inventory-master
           read inventory-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add im-on-hand to ws-file-total
               read inventory-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close inventory-master.

       520-count-purchase-order.

           open input purchase-order
           read purchase-order at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add po-qty-ordered to ws-file-total
               read purchase-order at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close purchase-order.

       521-count-transfer-transit.

           open input transfer-transit
           read transfer-transit at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add tt-qty-shipped to ws-file-total
               read transfer-transit at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close transfer-transit.

       522-count-commission-accum.

           open input commission-accum
           read commission-accum at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add cp-period-sales to ws-file-total
               read commission-accum at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close commission-accum.

       523-count-special-order.

           open input special-order-master
           read special-order-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add so-deposit-amount to ws-file-total
               read special-order-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close special-order-master.

       524-count-web-pickup.

           open input web-pickup-master
           read web-pickup-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add wp-sale-amount to ws-file-total
               read web-pickup-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close web-pickup-master.

       525-count-employee-purchase.

           open input employee-purchase-master
           read employee-purchase-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add ep-ytd-amount to ws-file-total
               read employee-purchase-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close employee-purchase-master.

       526-count-house-account.

           open input house-account-master
           read house-account-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add ha-balance to ws-file-total
               read house-account-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close house-account-master.

       527-count-ar-ledger.

           open input ar-ledger
           read ar-ledger at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add al-amount to ws-file-total
               read ar-ledger
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close ar-ledger.

       528-count-warranty-contract.

           open input warranty-contract-master
           read warranty-contract-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-file-records
               add wc-plan-price to ws-file-total
               read warranty-contract-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close warranty-contract-master.

      * Reload one master from its snapshot: the master is opened
      * output, which empties it, and every snapshot record written
      * back in the key order it was unloaded in.
       600-restore-master.

           perform 800-build-snapshot-name
           move 'N' to ws-sw-eof
           open input snapshot-file
           read snapshot-file at end move 'Y' to ws-sw-eof.

           evaluate mt-file-name(ws-mt-sub)
               when "layaway-master"
                   perform 610-restore-layaway-master
               when "gift-card-master"
                   perform 611-restore-gift-card-master
               when "customer-master"
                   perform 612-restore-customer-master
               when "sales-history"
                   perform 613-restore-sales-history
               when "invoice-detail"
                   perform 614-restore-invoice-detail
               when "refund-history"
                   perform 615-restore-refund-history
               when "chargeback-case"
                   perform 616-restore-chargeback-case
               when "returns-activity"
                   perform 617-restore-returns-activity
               when "returns-activity-cust"
                   perform 618-restore-returns-cust
               when "inventory-master"
                   perform 619-restore-inventory-master
               when "purchase-order"
                   perform 620-restore-purchase-order
               when "transfer-transit"
                   perform 621-restore-transfer-transit
               when "commission-accum"
                   perform 622-restore-commission-accum
               when "special-order"
                   perform 623-restore-special-order
               when "web-pickup"
                   perform 624-restore-web-pickup
               when "employee-purchase"
                   perform 625-restore-employee-purchase
               when "house-account"
                   perform 626-restore-house-account
               when "ar-ledger"
                   perform 627-restore-ar-ledger
               when "warranty-contract"
                   perform 628-restore-warranty-contract
           end-evaluate

           close snapshot-file.

       610-restore-layaway-master.

           open output layaway-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to layaway-master-record
               write layaway-master-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close layaway-master.

       611-restore-gift-card-master.

           open output gift-card-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to gift-card-master-record
               write gift-card-master-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close gift-card-master.

       612-restore-customer-master.

           open output customer-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to customer-master-record
               write customer-master-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close customer-master.

       613-restore-sales-history.

           open output sales-history

           perform until ws-sw-eof = 'Y'
               move snapshot-line to sales-history-record
               write sales-history-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close sales-history.

       614-restore-invoice-detail.

           open output invoice-detail

           perform until ws-sw-eof = 'Y'
               move snapshot-line to invoice-detail-record
               write invoice-detail-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close invoice-detail.

       615-restore-refund-history.

           open output refund-history

           perform until ws-sw-eof = 'Y'
               move snapshot-line to refund-history-record
               write refund-history-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close refund-history.

       616-restore-chargeback-case.

           open output chargeback-case

           perform until ws-sw-eof = 'Y'
               move snapshot-line to chargeback-case-record
               write chargeback-case-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close chargeback-case.

       617-restore-returns-activity.

           open output returns-activity

           perform until ws-sw-eof = 'Y'
               move snapshot-line to returns-activity-record
               write returns-activity-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close returns-activity.

       618-restore-returns-cust.

           open output returns-cust

           perform until ws-sw-eof = 'Y'
               move snapshot-line to returns-activity-cust-record
               write returns-activity-cust-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close returns-cust.

       619-restore-inventory-master.

           open output inventory-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to inventory-master-record
               write inventory-master-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close inventory-master.

       620-restore-purchase-order.

           open output purchase-order

           perform until ws-sw-eof = 'Y'
               move snapshot-line to purchase-order-record
               write purchase-order-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close purchase-order.

       621-restore-transfer-transit.

           open output transfer-transit

           perform until ws-sw-eof = 'Y'
               move snapshot-line to transfer-transit-record
               write transfer-transit-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close transfer-transit.

       622-restore-commission-accum.

           open output commission-accum

           perform until ws-sw-eof = 'Y'
               move snapshot-line to commission-accum-record
               write commission-accum-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close commission-accum.

       623-restore-special-order.

           open output special-order-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to special-order-record
               write special-order-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close special-order-master.

       624-restore-web-pickup.

           open output web-pickup-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to web-pickup-record
               write web-pickup-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close web-pickup-master.

       625-restore-employee-purchase.

           open output employee-purchase-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to employee-purchase-record
               write employee-purchase-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close employee-purchase-master.

       626-restore-house-account.

           open output house-account-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to house-account-record
               write house-account-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close house-account-master.

       627-restore-ar-ledger.

           open output ar-ledger

           perform until ws-sw-eof = 'Y'
               move snapshot-line to ar-ledger-record
               write ar-ledger-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close ar-ledger.

       628-restore-warranty-contract.

           open output warranty-contract-master

           perform until ws-sw-eof = 'Y'
               move snapshot-line to warranty-contract-record
               write warranty-contract-record
                   invalid key add 1 to ws-restore-errors
                   not invalid key add 1 to ws-count-restored
               end-write
               read snapshot-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close warranty-contract-master.

      * Three lines per master -- snapshot, before, after -- with
      * the after line checked against the snapshot.
       700-print-report.

           write output-line from ws-detail-head
               after advancing 2 lines

           perform varying ws-mt-sub from 1 by 1
                   until ws-mt-sub > ws-master-count
               move mt-file-name(ws-mt-sub) to wdl-file-name
               move "SNAPSHOT" to wdl-when
               move mt-snap-records(ws-mt-sub) to wdl-records
               move mt-snap-total(ws-mt-sub) to wdl-total
               move mt-measure(ws-mt-sub) to wdl-measure
               move spaces to wdl-check
               write output-line from ws-detail-line
                   after advancing 2 lines
               move spaces to wdl-file-name
               move "BEFORE" to wdl-when
               move mt-before-records(ws-mt-sub) to wdl-records
               move mt-before-total(ws-mt-sub) to wdl-total
               write output-line from ws-detail-line
                   after advancing 1 lines
               move "AFTER" to wdl-when
               move mt-after-records(ws-mt-sub) to wdl-records
               move mt-after-total(ws-mt-sub) to wdl-total
               if mt-after-records(ws-mt-sub) =
                           mt-snap-records(ws-mt-sub)
                       and mt-after-total(ws-mt-sub) =
                           mt-snap-total(ws-mt-sub)
                   move "BACK TO SNAPSHOT" to wdl-check
               else
                   move "** NOT BACK TO SNAPSHOT **" to wdl-check
                   add 1 to ws-count-mismatch
               end-if
               write output-line from ws-detail-line
                   after advancing 1 lines
           end-perform

           move ws-master-count to wsu-masters
           move ws-count-restored to wsu-records
           move ws-count-mismatch to wsu-mismatch
           move ws-restore-errors to wsu-errors
           write output-line from ws-summary-line
               after advancing 3 lines.

      * The dated snapshot file of the master in ws-mt-sub.
       800-build-snapshot-name.

           move spaces to ws-snapshot-name
           string "../../../data/snapshot-" mt-file-name(ws-mt-sub)
                   delimited by space
                   "-" ws-rollback-date ".dat" delimited by size
               into ws-snapshot-name.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "MASTERROLLBACK" to rl-program-name
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
           move "MASTERROLLBACK" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-count-restored to rl-records-read
           move ws-count-restored to rl-records-written
           move ws-rollback-date to wlg-date
           move ws-count-restored to wlg-records
           move ws-count-mismatch to wlg-mismatch
           move ws-log-note to rl-note
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program MasterRollback.

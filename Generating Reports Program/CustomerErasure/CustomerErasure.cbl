       identification division.
       program-id. CustomerErasure.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Customer data erasure. A customer who asks to be forgotten
      * has a name and phone on the customer master and on every
      * layaway plan they ever set up, and a customer number on the
      * returns history and on every retained nightly feed. This
      * takes the privacy desk's request file and, for each customer
      * it can honour, overwrites the name and phone wherever they
      * are kept and cuts the customer number loose from the
      * transaction records -- the dollar history stays exactly as
      * it was, only whose it was goes. A customer the company still
      * has business with is refused instead: a layaway still open,
      * or a plan set up and not yet started, or a special order
      * not yet picked up or cancelled, or a web order still waiting
      * to be collected at a store, or a warranty plan still in
      * force on something they bought, or a house charge account
      * still carrying a balance either way, keeps the customer's
      * identity until it is settled, and the refusal is printed
      * with the reason. Every request, erased or refused, ends on
      * the completion certificate with each file touched and how
      * many records were changed in it, and on the erasure
      * register for good. Run on demand, after the night's batch
      * has finished.

       environment division.
       input-output section.
       file-control.

      * select optional: no request file means no requests tonight.
           select optional request-file assign to
               "../../../data/erasure-request.dat"
               organization is line sequential.

           select customer-master assign to
               "../../../data/customer-master.dat"
               organization is indexed
               access mode is random
               record key is cm-customer-number
               file status is ws-customer-status.

      * select optional: a shop that has never run a layaway has
      * neither layaway file. Both are walked end to end, once to
      * look for open business and once to erase.
           select optional layaway-master assign to
               "../../../data/layaway-master.dat"
               organization is indexed
               access mode is sequential
               record key is lm-invoice-number
               file status is ws-layaway-status.

           select optional layaway-agreement assign to
               "../../../data/layaway-agreement.dat"
               organization is indexed
               access mode is sequential
               record key is la-invoice-number
               file status is ws-agreement-status.

      * select optional: the special order master only exists once
      * a special order has been taken. Walked once for orders still
      * waiting on the customer.
           select optional special-order-master assign to
               "../../../data/special-order.dat"
               organization is indexed
               access mode is sequential
               record key is so-order-number
               file status is ws-special-order-status.

      * select optional: the web pickup master only exists once a
      * web order has been taken for pickup at a store. Walked once
      * for orders still waiting on the customer.
           select optional web-pickup-master assign to
               "../../../data/web-pickup.dat"
               organization is indexed
               access mode is sequential
               record key is wp-invoice-number
               file status is ws-web-pickup-status.

      * select optional: the warranty contract master only exists
      * once a warranty plan has been sold. Walked once for plans
      * still in force.
           select optional warranty-contract-master assign to
               "../../../data/warranty-contract.dat"
               organization is indexed
               access mode is sequential
               record key is wc-contract-key
               file status is ws-warranty-contract-status.

      * select optional: the house account master only exists once
      * credit has opened a charge account. Read by the requesting
      * customer's number, which is the account number.
           select optional house-account-master assign to
               "../../../data/house-account.dat"
               organization is indexed
               access mode is random
               record key is ha-account-number
               file status is ws-house-account-status.

      * select optional: the returns history only exists once a
      * return carrying a customer number has posted.
           select optional returns-cust assign to
               "../../../data/returns-activity-cust.dat"
               organization is indexed
               access mode is random
               record key is ru-customer-number
               file status is ws-returns-cust-status.

      * The master maintenance audit trail keeps the before and
      * after image of every layaway agreement change, name and
      * phone included.
           select optional audit-file assign to
               "../../../data/master-maint-audit.dat"
               organization is line sequential
               file status is ws-audit-status.

      * One retained feed generation at a time, opened off the
      * dated name built in working storage -- the same dated-file
      * convention the retention step writes them under. A night
      * with no generation has nothing to erase.
           select optional generation-file assign to ws-gen-name
               organization is line sequential
               file status is ws-gen-status.

      * A line sequential file cannot be rewritten in place; a file
      * with something to erase is copied through this work file
      * and back.
           select work-file assign to
               "../../../data/erasure-work.dat"
               organization is line sequential.

      * Appended every run: the standing record of each request.
           select optional register-file assign to
               "../../../data/erasure-register.dat"
               organization is line sequential
               file status is ws-register-status.

           select output-file assign to
               "../../../data/erasure-certificate.out"
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

       fd request-file
           data record is erasure-request-record.

           copy "../Copybooks/erasure-request.cpy".

       fd customer-master
           data record is customer-master-record.

           copy "../Copybooks/customer-master.cpy".

       fd layaway-master
           data record is layaway-master-record.

           copy "../Copybooks/layaway-master.cpy".

       fd layaway-agreement
           data record is layaway-agreement-record.

           copy "../Copybooks/layaway-agreement.cpy".

       fd special-order-master
           data record is special-order-record.

           copy "../Copybooks/special-order.cpy".

       fd web-pickup-master
           data record is web-pickup-record.

           copy "../Copybooks/web-pickup.cpy".

       fd warranty-contract-master
           data record is warranty-contract-record.

           copy "../Copybooks/warranty-contract.cpy".

       fd house-account-master
           data record is house-account-record.

           copy "../Copybooks/house-account.cpy".

       fd returns-cust
           data record is returns-activity-cust-record.

           copy "../Copybooks/returns-activity-cust.cpy".

       fd audit-file
           data record is maint-audit-record.

           copy "../Copybooks/maint-audit.cpy".

      * A retained raw or validated feed record; only the record
      * code and the customer number matter here.
       fd generation-file
           data record is generation-line.

       01 generation-line.
           05 gn-transaction-code                              pic x.
           05 filler                                       pic x(69).
           05 gn-customer-number                           pic 9(6).
           05 filler                                       pic x(24).

       fd work-file
           data record is work-line.

       01 work-line                                       pic x(228).

       fd register-file
           data record is erasure-register-record.

           copy "../Copybooks/erasure-register.cpy".

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

       01 ws-customer-status                          pic xx value "00".
       01 ws-layaway-status                           pic xx value "00".
       01 ws-agreement-status                         pic xx value "00".
       01 ws-special-order-status                     pic xx value "00".
       01 ws-web-pickup-status                        pic xx value "00".
       01 ws-warranty-contract-status                 pic xx value "00".
       01 ws-house-account-status                     pic xx value "00".
       01 ws-returns-cust-status                      pic xx value "00".
       01 ws-audit-status                             pic xx value "00".
       01 ws-gen-status                               pic xx value "00".
       01 ws-register-status                          pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-work-eof                                pic x value 'N'.
       01 ws-sw-found                                   pic x value 'N'.

       01 ws-run-date                                      pic 9(8).
       01 ws-run-date-int                            pic 9(7) comp.
       01 ws-day-int                                 pic 9(7) comp.
       01 ws-first-day-int                           pic 9(7) comp.

      * How far back the retained feeds are searched, off
      * run-control.dat -- kept the same as the batch's retention
      * window, so every generation still on disk is reached.
       77 ws-lookback-days                           pic 9(4) value 90.

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

      * What an erased name reads as wherever it used to be.
       77 ws-erased-name                               pic x(20)
                                           value "*** ERASED ***".

       01 ws-gen-name                                     pic x(60).
       01 ws-gen-short-name                               pic x(30).

       01 ws-project1-name.
           05 filler                      pic x(23) value
               "../../../data/project1-".
           05 wpn-date                                     pic 9(8).
           05 filler                      pic x(4) value ".dat".
           05 filler                     pic x(25) value spaces.

       01 ws-valid-name.
           05 filler                      pic x(25) value
               "../../../data/file-valid-".
           05 wvn-date                                     pic 9(8).
           05 filler                      pic x(4) value ".out".
           05 filler                     pic x(23) value spaces.

      * The requests, loaded whole. Status P is still to be erased,
      * E erased, R refused with the reason beside it.
       01 request-table.
           05 request-entry occurs 200 times.
               10 rq-customer-number                      pic 9(6).
               10 rq-request-id                          pic x(12).
               10 rq-received-date                        pic 9(8).
               10 rq-status                                  pic x.
                   88 rq-pending                       value 'P'.
                   88 rq-erased                        value 'E'.
                   88 rq-refused                       value 'R'.
               10 rq-reason                              pic x(40).
               10 rq-balance                           pic 9(7)v99.
               10 rq-files                                pic 9(3).
               10 rq-records                              pic 9(7).
       01 ws-request-count                         pic 9(3) value 0.
       01 ws-rq-sub                                pic 9(3) value 0.
       01 ws-rq-scan                               pic 9(3) value 0.

      * Layaway plans set up for a requesting customer, off the
      * agreement file, so a plan with no master record yet -- set
      * up, never paid on -- can be found when the master is read.
       01 agreement-table.
           05 agreement-entry occurs 500 times.
               10 ag-rq-sub                                pic 9(3).
               10 ag-invoice-number                       pic x(9).
               10 ag-total-price                       pic 9(7)v99.
               10 ag-started                                 pic x.
       01 ws-agreement-count                       pic 9(3) value 0.
       01 ws-ag-sub                                pic 9(3) value 0.

      * Files touched per request, for the certificate.
       01 touch-table.
           05 touch-entry occurs 3000 times.
               10 tc-rq-sub                                pic 9(3).
               10 tc-file-name                           pic x(30).
               10 tc-records                              pic 9(7).
       01 ws-touch-count                           pic 9(4) value 0.
       01 ws-tc-sub                                pic 9(4) value 0.
       01 ws-touch-file                                   pic x(30).

      * Lookup key for the request a record belongs to.
       01 ws-match-customer                               pic 9(6).

      * The file being copied through holds changes to copy back.
       01 ws-gen-changed                            pic 9(7) value 0.

      * A layaway agreement as the audit trail images it.
       01 ws-audit-image.
           05 ai-invoice-number                           pic x(9).
           05 ai-total-price                           pic 9(7)v99.
           05 ai-customer-number                           pic 9(6).
           05 ai-customer-name                            pic x(20).
           05 ai-customer-phone                           pic x(10).
           05 filler                                      pic x(26).
      * A CX row (tax exemption certificate) carries the customer
      * number and the certificate instead.
       01 ws-cx-audit-image.
           05 xi-customer-number                          pic 9(6).
           05 xi-cert-number                             pic x(15).
           05 xi-exempt-type                                 pic x.
           05 xi-exempt-expiry                            pic 9(8).
           05 filler                                      pic x(50).
       01 ws-audit-changed                              pic x value 'N'.

      * The customer's returns history, folded into the erased
      * bucket (customer zero) before the record goes.
       01 ws-fold-returns                             pic 9(7) value 0.
       01 ws-fold-nr-returns                          pic 9(7) value 0.
       01 ws-fold-refund                          pic 9(12)v99 value 0.

       01 ws-count-read                             pic 9(5) value 0.
       01 ws-count-erased                           pic 9(5) value 0.
       01 ws-count-refused                          pic 9(5) value 0.
       01 ws-count-records                          pic 9(7) value 0.
       01 ws-gens-read                              pic 9(4) value 0.

       01 ws-title-line.
           05 filler         pic x(36) value
               "CUSTOMER DATA ERASURE CERTIFICATE".
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-lookback-line.
           05 filler          pic x(36) value
               "RETAINED FEEDS SEARCHED (DAYS BACK):".
           05 wlb-days                                   pic zzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(20) value "GENERATIONS FOUND: ".
           05 wlb-found                                  pic zzz9.

       01 ws-request-line.
           05 filler                   pic x(9) value "REQUEST ".
           05 wrq-request-id                             pic x(12).
           05 filler                              pic x(3) value spaces.
           05 filler                   pic x(10) value "CUSTOMER ".
           05 wrq-customer                               pic 9(6).
           05 filler                              pic x(3) value spaces.
           05 filler                   pic x(10) value "RECEIVED ".
           05 wrq-received                               pic 9(8).
           05 filler                              pic x(3) value spaces.
           05 wrq-result                                pic x(10).

       01 ws-refusal-line.
           05 filler                              pic x(9) value spaces.
           05 filler                   pic x(18) value
               "REFUSED -- ".
           05 wrf-reason                                 pic x(40).
           05 filler                              pic x(2) value spaces.
           05 wrf-balance-label                          pic x(10).
           05 wrf-balance                          pic z,zzz,zz9.99
                                                   blank when zero.

       01 ws-touch-head.
           05 filler                              pic x(9) value spaces.
           05 filler                pic x(32) value "FILE".
           05 filler                pic x(10) value "   RECORDS".

       01 ws-touch-line.
           05 filler                              pic x(9) value spaces.
           05 wtc-file-name                              pic x(30).
           05 filler                              pic x(2) value spaces.
           05 wtc-records                             pic z(8)9.

       01 ws-no-touch-line.
           05 filler                              pic x(9) value spaces.
           05 filler          pic x(40) value
               "NO RECORDS HELD FOR THIS CUSTOMER".

       01 ws-certify-line.
           05 filler                              pic x(9) value spaces.
           05 filler          pic x(43) value
               "NAME AND PHONE ERASED; DOLLAR HISTORY KEPT".

       01 ws-summary-line.
           05 filler          pic x(10) value "REQUESTS: ".
           05 wsu-read                                    pic zzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(8) value "ERASED: ".
           05 wsu-erased                                  pic zzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(9) value "REFUSED: ".
           05 wsu-refused                                 pic zzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(18) value "RECORDS CHANGED: ".
           05 wsu-records                               pic zzzzzz9.

      * Breakdown carried on this run's end record in the run log.
       01 ws-log-note.
           05 filler                      pic x(7) value "ERASED=".
           05 wlg-erased                              pic 9(5).
           05 filler                       pic x(5) value " REF=".
           05 wlg-refused                             pic 9(5).
           05 filler                       pic x(6) value " RECS=".
           05 wlg-records                             pic 9(7).

       procedure division.

           perform 025-read-business-date.
           perform 020-read-run-control.
           compute ws-run-date-int =
               function integer-of-date(ws-run-date).

           perform 900-write-run-log-start.

           open output output-file.

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line.

           perform 050-load-requests.

           open i-o customer-master.

           perform 100-check-customers.

           perform 150-check-layaways.

           perform 170-check-special-orders.

           perform 175-check-web-pickups.

           perform 177-check-warranty-contracts.

           perform 180-check-house-accounts.

           perform 200-erase-customer-master.

           close customer-master.

           perform 250-erase-layaway-master.

           perform 270-erase-special-orders.

           perform 275-erase-web-pickups.

           perform 277-erase-warranty-contracts.

           perform 300-erase-agreements.

           perform 350-erase-returns-history.

           perform 400-erase-audit-trail.

           perform 450-erase-generations.

           move ws-lookback-days to wlb-days
           move ws-gens-read to wlb-found
           write output-line from ws-lookback-line
               after advancing 2 lines.

           perform 500-print-certificate.

           perform 600-write-register.

           move ws-request-count to wsu-read
           move ws-count-erased to wsu-erased
           move ws-count-refused to wsu-refused
           move ws-count-records to wsu-records
           write output-line from ws-summary-line
               after advancing 3 lines.

           close output-file.

      * Every request has been acted on -- clear the file so a
      * second run doesn't report them again, the same way
      * MasterMaintenance clears its transaction queue.
           open output request-file
           close request-file.

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
                       when "ERASURE-LOOKBACK-DAYS"
                           move ws-rc-param-value
                               to ws-lookback-days
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

      * Load the request file. A request for the same customer as
      * one already loaded is refused as a duplicate -- the first
      * one does the work.
       050-load-requests.

           move 'N' to ws-sw-eof

           open input request-file

           read request-file at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-read
               if ws-request-count >= 200
                   display "*** REQUEST TABLE FULL -- RUN STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-request-count
               move ws-request-count to ws-rq-sub
               move eq-customer-number
                   to rq-customer-number(ws-rq-sub)
               move eq-request-id to rq-request-id(ws-rq-sub)
               move eq-received-date to rq-received-date(ws-rq-sub)
               move 'P' to rq-status(ws-rq-sub)
               move spaces to rq-reason(ws-rq-sub)
               move 0 to rq-balance(ws-rq-sub)
               move 0 to rq-files(ws-rq-sub)
               move 0 to rq-records(ws-rq-sub)
               if eq-customer-number is not numeric
                       or eq-customer-number = 0
                   move 0 to rq-customer-number(ws-rq-sub)
                   move "CUSTOMER NUMBER NOT VALID"
                       to rq-reason(ws-rq-sub)
                   move 'R' to rq-status(ws-rq-sub)
               else
                   if eq-received-date is not numeric
                       move 0 to rq-received-date(ws-rq-sub)
                   end-if
                   move eq-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                           and ws-rq-scan < ws-rq-sub
                       move "DUPLICATE REQUEST FOR THIS CUSTOMER"
                           to rq-reason(ws-rq-sub)
                       move 'R' to rq-status(ws-rq-sub)
                   end-if
               end-if
               read request-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close request-file.

      * Find the first still-pending request for ws-match-customer;
      * ws-rq-scan is left on it.
       060-find-request.

           move 'N' to ws-sw-found
           perform varying ws-rq-scan from 1 by 1
                   until ws-rq-scan > ws-request-count
                       or ws-sw-found = 'Y'
               if rq-pending(ws-rq-scan)
                       and rq-customer-number(ws-rq-scan) =
                           ws-match-customer
                   move 'Y' to ws-sw-found
               end-if
           end-perform

           if ws-sw-found = 'Y'
               subtract 1 from ws-rq-scan
           end-if.

      * Every requesting customer must be on the master. A customer
      * already erased by an earlier request goes through again --
      * anything that has turned up under the number since is
      * erased, and the certificate shows it.
       100-check-customers.

           perform varying ws-rq-sub from 1 by 1
                   until ws-rq-sub > ws-request-count
               if rq-pending(ws-rq-sub)
                   move rq-customer-number(ws-rq-sub)
                       to cm-customer-number
                   read customer-master
                       invalid key
                           move "CUSTOMER NOT ON CUSTOMER MASTER"
                               to rq-reason(ws-rq-sub)
                           move 'R' to rq-status(ws-rq-sub)
                   end-read
               end-if
           end-perform.

      * A customer still in business with the stores is refused. A
      * layaway plan still open owes a balance the customer must be
      * reachable about; a plan set up on the agreement file with no
      * payment yet (no master record) is a plan about to start.
      * The agreements are read first so the master walk can tick
      * off every plan that has started.
       150-check-layaways.

           move 'N' to ws-sw-eof
           open input layaway-agreement
           read layaway-agreement at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if la-customer-number is numeric
                   move la-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       perform 160-add-agreement
                   end-if
               end-if
               read layaway-agreement at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close layaway-agreement

           move 'N' to ws-sw-eof
           open input layaway-master
           read layaway-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               perform varying ws-ag-sub from 1 by 1
                       until ws-ag-sub > ws-agreement-count
                   if ag-invoice-number(ws-ag-sub) = lm-invoice-number
                       move 'Y' to ag-started(ws-ag-sub)
                   end-if
               end-perform
               if lm-customer-number is numeric
                       and lm-status-open
                   move lm-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move ws-rq-scan to ws-rq-sub
                       string "OPEN LAYAWAY " lm-invoice-number
                               delimited by size
                           into rq-reason(ws-rq-sub)
                       compute rq-balance(ws-rq-sub) =
                           lm-amount-owed - lm-deposit-amount
                               - lm-amount-paid
                       move 'R' to rq-status(ws-rq-sub)
                   end-if
               end-if
               read layaway-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close layaway-master

           perform varying ws-ag-sub from 1 by 1
                   until ws-ag-sub > ws-agreement-count
               move ag-rq-sub(ws-ag-sub) to ws-rq-sub
               if ag-started(ws-ag-sub) = 'N'
                       and rq-pending(ws-rq-sub)
                   string "LAYAWAY " ag-invoice-number(ws-ag-sub)
                           " SET UP, NOT STARTED"
                           delimited by size
                       into rq-reason(ws-rq-sub)
                   move ag-total-price(ws-ag-sub)
                       to rq-balance(ws-rq-sub)
                   move 'R' to rq-status(ws-rq-sub)
               end-if
           end-perform.

       160-add-agreement.

           if ws-agreement-count >= 500
               display "*** AGREEMENT TABLE FULL -- RUN STOPPED ***"
               move 12 to return-code
               perform 910-write-run-log-end
               goback
           end-if

           add 1 to ws-agreement-count
           move ws-rq-scan to ag-rq-sub(ws-agreement-count)
           move la-invoice-number
               to ag-invoice-number(ws-agreement-count)
           move la-total-price to ag-total-price(ws-agreement-count)
           move 'N' to ag-started(ws-agreement-count).

      * A special order still open or ready for pickup holds the
      * customer's deposit, and the store has to be able to call
      * them when the goods come in.
       170-check-special-orders.

           move 'N' to ws-sw-eof
           open input special-order-master
           read special-order-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if so-status-open or so-status-ready
                   move so-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move ws-rq-scan to ws-rq-sub
                       string "OPEN SPECIAL ORDER " so-order-number
                               delimited by size
                           into rq-reason(ws-rq-sub)
                       move so-deposit-amount to rq-balance(ws-rq-sub)
                       move 'R' to rq-status(ws-rq-sub)
                   end-if
               end-if
               read special-order-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close special-order-master.

      * A web order still waiting to be collected is paid for, and
      * the customer has to be found if it is cancelled and refunded.
       175-check-web-pickups.

           move 'N' to ws-sw-eof
           open input web-pickup-master
           read web-pickup-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if wp-status-awaiting
                   move wp-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move ws-rq-scan to ws-rq-sub
                       string "WEB ORDER AWAITING PICKUP "
                               wp-invoice-number
                               delimited by size
                           into rq-reason(ws-rq-sub)
                       move wp-sale-amount to rq-balance(ws-rq-sub)
                       move 'R' to rq-status(ws-rq-sub)
                   end-if
               end-if
               read web-pickup-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close web-pickup-master.

      * A warranty plan still in force -- active and not yet past
      * its expiry date -- can still be claimed on or refunded, and
      * the claim or refund has to be traced to the customer.
       177-check-warranty-contracts.

           move 'N' to ws-sw-eof
           open input warranty-contract-master
           read warranty-contract-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if wc-status-active
                       and wc-expiry-date not < ws-run-date
                   move wc-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move ws-rq-scan to ws-rq-sub
                       string "WARRANTY PLAN IN FORCE "
                               wc-covered-invoice
                               delimited by size
                           into rq-reason(ws-rq-sub)
                       move 0 to rq-balance(ws-rq-sub)
                       move 'R' to rq-status(ws-rq-sub)
                   end-if
               end-if
               read warranty-contract-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close warranty-contract-master.

      * A house charge account that still owes, or is owed, money
      * has statements to go out and a balance to collect or pay
      * back; the account holder has to stay reachable until it is
      * settled to zero.
       180-check-house-accounts.

           open input house-account-master

           perform varying ws-rq-sub from 1 by 1
                   until ws-rq-sub > ws-request-count
               if rq-pending(ws-rq-sub)
                   move rq-customer-number(ws-rq-sub)
                       to ha-account-number
                   read house-account-master
                       invalid key
                           continue
                       not invalid key
                           if ha-balance not = 0
                               move "HOUSE ACCOUNT BALANCE NOT SETTLED"
                                   to rq-reason(ws-rq-sub)
                               move ha-balance to rq-balance(ws-rq-sub)
                               move 'R' to rq-status(ws-rq-sub)
                           end-if
                   end-read
               end-if
           end-perform

           close house-account-master.

      * The customer master keeps the record and its purchase
      * history; the name, phone and any tax exemption certificate
      * number go and the status marks the customer erased, so the
      * register refuses the number from here on.
       200-erase-customer-master.

           perform varying ws-rq-sub from 1 by 1
                   until ws-rq-sub > ws-request-count
               if rq-pending(ws-rq-sub)
                   move rq-customer-number(ws-rq-sub)
                       to cm-customer-number
                   read customer-master
                       invalid key
                           continue
                       not invalid key
                           move ws-erased-name to cm-name
                           move spaces to cm-phone
                           move spaces to cm-exempt-cert-number
                           move 'E' to cm-status
                           rewrite customer-master-record
                           move ws-rq-sub to ws-rq-scan
                           move "customer-master.dat"
                               to ws-touch-file
                           perform 700-add-touch
                   end-read
               end-if
           end-perform.

      * Every settled plan the customer had: the name and phone go,
      * and the customer number with them, so the plan prints with
      * the unidentified plans from here on.
       250-erase-layaway-master.

           move 'N' to ws-sw-eof
           open i-o layaway-master
           read layaway-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if lm-customer-number is numeric
                       and lm-customer-number > 0
                   move lm-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move ws-erased-name to lm-customer-name
                       move spaces to lm-customer-phone
                       move 0 to lm-customer-number
                       rewrite layaway-master-record
                       move "layaway-master.dat" to ws-touch-file
                       perform 700-add-touch
                   end-if
               end-if
               read layaway-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close layaway-master.

      * Every closed special order the customer had keeps what was
      * ordered and paid, but no longer whose it was.
       270-erase-special-orders.

           move 'N' to ws-sw-eof
           open i-o special-order-master
           read special-order-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if so-customer-number > 0
                   move so-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move 0 to so-customer-number
                       rewrite special-order-record
                       move "special-order.dat" to ws-touch-file
                       perform 700-add-touch
                   end-if
               end-if
               read special-order-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close special-order-master.

      * Every collected or expired web order the customer had keeps
      * what was sold, but no longer whose it was.
       275-erase-web-pickups.

           move 'N' to ws-sw-eof
           open i-o web-pickup-master
           read web-pickup-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if wp-customer-number > 0
                   move wp-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move 0 to wp-customer-number
                       rewrite web-pickup-record
                       move "web-pickup.dat" to ws-touch-file
                       perform 700-add-touch
                   end-if
               end-if
               read web-pickup-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close web-pickup-master.

      * Every cancelled or expired warranty plan the customer had
      * keeps what was covered and paid, but no longer whose it was.
       277-erase-warranty-contracts.

           move 'N' to ws-sw-eof
           open i-o warranty-contract-master
           read warranty-contract-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if wc-customer-number > 0
                   move wc-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move 0 to wc-customer-number
                       rewrite warranty-contract-record
                       move "warranty-contract.dat" to ws-touch-file
                       perform 700-add-touch
                   end-if
               end-if
               read warranty-contract-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close warranty-contract-master.

       300-erase-agreements.

           move 'N' to ws-sw-eof
           open i-o layaway-agreement
           read layaway-agreement at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if la-customer-number is numeric
                       and la-customer-number > 0
                   move la-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move ws-erased-name to la-customer-name
                       move spaces to la-customer-phone
                       move 0 to la-customer-number
                       rewrite layaway-agreement-record
                       move "layaway-agreement.dat" to ws-touch-file
                       perform 700-add-touch
                   end-if
               end-if
               read layaway-agreement at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close layaway-agreement.

      * The returns history is keyed by the customer number itself.
      * Its counts and refund dollars are folded into customer zero
      * -- the erased customers' bucket, which ReturnFraudScreen
      * leaves out of the customer screen -- and the record goes.
       350-erase-returns-history.

           open i-o returns-cust

           if ws-returns-cust-status = "35"
               open output returns-cust
               close returns-cust
               open i-o returns-cust
           end-if

           perform varying ws-rq-sub from 1 by 1
                   until ws-rq-sub > ws-request-count
               if rq-pending(ws-rq-sub)
                   move rq-customer-number(ws-rq-sub)
                       to ru-customer-number
                   read returns-cust
                       invalid key
                           continue
                       not invalid key
                           perform 360-fold-returns
                   end-read
               end-if
           end-perform

           close returns-cust.

       360-fold-returns.

           move ru-total-returns to ws-fold-returns
           move ru-nr-returns to ws-fold-nr-returns
           move ru-refund-dollars to ws-fold-refund

           delete returns-cust record

           move 0 to ru-customer-number
           read returns-cust
               invalid key
                   move 0 to ru-customer-number
                   move ws-fold-returns to ru-total-returns
                   move ws-fold-nr-returns to ru-nr-returns
                   move ws-fold-refund to ru-refund-dollars
                   move 0 to ru-posted-date
                   move 0 to ru-posted-seq
                   write returns-activity-cust-record
               not invalid key
                   add ws-fold-returns to ru-total-returns
                   add ws-fold-nr-returns to ru-nr-returns
                   add ws-fold-refund to ru-refund-dollars
                   rewrite returns-activity-cust-record
           end-read

           move ws-rq-sub to ws-rq-scan
           move "returns-activity-cust.dat" to ws-touch-file
           perform 700-add-touch.

      * The audit trail's layaway agreement images carry the name
      * and phone as keyed. The trail is copied through the work
      * file with the customer's images blanked the same way the
      * agreement itself was, and copied back only if anything
      * changed. An exemption certificate row loses the certificate
      * number and the customer number with it.
       400-erase-audit-trail.

           move 0 to ws-gen-changed
           move 'N' to ws-sw-eof
           open input audit-file
           open output work-file
           read audit-file at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if ma-file-code = "LA"
                   move 'N' to ws-audit-changed
                   move ma-before-image to ws-audit-image
                   perform 410-erase-audit-image
                   move ws-audit-image to ma-before-image
                   move ma-after-image to ws-audit-image
                   perform 410-erase-audit-image
                   move ws-audit-image to ma-after-image
                   if ws-audit-changed = 'Y'
                       add 1 to ws-gen-changed
                       move "master-maint-audit.dat" to ws-touch-file
                       perform 700-add-touch
                   end-if
               end-if
               if ma-file-code = "CX"
                   move 'N' to ws-audit-changed
                   move ma-before-image to ws-cx-audit-image
                   perform 415-erase-cx-image
                   move ws-cx-audit-image to ma-before-image
                   move ma-after-image to ws-cx-audit-image
                   perform 415-erase-cx-image
                   move ws-cx-audit-image to ma-after-image
                   if ws-audit-changed = 'Y'
                       add 1 to ws-gen-changed
                       move "master-maint-audit.dat" to ws-touch-file
                       perform 700-add-touch
                   end-if
               end-if
               write work-line from maint-audit-record
               read audit-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close audit-file, work-file

           if ws-gen-changed > 0
               perform 420-copy-back-audit
           end-if.

       420-copy-back-audit.

           move 'N' to ws-sw-work-eof
           open input work-file
           open output audit-file
           read work-file at end move 'Y' to ws-sw-work-eof.

           perform until ws-sw-work-eof = 'Y'
               write maint-audit-record from work-line
               read work-file at end move 'Y' to ws-sw-work-eof
               end-read
           end-perform

           close work-file, audit-file.

       410-erase-audit-image.

           if ai-customer-number is numeric
                   and ai-customer-number > 0
               move ai-customer-number to ws-match-customer
               perform 060-find-request
               if ws-sw-found = 'Y'
                   move ws-erased-name to ai-customer-name
                   move spaces to ai-customer-phone
                   move 0 to ai-customer-number
                   move 'Y' to ws-audit-changed
               end-if
           end-if.

       415-erase-cx-image.

           if xi-customer-number is numeric
                   and xi-customer-number > 0
               move xi-customer-number to ws-match-customer
               perform 060-find-request
               if ws-sw-found = 'Y'
                   move spaces to xi-cert-number
                   move 0 to xi-customer-number
                   move 'Y' to ws-audit-changed
               end-if
           end-if.

      * One pass per business date back through the lookback over
      * the retained raw and validated feeds. A transaction keyed
      * with the customer's number keeps its amount, store, and
      * everything else; the number goes to zero, the same as a
      * sale to a customer who never joined.
       450-erase-generations.

           compute ws-first-day-int =
               ws-run-date-int - ws-lookback-days
           move ws-first-day-int to ws-day-int

           perform until ws-day-int > ws-run-date-int
               compute wpn-date = function date-of-integer(ws-day-int)
               move wpn-date to wvn-date
               move ws-project1-name to ws-gen-name
               move spaces to ws-gen-short-name
               string "project1-" wpn-date ".dat"
                       delimited by size
                   into ws-gen-short-name
               perform 460-erase-one-generation
               move ws-valid-name to ws-gen-name
               move spaces to ws-gen-short-name
               string "file-valid-" wvn-date ".out"
                       delimited by size
                   into ws-gen-short-name
               perform 460-erase-one-generation
               add 1 to ws-day-int
           end-perform.

       460-erase-one-generation.

           move 0 to ws-gen-changed
           move 'N' to ws-sw-eof
           open input generation-file
           open output work-file
           read generation-file at end move 'Y' to ws-sw-eof.

           if ws-sw-eof = 'N'
               add 1 to ws-gens-read
           end-if

           perform until ws-sw-eof = 'Y'
               if gn-transaction-code not = 'H'
                       and gn-transaction-code not = 'T'
                       and gn-customer-number is numeric
                       and gn-customer-number > 0
                   move gn-customer-number to ws-match-customer
                   perform 060-find-request
                   if ws-sw-found = 'Y'
                       move 0 to gn-customer-number
                       add 1 to ws-gen-changed
                       move ws-gen-short-name to ws-touch-file
                       perform 700-add-touch
                   end-if
               end-if
               write work-line from generation-line
               read generation-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close generation-file, work-file

           if ws-gen-changed > 0
               perform 470-copy-back-generation
           end-if.

       470-copy-back-generation.

           move 'N' to ws-sw-work-eof
           open input work-file
           open output generation-file
           read work-file at end move 'Y' to ws-sw-work-eof.

           perform until ws-sw-work-eof = 'Y'
               move work-line to generation-line
               write generation-line
               read work-file at end move 'Y' to ws-sw-work-eof
               end-read
           end-perform

           close work-file, generation-file.

      * One block per request: what was asked, what was done, and
      * either the files erased with their record counts or why the
      * request was refused. A request still pending here had
      * nothing blocking it and is erased, even where no file held
      * anything beyond the master.
       500-print-certificate.

           perform varying ws-rq-sub from 1 by 1
                   until ws-rq-sub > ws-request-count
               if rq-pending(ws-rq-sub)
                   move 'E' to rq-status(ws-rq-sub)
                   add 1 to ws-count-erased
               else
                   add 1 to ws-count-refused
               end-if
               move rq-request-id(ws-rq-sub) to wrq-request-id
               move rq-customer-number(ws-rq-sub) to wrq-customer
               move rq-received-date(ws-rq-sub) to wrq-received
               if rq-erased(ws-rq-sub)
                   move "ERASED" to wrq-result
               else
                   move "REFUSED" to wrq-result
               end-if
               write output-line from ws-request-line
                   after advancing 2 lines
               if rq-erased(ws-rq-sub)
                   perform 510-print-touches
               else
                   move rq-reason(ws-rq-sub) to wrf-reason
                   if rq-balance(ws-rq-sub) > 0
                       move "BALANCE $" to wrf-balance-label
                       move rq-balance(ws-rq-sub) to wrf-balance
                   else
                       move spaces to wrf-balance-label
                       move 0 to wrf-balance
                   end-if
                   write output-line from ws-refusal-line
                       after advancing 1 lines
               end-if
           end-perform.

       510-print-touches.

           write output-line from ws-touch-head
               after advancing 1 lines

           perform varying ws-tc-sub from 1 by 1
                   until ws-tc-sub > ws-touch-count
               if tc-rq-sub(ws-tc-sub) = ws-rq-sub
                   move tc-file-name(ws-tc-sub) to wtc-file-name
                   move tc-records(ws-tc-sub) to wtc-records
                   write output-line from ws-touch-line
                       after advancing 1 lines
                   add 1 to rq-files(ws-rq-sub)
                   add tc-records(ws-tc-sub) to rq-records(ws-rq-sub)
                   add tc-records(ws-tc-sub) to ws-count-records
               end-if
           end-perform

           if rq-files(ws-rq-sub) = 0
               write output-line from ws-no-touch-line
                   after advancing 1 lines
           end-if

           write output-line from ws-certify-line
               after advancing 1 lines.

       600-write-register.

           open extend register-file
           if ws-register-status = "35"
               open output register-file
           end-if

           perform varying ws-rq-sub from 1 by 1
                   until ws-rq-sub > ws-request-count
               move ws-run-date to eg-run-date
               move rq-request-id(ws-rq-sub) to eg-request-id
               move rq-customer-number(ws-rq-sub)
                   to eg-customer-number
               move rq-received-date(ws-rq-sub) to eg-received-date
               if rq-erased(ws-rq-sub)
                   move "ERASED" to eg-result
               else
                   move "REFUSED" to eg-result
               end-if
               move rq-files(ws-rq-sub) to eg-files-touched
               move rq-records(ws-rq-sub) to eg-records-touched
               move rq-reason(ws-rq-sub) to eg-refusal-reason
               write erasure-register-record
           end-perform

           close register-file.

      * Count one changed record against request ws-rq-scan and
      * the file named in ws-touch-file.
       700-add-touch.

           move 'N' to ws-sw-found
           perform varying ws-tc-sub from 1 by 1
                   until ws-tc-sub > ws-touch-count
                       or ws-sw-found = 'Y'
               if tc-rq-sub(ws-tc-sub) = ws-rq-scan
                       and tc-file-name(ws-tc-sub) = ws-touch-file
                   move 'Y' to ws-sw-found
                   add 1 to tc-records(ws-tc-sub)
               end-if
           end-perform

           if ws-sw-found = 'N'
               if ws-touch-count >= 3000
                   display "*** TOUCH TABLE FULL -- RUN STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-touch-count
               move ws-rq-scan to tc-rq-sub(ws-touch-count)
               move ws-touch-file to tc-file-name(ws-touch-count)
               move 1 to tc-records(ws-touch-count)
           end-if.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "CUSTOMERERASURE" to rl-program-name
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
           move "CUSTOMERERASURE" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-count-read to rl-records-read
           move ws-count-records to rl-records-written
           move ws-count-erased to wlg-erased
           move ws-count-refused to wlg-refused
           move ws-count-records to wlg-records
           move ws-log-note to rl-note
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program CustomerErasure.

               record key is rh-invoice-number
               file status is ws-refund-history-status.

      * select optional: the house account master and the
      * receivables ledger. A return off a sale charged to a house
      * account is credited back to the account instead of paid out
      * in a tender.
           select optional house-account-master assign to
               "../../../data/house-account.dat"
               organization is indexed
               access mode is random
               record key is ha-account-number
               file status is ws-house-account-status.

           select optional ar-ledger assign to
               "../../../data/ar-ledger.dat"
               organization is indexed
               access mode is random
               record key is al-ledger-key
               file status is ws-ar-ledger-status.

      * select optional: the warranty contract master. A return of
      * an item that carries an extended warranty cancels the plan
      * and refunds its unexpired part with the item.
           select optional warranty-contract-master assign to
               "../../../data/warranty-contract.dat"
               organization is indexed
               access mode is random
               record key is wc-contract-key
               file status is ws-warranty-contract-status.

      * Returns that would take an invoice past its original sale
      * amount are written here for a supervisor instead of into the
      * verified refund totals.
           05 price-override-flag                              pic x.
           05 cashier-id                                      pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 filler                                       pic x(22).

       fd output-file
           data record is output-line.
           05 sn-refund-amount                  pic 9(10)v99.
           05 sn-net-amount                     pic s9(10)v99
                                                sign leading separate.
           05 sn-chargeback-amount              pic 9(10)v99.
           05 sn-points-amount                  pic 9(10)v99.
           05 sn-paid-out-amount                pic 9(10)v99.

       fd tax-remit-gross
           data record is tax-remittance-record.

           copy "../Copybooks/run-control.cpy".

       fd house-account-master
           data record is house-account-record.

           copy "../Copybooks/house-account.cpy".

       fd ar-ledger
           data record is ar-ledger-record.

           copy "../Copybooks/ar-ledger.cpy".

       fd warranty-contract-master
           data record is warranty-contract-record.

           copy "../Copybooks/warranty-contract.cpy".

       fd run-log-file
           data record is run-log-record.

       01 ws-refund-history-status                  pic xx value "00".
       01 ws-gift-card-status                       pic xx value "00".
       01 ws-invoice-detail-status                  pic xx value "00".
       01 ws-house-account-status                   pic xx value "00".
       01 ws-warranty-contract-status               pic xx value "00".
       01 ws-ar-ledger-status                       pic xx value "00".

      * Line-item verification: the returned SKU and quantity have
      * to have been on the original invoice. 'Y' when they were (or

       01 ws-amount-cash-refund                pic 9(12)v99 value 0.

      * House account credits: a return tendered HA goes back onto
      * the customer's charge account, its tax with it, instead of
      * out of the drawer -- it stays out of the tender settlement.
       77 ws-house-account                          pic xx value "HA".
       01 ws-count-ha-credit                        pic 999 value 0.
       01 ws-amount-ha-credit                  pic 9(12)v99 value 0.
       01 ws-ha-credit                              pic 9(7)v99 value 0.

       01 ws-ha-credit-line.
           05 filler                                           pic x.
           05 filler               pic x(22) value
               "HOUSE ACCOUNT CREDIT: ".
           05 ws-ha-credit-out                         pic $z(3),zz9.99.
           05 filler                                    pic x(3).
           05 filler                 pic x(10) value "ACCOUNTS: ".
           05 ws-ha-credit-count-out                           pic zz9.

      * Extended warranties cancelled by the return of the item they
      * cover: the unexpired part of the plan price, in proportion to
      * the days left in its term, goes back with the item -- and
      * the tax charged on that part with it. ws-refund-amount is
      * what the return pays out in all: the item plus the plan.
       01 ws-count-wc-cancel                        pic 999 value 0.
       01 ws-amount-wc-refund                  pic 9(12)v99 value 0.
       01 ws-wc-refund                              pic 9(5)v99 value 0.
       01 ws-wc-refund-gst                          pic 9(4)v99 value 0.
       01 ws-wc-refund-pst                          pic 9(4)v99 value 0.
       01 ws-wc-start-int                              pic 9(7) comp.
       01 ws-wc-expiry-int                             pic 9(7) comp.
       01 ws-wc-term-days                          pic s9(7) value 0.
       01 ws-wc-days-left                          pic s9(7) value 0.
       01 ws-refund-amount                          pic 9(7)v99 value 0.

       01 ws-warranty-refund-line.
           05 filler                                           pic x.
           05 filler               pic x(18) value
               "WARRANTY REFUNDS: ".
           05 ws-wc-refund-out                         pic $z(3),zz9.99.
           05 filler                                    pic x(3).
           05 filler                pic x(11) value "CONTRACTS: ".
           05 ws-wc-cancel-count-out                           pic zz9.

       01 ws-held-head.
           05 filler          pic x(42) value
               "HELD REFUNDS -- SUPERVISOR REVIEW REQUIRED".
               10 se-tender-code                         pic xx.
               10 se-sales-amount                 pic 9(10)v99.
               10 se-refund-amount                pic 9(10)v99.
               10 se-points-amount                pic 9(10)v99.
               10 se-paid-out-amount              pic 9(10)v99.
       01 ws-settle-count                          pic 9(3) value 0.
       01 ws-settle-sub                            pic 9(3) value 0.
       01 ws-settle-hit                            pic 9(3) value 0.

           perform 020-open-refund-history.
           perform 022-open-gift-card-master.
           perform 023-open-house-account.
           perform 024-open-warranty-contract.

           write held-line from ws-held-head.
           write held-line from ws-held-col-head
                 output-file
                 refund-history
                 gift-card-master
                 house-account-master
                 ar-ledger
                 warranty-contract-master
                 held-refunds-file.

           move 0 to return-code.
               open i-o gift-card-master
           end-if.

       023-open-house-account.

           open i-o house-account-master
           if ws-house-account-status = "35"
               open output house-account-master
               close house-account-master
               open i-o house-account-master
           end-if

           open i-o ar-ledger
           if ws-ar-ledger-status = "35"
               open output ar-ledger
               close ar-ledger
               open i-o ar-ledger
           end-if.

       024-open-warranty-contract.

           open i-o warranty-contract-master
           if ws-warranty-contract-status = "35"
               open output warranty-contract-master
               close warranty-contract-master
               open i-o warranty-contract-master
           end-if.

      * The batch sets the business date once per cycle; every
      * program in the stream reads it here at start-up. A run
      * outside the batch falls back to the machine clock, which is
                       to se-sales-amount(ws-settle-count)
                   move ts-refund-amount
                       to se-refund-amount(ws-settle-count)
                   move ts-points-amount
                       to se-points-amount(ws-settle-count)
                   move ts-paid-out-amount
                       to se-paid-out-amount(ws-settle-count)
                   move ts-settle-date to ws-settle-date
                   read settlement-gross
                       at end move 'Y' to ws-sw-settle-eof
                   invalid key
                       move ws-storecred-card to gc-card-number
                       move store-number to gc-store-number
                       move ws-refund-amount to gc-balance
                       move 0 to gc-posted-date
                       move 0 to gc-posted-seq
                       move ws-run-date to gc-ret-posted-date
                       move 'A' to gc-status
                       write gift-card-master-record
                       add 1 to ws-count-storecred
                       add ws-refund-amount to ws-amount-storecred
                   not invalid key
                       if gc-ret-posted-date > ws-run-date
                           or (gc-ret-posted-date = ws-run-date
                               and gc-ret-posted-seq >= ws-feed-seq)
                           continue
                       else
                           add ws-refund-amount to gc-balance
                           move ws-run-date to gc-ret-posted-date
                           move ws-feed-seq to gc-ret-posted-seq
      * A loss-prevention hold stays on until it is released.
                           if not gc-status-held
                               move 'A' to gc-status
                           end-if
                           rewrite gift-card-master-record
                           add 1 to ws-count-storecred
                           add ws-refund-amount
                               to ws-amount-storecred
                       end-if
               end-read.

      * Credit one verified return back to the house account the
      * sale was charged to: the goods and the tax refunded on them,
      * since the account was charged both. The credit is written
      * to the receivables ledger under the returns run's own key,
      * and the account's returns-side posting key keeps a rerun of
      * the returns feed from crediting it twice.
       077-credit-house-account.

               compute ws-ha-credit = ws-refund-amount + ws-amount-tax
               move customer-number to ha-account-number

               read house-account-master
                   invalid key
                       display "HOUSE ACCOUNT NOT ON MASTER: "
                           customer-number
                   not invalid key
                       if ha-ret-posted-date > ws-run-date
                           or (ha-ret-posted-date = ws-run-date
                               and ha-ret-posted-seq >= ws-feed-seq)
                           continue
                       else
                           subtract ws-ha-credit from ha-balance
                           move ws-run-date to ha-ret-posted-date
                           move ws-feed-seq to ha-ret-posted-seq
                           rewrite house-account-record
                           move ha-account-number to al-account-number
                           move ws-run-date to al-post-date
                           move 'R' to al-source
                           move ws-feed-seq to al-feed-seq
                           move 'R' to al-entry-type
                           move store-number to al-store-number
                           move invoice-number to al-invoice-number
                           move transaction-date
                               to al-transaction-date
                           move ws-ha-credit to al-amount
                           move ws-amount-tax to al-tax-amount
                           write ar-ledger-record
                               invalid key
                                   continue
                           end-write
                           add 1 to ws-count-ha-credit
                           add ws-ha-credit to ws-amount-ha-credit
                       end-if
               end-read.

      * Add one verified refund's dollars to its store/tender
      * settlement row, appending a row when the gross feed had none
      * for that pair.
                   until ws-settle-sub > ws-settle-count
               if se-store-number(ws-settle-sub) = store-number
                       and se-tender-code(ws-settle-sub) = payment-type
                   add ws-refund-amount
                       to se-refund-amount(ws-settle-sub)
                   move ws-settle-sub to ws-settle-hit
                   move ws-settle-count to ws-settle-sub
                   move payment-type
                       to se-tender-code(ws-settle-count)
                   move 0 to se-sales-amount(ws-settle-count)
                   move 0 to se-points-amount(ws-settle-count)
                   move 0 to se-paid-out-amount(ws-settle-count)
                   move ws-refund-amount
                       to se-refund-amount(ws-settle-count)
               else
                   display "*** SETTLEMENT TABLE FULL -- RUN"
               end-if
           end-if.

      * Write the final settlement feed: gross taken, points
      * discounts, refunds paid out, the till's paid-outs, and the
      * signed net per store per tender. The chargeback
      * column goes out zero; Chargebacks applies the night's lost
      * chargebacks to it before the deposit reconciliation runs.
       110-write-settlement-net.

           open output settlement-net
               move se-sales-amount(ws-settle-sub) to sn-sales-amount
               move se-refund-amount(ws-settle-sub)
                   to sn-refund-amount
               move se-points-amount(ws-settle-sub)
                   to sn-points-amount
               move se-paid-out-amount(ws-settle-sub)
                   to sn-paid-out-amount
               compute sn-net-amount =
                   se-sales-amount(ws-settle-sub) -
                   se-points-amount(ws-settle-sub) -
                   se-refund-amount(ws-settle-sub) -
                   se-paid-out-amount(ws-settle-sub)
               move 0 to sn-chargeback-amount
               write settlement-net-record
           end-perform

                   add 1 to ws-count-in-window
               end-if.

      * A verified return of an item that carries an extended
      * warranty cancels the plan: the contract keyed off the item's
      * invoice line is closed, and the part of the plan price not
      * yet run off -- the days left in the term over the term's
      * days -- is refunded with the item, together with that share
      * of the plan's tax. The cancellation is stamped with the
      * business date and feed ordinal, so a rerun finds its own
      * cancellation and pays the same refund again; a plan
      * cancelled on an earlier night refunds nothing.
       090-cancel-warranty.

               move 0 to ws-wc-refund
               move 0 to ws-wc-refund-gst
               move 0 to ws-wc-refund-pst

               move invoice-number to wc-covered-invoice
               move 1 to wc-covered-line

               read warranty-contract-master
                   invalid key
                       continue
                   not invalid key
                       if wc-status-active
                               and wc-covered-sku = sku-code
                           perform 092-prorate-warranty
                           move 'C' to wc-status
                           move ws-run-date to wc-cancel-date
                           move ws-feed-seq to wc-cancel-seq
                           move ws-wc-refund to wc-refund-amount
                           move ws-wc-refund-gst to wc-refund-gst
                           move ws-wc-refund-pst to wc-refund-pst
                           rewrite warranty-contract-record
                           add 1 to ws-count-wc-cancel
                           add ws-wc-refund to ws-amount-wc-refund
                       else
                           if wc-status-cancelled
                                   and wc-cancel-date = ws-run-date
                                   and wc-cancel-seq = ws-feed-seq
                               move wc-refund-amount to ws-wc-refund
                               move wc-refund-gst to ws-wc-refund-gst
                               move wc-refund-pst to ws-wc-refund-pst
                               add 1 to ws-count-wc-cancel
                               add ws-wc-refund
                                   to ws-amount-wc-refund
                           end-if
                       end-if
               end-read

               compute ws-refund-amount =
                   transaction-amount + ws-wc-refund
               add ws-wc-refund-gst to ws-amount-tax-gst
               add ws-wc-refund-pst to ws-amount-tax-pst
               compute ws-amount-tax =
                   ws-amount-tax-gst + ws-amount-tax-pst.

       092-prorate-warranty.

               compute ws-wc-start-int =
                   function integer-of-date(wc-start-date)
               compute ws-wc-expiry-int =
                   function integer-of-date(wc-expiry-date)

               compute ws-wc-term-days =
                   ws-wc-expiry-int - ws-wc-start-int
               compute ws-wc-days-left =
                   ws-wc-expiry-int - ws-run-date-int

               if ws-wc-days-left > ws-wc-term-days
                   move ws-wc-term-days to ws-wc-days-left
               end-if

               if ws-wc-term-days > 0 and ws-wc-days-left > 0
                   compute ws-wc-refund rounded =
                       wc-plan-price * ws-wc-days-left
                           / ws-wc-term-days
                   compute ws-wc-refund-gst rounded =
                       wc-plan-gst * ws-wc-days-left
                           / ws-wc-term-days
                   compute ws-wc-refund-pst rounded =
                       wc-plan-pst * ws-wc-days-left
                           / ws-wc-term-days
               end-if.

       000-processing.

           add 1 to ws-feed-seq.
               else
                   move 0 to ws-amount-tax-pst
               end-if
      * A sale charged under a tax exemption certificate collected
      * none of the tax the certificate covered, so none goes back.
               if output-sale-match = "YES"
                   if sh-exempt-type = 'G' or sh-exempt-type = 'B'
                       move 0 to ws-amount-tax-gst
                   end-if
                   if sh-exempt-type = 'P' or sh-exempt-type = 'B'
                       move 0 to ws-amount-tax-pst
                   end-if
               end-if
               compute ws-amount-tax =
                   ws-amount-tax-gst + ws-amount-tax-pst
               add 1 to ws-counter-return
                           move "OVER-REFUND" to ws-held-reason
                           perform 068-hold-refund
                       else
                           perform 090-cancel-warranty
                           add ws-refund-amount
                               to ws-amount-return
                           add ws-amount-tax to ws-tot-tax
      * Per policy an NR (no receipt) refund goes onto a store-
                                   = ws-reason-no-reason
                               perform 075-issue-store-credit
                           else
                               if payment-type = ws-house-account
                                   perform 077-credit-house-account
                               else
                                   add ws-refund-amount
                                       to ws-amount-cash-refund
                                   perform
                                       080-apply-refund-to-settlement
                               end-if
                           end-if
                           perform 085-apply-refund-tax
                       end-if
               move ws-count-storecred to ws-storecred-count-out
               write output-line from spaces
               write output-line from ws-refund-split-line
               move ws-amount-ha-credit to ws-ha-credit-out
               move ws-count-ha-credit to ws-ha-credit-count-out
               write output-line from ws-ha-credit-line
               move ws-amount-wc-refund to ws-wc-refund-out
               move ws-count-wc-cancel to ws-wc-cancel-count-out
               write output-line from ws-warranty-refund-line

               write output-line from spaces
               write output-line from ws-no-match-line

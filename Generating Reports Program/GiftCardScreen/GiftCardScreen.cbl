       identification division.
       program-id. GiftCardScreen.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Nightly gift card velocity and fraud screen. The card master
      * says what is owed on each card but nothing about how the
      * money moved, and gift cards are the favourite laundering
      * tender: buy or load a card with a stolen credit card, then
      * drain it somewhere else before the chargeback lands. This
      * walks the night's validated feed (file-valid.out) and
      * builds a picture per card and per cashier, then flags:
      *
      *   - a card redeemed at GC-SCREEN-STORES or more stores in
      *     the one night;
      *   - a card loaded and drained to nothing the same day;
      *   - a card reloaded GC-RELOAD-REPEATS or more times with an
      *     amount just under a round hundred (within
      *     GC-ROUND-MARGIN dollars of it) -- the loads that keep
      *     under a review or reporting limit;
      *   - a cashier who issued or reloaded GC-CASHIER-GC-ISSUES or
      *     more cards tendered with another gift card, the way one
      *     card's value gets split across fresh ones.
      *
      * The exceptions are printed by store and cashier for loss
      * prevention, with the card's current master status beside
      * each, so a card already held shows as such. Placing the
      * hold itself is a keyed MasterMaintenance transaction (file
      * code GC, action H) -- the screen points, a person decides.
      * Runs after SalesAndLayawayProcessing has posted the night,
      * so the balances it reads are tonight's.

       environment division.
       input-output section.
       file-control.

           select records-file assign to "../../../data/file-valid.out"
               organization is line sequential.

      * select optional: the master doesn't exist until the first
      * issuance posts -- every card then reads as not on file.
           select optional gift-card-master assign to
               "../../../data/gift-card-master.dat"
               organization is indexed
               access mode is random
               record key is gc-card-number
               file status is ws-gift-card-status.

           select output-file assign to
               "../../../data/gift-card-screen.out"
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

       fd records-file
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
           05 filler                                       pic x(22).

       fd gift-card-master
           data record is gift-card-master-record.

           copy "../Copybooks/gift-card-master.cpy".

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

       01 ws-gift-card-status                         pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-found                                   pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

       77 ws-sale                                       pic x value 'S'.
       77 ws-layaway                                    pic x value 'L'.
       77 ws-issue                                      pic x value 'G'.
       77 ws-gift-card                                pic xx value "GC".

      * Screening thresholds, off run-control.dat; the values in
      * force are echoed at the top of the report.
       77 ws-screen-stores                             pic 99 value 3.
       77 ws-round-margin                              pic 99 value 5.
       77 ws-reload-repeats                            pic 99 value 2.
       77 ws-cashier-gc-issues                         pic 99 value 3.

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

       01 ws-count-read                             pic 9(7) value 0.
       01 ws-count-redeem                           pic 9(7) value 0.
       01 ws-count-load                             pic 9(7) value 0.
       01 ws-count-exceptions                       pic 9(5) value 0.

      * A load just under a round hundred: the whole hundreds and
      * what is left over. 499.00 leaves 99.00 -- within a five
      * dollar margin of 500; 500.00 leaves nothing and is round.
       01 ws-round-hundreds                                pic 9(3).
       01 ws-round-left                                 pic 9(3)v99.
       01 ws-round-floor                                pic 9(3)v99.

      * Every card the night's feed touched. The store list keeps
      * the first ten distinct stores a card was redeemed at --
      * more than enough to pass any sensible store threshold.
      * Past the table's bound the step fails rather than screening
      * half a night.
       01 card-table.
           05 card-entry occurs 3000 times.
               10 cd-card-number                        pic x(16).
               10 cd-redeem-count                        pic 9(5).
               10 cd-redeem-amount                    pic 9(7)v99.
               10 cd-redeem-store                           pic xx.
               10 cd-redeem-cashier                       pic x(4).
               10 cd-store-count                            pic 99.
               10 cd-store                   pic xx occurs 10 times.
               10 cd-load-count                          pic 9(5).
               10 cd-load-amount                      pic 9(7)v99.
               10 cd-load-store                             pic xx.
               10 cd-load-cashier                         pic x(4).
               10 cd-near-round-count                    pic 9(5).
               10 cd-near-round-amount                pic 9(7)v99.
               10 cd-near-round-store                       pic xx.
               10 cd-near-round-cashier                   pic x(4).
       01 ws-card-count                            pic 9(4) value 0.
       01 ws-card-sub                              pic 9(4) value 0.
       01 ws-store-sub                               pic 99 value 0.

      * Cashiers who rang a card issue or reload tendered with
      * another gift card, and how many.
       01 cashier-table.
           05 cashier-entry occurs 500 times.
               10 ch-cashier-id                          pic x(4).
               10 ch-store-number                          pic xx.
               10 ch-gc-issue-count                      pic 9(5).
               10 ch-gc-issue-amount                  pic 9(7)v99.
       01 ws-cashier-count                          pic 9(3) value 0.
       01 ws-cashier-sub                            pic 9(3) value 0.

      * The night's exceptions, sorted by store and cashier for the
      * report.
       01 exception-table.
           05 exception-entry occurs 2000 times.
               10 ex-store-number                          pic xx.
               10 ex-cashier-id                          pic x(4).
               10 ex-card-number                        pic x(16).
               10 ex-condition                          pic x(28).
               10 ex-count                               pic 9(5).
               10 ex-amount                           pic 9(7)v99.
               10 ex-card-status                            pic x.
       01 ws-exception-sub                         pic 9(4) value 0.

      * One count per condition for the summary, in the order the
      * conditions are screened.
       01 ws-condition-totals.
           05 ws-cond-count               pic 9(5) occurs 4 times.
       01 ws-cond-sub                                      pic 9.

      * Selection sort work fields (store, cashier, card), same
      * shape as the case sort in Chargebacks.
       01 ws-sort-i                                        pic 9(4).
       01 ws-sort-j                                        pic 9(4).
       01 ws-sort-best                                     pic 9(4).
       01 ws-swap-entry.
           05 sw-store-number                              pic xx.
           05 sw-cashier-id                               pic x(4).
           05 sw-card-number                             pic x(16).
           05 sw-condition                               pic x(28).
           05 sw-count                                    pic 9(5).
           05 sw-amount                               pic 9(7)v99.
           05 sw-card-status                                 pic x.

       01 ws-title-line.
           05 filler         pic x(36) value
               "GIFT CARD VELOCITY AND FRAUD SCREEN".
           05 filler                              pic x(2) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-param-echo-line.
           05 filler          pic x(32) value
               "RUN CONTROL: GC-SCREEN-STORES = ".
           05 wpe-stores                                     pic z9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(18) value "GC-ROUND-MARGIN = ".
           05 wpe-margin                                     pic z9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(20) value "GC-RELOAD-REPEATS = ".
           05 wpe-repeats                                    pic z9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(23) value
               "GC-CASHIER-GC-ISSUES = ".
           05 wpe-cashier                                    pic z9.

       01 ws-detail-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(9) value "CASHIER".
           05 filler                pic x(18) value "CARD NUMBER".
           05 filler                pic x(30) value "CONDITION".
           05 filler                pic x(7) value "COUNT".
           05 filler                pic x(15) value "       AMOUNT".
           05 filler                pic x(6) value "STATUS".

       01 ws-detail-line.
           05 filler                              pic x(2) value spaces.
           05 wdl-store                                       pic xx.
           05 filler                              pic x(3) value spaces.
           05 wdl-cashier                                   pic x(4).
           05 filler                              pic x(5) value spaces.
           05 wdl-card-number                              pic x(16).
           05 filler                              pic x(2) value spaces.
           05 wdl-condition                                pic x(28).
           05 filler                              pic x(2) value spaces.
           05 wdl-count                                    pic zzzz9.
           05 filler                              pic x(2) value spaces.
           05 wdl-amount                           pic $z,zzz,zz9.99.
           05 filler                              pic x(4) value spaces.
           05 wdl-status                                      pic x.

       01 ws-none-line.
           05 filler          pic x(32) value
               "NO GIFT CARD EXCEPTIONS TONIGHT".

       01 ws-cond-head.
           05 filler          pic x(24) value "EXCEPTIONS BY CONDITION".

       01 ws-cond-line.
           05 wcl-condition                                pic x(28).
           05 filler                              pic x(2) value spaces.
           05 wcl-count                                    pic zzzz9.

       01 ws-summary-line.
           05 filler          pic x(15) value "FEED RECORDS: ".
           05 wsu-read                                   pic zzzzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(13) value "REDEMPTIONS: ".
           05 wsu-redeem                                 pic zzzzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(16) value "ISSUES/RELOADS: ".
           05 wsu-load                                   pic zzzzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(12) value "EXCEPTIONS: ".
           05 wsu-exceptions                               pic zzzz9.

       01 ws-condition-names.
           05 filler      pic x(28) value "REDEEMED AT MULTIPLE STORES".
           05 filler      pic x(28) value "LOADED AND DRAINED SAME DAY".
           05 filler      pic x(28) value "RELOADS JUST UNDER ROUND $".
           05 filler      pic x(28) value "CARDS ISSUED PAID BY GC".
       01 ws-condition-name-table redefines ws-condition-names.
           05 ws-condition-name           pic x(28) occurs 4 times.

       procedure division.

           perform 025-read-business-date.

           perform 020-read-run-control.

           perform 900-write-run-log-start.

           move zeros to ws-condition-totals.

           open input records-file.

           read records-file at end move 'Y' to ws-sw-eof.

           perform 100-accumulate until ws-sw-eof = 'Y'.

           close records-file.

           open input gift-card-master.

           perform 200-screen-card
               varying ws-card-sub from 1 by 1
               until ws-card-sub > ws-card-count.

           perform 300-screen-cashier
               varying ws-cashier-sub from 1 by 1
               until ws-cashier-sub > ws-cashier-count.

           close gift-card-master.

           perform 460-sort-exceptions.

           perform 500-output.

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
                       when "GC-SCREEN-STORES"
                           move ws-rc-param-value
                               to ws-screen-stores
                       when "GC-ROUND-MARGIN"
                           move ws-rc-param-value
                               to ws-round-margin
                       when "GC-RELOAD-REPEATS"
                           move ws-rc-param-value
                               to ws-reload-repeats
                       when "GC-CASHIER-GC-ISSUES"
                           move ws-rc-param-value
                               to ws-cashier-gc-issues
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

      * One feed record. Only the gift card movements matter here:
      * a sale or layaway payment tendered on a card (a redemption,
      * the same rule SalesAndLayawayProcessing draws down by), and
      * an issue or reload.
       100-accumulate.

           add 1 to ws-count-read

           if payment-type = ws-gift-card
                   and (transaction-code = ws-sale
                        or transaction-code = ws-layaway)
                   and gift-card-number not = spaces
               perform 150-find-card
               perform 160-add-redemption
           end-if

           if transaction-code = ws-issue
                   and gift-card-number not = spaces
               perform 150-find-card
               perform 170-add-load
               if payment-type = ws-gift-card
                   perform 180-add-cashier-gc-issue
               end-if
           end-if

           read records-file at end move 'Y' to ws-sw-eof.

      * Find the card's entry, opening one on first sight.
       150-find-card.

           move 'N' to ws-sw-found

           perform varying ws-card-sub from 1 by 1
                   until ws-card-sub > ws-card-count
                       or ws-sw-found = 'Y'
               if cd-card-number(ws-card-sub) = gift-card-number
                   move 'Y' to ws-sw-found
               end-if
           end-perform

           if ws-sw-found = 'Y'
               subtract 1 from ws-card-sub
           else
               if ws-card-count >= 3000
                   display "*** GIFT CARD TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-card-count
               move ws-card-count to ws-card-sub
               initialize card-entry(ws-card-sub)
               move gift-card-number to cd-card-number(ws-card-sub)
           end-if.

      * A redemption: counted and totalled, and its store added to
      * the card's list if it is one not seen yet tonight. The first
      * redemption's store and cashier are kept to file a multiple-
      * store exception under.
       160-add-redemption.

           add 1 to ws-count-redeem
           add 1 to cd-redeem-count(ws-card-sub)
           add transaction-amount to cd-redeem-amount(ws-card-sub)

           if cd-redeem-count(ws-card-sub) = 1
               move store-number to cd-redeem-store(ws-card-sub)
               move cashier-id to cd-redeem-cashier(ws-card-sub)
           end-if

           move 'N' to ws-sw-found
           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > cd-store-count(ws-card-sub)
               if cd-store(ws-card-sub, ws-store-sub) = store-number
                   move 'Y' to ws-sw-found
               end-if
           end-perform

           if ws-sw-found = 'N'
                   and cd-store-count(ws-card-sub) < 10
               add 1 to cd-store-count(ws-card-sub)
               move store-number to
                   cd-store(ws-card-sub, cd-store-count(ws-card-sub))
           end-if.

      * An issue or reload: counted and totalled, the first one's
      * store and cashier kept. A load that falls just under a
      * round hundred is counted separately, with the store and
      * cashier of the latest such load.
       170-add-load.

           add 1 to ws-count-load
           add 1 to cd-load-count(ws-card-sub)
           add transaction-amount to cd-load-amount(ws-card-sub)

           if cd-load-count(ws-card-sub) = 1
               move store-number to cd-load-store(ws-card-sub)
               move cashier-id to cd-load-cashier(ws-card-sub)
           end-if

           divide transaction-amount by 100
               giving ws-round-hundreds
               remainder ws-round-left

           compute ws-round-floor = 100 - ws-round-margin

           if ws-round-margin > 0
                   and ws-round-left > 0
                   and ws-round-left >= ws-round-floor
               add 1 to cd-near-round-count(ws-card-sub)
               add transaction-amount
                   to cd-near-round-amount(ws-card-sub)
               move store-number to cd-near-round-store(ws-card-sub)
               move cashier-id to cd-near-round-cashier(ws-card-sub)
           end-if.

      * An issue or reload paid for with another gift card, onto
      * the cashier who rang it.
       180-add-cashier-gc-issue.

           move 'N' to ws-sw-found

           perform varying ws-cashier-sub from 1 by 1
                   until ws-cashier-sub > ws-cashier-count
                       or ws-sw-found = 'Y'
               if ch-cashier-id(ws-cashier-sub) = cashier-id
                   move 'Y' to ws-sw-found
               end-if
           end-perform

           if ws-sw-found = 'Y'
               subtract 1 from ws-cashier-sub
           else
               if ws-cashier-count >= 500
                   display "*** CASHIER TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-cashier-count
               move ws-cashier-count to ws-cashier-sub
               move cashier-id to ch-cashier-id(ws-cashier-sub)
               move store-number to ch-store-number(ws-cashier-sub)
               move 0 to ch-gc-issue-count(ws-cashier-sub)
               move 0 to ch-gc-issue-amount(ws-cashier-sub)
           end-if

           add 1 to ch-gc-issue-count(ws-cashier-sub)
           add transaction-amount to ch-gc-issue-amount(ws-cashier-sub).

      * One card against the three card conditions. The master
      * gives the balance left after tonight's posting (drained
      * means nothing left) and the status shown on the report; a
      * card not on the master is judged on the feed alone.
       200-screen-card.

           move cd-card-number(ws-card-sub) to gc-card-number

           read gift-card-master
               invalid key
                   move 'N' to ws-sw-found
                   move space to gc-status
               not invalid key
                   move 'Y' to ws-sw-found
           end-read

           if cd-store-count(ws-card-sub) >= ws-screen-stores
                   and ws-screen-stores > 0
               move 1 to ws-cond-sub
               perform 250-add-card-exception
               move cd-redeem-store(ws-card-sub)
                   to ex-store-number(ws-exception-sub)
               move cd-redeem-cashier(ws-card-sub)
                   to ex-cashier-id(ws-exception-sub)
               move cd-store-count(ws-card-sub)
                   to ex-count(ws-exception-sub)
               move cd-redeem-amount(ws-card-sub)
                   to ex-amount(ws-exception-sub)
           end-if

           if cd-load-count(ws-card-sub) > 0
                   and cd-redeem-count(ws-card-sub) > 0
               if (ws-sw-found = 'Y' and gc-balance = 0)
                       or (ws-sw-found = 'N'
                           and cd-redeem-amount(ws-card-sub) >=
                               cd-load-amount(ws-card-sub))
                   move 2 to ws-cond-sub
                   perform 250-add-card-exception
                   move cd-load-store(ws-card-sub)
                       to ex-store-number(ws-exception-sub)
                   move cd-load-cashier(ws-card-sub)
                       to ex-cashier-id(ws-exception-sub)
                   move cd-redeem-count(ws-card-sub)
                       to ex-count(ws-exception-sub)
                   move cd-load-amount(ws-card-sub)
                       to ex-amount(ws-exception-sub)
               end-if
           end-if

           if cd-near-round-count(ws-card-sub) >= ws-reload-repeats
                   and ws-reload-repeats > 0
               move 3 to ws-cond-sub
               perform 250-add-card-exception
               move cd-near-round-store(ws-card-sub)
                   to ex-store-number(ws-exception-sub)
               move cd-near-round-cashier(ws-card-sub)
                   to ex-cashier-id(ws-exception-sub)
               move cd-near-round-count(ws-card-sub)
                   to ex-count(ws-exception-sub)
               move cd-near-round-amount(ws-card-sub)
                   to ex-amount(ws-exception-sub)
           end-if.

      * Open an exception row for the current card and condition;
      * the caller fills in the store, cashier, count and amount.
       250-add-card-exception.

           perform 280-open-exception
           move cd-card-number(ws-card-sub)
               to ex-card-number(ws-exception-sub)
           move gc-status to ex-card-status(ws-exception-sub).

      * One cashier against the issued-paid-by-gift-card limit. The
      * exception is the cashier's, not any one card's.
       300-screen-cashier.

           if ch-gc-issue-count(ws-cashier-sub) >=
                   ws-cashier-gc-issues
                   and ws-cashier-gc-issues > 0
               move 4 to ws-cond-sub
               perform 280-open-exception
               move ch-store-number(ws-cashier-sub)
                   to ex-store-number(ws-exception-sub)
               move ch-cashier-id(ws-cashier-sub)
                   to ex-cashier-id(ws-exception-sub)
               move spaces to ex-card-number(ws-exception-sub)
               move ch-gc-issue-count(ws-cashier-sub)
                   to ex-count(ws-exception-sub)
               move ch-gc-issue-amount(ws-cashier-sub)
                   to ex-amount(ws-exception-sub)
               move space to ex-card-status(ws-exception-sub)
           end-if.

       280-open-exception.

           if ws-count-exceptions >= 2000
               display "*** EXCEPTION TABLE FULL -- RUN"
                   " STOPPED ***"
               move 12 to return-code
               perform 910-write-run-log-end
               goback
           end-if

           add 1 to ws-count-exceptions
           move ws-count-exceptions to ws-exception-sub
           move ws-condition-name(ws-cond-sub)
               to ex-condition(ws-exception-sub)
           add 1 to ws-cond-count(ws-cond-sub).

       460-sort-exceptions.

           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-count-exceptions
               move ws-sort-i to ws-sort-best
               perform varying ws-sort-j from ws-sort-i by 1
                       until ws-sort-j > ws-count-exceptions
                   if ex-store-number(ws-sort-j) <
                           ex-store-number(ws-sort-best)
                       or (ex-store-number(ws-sort-j) =
                               ex-store-number(ws-sort-best)
                           and ex-cashier-id(ws-sort-j) <
                               ex-cashier-id(ws-sort-best))
                       or (ex-store-number(ws-sort-j) =
                               ex-store-number(ws-sort-best)
                           and ex-cashier-id(ws-sort-j) =
                               ex-cashier-id(ws-sort-best)
                           and ex-card-number(ws-sort-j) <
                               ex-card-number(ws-sort-best))
                       move ws-sort-j to ws-sort-best
                   end-if
               end-perform
               if ws-sort-best not = ws-sort-i
                   move exception-entry(ws-sort-i) to ws-swap-entry
                   move exception-entry(ws-sort-best)
                       to exception-entry(ws-sort-i)
                   move ws-swap-entry to exception-entry(ws-sort-best)
               end-if
           end-perform.

       500-output.

           open output output-file

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line

           move ws-screen-stores to wpe-stores
           move ws-round-margin to wpe-margin
           move ws-reload-repeats to wpe-repeats
           move ws-cashier-gc-issues to wpe-cashier
           write output-line from ws-param-echo-line
               after advancing 1 lines

           write output-line from ws-detail-head
               after advancing 2 lines

           if ws-count-exceptions = 0
               write output-line from ws-none-line
                   after advancing 1 lines
           end-if

           perform 510-print-exception
               varying ws-exception-sub from 1 by 1
               until ws-exception-sub > ws-count-exceptions

           write output-line from ws-cond-head
               after advancing 2 lines

           perform varying ws-cond-sub from 1 by 1
                   until ws-cond-sub > 4
               move ws-condition-name(ws-cond-sub) to wcl-condition
               move ws-cond-count(ws-cond-sub) to wcl-count
               write output-line from ws-cond-line
                   after advancing 1 lines
           end-perform

           move ws-count-read to wsu-read
           move ws-count-redeem to wsu-redeem
           move ws-count-load to wsu-load
           move ws-count-exceptions to wsu-exceptions
           write output-line from ws-summary-line
               after advancing 2 lines

           close output-file.

       510-print-exception.

           move ex-store-number(ws-exception-sub) to wdl-store
           move ex-cashier-id(ws-exception-sub) to wdl-cashier
           move ex-card-number(ws-exception-sub) to wdl-card-number
           move ex-condition(ws-exception-sub) to wdl-condition
           move ex-count(ws-exception-sub) to wdl-count
           move ex-amount(ws-exception-sub) to wdl-amount
           move ex-card-status(ws-exception-sub) to wdl-status
           write output-line from ws-detail-line
               after advancing 1 lines.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "GIFTCARDSCREEN" to rl-program-name
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
           move "GIFTCARDSCREEN" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-count-read to rl-records-read
           move ws-count-exceptions to rl-records-written
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program GiftCardScreen.

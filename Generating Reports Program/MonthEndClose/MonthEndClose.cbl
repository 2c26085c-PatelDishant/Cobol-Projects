      * business date) into one balanced debit/credit journal:
      * sales revenue, sales returns, layaway deposits held, tax
      * payable, the month's gift card liability movement, and the
      * cash clearing line that carries the other side. The month's
      * inventory shrink off the count postings journals as its own
      * expense-against-inventory pair. The loyalty points the
      * customers hold are a liability the same way an unspent gift
      * card balance is: the month's movement in their dollar value
      * journals against loyalty expense, the month's redemptions
      * (a discount the stores gave instead of cash) come off the
      * cash clearing line, and the points of a customer inactive
      * longer than the run-control allowance are expired at close
      * and taken to breakage income. The cash the stores paid out
      * of their tills for store expenses (the retained daily
      * paid-out registers) journals to each expense category's own
      * account, off the cash clearing line. A sale charged to a
      * house account brought no cash in: the charge, with the tax
      * on it, goes to receivables rather than the cash clearing
      * line, as does a return credited back to an account, and the
      * payments the stores took in on account come into cash off
      * receivables. Accounts
      * come off the gl-account-map control file, maintained like
      * tax-rate.dat. A period already on the closed-period register
      * is refused outright, so a late rerun cannot change a month
               organization is line sequential
               file status is ws-daily-tax-status.

           select optional daily-paid-out assign to ws-paid-out-name
               organization is line sequential
               file status is ws-daily-po-status.

      * select optional: the card master doesn't exist until the
      * first issuance posts.
           select optional gift-card-master assign to
               record key is gc-card-number
               file status is ws-gift-card-status.

      * The inventory adjustment register InventoryCount appends
      * each time it posts a count. select optional: no count has
      * posted yet.
           select optional inventory-adjust-file assign to
               "../../../data/inventory-adjust.dat"
               organization is line sequential.

      * The customer master: the points balance is valued for the
      * liability, and points gone dormant are expired in place.
      * select optional: no customer enrolled yet.
           select optional customer-master assign to
               "../../../data/customer-master.dat"
               organization is indexed
               access mode is sequential
               record key is cm-customer-number
               file status is ws-customer-master-status.

      * The house account ledger: the tax on the month's charges
      * and the return credits posted to accounts, neither of which
      * the daily GL feed carries. select optional: no account has
      * been charged yet.
           select optional ar-ledger assign to
               "../../../data/ar-ledger.dat"
               organization is indexed
               access mode is sequential
               record key is al-ledger-key
               file status is ws-ar-ledger-status.

      * select optional: with no run-control file the compiled
      * defaults stand.
           select optional run-control-file assign to
               "../../../data/run-control.dat"
               organization is line sequential.

      * select optional: accounting maintains the mapping; with no
      * file the compiled default accounts stand.
           select optional account-map-file assign to

           copy "../Copybooks/tax-remittance.cpy".

       fd daily-paid-out
           data record is paid-out-record.

           copy "../Copybooks/paid-out.cpy".

       fd gift-card-master
           data record is gift-card-master-record.

           copy "../Copybooks/gift-card-master.cpy".

       fd inventory-adjust-file
           data record is inventory-adjust-record.

           copy "../Copybooks/inventory-adjust.cpy".

       fd customer-master
           data record is customer-master-record.

           copy "../Copybooks/customer-master.cpy".

       fd ar-ledger
           data record is ar-ledger-record.

           copy "../Copybooks/ar-ledger.cpy".

       fd run-control-file
           data record is run-control-record.

           copy "../Copybooks/run-control.cpy".

       fd account-map-file
           data record is gl-account-map-record.


       01 ws-daily-gl-status                          pic xx value "00".
       01 ws-daily-tax-status                         pic xx value "00".
       01 ws-daily-po-status                          pic xx value "00".
       01 ws-gift-card-status                         pic xx value "00".
       01 ws-closed-periods-status                    pic xx value "00".
       01 ws-customer-master-status                   pic xx value "00".
       01 ws-ar-ledger-status                         pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-day-eof                                 pic x value 'N'.
           05 filler                      pic x(4) value ".dat".
           05 filler                     pic x(23) value spaces.

       01 ws-paid-out-name.
           05 filler                      pic x(23) value
               "../../../data/paid-out-".
           05 wpn-date                                     pic 9(8).
           05 filler                      pic x(4) value ".dat".
           05 filler                     pic x(29) value spaces.

      * The month's accumulations off the retained daily feeds.
       01 ws-month-sales                       pic 9(12)v99 value 0.
       01 ws-month-layaway                     pic 9(12)v99 value 0.
       01 ws-gc-balance-prior                  pic 9(12)v99 value 0.
       01 ws-gc-movement                      pic s9(12)v99 value 0.

      * Loyalty points: the month's redemptions off the daily feeds,
      * the dollar value of the points on the master after tonight's
      * expiry, the value at the prior close off the register, and
      * the value of the points expired by this close.
       01 ws-month-points                      pic 9(12)v99 value 0.
       01 ws-pts-balance-now                   pic 9(12)v99 value 0.
       01 ws-pts-balance-prior                 pic 9(12)v99 value 0.
       01 ws-pts-movement                     pic s9(12)v99 value 0.
       01 ws-pts-expired-value                 pic 9(12)v99 value 0.
       01 ws-pts-expense                      pic s9(12)v99 value 0.
       01 ws-points-held                          pic 9(12) value 0.
       01 ws-points-expired                       pic 9(12) value 0.
       01 ws-count-expired                         pic 9(7) value 0.
       01 ws-sw-points-expire                           pic x value 'N'.

      * Points per redemption dollar and the inactivity allowance,
      * both off run-control.dat and echoed on the report.
       77 ws-points-per-dollar                     pic 9(5) value 100.
       77 ws-points-expiry-days                    pic 9(4) value 730.
       01 ws-run-date-int                                 pic 9(7).
       01 ws-age-days                               comp-3 pic s9(7).

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

      * The month's paid-outs per expense category, each journalled
      * to the account its PAID-OUT-xx entry on the mapping control
      * file names; a category with no entry falls to the default
      * paid-out expense account (entry PAID-OUTS).
       01 ws-po-category-table.
           05 ws-po-category-entry occurs 100 times.
               10 ws-po-category                           pic xx.
               10 ws-po-account                          pic x(8).
               10 ws-po-amount                      pic 9(12)v99.
       01 ws-po-category-count                     pic 9(3) value 0.
       01 ws-po-sub                                pic 9(3) value 0.
       01 ws-po-hit                                pic 9(3) value 0.
       01 ws-month-paid-out                    pic 9(12)v99 value 0.

      * House accounts: the sale dollars charged and the payments
      * taken in off the daily feeds, and off the ledger the tax on
      * the charges and the credits for goods returned to an
      * account. The charges with their tax are the receivables
      * debit; the payments and credits are its credits.
       01 ws-month-ha-charges                  pic 9(12)v99 value 0.
       01 ws-month-ha-payments                 pic 9(12)v99 value 0.
       01 ws-month-ha-charge-tax               pic 9(12)v99 value 0.
       01 ws-month-ha-credits                  pic 9(12)v99 value 0.
       01 ws-ha-receivable                     pic 9(12)v99 value 0.

      * Inventory shrink posted by the month's counts -- book stock
      * the counts did not find, at cost.
       01 ws-month-shrink                     pic s9(12)v99 value 0.

       01 ws-net-cash                         pic s9(12)v99 value 0.
       01 ws-entry-amount                     pic s9(12)v99 value 0.

           05 ws-acct-layaway               pic x(8) value "2300".
           05 ws-acct-tax                   pic x(8) value "2200".
           05 ws-acct-gift-card             pic x(8) value "2400".
           05 ws-acct-inventory             pic x(8) value "1300".
           05 ws-acct-shrink                pic x(8) value "5300".
           05 ws-acct-points                pic x(8) value "2410".
           05 ws-acct-loyalty               pic x(8) value "5400".
           05 ws-acct-breakage              pic x(8) value "4900".
           05 ws-acct-paid-out              pic x(8) value "6100".
           05 ws-acct-house-ar              pic x(8) value "1200".

       01 ws-sw-map-eof                                 pic x value 'N'.

           05 wdy-days                                     pic z9.
           05 filler                        pic x(5) value " DAYS".

       01 ws-points-param-line.
           05 filler          pic x(33) value
               "RUN CONTROL: POINTS-PER-DOLLAR = ".
           05 wpp-per-dollar                              pic zzzz9.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(22) value
               "POINTS-EXPIRY-DAYS = ".
           05 wpp-expiry-days                              pic zzz9.

       01 ws-points-expired-line.
           05 filler          pic x(24) value
               "LOYALTY POINTS EXPIRED: ".
           05 wpx-points                          pic zzz,zzz,zz9.
           05 filler          pic x(11) value " POINTS ON ".
           05 wpx-customers                              pic zzzzzz9.
           05 filler          pic x(11) value " CUSTOMERS ".
           05 wpx-value                         pic $(4),$(4),$$9.99.

       01 ws-points-held-line.
           05 filler          pic x(24) value
               "LOYALTY POINTS HELD:    ".
           05 wph-points                          pic zzz,zzz,zz9.
           05 filler          pic x(11) value " POINTS    ".
           05 filler          pic x(18) value spaces.
           05 wph-value                         pic $(4),$(4),$$9.99.

       procedure division.

           perform 025-read-business-date.

           compute ws-run-date-int =
               function integer-of-date(ws-run-date).

           perform 020-read-run-control.

           perform 030-resolve-close-period.

           perform 900-write-run-log-start.

           perform 050-read-account-map.
           perform 100-accumulate-month.
           perform 150-accumulate-shrink.
           perform 160-accumulate-house-ledger.
           perform 200-read-gift-card-balance.
           perform 250-expire-and-value-points.

           compute ws-gc-movement =
               ws-gc-balance-now - ws-gc-balance-prior.

      * The month's points expense is what the customers earned:
      * the liability's movement plus what it was drawn down by,
      * in redemptions and in expiry.
           compute ws-pts-movement =
               ws-pts-balance-now - ws-pts-balance-prior.
           compute ws-pts-expense =
               ws-pts-movement + ws-month-points
               + ws-pts-expired-value.

           compute ws-ha-receivable =
               ws-month-ha-charges + ws-month-ha-charge-tax.

           compute ws-net-cash =
               ws-month-sales + ws-month-layaway
               + ws-month-tax-net + ws-gc-movement
               - ws-month-returns - ws-month-points
               - ws-month-paid-out
               - ws-ha-receivable + ws-month-ha-payments
               + ws-month-ha-credits.

           perform 300-write-journal.

           if ws-total-debits = ws-total-credits
               perform 400-register-period
               perform 450-apply-points-expiry
               move 0 to return-code
           else
               display "*** JOURNAL OUT OF BALANCE -- PERIOD NOT"

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
                       when "POINTS-PER-DOLLAR"
                           if ws-rc-param-value > 0
                               move ws-rc-param-value
                                   to ws-points-per-dollar
                           end-if
                       when "POINTS-EXPIRY-DAYS"
                           move ws-rc-param-value
                               to ws-points-expiry-days
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

      * The operator keys the period to close; with no file, the
      * month the business date sits in closes.
       030-resolve-close-period.
               if cl-gc-balance is numeric
                   move cl-gc-balance to ws-gc-balance-prior
               end-if
               if cl-points-balance is numeric
                   move cl-points-balance to ws-pts-balance-prior
               end-if
               read closed-periods-file
                   at end move 'Y' to ws-sw-eof
               end-read
                       move am-account to ws-acct-tax
                   when "GIFT-CARD-LIAB"
                       move am-account to ws-acct-gift-card
                   when "INVENTORY"
                       move am-account to ws-acct-inventory
                   when "INVENTORY-SHRINK"
                       move am-account to ws-acct-shrink
                   when "POINTS-LIAB"
                       move am-account to ws-acct-points
                   when "LOYALTY-EXPENSE"
                       move am-account to ws-acct-loyalty
                   when "POINTS-BREAKAGE"
                       move am-account to ws-acct-breakage
                   when "PAID-OUTS"
                       move am-account to ws-acct-paid-out
                   when "HOUSE-AR"
                       move am-account to ws-acct-house-ar
                   when other
                       if am-entry-name(1:9) = "PAID-OUT-"
                               and am-entry-name(10:2) not = spaces
                           move am-entry-name(10:2) to ws-po-category
                               (ws-po-category-count + 1)
                           perform 120-find-po-category
                           move am-account to ws-po-account(ws-po-hit)
                       end-if
               end-evaluate
               read account-map-file
                   at end move 'Y' to ws-sw-map-eof
               add gl-sale-amount to ws-month-sales
               add gl-layaway-amount to ws-month-layaway
               add gl-return-amount to ws-month-returns
               if gl-points-amount is numeric
                   add gl-points-amount to ws-month-points
               end-if
               if gl-ha-charge-amount is numeric
                   add gl-ha-charge-amount to ws-month-ha-charges
               end-if
               if gl-ha-payment-amount is numeric
                   add gl-ha-payment-amount to ws-month-ha-payments
               end-if
               read daily-gl-feed
                   at end move 'Y' to ws-sw-day-eof
               end-read
               end-read
           end-perform

           close daily-tax-remit

           move ws-cycle-date-n to wpn-date

           move 'N' to ws-sw-day-eof
           open input daily-paid-out
           read daily-paid-out at end move 'Y' to ws-sw-day-eof.

           perform until ws-sw-day-eof = 'Y'
               move po-category
                   to ws-po-category(ws-po-category-count + 1)
               perform 120-find-po-category
               add po-amount to ws-po-amount(ws-po-hit)
               add po-amount to ws-month-paid-out
               read daily-paid-out
                   at end move 'Y' to ws-sw-day-eof
               end-read
           end-perform

           close daily-paid-out.

      * Find the category staged in the next free table slot among
      * those already held, or keep it there as a new one on the
      * default account -- ws-po-hit is left pointing at its entry.
       120-find-po-category.

           move 0 to ws-po-hit

           perform varying ws-po-sub from 1 by 1
                   until ws-po-sub > ws-po-category-count
               if ws-po-category(ws-po-sub)
                       = ws-po-category(ws-po-category-count + 1)
                   move ws-po-sub to ws-po-hit
                   move ws-po-category-count to ws-po-sub
               end-if
           end-perform

           if ws-po-hit = 0
               if ws-po-category-count >= 99
                   display "*** PAID-OUT CATEGORY TABLE FULL -- RUN"
                       " STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-po-category-count
               move ws-po-category-count to ws-po-hit
               move ws-acct-paid-out to ws-po-account(ws-po-hit)
               move 0 to ws-po-amount(ws-po-hit)
           end-if.

      * The month's rows off the inventory adjustment register. The
      * register is never purged, so only the rows dated inside the
      * period under close count.
       150-accumulate-shrink.

           move 'N' to ws-sw-eof

           open input inventory-adjust-file

           read inventory-adjust-file at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if ia-adjust-date(1:6) = ws-close-period
                   add ia-shrink-amount to ws-month-shrink
               end-if
               read inventory-adjust-file
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close inventory-adjust-file.

      * The month's entries off the house account ledger. The
      * ledger is keyed by account, so the whole file is read and
      * only the entries posted inside the period count: the tax
      * within each charge, and each return credit whole -- the
      * refund and its tax both came off the account, not out of a
      * drawer.
       160-accumulate-house-ledger.

           move 'N' to ws-sw-eof

           open input ar-ledger

           if ws-ar-ledger-status = "35"
               move 'Y' to ws-sw-eof
           else
               read ar-ledger at end move 'Y' to ws-sw-eof
               end-read
           end-if

           perform until ws-sw-eof = 'Y'
               if al-post-date(1:6) = ws-close-period
                   evaluate true
                       when al-entry-charge
                           add al-tax-amount to ws-month-ha-charge-tax
                       when al-entry-return
                           add al-amount to ws-month-ha-credits
                   end-evaluate
               end-if
               read ar-ledger at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close ar-ledger.

      * The liability on the card master right now -- active and
      * held cards, the same rule GiftCardLiability reports by.
       200-read-gift-card-balance.

           move 'N' to ws-sw-eof
           read gift-card-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if gc-status-active or gc-status-held
                   add gc-balance to ws-gc-balance-now
               end-if
               read gift-card-master at end move 'Y' to ws-sw-eof

           close gift-card-master.

      * Walk the customer master. A customer holding points who has
      * neither bought nor redeemed within the allowance loses them
      * -- the points due to expire are counted and valued for the
      * breakage entry. A customer with no activity date yet (on
      * file before the date was carried) is never expired on a
      * blank date. What is left after expiry, at the redemption
      * rate, is the liability at close. An allowance of zero
      * expires nothing. Nothing is changed on the master here: the
      * expiry is only applied once the journal has proved and the
      * period is on the register (450), so a run that stops short
      * of that leaves the points for the rerun to find and journal.
       250-expire-and-value-points.

           move 'N' to ws-sw-eof

           open input customer-master

           if ws-customer-master-status = "35"
               move 'Y' to ws-sw-eof
           else
               read customer-master at end move 'Y' to ws-sw-eof
               end-read
           end-if

           perform until ws-sw-eof = 'Y'
               if cm-loyalty-points > 0
                   perform 260-check-points-expiry
                   if ws-sw-points-expire = 'Y'
                       add cm-loyalty-points to ws-points-expired
                       add 1 to ws-count-expired
                   else
                       add cm-loyalty-points to ws-points-held
                   end-if
               end-if
               read customer-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           if ws-customer-master-status not = "35"
               close customer-master
           end-if

           compute ws-pts-balance-now rounded =
               ws-points-held / ws-points-per-dollar
           compute ws-pts-expired-value rounded =
               ws-points-expired / ws-points-per-dollar.

      * Whether the customer just read has gone past the allowance.
      * No activity date yet counts as not expired.
       260-check-points-expiry.

           move 'N' to ws-sw-points-expire

           if cm-last-activity-date is numeric
                   and cm-last-activity-date > 0
               compute ws-age-days = ws-run-date-int -
                   function integer-of-date
                       (cm-last-activity-date)
               if ws-points-expiry-days > 0
                       and ws-age-days > ws-points-expiry-days
                   move 'Y' to ws-sw-points-expire
               end-if
           end-if.

      * The journal itself: each component on its natural side, the
      * cash clearing line carrying the other side, so debits equal
      * credits by construction -- and proved again before the
           move ws-days-found to wdy-days
           write output-line from ws-days-line
               after advancing 1 lines
           move ws-points-per-dollar to wpp-per-dollar
           move ws-points-expiry-days to wpp-expiry-days
           write output-line from ws-points-param-line
               after advancing 1 lines
           move ws-points-expired to wpx-points
           move ws-count-expired to wpx-customers
           move ws-pts-expired-value to wpx-value
           write output-line from ws-points-expired-line
               after advancing 1 lines
           move ws-points-held to wph-points
           move ws-pts-balance-now to wph-value
           write output-line from ws-points-held-line
               after advancing 1 lines
           write output-line from ws-detail-head
               after advancing 2 lines

           move "GIFT CARD LIABILITY" to jr-entry-name
           perform 360-post-natural-credit

           move ws-pts-movement to ws-entry-amount
           move ws-acct-points to jr-account
           move "POINTS LIABILITY" to jr-entry-name
           perform 360-post-natural-credit

           move ws-pts-expense to ws-entry-amount
           move ws-acct-loyalty to jr-account
           move "LOYALTY EXPENSE" to jr-entry-name
           perform 350-post-natural-debit

           move ws-pts-expired-value to ws-entry-amount
           move ws-acct-breakage to jr-account
           move "POINTS BREAKAGE" to jr-entry-name
           perform 360-post-natural-credit

           move ws-ha-receivable to ws-entry-amount
           move ws-acct-house-ar to jr-account
           move "HOUSE ACCT CHARGES" to jr-entry-name
           perform 350-post-natural-debit

           move ws-month-ha-payments to ws-entry-amount
           move ws-acct-house-ar to jr-account
           move "HOUSE ACCT PAYMENTS" to jr-entry-name
           perform 360-post-natural-credit

           move ws-month-ha-credits to ws-entry-amount
           move ws-acct-house-ar to jr-account
           move "HOUSE ACCT CREDITS" to jr-entry-name
           perform 360-post-natural-credit

           perform varying ws-po-sub from 1 by 1
                   until ws-po-sub > ws-po-category-count
               move ws-po-amount(ws-po-sub) to ws-entry-amount
               move ws-po-account(ws-po-sub) to jr-account
               move spaces to jr-entry-name
               string "PAID-OUTS " delimited by size
                      ws-po-category(ws-po-sub) delimited by size
                   into jr-entry-name
               end-string
               perform 350-post-natural-debit
           end-perform

           move ws-month-shrink to ws-entry-amount
           move ws-acct-shrink to jr-account
           move "INVENTORY SHRINK" to jr-entry-name
           perform 350-post-natural-debit

           move ws-month-shrink to ws-entry-amount
           move ws-acct-inventory to jr-account
           move "INVENTORY" to jr-entry-name
           perform 360-post-natural-credit

           move ws-total-debits to wto-debits
           move ws-total-credits to wto-credits
           write output-line from ws-total-line
               after advancing 1 lines.

      * Journal posted and proved -- put the period on the register
      * so a rerun is refused, carrying today's gift card balance and
      * points liability as the next close's baselines.
       400-register-period.

           open extend closed-periods-file
           move ws-close-period-n to cl-period
           move ws-run-date to cl-closed-date
           move ws-gc-balance-now to cl-gc-balance
           move ws-pts-balance-now to cl-points-balance
           write closed-period-record

           close closed-periods-file.

      * The period is closed: take the expired points off the master
      * by the same rule 250 valued them by, the run date unchanged,
      * and start the clock today for a customer holding points with
      * no activity date yet.
       450-apply-points-expiry.

           move 'N' to ws-sw-eof

           open i-o customer-master

           if ws-customer-master-status = "35"
               move 'Y' to ws-sw-eof
           else
               read customer-master at end move 'Y' to ws-sw-eof
               end-read
           end-if

           perform until ws-sw-eof = 'Y'
               if cm-loyalty-points > 0
                   if cm-last-activity-date is not numeric
                           or cm-last-activity-date = 0
                       move ws-run-date to cm-last-activity-date
                       rewrite customer-master-record
                   else
                       perform 260-check-points-expiry
                       if ws-sw-points-expire = 'Y'
                           move 0 to cm-loyalty-points
                           rewrite customer-master-record
                       end-if
                   end-if
               end-if
               read customer-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           if ws-customer-master-status not = "35"
               close customer-master
           end-if.

       900-write-run-log-start.

           open extend run-log-file

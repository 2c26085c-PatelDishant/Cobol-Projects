       identification division.
       program-id. HouseAccountStatements.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Month-end run over the house charge accounts. Each account's
      * entries on the receivables ledger are read in the ledger's
      * key order (account, then business date) alongside the
      * account master, and the account gets a statement for the
      * month: the balance brought forward, every charge, payment
      * and return credit posted in the month, and the balance
      * owing at month end. Payments and credits are applied to the
      * oldest charges first, and what is left of each charge is
      * aged from the business date it posted into current, 31-60,
      * 61-90 and over 90 days for the aging report the credit
      * office works from.
      * The run also keeps the credit holds: an account owing more
      * than its credit limit at month end, or still owing a charge
      * older than the run-control allowance, is put on hold, and
      * Edits refuses the HA tender for it from the next night on.
      * A hold this run placed is lifted by a later month-end run
      * once the account is back inside its limit and current. A
      * hold credit keyed through MasterMaintenance is left for
      * credit to lift. Everything is worked out from the ledger as
      * at month end, so a rerun of the month reprints the same
      * statements and leaves the holds as they were. Run on demand
      * at month end, before the first posting of the new month;
      * the month is the one keyed into close-period.dat, the same
      * period MonthEndClose closes.

       environment division.
       input-output section.
       file-control.

      * The period to report (YYYYMM), keyed by the operator. With no
      * file the month of the business date is reported.
           select optional close-period-file assign to
               "../../../data/close-period.dat"
               organization is line sequential.

      * i-o with sequential access: the hold and the statement
      * balance are rewritten on the account just read.
      * select optional: the master doesn't exist until the first
      * account is opened through MasterMaintenance.
           select optional house-account-master assign to
               "../../../data/house-account.dat"
               organization is indexed
               access mode is sequential
               record key is ha-account-number
               file status is ws-house-account-status.

      * Read in step with the account master -- both are in account
      * number order.
           select optional ar-ledger assign to
               "../../../data/ar-ledger.dat"
               organization is indexed
               access mode is sequential
               record key is al-ledger-key
               file status is ws-ar-ledger-status.

           select optional customer-master assign to
               "../../../data/customer-master.dat"
               organization is indexed
               access mode is random
               record key is cm-customer-number
               file status is ws-customer-master-status.

           select statement-file assign to
               "../../../data/house-account-statements.out"
               organization is line sequential.

           select output-file assign to
               "../../../data/ar-aging.out"
               organization is line sequential.

      * select optional: the business-date control file is set by the
      * batch job stream; a standalone/developer run may not have one,
      * and falls back to the machine clock.
           select optional business-date-file assign to
               "../../../data/business-date.dat"
               organization is line sequential.

      * select optional: with no run-control file the compiled
      * defaults below stand.
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

       fd close-period-file
           data record is close-period-record.

       01 close-period-record.
           05 mp-keyed-period                   pic 9(6).

       fd house-account-master
           data record is house-account-record.

           copy "../Copybooks/house-account.cpy".

       fd ar-ledger
           data record is ar-ledger-record.

           copy "../Copybooks/ar-ledger.cpy".

       fd customer-master
           data record is customer-master-record.

           copy "../Copybooks/customer-master.cpy".

       fd statement-file
           data record is statement-line.

       01 statement-line                                    pic x(132).

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

       01 ws-house-account-status                     pic xx value "00".
       01 ws-ar-ledger-status                         pic xx value "00".
       01 ws-customer-master-status                   pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-ledger-eof                              pic x value 'N'.
       01 ws-sw-first-page                              pic x value 'Y'.
       01 ws-sw-statement-open                          pic x value 'N'.
       01 ws-sw-over-limit                              pic x value 'N'.
       01 ws-sw-past-due                                pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * Days a charge may go unpaid before the account is put on
      * hold, off run-control.dat; 0 turns the past-due hold off.
      * The value in force is echoed at the top of the aging report.
       77 ws-hold-days                                pic 999 value 60.

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

      * The period reported: its first and last days, the last day
      * being the date the statement is struck and the aging is
      * counted to.
       01 ws-report-period.
           05 ws-report-yyyy                             pic 9(4).
           05 ws-report-mm                               pic 99.
       01 ws-report-period-n redefines ws-report-period   pic 9(6).

       01 ws-period-start.
           05 ws-start-yyyymm                            pic 9(6).
           05 ws-start-dd                                pic 99.
       01 ws-period-start-n redefines ws-period-start     pic 9(8).

       01 ws-period-end.
           05 ws-end-yyyymm                              pic 9(6).
           05 ws-end-dd                                  pic 99.
       01 ws-period-end-n redefines ws-period-end         pic 9(8).

       01 ws-period-end-int                              pic 9(7) comp.
       01 ws-age-days                                comp-3 pic s9(7).

      * The account's charges to the end of the period, oldest first
      * as the ledger holds them, with what is still unpaid of each
      * once the payments and credits have been applied.
       01 charge-table.
           05 charge-entry occurs 2000 times.
               10 ct-post-date                          pic 9(8).
               10 ct-remaining                      pic 9(7)v99.
       01 ws-charge-count                        pic 9(4) value 0.
       01 ws-ct-sub                              pic 9(4) value 0.

       01 ws-opening-balance                   pic s9(9)v99 value 0.
       01 ws-closing-balance                   pic s9(9)v99 value 0.
       01 ws-period-charges                     pic 9(9)v99 value 0.
       01 ws-period-credits                     pic 9(9)v99 value 0.
       01 ws-credits-to-apply                   pic 9(9)v99 value 0.
       01 ws-oldest-age                          pic 9(5) value 0.

       01 ws-age-current                        pic 9(9)v99 value 0.
       01 ws-age-31-60                          pic 9(9)v99 value 0.
       01 ws-age-61-90                          pic 9(9)v99 value 0.
       01 ws-age-over-90                        pic 9(9)v99 value 0.

       01 ws-accounts-read                          pic 9(7) value 0.
       01 ws-ledger-read                            pic 9(7) value 0.
       01 ws-statements-printed                     pic 9(7) value 0.
       01 ws-holds-placed                           pic 9(5) value 0.
       01 ws-holds-released                         pic 9(5) value 0.
       01 ws-accounts-held                          pic 9(5) value 0.
       01 ws-unmatched-entries                      pic 9(5) value 0.

       01 ws-tot-accounts                           pic 9(5) value 0.
       01 ws-tot-balance                     pic s9(11)v99 value 0.
       01 ws-tot-current                      pic 9(11)v99 value 0.
       01 ws-tot-31-60                        pic 9(11)v99 value 0.
       01 ws-tot-61-90                        pic 9(11)v99 value 0.
       01 ws-tot-over-90                      pic 9(11)v99 value 0.

       01 ws-customer-name                                pic x(20).
       01 ws-hold-action                                  pic x(24).

      * Statement layout -- one page per account.
       01 ws-statement-head.
           05 filler          pic x(30) value
               "HOUSE CHARGE ACCOUNT STATEMENT".
           05 filler                              pic x(6) value spaces.
           05 filler              pic x(15) value "STATEMENT DATE ".
           05 wsh-date                                     pic 9(8).

       01 ws-account-head.
           05 filler                   pic x(9) value "ACCOUNT: ".
           05 wah-account                                  pic 9(6).
           05 filler                              pic x(3) value spaces.
           05 wah-name                                    pic x(20).
           05 filler                              pic x(3) value spaces.
           05 filler                pic x(14) value "CREDIT LIMIT: ".
           05 wah-limit                               pic $z,zzz,zz9.99.

       01 ws-opening-line.
           05 filler          pic x(51) value
               "BALANCE BROUGHT FORWARD".
           05 wol-balance                          pic -(7),--9.99.

       01 ws-entry-head.
           05 filler                pic x(10) value "DATE".
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(11) value "INVOICE".
           05 filler                pic x(22) value "DESCRIPTION".
           05 filler                pic x(15) value "        CHARGES".
           05 filler                pic x(15) value "        CREDITS".

       01 ws-entry-line.
           05 wel-date                                     pic 9(8).
           05 filler                              pic x(4) value spaces.
           05 wel-store                                    pic z9.
           05 filler                              pic x(3) value spaces.
           05 wel-invoice                                 pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wel-description                             pic x(20).
           05 filler                              pic x(1) value spaces.
           05 wel-charge                           pic $$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wel-credit                           pic $$$,$$$,$$9.99.

       01 ws-closing-line.
           05 filler          pic x(51) value
               "BALANCE OWING AT STATEMENT DATE".
           05 wcl-balance                          pic -(7),--9.99.

       01 ws-statement-aging-head.
           05 filler                pic x(15) value "        CURRENT".
           05 filler                pic x(15) value "     31-60 DAYS".
           05 filler                pic x(15) value "     61-90 DAYS".
           05 filler                pic x(15) value "   OVER 90 DAYS".

       01 ws-statement-aging-line.
           05 wsa-current                          pic $$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wsa-31-60                            pic $$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wsa-61-90                            pic $$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wsa-over-90                          pic $$$,$$$,$$9.99.

       01 ws-statement-hold-line.
           05 filler          pic x(60) value
               "THIS ACCOUNT IS ON CREDIT HOLD -- PLEASE CALL CREDIT".

      * Aging report layout.
       01 ws-title-line.
           05 filler         pic x(36) value
               "HOUSE ACCOUNT RECEIVABLES AGING".
           05 filler                              pic x(6) value spaces.
           05 filler                        pic x(7) value "PERIOD ".
           05 wtl-period                                   pic 9(6).
           05 filler                              pic x(4) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-settings-line.
           05 filler          pic x(26) value
               "AGED TO STATEMENT DATE:   ".
           05 wst-date                                     pic 9(8).
           05 filler                              pic x(4) value spaces.
           05 filler          pic x(24) value
               "PAST-DUE HOLD AFTER DAYS".
           05 filler                              pic x(2) value ": ".
           05 wst-hold-days                                pic zz9.

       01 ws-aging-head.
           05 filler                pic x(8) value "ACCOUNT".
           05 filler                pic x(21) value "NAME".
           05 filler                pic x(14) value " CREDIT LIMIT".
           05 filler                pic x(13) value "     BALANCE".
           05 filler                pic x(13) value "     CURRENT".
           05 filler                pic x(13) value " 31-60 DAYS".
           05 filler                pic x(13) value " 61-90 DAYS".
           05 filler                pic x(13) value "OVER 90 DAYS".
           05 filler                pic x(4) value "HOLD".

       01 ws-aging-line.
           05 wal-account                                  pic 9(6).
           05 filler                              pic x(2) value spaces.
           05 wal-name                                    pic x(20).
           05 filler                              pic x(1) value spaces.
           05 wal-limit                             pic $z,zzz,zz9.99.
           05 filler                              pic x(1) value spaces.
           05 wal-balance                            pic -,---,--9.99.
           05 filler                              pic x(1) value spaces.
           05 wal-current                            pic z,zzz,zz9.99.
           05 filler                              pic x(1) value spaces.
           05 wal-31-60                              pic z,zzz,zz9.99.
           05 filler                              pic x(1) value spaces.
           05 wal-61-90                              pic z,zzz,zz9.99.
           05 filler                              pic x(1) value spaces.
           05 wal-over-90                            pic z,zzz,zz9.99.
           05 filler                              pic x(1) value spaces.
           05 wal-hold                                    pic x(24).

       01 ws-aging-total-line.
           05 filler          pic x(8) value "TOTAL".
           05 wat-accounts                                 pic zzzz9.
           05 filler          pic x(29) value " ACCOUNTS".
           05 wat-balance                         pic -(3),---,--9.99.
           05 wat-current                           pic zz,zzz,zz9.99.
           05 wat-31-60                             pic zz,zzz,zz9.99.
           05 wat-61-90                             pic zz,zzz,zz9.99.
           05 wat-over-90                           pic zz,zzz,zz9.99.

       01 ws-hold-summary-line.
           05 filler          pic x(16) value "HOLDS PLACED:   ".
           05 whs-placed                                   pic zzzz9.
           05 filler          pic x(18) value "   HOLDS RELEASED:".
           05 whs-released                                 pic zzzz9.
           05 filler          pic x(20) value "   ACCOUNTS ON HOLD:".
           05 whs-held                                     pic zzzz9.

       01 ws-unmatched-line.
           05 filler          pic x(40) value
               "LEDGER ENTRIES WITH NO ACCOUNT ON FILE: ".
           05 wum-count                                    pic zzzz9.

       procedure division.

           perform 025-read-business-date.

           perform 020-read-run-control.

           perform 030-resolve-report-period.

           perform 900-write-run-log-start.

           open i-o house-account-master
           open input ar-ledger
                      customer-master
           open output statement-file
                       output-file.

           perform 050-write-aging-head.

           read ar-ledger at end move 'Y' to ws-sw-ledger-eof.

           read house-account-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-accounts-read
               perform 100-process-account
               read house-account-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform.

      * Entries left over belong to no account on the master.
           perform until ws-sw-ledger-eof = 'Y'
               add 1 to ws-unmatched-entries
               perform 190-read-ledger
           end-perform.

           perform 500-write-aging-totals.

           close house-account-master
                 ar-ledger
                 customer-master
                 statement-file
                 output-file.

           display "House accounts read  : " ws-accounts-read.
           display "Statements printed   : " ws-statements-printed.
           display "Credit holds placed  : " ws-holds-placed.
           display "Credit holds released: " ws-holds-released.

           move 0 to return-code.
           perform 910-write-run-log-end.
           goback.

      * Pick this program's knobs off the run-control file. An
      * unreadable value is reported and the compiled default kept.
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
                       when "AR-HOLD-DAYS"
                           move ws-rc-param-value
                               to ws-hold-days
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
      * business date sits in is reported. The statement is struck
      * on the last day of the month.
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

           close close-period-file

           move ws-report-period-n to ws-start-yyyymm
           move 01 to ws-start-dd
           move ws-report-period-n to ws-end-yyyymm

           evaluate ws-report-mm
               when 01 when 03 when 05 when 07
               when 08 when 10 when 12
                   move 31 to ws-end-dd
               when 04 when 06 when 09 when 11
                   move 30 to ws-end-dd
               when 02
                   if function mod(ws-report-yyyy, 4) = 0 and
                       (function mod(ws-report-yyyy, 100) not = 0
                        or function mod(ws-report-yyyy, 400) = 0)
                       move 29 to ws-end-dd
                   else
                       move 28 to ws-end-dd
                   end-if
               when other
                   move ws-run-date to ws-period-end
           end-evaluate

           compute ws-period-end-int =
               function integer-of-date(ws-period-end-n).

       050-write-aging-head.

           move ws-report-period-n to wtl-period
           move ws-run-date to wtl-run-date
           write output-line from ws-title-line

           move ws-period-end-n to wst-date
           move ws-hold-days to wst-hold-days
           write output-line from ws-settings-line
               after advancing 1 lines

           write output-line from ws-aging-head
               after advancing 2 lines.

      * One account: gather its ledger entries to the end of the
      * period, print its statement, age what it owes, and set or
      * lift its hold. A closed account only has its entries
      * stepped past.
       100-process-account.

           move 0 to ws-opening-balance
           move 0 to ws-closing-balance
           move 0 to ws-period-charges
           move 0 to ws-period-credits
           move 0 to ws-charge-count
           move 'N' to ws-sw-statement-open

      * Entries for account numbers ahead of this one have no
      * account on the master.
           perform until ws-sw-ledger-eof = 'Y'
                   or al-account-number >= ha-account-number
               add 1 to ws-unmatched-entries
               perform 190-read-ledger
           end-perform

           if ha-status-closed
               perform until ws-sw-ledger-eof = 'Y'
                       or al-account-number not = ha-account-number
                   perform 190-read-ledger
               end-perform
           else
               perform 110-account-name
               perform until ws-sw-ledger-eof = 'Y'
                       or al-account-number not = ha-account-number
                   if al-post-date <= ws-period-end-n
                       perform 120-take-entry
                   end-if
                   perform 190-read-ledger
               end-perform
               compute ws-closing-balance = ws-opening-balance
                   + ws-period-charges - ws-period-credits
               if ws-sw-statement-open = 'N'
                       and ws-closing-balance not = 0
                   perform 150-start-statement
               end-if
               perform 200-age-account
               perform 300-set-credit-hold
               if ws-sw-statement-open = 'Y'
                   perform 160-finish-statement
               end-if
               if ws-closing-balance not = 0
                   perform 400-write-aging-line
               end-if
               if ha-status-hold
                   add 1 to ws-accounts-held
               end-if
               move ws-period-end-n to ha-statement-date
               move ws-closing-balance to ha-statement-balance
               rewrite house-account-record
           end-if.

       110-account-name.

           move ha-account-number to cm-customer-number
           read customer-master
               invalid key
                   move "NOT ON CUSTOMER FILE" to ws-customer-name
               not invalid key
                   move cm-name to ws-customer-name
           end-read.

      * Entries before the month go into the balance brought
      * forward; entries in it are listed. Every charge is kept for
      * the aging, every payment and credit counted against them.
       120-take-entry.

           if al-entry-charge
               if ws-charge-count >= 2000
                   display "*** CHARGE TABLE FULL -- RUN STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-charge-count
               move al-post-date to ct-post-date(ws-charge-count)
               move al-amount to ct-remaining(ws-charge-count)
           end-if

           if al-post-date < ws-period-start-n
               if al-entry-charge
                   add al-amount to ws-opening-balance
               else
                   subtract al-amount from ws-opening-balance
               end-if
           else
               if ws-sw-statement-open = 'N'
                   perform 150-start-statement
               end-if
               move al-post-date to wel-date
               move al-store-number to wel-store
               move al-invoice-number to wel-invoice
               move 0 to wel-charge
               move 0 to wel-credit
               evaluate true
                   when al-entry-charge
                       move "CHARGE" to wel-description
                       move al-amount to wel-charge
                       add al-amount to ws-period-charges
                   when al-entry-payment
                       move "PAYMENT - THANK YOU" to wel-description
                       move al-amount to wel-credit
                       add al-amount to ws-period-credits
                   when other
                       move "RETURN CREDIT" to wel-description
                       move al-amount to wel-credit
                       add al-amount to ws-period-credits
               end-evaluate
               write statement-line from ws-entry-line
                   after advancing 1 lines
           end-if.

       150-start-statement.

           move 'Y' to ws-sw-statement-open
           add 1 to ws-statements-printed

           move ws-period-end-n to wsh-date
           if ws-sw-first-page = 'Y'
               move 'N' to ws-sw-first-page
               write statement-line from ws-statement-head
           else
               write statement-line from ws-statement-head
                   after advancing page
           end-if

           move ha-account-number to wah-account
           move ws-customer-name to wah-name
           move ha-credit-limit to wah-limit
           write statement-line from ws-account-head
               after advancing 2 lines

           move ws-opening-balance to wol-balance
           write statement-line from ws-opening-line
               after advancing 2 lines

           write statement-line from ws-entry-head
               after advancing 2 lines.

       160-finish-statement.

           move ws-closing-balance to wcl-balance
           write statement-line from ws-closing-line
               after advancing 2 lines

           write statement-line from ws-statement-aging-head
               after advancing 2 lines
           move ws-age-current to wsa-current
           move ws-age-31-60 to wsa-31-60
           move ws-age-61-90 to wsa-61-90
           move ws-age-over-90 to wsa-over-90
           write statement-line from ws-statement-aging-line
               after advancing 1 lines

           if ha-status-hold
               write statement-line from ws-statement-hold-line
                   after advancing 2 lines
           end-if.

       190-read-ledger.

           read ar-ledger
               at end move 'Y' to ws-sw-ledger-eof
               not at end add 1 to ws-ledger-read
           end-read.

      * Every payment and credit to the end of the month is applied
      * to the oldest charge first; what is left of each charge is
      * aged from the business date it posted to the statement
      * date. A credit balance leaves nothing to age.
       200-age-account.

           move 0 to ws-age-current
           move 0 to ws-age-31-60
           move 0 to ws-age-61-90
           move 0 to ws-age-over-90
           move 0 to ws-oldest-age

           move 0 to ws-credits-to-apply

           perform varying ws-ct-sub from 1 by 1
                   until ws-ct-sub > ws-charge-count
               add ct-remaining(ws-ct-sub) to ws-credits-to-apply
           end-perform

      * The charges less the balance still owing is what has been
      * paid or credited against them.
           if ws-closing-balance > 0
               subtract ws-closing-balance from ws-credits-to-apply
           end-if

           perform varying ws-ct-sub from 1 by 1
                   until ws-ct-sub > ws-charge-count
               if ws-credits-to-apply >= ct-remaining(ws-ct-sub)
                   subtract ct-remaining(ws-ct-sub)
                       from ws-credits-to-apply
                   move 0 to ct-remaining(ws-ct-sub)
               else
                   subtract ws-credits-to-apply
                       from ct-remaining(ws-ct-sub)
                   move 0 to ws-credits-to-apply
               end-if
               if ct-remaining(ws-ct-sub) > 0
                   perform 210-bucket-charge
               end-if
           end-perform.

       210-bucket-charge.

           compute ws-age-days = ws-period-end-int
               - function integer-of-date(ct-post-date(ws-ct-sub))

           if ws-age-days > ws-oldest-age
               move ws-age-days to ws-oldest-age
           end-if

           evaluate true
               when ws-age-days <= 30
                   add ct-remaining(ws-ct-sub) to ws-age-current
               when ws-age-days <= 60
                   add ct-remaining(ws-ct-sub) to ws-age-31-60
               when ws-age-days <= 90
                   add ct-remaining(ws-ct-sub) to ws-age-61-90
               when other
                   add ct-remaining(ws-ct-sub) to ws-age-over-90
           end-evaluate.

      * Over the limit at month end holds the account L; a charge
      * unpaid longer than the allowance holds it P. A hold this
      * run put on comes off once neither applies. A hold keyed by
      * credit stays until credit lifts it.
       300-set-credit-hold.

           move spaces to ws-hold-action

           move 'N' to ws-sw-over-limit
           if ws-closing-balance > ha-credit-limit
               move 'Y' to ws-sw-over-limit
           end-if

           move 'N' to ws-sw-past-due
           if ws-hold-days > 0 and ws-oldest-age > ws-hold-days
               move 'Y' to ws-sw-past-due
           end-if

           evaluate true
               when ha-status-hold and ha-hold-manual
                   move "ON HOLD - CREDIT" to ws-hold-action
               when ws-sw-over-limit = 'Y'
                   if ha-status-active
                       add 1 to ws-holds-placed
                       move "HOLD PLACED - OVER LIMIT" to ws-hold-action
                   else
                       move "ON HOLD - OVER LIMIT" to ws-hold-action
                   end-if
                   move 'H' to ha-status
                   move 'L' to ha-hold-reason
               when ws-sw-past-due = 'Y'
                   if ha-status-active
                       add 1 to ws-holds-placed
                       move "HOLD PLACED - PAST DUE" to ws-hold-action
                   else
                       move "ON HOLD - PAST DUE" to ws-hold-action
                   end-if
                   move 'H' to ha-status
                   move 'P' to ha-hold-reason
               when ha-status-hold
                   add 1 to ws-holds-released
                   move 'A' to ha-status
                   move space to ha-hold-reason
                   move "HOLD RELEASED" to ws-hold-action
               when other
                   continue
           end-evaluate.

       400-write-aging-line.

           move ha-account-number to wal-account
           move ws-customer-name to wal-name
           move ha-credit-limit to wal-limit
           move ws-closing-balance to wal-balance
           move ws-age-current to wal-current
           move ws-age-31-60 to wal-31-60
           move ws-age-61-90 to wal-61-90
           move ws-age-over-90 to wal-over-90
           move ws-hold-action to wal-hold
           write output-line from ws-aging-line
               after advancing 1 lines

           add 1 to ws-tot-accounts
           add ws-closing-balance to ws-tot-balance
           add ws-age-current to ws-tot-current
           add ws-age-31-60 to ws-tot-31-60
           add ws-age-61-90 to ws-tot-61-90
           add ws-age-over-90 to ws-tot-over-90.

       500-write-aging-totals.

           move ws-tot-accounts to wat-accounts
           move ws-tot-balance to wat-balance
           move ws-tot-current to wat-current
           move ws-tot-31-60 to wat-31-60
           move ws-tot-61-90 to wat-61-90
           move ws-tot-over-90 to wat-over-90
           write output-line from ws-aging-total-line
               after advancing 2 lines

           move ws-holds-placed to whs-placed
           move ws-holds-released to whs-released
           move ws-accounts-held to whs-held
           write output-line from ws-hold-summary-line
               after advancing 2 lines

           if ws-unmatched-entries > 0
               move ws-unmatched-entries to wum-count
               write output-line from ws-unmatched-line
                   after advancing 1 lines
           end-if.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "HOUSEACCOUNTSTATEMENTS" to rl-program-name
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
           move "HOUSEACCOUNTSTATEMENTS" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-accounts-read to rl-records-read
           move ws-statements-printed to rl-records-written
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program HouseAccountStatements.

       identification division.
       program-id. WarrantyRevenue.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Month-end run over the extended warranty contracts. A plan's
      * price is taken in on the day it is sold, but it is earned
      * over the plan's term: straight-line, an equal share each
      * month from the month of sale, the last month of the term
      * taking what the rounding of the shares left over. What has
      * not been earned yet is deferred revenue.
      * A plan cancelled by the return of its item earns nothing
      * after the month it was cancelled in; in that month the price
      * less the refund paid and less what was already earned is
      * recognized, closing the contract's deferral to nil.
      * For the month keyed into close-period.dat -- the same period
      * MonthEndClose closes -- the report gives, by store and for
      * the chain, the plans sold in the month, what was earned up to
      * the month and in it, what was refunded on cancellation, and
      * the deferred balance at month end; then the schedule of when
      * that balance will be earned, month by month. Everything is
      * worked out as at month end from the contract master, so a
      * later cancellation does not change a month already reported
      * and a rerun of a month reprints the same figures. Run on
      * demand at month end.

       environment division.
       input-output section.
       file-control.

      * The period to report (YYYYMM), keyed by the operator. With no
      * file the month of the business date is reported.
           select optional close-period-file assign to
               "../../../data/close-period.dat"
               organization is line sequential.

      * select optional: the master doesn't exist until the first
      * plan is sold.
           select optional warranty-contract-master assign to
               "../../../data/warranty-contract.dat"
               organization is indexed
               access mode is sequential
               record key is wc-contract-key
               file status is ws-warranty-contract-status.

           select output-file assign to
               "../../../data/warranty-revenue.out"
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

       fd close-period-file
           data record is close-period-record.

       01 close-period-record.
           05 mp-keyed-period                   pic 9(6).

       fd warranty-contract-master
           data record is warranty-contract-record.

           copy "../Copybooks/warranty-contract.cpy".

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

       01 ws-warranty-contract-status                 pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * The period reported.
       01 ws-report-period.
           05 ws-report-yyyy                             pic 9(4).
           05 ws-report-mm                               pic 99.
       01 ws-report-period-n redefines ws-report-period   pic 9(6).

      * Months are counted as year * 12 + month - 1, so the months
      * of a plan's term and of the schedule are simple sums. The
      * cancel month is zero for a plan still in force at the end
      * of the period reported.
       01 ws-period-index                            pic 9(6) value 0.
       01 ws-start-index                             pic 9(6) value 0.
       01 ws-cancel-index                            pic 9(6) value 0.
       01 ws-month-index                             pic 9(6) value 0.
       01 ws-month-count                             pic 9(6) value 0.
       01 ws-index-yyyy                              pic 9(4) value 0.
       01 ws-index-mm                                pic 99 value 0.

       01 ws-work-yyyymm.
           05 ws-work-yyyy                               pic 9(4).
           05 ws-work-mm                                 pic 99.

      * One contract's earning: the monthly share, what was earned
      * to the end of a given month, and the month's figures.
       01 ws-term                                    pic 9(3) value 0.
       01 ws-monthly-share                         pic 9(5)v99 value 0.
       01 ws-cum-earned                            pic 9(5)v99 value 0.
       01 ws-earned-prior                         pic s9(7)v99 value 0.
       01 ws-earned-period                        pic s9(7)v99 value 0.
       01 ws-refunded-period                       pic 9(7)v99 value 0.
       01 ws-deferred                             pic s9(7)v99 value 0.
       01 ws-month-earned                          pic 9(5)v99 value 0.
       01 ws-sold-period                           pic 9(7)v99 value 0.

      * Per-store totals, in the order the stores are met.
       01 store-table.
           05 store-entry occurs 50 times.
               10 st-store-number                       pic 99.
               10 st-sold-count                         pic 9(5).
               10 st-sold-amount                     pic 9(9)v99.
               10 st-in-force                           pic 9(5).
               10 st-earned-prior                   pic s9(9)v99.
               10 st-earned-period                  pic s9(9)v99.
               10 st-refunded                        pic 9(9)v99.
               10 st-deferred                       pic s9(9)v99.
       01 ws-store-count                            pic 99 value 0.
       01 ws-store-sub                              pic 99 value 0.
       01 ws-store-hit                              pic 99 value 0.

      * When the deferred balance will be earned: the five years
      * after the period month by month, anything later together.
       01 schedule-table.
           05 schedule-entry occurs 60 times.
               10 sc-amount                          pic 9(9)v99.
       01 ws-sched-sub                              pic 99 value 0.
       01 ws-sched-later                      pic 9(9)v99 value 0.
       01 ws-sched-remaining                pic s9(11)v99 value 0.

       01 ws-contracts-read                         pic 9(7) value 0.
       01 ws-contracts-reported                     pic 9(7) value 0.
       01 ws-cancelled-period                       pic 9(5) value 0.

       01 ws-tot-sold-count                         pic 9(5) value 0.
       01 ws-tot-sold-amount                 pic 9(11)v99 value 0.
       01 ws-tot-in-force                           pic 9(5) value 0.
       01 ws-tot-earned-prior               pic s9(11)v99 value 0.
       01 ws-tot-earned-period              pic s9(11)v99 value 0.
       01 ws-tot-refunded                    pic 9(11)v99 value 0.
       01 ws-tot-deferred                   pic s9(11)v99 value 0.

      * Report layout.
       01 ws-title-line.
           05 filler         pic x(36) value
               "EXTENDED WARRANTY DEFERRED REVENUE".
           05 filler                              pic x(6) value spaces.
           05 filler                        pic x(7) value "PERIOD ".
           05 wtl-period                                   pic 9(6).
           05 filler                              pic x(4) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-store-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(5) value " SOLD".
           05 filler                pic x(16) value "     SOLD AMOUNT".
           05 filler                pic x(9) value " IN FORCE".
           05 filler                pic x(15) value "  EARNED BEFORE".
           05 filler                pic x(15) value "EARNED IN MONTH".
           05 filler                pic x(16) value "        REFUNDED".
           05 filler                pic x(15) value "DEFERRED AT END".

       01 ws-store-line.
           05 wsl-store                                    pic z9.
           05 filler                              pic x(5) value spaces.
           05 wsl-sold-count                               pic zzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-sold-amount                      pic zzz,zzz,zz9.99.
           05 filler                              pic x(4) value spaces.
           05 wsl-in-force                                 pic zzzz9.
           05 filler                              pic x(2) value spaces.
           05 wsl-earned-prior                     pic -(7),--9.99.
           05 filler                              pic x(2) value spaces.
           05 wsl-earned-period                    pic -(7),--9.99.
           05 filler                              pic x(2) value spaces.
           05 wsl-refunded                         pic zzz,zzz,zz9.99.
           05 filler                              pic x(2) value spaces.
           05 wsl-deferred                         pic -(7),--9.99.

       01 ws-total-line.
           05 filler                   pic x(7) value "TOTAL".
           05 wtot-sold-count                              pic zzzz9.
           05 filler                              pic x(2) value spaces.
           05 wtot-sold-amount                     pic zzz,zzz,zz9.99.
           05 filler                              pic x(4) value spaces.
           05 wtot-in-force                                pic zzzz9.
           05 filler                              pic x(2) value spaces.
           05 wtot-earned-prior                    pic -(7),--9.99.
           05 filler                              pic x(2) value spaces.
           05 wtot-earned-period                   pic -(7),--9.99.
           05 filler                              pic x(2) value spaces.
           05 wtot-refunded                        pic zzz,zzz,zz9.99.
           05 filler                              pic x(2) value spaces.
           05 wtot-deferred                        pic -(7),--9.99.

       01 ws-cancel-line.
           05 filler          pic x(36) value
               "CONTRACTS CANCELLED IN THE MONTH:  ".
           05 wcl-count                                    pic zzzz9.

       01 ws-sched-title.
           05 filler          pic x(46) value
               "SCHEDULE OF DEFERRED REVENUE TO BE EARNED".

       01 ws-sched-head.
           05 filler                pic x(10) value "MONTH".
           05 filler                pic x(14) value "  TO BE EARNED".
           05 filler                pic x(17) value
               "   DEFERRED AFTER".

       01 ws-sched-line.
           05 wsc-month                                    pic 9(6).
           05 filler                              pic x(4) value spaces.
           05 wsc-amount                           pic zzz,zzz,zz9.99.
           05 filler                              pic x(4) value spaces.
           05 wsc-remaining                        pic -(7),--9.99.

       01 ws-sched-later-line.
           05 filler                pic x(10) value "LATER".
           05 wsl-later                            pic zzz,zzz,zz9.99.

       procedure division.

           perform 025-read-business-date.

           perform 030-resolve-report-period.

           perform 900-write-run-log-start.

           open input warranty-contract-master
           open output output-file.

           perform varying ws-sched-sub from 1 by 1
                   until ws-sched-sub > 60
               move 0 to sc-amount(ws-sched-sub)
           end-perform.

           move ws-report-period-n to wtl-period
           move ws-run-date to wtl-run-date
           write output-line from ws-title-line.

           read warranty-contract-master
               at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-contracts-read
               move wc-start-date(1:6) to ws-work-yyyymm
               compute ws-start-index =
                   ws-work-yyyy * 12 + ws-work-mm - 1
               if ws-start-index not > ws-period-index
                   perform 100-process-contract
               end-if
               read warranty-contract-master
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform.

           perform 400-write-store-summary.

           perform 500-write-schedule.

           close warranty-contract-master
                 output-file.

           display "Warranty contracts read    : " ws-contracts-read.
           display "Contracts on the report    : "
               ws-contracts-reported.
           display "Cancelled in the month     : " ws-cancelled-period.

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

      * The operator keys the period; with no file, the month the
      * business date sits in is reported.
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

           compute ws-period-index =
               ws-report-yyyy * 12 + ws-report-mm - 1.

      * One contract as at the end of the period. A plan sold after
      * the period is not on it yet and is passed over above; a plan
      * cancelled after the period was still in force at its end.
       100-process-contract.

           move 0 to ws-cancel-index
           if wc-status-cancelled
               move wc-cancel-date(1:6) to ws-work-yyyymm
               compute ws-month-index =
                   ws-work-yyyy * 12 + ws-work-mm - 1
               if ws-month-index <= ws-period-index
                   move ws-month-index to ws-cancel-index
               end-if
           end-if

           add 1 to ws-contracts-reported

           move wc-term-months to ws-term
           if ws-term = 0
               move 1 to ws-term
           end-if
           divide wc-plan-price by ws-term giving ws-monthly-share

           move 0 to ws-earned-prior
           move 0 to ws-earned-period
           move 0 to ws-refunded-period
           move 0 to ws-deferred
           move 0 to ws-sold-period

           if ws-start-index = ws-period-index
               move wc-plan-price to ws-sold-period
           end-if

      * Earned to the end of the month before the period.
           if ws-cancel-index > 0 and ws-cancel-index < ws-period-index
               compute ws-earned-prior =
                   wc-plan-price - wc-refund-amount
           else
               compute ws-month-index = ws-period-index - 1
               perform 200-cumulative-earned
               move ws-cum-earned to ws-earned-prior
           end-if

      * The period itself: the month's share, or on cancellation
      * whatever of the price the refund and the earlier months
      * did not account for.
           evaluate true
               when ws-cancel-index > 0
                       and ws-cancel-index < ws-period-index
                   continue
               when ws-cancel-index = ws-period-index
                   compute ws-earned-period =
                       wc-plan-price - wc-refund-amount
                       - ws-earned-prior
                   move wc-refund-amount to ws-refunded-period
                   add 1 to ws-cancelled-period
               when other
                   move ws-period-index to ws-month-index
                   perform 200-cumulative-earned
                   compute ws-earned-period =
                       ws-cum-earned - ws-earned-prior
                   compute ws-deferred =
                       wc-plan-price - ws-cum-earned
                   if ws-deferred > 0
                       perform 300-schedule-contract
                   end-if
           end-evaluate

           perform 150-add-to-store.

       150-add-to-store.

           move 0 to ws-store-hit

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               if st-store-number(ws-store-sub) = wc-store-number
                   move ws-store-sub to ws-store-hit
                   move ws-store-count to ws-store-sub
               end-if
           end-perform

           if ws-store-hit = 0
               if ws-store-count < 50
                   add 1 to ws-store-count
                   move ws-store-count to ws-store-hit
                   move wc-store-number
                       to st-store-number(ws-store-hit)
                   move 0 to st-sold-count(ws-store-hit)
                   move 0 to st-sold-amount(ws-store-hit)
                   move 0 to st-in-force(ws-store-hit)
                   move 0 to st-earned-prior(ws-store-hit)
                   move 0 to st-earned-period(ws-store-hit)
                   move 0 to st-refunded(ws-store-hit)
                   move 0 to st-deferred(ws-store-hit)
               else
                   display "*** STORE TABLE FULL -- RUN STOPPED ***"
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
           end-if

           if ws-sold-period > 0
               add 1 to st-sold-count(ws-store-hit)
               add ws-sold-period to st-sold-amount(ws-store-hit)
           end-if
           if ws-deferred > 0
               add 1 to st-in-force(ws-store-hit)
           end-if
           add ws-earned-prior to st-earned-prior(ws-store-hit)
           add ws-earned-period to st-earned-period(ws-store-hit)
           add ws-refunded-period to st-refunded(ws-store-hit)
           add ws-deferred to st-deferred(ws-store-hit).

      * What the contract had earned by the end of the month in
      * ws-month-index: a share for each month of the term run so
      * far, the whole price once the term has run out.
       200-cumulative-earned.

           if ws-month-index < ws-start-index
               move 0 to ws-cum-earned
           else
               compute ws-month-count =
                   ws-month-index - ws-start-index + 1
               if ws-month-count >= ws-term
                   move wc-plan-price to ws-cum-earned
               else
                   compute ws-cum-earned =
                       ws-monthly-share * ws-month-count
               end-if
           end-if.

      * Spread a plan still in force over the months it has left to
      * earn in.
       300-schedule-contract.

           perform varying ws-sched-sub from 1 by 1
                   until ws-sched-sub > 60
               compute ws-month-index = ws-period-index + ws-sched-sub
               compute ws-month-count =
                   ws-month-index - ws-start-index + 1
               if ws-month-count < ws-term
                   move ws-monthly-share to ws-month-earned
               else
                   if ws-month-count = ws-term
                       compute ws-month-earned =
                           wc-plan-price
                           - ws-monthly-share * (ws-term - 1)
                   else
                       move 0 to ws-month-earned
                   end-if
               end-if
               add ws-month-earned to sc-amount(ws-sched-sub)
           end-perform

           compute ws-month-count =
               ws-period-index + 60 - ws-start-index + 1
           if ws-month-count < ws-term
               compute ws-month-earned =
                   wc-plan-price - ws-monthly-share * ws-month-count
               add ws-month-earned to ws-sched-later
           end-if.

       400-write-store-summary.

           write output-line from ws-store-head
               after advancing 2 lines

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               move st-store-number(ws-store-sub) to wsl-store
               move st-sold-count(ws-store-sub) to wsl-sold-count
               move st-sold-amount(ws-store-sub) to wsl-sold-amount
               move st-in-force(ws-store-sub) to wsl-in-force
               move st-earned-prior(ws-store-sub) to wsl-earned-prior
               move st-earned-period(ws-store-sub)
                   to wsl-earned-period
               move st-refunded(ws-store-sub) to wsl-refunded
               move st-deferred(ws-store-sub) to wsl-deferred
               write output-line from ws-store-line
                   after advancing 1 lines

               add st-sold-count(ws-store-sub) to ws-tot-sold-count
               add st-sold-amount(ws-store-sub) to ws-tot-sold-amount
               add st-in-force(ws-store-sub) to ws-tot-in-force
               add st-earned-prior(ws-store-sub)
                   to ws-tot-earned-prior
               add st-earned-period(ws-store-sub)
                   to ws-tot-earned-period
               add st-refunded(ws-store-sub) to ws-tot-refunded
               add st-deferred(ws-store-sub) to ws-tot-deferred
           end-perform

           move ws-tot-sold-count to wtot-sold-count
           move ws-tot-sold-amount to wtot-sold-amount
           move ws-tot-in-force to wtot-in-force
           move ws-tot-earned-prior to wtot-earned-prior
           move ws-tot-earned-period to wtot-earned-period
           move ws-tot-refunded to wtot-refunded
           move ws-tot-deferred to wtot-deferred
           write output-line from ws-total-line
               after advancing 2 lines

           move ws-cancelled-period to wcl-count
           write output-line from ws-cancel-line
               after advancing 2 lines.

      * The deferred balance run down month by month to nil.
       500-write-schedule.

           write output-line from ws-sched-title
               after advancing 3 lines
           write output-line from ws-sched-head
               after advancing 2 lines

           move ws-tot-deferred to ws-sched-remaining

           perform varying ws-sched-sub from 1 by 1
                   until ws-sched-sub > 60
                   or ws-sched-remaining not > 0
               compute ws-month-index = ws-period-index + ws-sched-sub
               divide ws-month-index by 12
                   giving ws-index-yyyy
                   remainder ws-index-mm
               add 1 to ws-index-mm
               move ws-index-yyyy to ws-work-yyyy
               move ws-index-mm to ws-work-mm
               move ws-work-yyyymm to wsc-month
               subtract sc-amount(ws-sched-sub)
                   from ws-sched-remaining
               move sc-amount(ws-sched-sub) to wsc-amount
               move ws-sched-remaining to wsc-remaining
               write output-line from ws-sched-line
                   after advancing 1 lines
           end-perform

           if ws-sched-later > 0
               move ws-sched-later to wsl-later
               write output-line from ws-sched-later-line
                   after advancing 1 lines
           end-if.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "WARRANTYREVENUE" to rl-program-name
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
           move "WARRANTYREVENUE" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-contracts-read to rl-records-read
           move ws-contracts-reported to rl-records-written
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program WarrantyRevenue.

       identification division.
       program-id. SalesPlanReport.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Sales plan versus actual by store, for the district managers'
      * Monday review. Finance loads the plan (sales-plan.dat: store,
      * week ending, planned net sales); each store's actual net
      * sales -- sales less returns -- come off the daily GL feed,
      * tonight's live feed plus the dated generations the nightly
      * batch retains for the nights before it. Every store is
      * compared week to date (Sunday through the business date) and
      * period to date (the calendar month MonthEndClose closes),
      * with the variance in dollars and percent. A week's plan is
      * spread evenly over its seven days, so a part week or the part
      * of a week falling in the month is held to its share. Last
      * year is the same days 52 weeks earlier, so the weekdays line
      * up; a store is comparable only if it had sales on file over
      * the same days last year -- a store that was not yet open, or
      * whose history has aged off, is marked NOT COMP and kept out
      * of the comparable-store totals. Stores more than the
      * run-control percentage below plan on either basis are listed
      * at the top of the report, and plan rows that cannot be used
      * are listed at the bottom for finance to correct.

       environment division.
       input-output section.
       file-control.

      * select optional: until finance loads a plan every store
      * prints NO PLAN, and the actuals and last year still print.
           select optional sales-plan-file assign to
               "../../../data/sales-plan.dat"
               organization is line sequential.

      * One day's GL feed at a time: tonight's live gl-feed.dat for
      * the business date (it is not retained until the stream
      * completes), otherwise the dated generation. A night the
      * batch didn't run has no file, and simply contributes nothing.
           select optional daily-gl-feed assign to ws-gl-feed-name
               organization is line sequential
               file status is ws-daily-gl-status.

           select store-master assign to
               "../../../data/store-master.dat"
               organization is indexed
               access mode is random
               record key is sm-store-number
               file status is ws-store-master-status.

           select output-file assign to
               "../../../data/sales-plan.out"
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

       fd sales-plan-file
           data record is sales-plan-record.

           copy "../Copybooks/sales-plan.cpy".

       fd daily-gl-feed
           data record is gl-feed-record.

           copy "../Copybooks/gl-feed.cpy".

       fd store-master
           data record is store-master-record.

           copy "../Copybooks/store-master.cpy".

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

       01 ws-daily-gl-status                          pic xx value "00".
       01 ws-store-master-status                      pic xx value "00".

       01 ws-sw-plan-eof                                pic x value 'N'.
       01 ws-sw-day-eof                                 pic x value 'N'.
       01 ws-sw-last-year                               pic x value 'N'.

       01 ws-run-date                                      pic 9(8).

      * Percent below plan, week or period to date, that puts a
      * store on the list at the top of the report, off
      * run-control.dat; the value in force is echoed on the report.
       77 ws-flag-percent                             pic 999 value 10.

      * Last year's comparable days are 364 days back -- 52 weeks --
      * so a Saturday is compared with a Saturday.
       77 ws-last-year-days                           pic 999 value 364.

       01 ws-sw-control-eof                             pic x value 'N'.
       01 ws-sw-value-ok                                pic x value 'N'.
       01 ws-sw-value-done                              pic x value 'N'.
       01 ws-rc-param-value                         pic 9(10) value 0.
       01 ws-rc-digit                                   pic 9 value 0.
       01 ws-rc-sub                                    pic 99 value 0.

      * The reporting spans as day numbers. Weeks are the same
      * days-since-epoch sevens TrendReport buckets by: day number
      * divided by 7, Sunday through Saturday.
       01 ws-run-date-int                                pic 9(7) comp.
       01 ws-week-num                                    pic 9(7) comp.
       01 ws-week-start-int                              pic 9(7) comp.
       01 ws-week-end-int                                pic 9(7) comp.
       01 ws-month-start-int                             pic 9(7) comp.
       01 ws-span-start-int                              pic 9(7) comp.
       01 ws-ly-start-int                                pic 9(7) comp.
       01 ws-ly-end-int                                  pic 9(7) comp.
       01 ws-day-int                                     pic 9(7) comp.
       01 ws-comp-int                                    pic 9(7) comp.
       01 ws-overlap-from-int                            pic 9(7) comp.
       01 ws-overlap-to-int                              pic 9(7) comp.
       01 ws-overlap-days                                  pic 9.

       01 ws-month-start-date.
           05 ws-month-start-yyyy                        pic 9(4).
           05 ws-month-start-mm                          pic 99.
           05 ws-month-start-dd                          pic 99.
       01 ws-month-start-date-n redefines ws-month-start-date
                                                           pic 9(8).

       01 ws-week-end-date                                 pic 9(8).
       01 ws-ly-end-date                                   pic 9(8).
       01 ws-wtd-days                                      pic 9.
       01 ws-ptd-days                                      pic 99.
       01 ws-span-days                                     pic 99.
       01 ws-days-found                              pic 99 value 0.
       01 ws-ly-days-found                           pic 99 value 0.

       01 ws-gl-feed-name                                  pic x(60).
       01 ws-live-gl-feed-name                 pic x(60) value
               "../../../data/gl-feed.dat".
       01 ws-gl-dated-name.
           05 filler                      pic x(22) value
               "../../../data/gl-feed-".
           05 wgn-date                                     pic 9(8).
           05 filler                      pic x(4) value ".dat".
           05 filler                     pic x(26) value spaces.

      * One entry per store number, subscripted by store number + 1,
      * so the report comes out in store order without a sort. A
      * store is reported once it has sales in this year's spans or
      * a plan row; last year's figures alone don't put it on.
       01 store-table.
           05 store-entry occurs 100 times.
               10 st-used                        pic x value 'N'.
               10 st-wtd-planned                 pic x value 'N'.
               10 st-ptd-planned                 pic x value 'N'.
               10 st-ly-wtd-seen                 pic x value 'N'.
               10 st-ly-ptd-seen                 pic x value 'N'.
               10 st-wtd-below                   pic x value 'N'.
               10 st-ptd-below                   pic x value 'N'.
               10 st-wtd-actual           pic s9(10)v99 value 0.
               10 st-wtd-plan              pic 9(10)v99 value 0.
               10 st-ptd-actual           pic s9(10)v99 value 0.
               10 st-ptd-plan              pic 9(10)v99 value 0.
               10 st-ly-wtd               pic s9(10)v99 value 0.
               10 st-ly-ptd               pic s9(10)v99 value 0.
               10 st-wtd-pct               pic s9(7)v9 value 0.
               10 st-ptd-pct               pic s9(7)v9 value 0.
       01 ws-st-sub                                pic 9(3) value 0.

      * The plan rows for weeks that touch the period or the current
      * week. A second row for the same store and week replaces the
      * first.
       01 plan-table.
           05 plan-entry occurs 1000 times.
               10 pl-store-number                          pic 99.
               10 pl-week-end-int                    pic 9(7) comp.
               10 pl-plan-amount                     pic 9(10)v99.
       01 ws-plan-count                           pic 9(4) value 0.
       01 ws-pl-sub                               pic 9(4) value 0.
       01 ws-pl-hit                               pic 9(4) value 0.
       01 ws-plan-end-int                                pic 9(7) comp.
       01 ws-plan-week-num                               pic 9(7) comp.
       01 ws-plan-weekday                                pic 9 comp.

      * Plan rows that could not be used, kept to list for finance.
       01 reject-table.
           05 reject-entry occurs 200 times.
               10 rj-record                                pic x(22).
               10 rj-reason                                pic x(30).
       01 ws-reject-count                         pic 9(5) value 0.
       01 ws-rj-sub                               pic 9(5) value 0.
       01 ws-reject-reason                                 pic x(30).

       01 ws-plan-rows-read                       pic 9(5) value 0.
       01 ws-stores-reported                      pic 9(3) value 0.
       01 ws-stores-flagged                       pic 9(3) value 0.

       01 ws-net-amount                           pic s9(10)v99 value 0.

      * Chain totals, all stores and comparable stores only.
       01 ws-all-wtd-actual                   pic s9(12)v99 value 0.
       01 ws-all-wtd-plan                      pic 9(12)v99 value 0.
       01 ws-all-ptd-actual                   pic s9(12)v99 value 0.
       01 ws-all-ptd-plan                      pic 9(12)v99 value 0.
       01 ws-comp-wtd-count                        pic 9(3) value 0.
       01 ws-comp-wtd-actual                  pic s9(12)v99 value 0.
       01 ws-comp-wtd-plan                     pic 9(12)v99 value 0.
       01 ws-comp-wtd-ly                      pic s9(12)v99 value 0.
       01 ws-comp-ptd-count                        pic 9(3) value 0.
       01 ws-comp-ptd-actual                  pic s9(12)v99 value 0.
       01 ws-comp-ptd-plan                     pic 9(12)v99 value 0.
       01 ws-comp-ptd-ly                      pic s9(12)v99 value 0.
       01 ws-any-wtd-planned                            pic x value 'N'.
       01 ws-any-ptd-planned                            pic x value 'N'.

      * One comparison line's figures, set by the caller of
      * 420-print-compare-line. ws-cmp-comp is Y to print last year,
      * N to print NOT COMP, space to leave the columns empty;
      * ws-cmp-advance is the line spacing before it.
       01 ws-cmp-actual                       pic s9(12)v99 value 0.
       01 ws-cmp-plan                          pic 9(12)v99 value 0.
       01 ws-cmp-planned                                pic x value 'N'.
       01 ws-cmp-ly                           pic s9(12)v99 value 0.
       01 ws-cmp-comp                                   pic x value 'N'.
       01 ws-cmp-advance                              pic 9 value 1.
       01 ws-variance                         pic s9(12)v99 value 0.

       01 ws-pct-diff                         pic s9(12)v99 value 0.
       01 ws-pct-base                         pic s9(12)v99 value 0.
       01 ws-pct                                pic s9(7)v9 value 0.
       01 ws-pct-edit                                 pic -(6)9.9.
       01 ws-pct-text                                      pic x(9).
       01 ws-amount-edit                       pic $$$$,$$$,$$9.99-.
       01 ws-store-num-edit                                pic z9.

       01 ws-title-line.
           05 filler         pic x(34) value
               "SALES PLAN VERSUS ACTUAL BY STORE".
           05 filler                              pic x(4) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).
           05 filler                              pic x(4) value spaces.
           05 filler                    pic x(12) value "WEEK ENDING ".
           05 wtl-week-end                                 pic 9(8).
           05 filler                              pic x(4) value spaces.
           05 filler                         pic x(7) value "PERIOD ".
           05 wtl-period                                   pic 9(6).

       01 ws-span-line.
           05 filler                  pic x(14) value "WEEK TO DATE: ".
           05 wsp-wtd-days                                 pic 9.
           05 filler                  pic x(10) value " OF 7 DAYS".
           05 filler                              pic x(4) value spaces.
           05 filler                pic x(16) value "PERIOD TO DATE: ".
           05 wsp-ptd-days                                 pic z9.
           05 filler                       pic x(5) value " DAYS".
           05 filler                              pic x(4) value spaces.
           05 filler                 pic x(15) value "FEEDS ON FILE: ".
           05 wsp-days-found                               pic z9.
           05 filler                        pic x(4) value " OF ".
           05 wsp-span-days                                pic z9.

       01 ws-last-year-line.
           05 filler         pic x(47) value
               "LAST YEAR: SAME DAYS 52 WEEKS EARLIER, THROUGH ".
           05 wly-end-date                                 pic 9(8).
           05 filler                              pic x(4) value spaces.
           05 filler                 pic x(15) value "FEEDS ON FILE: ".
           05 wly-days-found                               pic z9.
           05 filler                        pic x(4) value " OF ".
           05 wly-span-days                                pic z9.

       01 ws-control-line.
           05 filler         pic x(34) value
               "RUN CONTROL: PLAN-BELOW-PERCENT = ".
           05 wcn-flag-percent                             pic zz9.

       01 ws-plan-count-line.
           05 filler                 pic x(16) value "PLAN ROWS READ: ".
           05 wpc-read                                   pic zzzz9.
           05 filler                              pic x(4) value spaces.
           05 filler                       pic x(6) value "USED: ".
           05 wpc-used                                   pic zzzz9.
           05 filler                              pic x(4) value spaces.
           05 filler                   pic x(10) value "REJECTED: ".
           05 wpc-rejected                               pic zzzz9.

       01 ws-flag-title.
           05 filler                pic x(17) value "STORES MORE THAN ".
           05 wft-percent                                  pic zz9.
           05 filler         pic x(40) value
               "% BELOW PLAN, WEEK OR PERIOD TO DATE".

       01 ws-flag-head.
           05 filler                pic x(28) value "STORE".
           05 filler                pic x(13) value "    WTD VAR %".
           05 filler                pic x(13) value "    PTD VAR %".
           05 filler                pic x(4) value spaces.
           05 filler                pic x(8) value "BELOW ON".

       01 ws-flag-line.
           05 wfl-store-num                                pic z9.
           05 filler                              pic x(2) value spaces.
           05 wfl-store-name                              pic x(20).
           05 filler                              pic x(8) value spaces.
           05 wfl-wtd-pct                                  pic x(9).
           05 filler                              pic x(4) value spaces.
           05 wfl-ptd-pct                                  pic x(9).
           05 filler                              pic x(4) value spaces.
           05 wfl-basis                                   pic x(22).

       01 ws-no-flag-line.
           05 filler         pic x(50) value
               "NO STORE IS BELOW PLAN BY MORE THAN THE PERCENTAGE".

       01 ws-compare-head.
           05 filler                pic x(24) value "STORE".
           05 filler                pic x(7) value spaces.
           05 filler                pic x(16) value "         ACTUAL ".
           05 filler                pic x(2) value spaces.
           05 filler                pic x(15) value "           PLAN".
           05 filler                pic x(2) value spaces.
           05 filler                pic x(16) value "       VARIANCE ".
           05 filler                pic x(2) value spaces.
           05 filler                pic x(9) value "    VAR %".
           05 filler                pic x(2) value spaces.
           05 filler                pic x(16) value "      LAST YEAR ".
           05 filler                pic x(2) value spaces.
           05 filler                pic x(9) value " LY CHG %".

       01 ws-compare-line.
           05 wcl-label                                   pic x(24).
           05 filler                              pic x(2) value spaces.
           05 wcl-span                                     pic x(3).
           05 filler                              pic x(2) value spaces.
           05 wcl-actual                       pic $$$$,$$$,$$9.99-.
           05 filler                              pic x(2) value spaces.
           05 wcl-plan                          pic $$$$,$$$,$$9.99.
           05 filler                              pic x(2) value spaces.
           05 wcl-variance                     pic $$$$,$$$,$$9.99-.
           05 filler                              pic x(2) value spaces.
           05 wcl-var-pct                                  pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wcl-last-year                               pic x(16).
           05 filler                              pic x(2) value spaces.
           05 wcl-ly-pct                                   pic x(9).

       01 ws-reject-title.
           05 filler         pic x(40) value
               "SALES PLAN ROWS REJECTED".

       01 ws-reject-line.
           05 wrj-record                                  pic x(22).
           05 filler                              pic x(4) value spaces.
           05 wrj-reason                                  pic x(30).

       01 ws-reject-more-line.
           05 filler                        pic x(8) value "... AND ".
           05 wrm-count                                  pic zzzz9.
           05 filler         pic x(16) value " MORE NOT LISTED".

       procedure division.

           perform 025-read-business-date.

           perform 020-read-run-control.

           perform 030-set-report-spans.

           perform 900-write-run-log-start.

           open input store-master
           open output output-file.

           perform 100-load-plan.
           perform 150-load-actuals.
           perform 200-apply-plan.
           perform 300-flag-stores.
           perform 400-output.

           close store-master
                 output-file.

           display "Plan rows read     : " ws-plan-rows-read.
           display "Plan rows rejected : " ws-reject-count.
           display "Stores reported    : " ws-stores-reported.
           display "Stores below plan  : " ws-stores-flagged.

           move 0 to return-code.
           perform 910-write-run-log-end.
           goback.

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
                       when "PLAN-BELOW-PERCENT"
                           move ws-rc-param-value
                               to ws-flag-percent
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

      * Week to date runs from the Sunday of the business date's
      * week, period to date from the first of its month; the feeds
      * read run from whichever starts earlier, this year and the
      * same days 52 weeks back.
       030-set-report-spans.

           compute ws-run-date-int =
               function integer-of-date(ws-run-date)
           divide ws-run-date-int by 7 giving ws-week-num
           compute ws-week-start-int = ws-week-num * 7
           compute ws-week-end-int = ws-week-start-int + 6
           compute ws-week-end-date =
               function date-of-integer(ws-week-end-int)
           compute ws-wtd-days =
               ws-run-date-int - ws-week-start-int + 1

           move ws-run-date to ws-month-start-date
           move 1 to ws-month-start-dd
           compute ws-month-start-int =
               function integer-of-date(ws-month-start-date-n)
           compute ws-ptd-days =
               ws-run-date-int - ws-month-start-int + 1

           if ws-week-start-int < ws-month-start-int
               move ws-week-start-int to ws-span-start-int
           else
               move ws-month-start-int to ws-span-start-int
           end-if
           compute ws-span-days =
               ws-run-date-int - ws-span-start-int + 1

           compute ws-ly-start-int =
               ws-span-start-int - ws-last-year-days
           compute ws-ly-end-int =
               ws-run-date-int - ws-last-year-days
           compute ws-ly-end-date =
               function date-of-integer(ws-ly-end-int).

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "SALESPLANREPORT" to rl-program-name
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
           move "SALESPLANREPORT" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move ws-plan-rows-read to rl-records-read
           move ws-stores-reported to rl-records-written
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

      * Finance's plan rows into the plan table. Only weeks that
      * touch the period or the current week are kept; a row that
      * can't be read as a store, a Saturday, and an amount is kept
      * aside for the rejected list instead.
       100-load-plan.

           open input sales-plan-file
           read sales-plan-file at end move 'Y' to ws-sw-plan-eof.

           perform until ws-sw-plan-eof = 'Y'
               add 1 to ws-plan-rows-read
               perform 110-take-plan-row
               read sales-plan-file
                   at end move 'Y' to ws-sw-plan-eof
               end-read
           end-perform

           close sales-plan-file.

      * A date that won't parse gives day number zero.
       110-take-plan-row.

           move spaces to ws-reject-reason
           move 0 to ws-plan-end-int
           move 0 to ws-plan-weekday

           if sp-week-ending-date is numeric
               compute ws-plan-end-int =
                   function integer-of-date(sp-week-ending-date)
           end-if

           if ws-plan-end-int > 0
               divide ws-plan-end-int by 7 giving ws-plan-week-num
                   remainder ws-plan-weekday
           end-if

           evaluate true
               when sp-store-number is not numeric
                   move "STORE NUMBER NOT NUMERIC" to ws-reject-reason
               when sp-plan-amount is not numeric
                   move "PLAN AMOUNT NOT NUMERIC" to ws-reject-reason
               when ws-plan-end-int = 0
                   move "WEEK ENDING NOT A VALID DATE"
                       to ws-reject-reason
               when ws-plan-weekday not = 6
                   move "WEEK ENDING NOT A SATURDAY"
                       to ws-reject-reason
               when other
                   continue
           end-evaluate

           if ws-reject-reason not = spaces
               add 1 to ws-reject-count
               if ws-reject-count <= 200
                   move sales-plan-record to rj-record(ws-reject-count)
                   move ws-reject-reason to rj-reason(ws-reject-count)
               end-if
           else
               if ws-plan-end-int >= ws-month-start-int
                       and ws-plan-end-int <= ws-week-end-int
                   perform 120-store-plan-row
               end-if
           end-if.

       120-store-plan-row.

           move 0 to ws-pl-hit

           perform varying ws-pl-sub from 1 by 1
                   until ws-pl-sub > ws-plan-count
               if pl-store-number(ws-pl-sub) = sp-store-number
                       and pl-week-end-int(ws-pl-sub) = ws-plan-end-int
                   move ws-pl-sub to ws-pl-hit
                   move ws-plan-count to ws-pl-sub
               end-if
           end-perform

           if ws-pl-hit = 0
               if ws-plan-count >= 1000
                   display "*** SALES PLAN TABLE FULL -- RUN"
                       " STOPPED ***"
                   close sales-plan-file
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-plan-count
               move ws-plan-count to ws-pl-hit
               move sp-store-number to pl-store-number(ws-pl-hit)
               move ws-plan-end-int to pl-week-end-int(ws-pl-hit)
           end-if

           move sp-plan-amount to pl-plan-amount(ws-pl-hit).

      * Every day of this year's spans, then the same days last
      * year.
       150-load-actuals.

           move 'N' to ws-sw-last-year
           perform varying ws-day-int from ws-span-start-int by 1
                   until ws-day-int > ws-run-date-int
               perform 160-take-one-day
           end-perform

           move 'Y' to ws-sw-last-year
           perform varying ws-day-int from ws-ly-start-int by 1
                   until ws-day-int > ws-ly-end-int
               perform 160-take-one-day
           end-perform.

       160-take-one-day.

           if ws-sw-last-year = 'N'
                   and ws-day-int = ws-run-date-int
               move ws-live-gl-feed-name to ws-gl-feed-name
           else
               compute wgn-date = function date-of-integer(ws-day-int)
               move ws-gl-dated-name to ws-gl-feed-name
           end-if

           if ws-sw-last-year = 'Y'
               compute ws-comp-int = ws-day-int + ws-last-year-days
           else
               move ws-day-int to ws-comp-int
           end-if

           move 'N' to ws-sw-day-eof
           open input daily-gl-feed
           read daily-gl-feed at end move 'Y' to ws-sw-day-eof.

           if ws-sw-day-eof = 'N'
               if ws-sw-last-year = 'Y'
                   add 1 to ws-ly-days-found
               else
                   add 1 to ws-days-found
               end-if
           end-if

           perform until ws-sw-day-eof = 'Y'
               if gl-store-number is numeric
                       and gl-sale-amount is numeric
                       and gl-return-amount is numeric
                   perform 170-post-actual
               end-if
               read daily-gl-feed
                   at end move 'Y' to ws-sw-day-eof
               end-read
           end-perform

           close daily-gl-feed.

      * One store's day, net of returns, into whichever spans the
      * day falls in -- last year's by the day it stands in for.
       170-post-actual.

           compute ws-st-sub = gl-store-number + 1
           compute ws-net-amount = gl-sale-amount - gl-return-amount

           if ws-sw-last-year = 'Y'
               if ws-comp-int >= ws-week-start-int
                   add ws-net-amount to st-ly-wtd(ws-st-sub)
                   move 'Y' to st-ly-wtd-seen(ws-st-sub)
               end-if
               if ws-comp-int >= ws-month-start-int
                   add ws-net-amount to st-ly-ptd(ws-st-sub)
                   move 'Y' to st-ly-ptd-seen(ws-st-sub)
               end-if
           else
               move 'Y' to st-used(ws-st-sub)
               if ws-comp-int >= ws-week-start-int
                   add ws-net-amount to st-wtd-actual(ws-st-sub)
               end-if
               if ws-comp-int >= ws-month-start-int
                   add ws-net-amount to st-ptd-actual(ws-st-sub)
               end-if
           end-if.

      * Each plan week spread evenly over its seven days: the
      * current week's share for the days run so far, and each
      * week's share for its days inside the period to date.
       200-apply-plan.

           perform varying ws-pl-sub from 1 by 1
                   until ws-pl-sub > ws-plan-count

               compute ws-st-sub = pl-store-number(ws-pl-sub) + 1
               move 'Y' to st-used(ws-st-sub)
               move 'Y' to st-ptd-planned(ws-st-sub)

               if pl-week-end-int(ws-pl-sub) = ws-week-end-int
                   move 'Y' to st-wtd-planned(ws-st-sub)
                   compute st-wtd-plan(ws-st-sub) rounded =
                       st-wtd-plan(ws-st-sub)
                       + pl-plan-amount(ws-pl-sub) * ws-wtd-days / 7
               end-if

               compute ws-overlap-from-int =
                   pl-week-end-int(ws-pl-sub) - 6
               if ws-overlap-from-int < ws-month-start-int
                   move ws-month-start-int to ws-overlap-from-int
               end-if
               move pl-week-end-int(ws-pl-sub) to ws-overlap-to-int
               if ws-overlap-to-int > ws-run-date-int
                   move ws-run-date-int to ws-overlap-to-int
               end-if

               if ws-overlap-to-int >= ws-overlap-from-int
                   compute ws-overlap-days =
                       ws-overlap-to-int - ws-overlap-from-int + 1
                   compute st-ptd-plan(ws-st-sub) rounded =
                       st-ptd-plan(ws-st-sub)
                       + pl-plan-amount(ws-pl-sub) * ws-overlap-days / 7
               end-if

           end-perform.

      * A store is below plan when its variance is a bigger share of
      * plan, below, than the run-control percentage -- on either
      * basis. A span with no plan, or a zero plan, can't be below.
       300-flag-stores.

           perform varying ws-st-sub from 1 by 1
                   until ws-st-sub > 100
               if st-used(ws-st-sub) = 'Y'
                   add 1 to ws-stores-reported
                   if st-wtd-plan(ws-st-sub) > 0
                       compute st-wtd-pct(ws-st-sub) rounded =
                           (st-wtd-actual(ws-st-sub)
                            - st-wtd-plan(ws-st-sub)) * 100
                           / st-wtd-plan(ws-st-sub)
                       if st-wtd-pct(ws-st-sub) + ws-flag-percent < 0
                           move 'Y' to st-wtd-below(ws-st-sub)
                       end-if
                   end-if
                   if st-ptd-plan(ws-st-sub) > 0
                       compute st-ptd-pct(ws-st-sub) rounded =
                           (st-ptd-actual(ws-st-sub)
                            - st-ptd-plan(ws-st-sub)) * 100
                           / st-ptd-plan(ws-st-sub)
                       if st-ptd-pct(ws-st-sub) + ws-flag-percent < 0
                           move 'Y' to st-ptd-below(ws-st-sub)
                       end-if
                   end-if
                   if st-wtd-below(ws-st-sub) = 'Y'
                           or st-ptd-below(ws-st-sub) = 'Y'
                       add 1 to ws-stores-flagged
                   end-if
               end-if
           end-perform.

       400-output.

           move ws-run-date to wtl-run-date
           move ws-week-end-date to wtl-week-end
           move ws-run-date(1:6) to wtl-period
           write output-line from ws-title-line

           move ws-wtd-days to wsp-wtd-days
           move ws-ptd-days to wsp-ptd-days
           move ws-days-found to wsp-days-found
           move ws-span-days to wsp-span-days
           write output-line from ws-span-line
               after advancing 2 lines

           move ws-ly-end-date to wly-end-date
           move ws-ly-days-found to wly-days-found
           move ws-span-days to wly-span-days
           write output-line from ws-last-year-line
               after advancing 1 lines

           move ws-plan-rows-read to wpc-read
           move ws-plan-count to wpc-used
           move ws-reject-count to wpc-rejected
           write output-line from ws-plan-count-line
               after advancing 1 lines

           move ws-flag-percent to wcn-flag-percent
           write output-line from ws-control-line
               after advancing 1 lines

           perform 410-print-flagged-stores

           write output-line from ws-compare-head
               after advancing 3 lines

           perform varying ws-st-sub from 1 by 1
                   until ws-st-sub > 100
               if st-used(ws-st-sub) = 'Y'
                   perform 430-print-store
               end-if
           end-perform

           perform 440-print-chain-totals

           if ws-reject-count > 0
               perform 450-print-rejects
           end-if.

      * The stores below plan, at the top where the district
      * managers look first.
       410-print-flagged-stores.

           move ws-flag-percent to wft-percent
           write output-line from ws-flag-title
               after advancing 3 lines

           if ws-stores-flagged = 0
               write output-line from ws-no-flag-line
                   after advancing 2 lines
           else
               write output-line from ws-flag-head
                   after advancing 2 lines
               perform varying ws-st-sub from 1 by 1
                       until ws-st-sub > 100
                   if st-wtd-below(ws-st-sub) = 'Y'
                           or st-ptd-below(ws-st-sub) = 'Y'
                       perform 415-print-flag-line
                   end-if
               end-perform
           end-if.

       415-print-flag-line.

           perform 460-read-store-name
           compute ws-store-num-edit = ws-st-sub - 1
           move ws-store-num-edit to wfl-store-num
           move sm-store-name to wfl-store-name

           if st-wtd-planned(ws-st-sub) = 'N'
               move "  NO PLAN" to wfl-wtd-pct
           else
               move st-wtd-actual(ws-st-sub) to ws-pct-diff
               subtract st-wtd-plan(ws-st-sub) from ws-pct-diff
               move st-wtd-plan(ws-st-sub) to ws-pct-base
               perform 470-format-percent
               move ws-pct-text to wfl-wtd-pct
           end-if

           if st-ptd-planned(ws-st-sub) = 'N'
               move "  NO PLAN" to wfl-ptd-pct
           else
               move st-ptd-actual(ws-st-sub) to ws-pct-diff
               subtract st-ptd-plan(ws-st-sub) from ws-pct-diff
               move st-ptd-plan(ws-st-sub) to ws-pct-base
               perform 470-format-percent
               move ws-pct-text to wfl-ptd-pct
           end-if

           evaluate true
               when st-wtd-below(ws-st-sub) = 'Y'
                       and st-ptd-below(ws-st-sub) = 'Y'
                   move "WEEK AND PERIOD" to wfl-basis
               when st-wtd-below(ws-st-sub) = 'Y'
                   move "WEEK TO DATE" to wfl-basis
               when other
                   move "PERIOD TO DATE" to wfl-basis
           end-evaluate

           write output-line from ws-flag-line
               after advancing 1 lines.

      * A store's week to date line, then its period to date line
      * under it, with its figures carried into the chain totals.
       430-print-store.

           perform 460-read-store-name
           move spaces to wcl-label
           compute ws-store-num-edit = ws-st-sub - 1
           move ws-store-num-edit to wcl-label(1:2)
           move sm-store-name to wcl-label(5:20)

           move "WTD" to wcl-span
           move st-wtd-actual(ws-st-sub) to ws-cmp-actual
           move st-wtd-plan(ws-st-sub) to ws-cmp-plan
           move st-wtd-planned(ws-st-sub) to ws-cmp-planned
           move st-ly-wtd(ws-st-sub) to ws-cmp-ly
           if st-ly-wtd-seen(ws-st-sub) = 'Y'
               move 'Y' to ws-cmp-comp
           else
               move 'N' to ws-cmp-comp
           end-if
           move 2 to ws-cmp-advance
           perform 420-print-compare-line

           move spaces to wcl-label
           move "PTD" to wcl-span
           move 1 to ws-cmp-advance
           move st-ptd-actual(ws-st-sub) to ws-cmp-actual
           move st-ptd-plan(ws-st-sub) to ws-cmp-plan
           move st-ptd-planned(ws-st-sub) to ws-cmp-planned
           move st-ly-ptd(ws-st-sub) to ws-cmp-ly
           if st-ly-ptd-seen(ws-st-sub) = 'Y'
               move 'Y' to ws-cmp-comp
           else
               move 'N' to ws-cmp-comp
           end-if
           perform 420-print-compare-line

           add st-wtd-actual(ws-st-sub) to ws-all-wtd-actual
           add st-wtd-plan(ws-st-sub) to ws-all-wtd-plan
           add st-ptd-actual(ws-st-sub) to ws-all-ptd-actual
           add st-ptd-plan(ws-st-sub) to ws-all-ptd-plan
           if st-wtd-planned(ws-st-sub) = 'Y'
               move 'Y' to ws-any-wtd-planned
           end-if
           if st-ptd-planned(ws-st-sub) = 'Y'
               move 'Y' to ws-any-ptd-planned
           end-if

           if st-ly-wtd-seen(ws-st-sub) = 'Y'
               add 1 to ws-comp-wtd-count
               add st-wtd-actual(ws-st-sub) to ws-comp-wtd-actual
               add st-wtd-plan(ws-st-sub) to ws-comp-wtd-plan
               add st-ly-wtd(ws-st-sub) to ws-comp-wtd-ly
           end-if
           if st-ly-ptd-seen(ws-st-sub) = 'Y'
               add 1 to ws-comp-ptd-count
               add st-ptd-actual(ws-st-sub) to ws-comp-ptd-actual
               add st-ptd-plan(ws-st-sub) to ws-comp-ptd-plan
               add st-ly-ptd(ws-st-sub) to ws-comp-ptd-ly
           end-if.

      * All stores against plan, then the comparable stores alone
      * against plan and last year -- the like-for-like figure.
       440-print-chain-totals.

           move "ALL STORES" to wcl-label
           move "WTD" to wcl-span
           move ws-all-wtd-actual to ws-cmp-actual
           move ws-all-wtd-plan to ws-cmp-plan
           move ws-any-wtd-planned to ws-cmp-planned
           move space to ws-cmp-comp
           move 3 to ws-cmp-advance
           perform 420-print-compare-line

           move spaces to wcl-label
           move "PTD" to wcl-span
           move 1 to ws-cmp-advance
           move ws-all-ptd-actual to ws-cmp-actual
           move ws-all-ptd-plan to ws-cmp-plan
           move ws-any-ptd-planned to ws-cmp-planned
           perform 420-print-compare-line

           move "COMPARABLE STORES" to wcl-label
           move "WTD" to wcl-span
           move ws-comp-wtd-actual to ws-cmp-actual
           move ws-comp-wtd-plan to ws-cmp-plan
           move ws-any-wtd-planned to ws-cmp-planned
           move ws-comp-wtd-ly to ws-cmp-ly
           if ws-comp-wtd-count > 0
               move 'Y' to ws-cmp-comp
           else
               move 'N' to ws-cmp-comp
           end-if
           move 2 to ws-cmp-advance
           perform 420-print-compare-line

           move spaces to wcl-label
           move "PTD" to wcl-span
           move 1 to ws-cmp-advance
           move ws-comp-ptd-actual to ws-cmp-actual
           move ws-comp-ptd-plan to ws-cmp-plan
           move ws-any-ptd-planned to ws-cmp-planned
           move ws-comp-ptd-ly to ws-cmp-ly
           if ws-comp-ptd-count > 0
               move 'Y' to ws-cmp-comp
           else
               move 'N' to ws-cmp-comp
           end-if
           perform 420-print-compare-line.

      * One comparison line off the ws-cmp- fields; the label and
      * span are already in place.
       420-print-compare-line.

           move ws-cmp-actual to wcl-actual
           move ws-cmp-plan to wcl-plan
           compute ws-variance = ws-cmp-actual - ws-cmp-plan
           move ws-variance to wcl-variance

           if ws-cmp-planned = 'N'
               move "  NO PLAN" to wcl-var-pct
           else
               move ws-variance to ws-pct-diff
               move ws-cmp-plan to ws-pct-base
               perform 470-format-percent
               move ws-pct-text to wcl-var-pct
           end-if

           evaluate ws-cmp-comp
               when 'Y'
                   move ws-cmp-ly to ws-amount-edit
                   move ws-amount-edit to wcl-last-year
                   compute ws-pct-diff = ws-cmp-actual - ws-cmp-ly
                   move ws-cmp-ly to ws-pct-base
                   perform 470-format-percent
                   move ws-pct-text to wcl-ly-pct
               when 'N'
                   move "        NOT COMP" to wcl-last-year
                   move spaces to wcl-ly-pct
               when other
                   move spaces to wcl-last-year
                   move spaces to wcl-ly-pct
           end-evaluate

           write output-line from ws-compare-line
               after advancing ws-cmp-advance lines.

       450-print-rejects.

           write output-line from ws-reject-title
               after advancing 3 lines

           perform varying ws-rj-sub from 1 by 1
                   until ws-rj-sub > ws-reject-count
                      or ws-rj-sub > 200
               move rj-record(ws-rj-sub) to wrj-record
               move rj-reason(ws-rj-sub) to wrj-reason
               write output-line from ws-reject-line
                   after advancing 1 lines
           end-perform

           if ws-reject-count > 200
               compute wrm-count = ws-reject-count - 200
               write output-line from ws-reject-more-line
                   after advancing 1 lines
           end-if.

       460-read-store-name.

           compute sm-store-number = ws-st-sub - 1
           read store-master
               invalid key
                   move "(NOT ON MASTER)" to sm-store-name
               not invalid key
                   continue
           end-read.

      * The difference as a percentage of the base, one decimal; a
      * base of zero or less has no meaningful percentage.
       470-format-percent.

           if ws-pct-base > 0
               compute ws-pct rounded =
                   ws-pct-diff * 100 / ws-pct-base
               move ws-pct to ws-pct-edit
               move ws-pct-edit to ws-pct-text
           else
               move "      N/A" to ws-pct-text
           end-if.

       end program SalesPlanReport.

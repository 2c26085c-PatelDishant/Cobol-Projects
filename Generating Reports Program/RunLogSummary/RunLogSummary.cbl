      * a non-zero return code or never wrote its end record at all
      * (an abend). This page replaces piecing the night together
      * from four scrolled consoles.
      * A stream restarted after a stop shows the restart as a rule
      * across the page, the steps it skipped as already complete
      * (or as before the step the operator forced it from), and the
      * steps it actually ran; a step that failed and then ran
      * cleanly on the restart is shown as rerun, not as still
      * needing attention.

       environment division.
       input-output section.
      * One entry per step seen in the log, in the order the steps
      * started. An 'E' record closes the most recent open entry for
      * its program; a second run of the same program (a rerun)
      * simply makes a second entry. Restart markers and skipped
      * steps written by the job stream take an entry of their own,
      * marked R, K or F in the ended switch.
       01 step-table.
           05 step-entry occurs 500 times.
               10 sp-program-name                       pic x(30).
               10 sp-business-date                       pic 9(8).
               10 sp-start-time                          pic x(6).
       01 ws-step-hit                              pic 9(3) value 0.

       01 ws-count-bad                             pic 9(3) value 0.
       01 ws-count-restarts                        pic 9(3) value 0.
       01 ws-count-skipped                         pic 9(3) value 0.
       01 ws-count-forced-skip                     pic 9(3) value 0.
       01 ws-count-restart-run                     pic 9(3) value 0.
       01 ws-sw-rerun-later                             pic x value 'N'.

      * A log with more step records than the table holds cannot be
      * summarized completely. This program is the page the operator
           05 filler                             pic x(34) value spaces.
           05 wnl-note                                    pic x(40).

       01 ws-restart-line.
           05 filler          pic x(17) value
               "---- RESTART AT ".
           05 wrs-time                                     pic x(6).
           05 filler                              pic x(2) value spaces.
           05 wrs-note                                    pic x(40).
           05 filler          pic x(5) value "----".

       01 ws-restart-summary-line.
           05 filler          pic x(26) value
               "ON THE LAST RESTART: RUN ".
           05 wrsu-run                                     pic zz9.
           05 filler          pic x(23) value
               "   SKIPPED AS COMPLETE ".
           05 wrsu-skipped                                 pic zz9.
           05 filler          pic x(31) value
               "   SKIPPED BEFORE FORCED START ".
           05 wrsu-forced                                  pic zz9.

       01 ws-clean-line.
           05 filler          pic x(40) value
               "ALL STEPS COMPLETED WITH RETURN CODE 0".
       100-take-log-record.

           if rl-phase-start
               if ws-step-count >= 500
                   display "STEP TABLE FULL -- SUMMARY INCOMPLETE"
                   move 'Y' to ws-sw-log-truncated
               else
           else
               if rl-phase-end
                   perform 150-close-step
               else
                   if rl-phase-restart or rl-phase-skipped
                           or rl-phase-forced-skip
                       perform 120-add-stream-record
                   end-if
               end-if
           end-if

           read run-log-file at end move 'Y' to ws-sw-eof.

      * A record the job stream wrote itself: a restart marker or a
      * step it skipped. Its phase goes in the ended switch, so an
      * end record never matches it.
       120-add-stream-record.

           if ws-step-count >= 500
               display "STEP TABLE FULL -- SUMMARY INCOMPLETE"
               move 'Y' to ws-sw-log-truncated
           else
               add 1 to ws-step-count
               move rl-program-name to sp-program-name(ws-step-count)
               move rl-business-date
                   to sp-business-date(ws-step-count)
               move rl-timestamp(9:6) to sp-start-time(ws-step-count)
               move spaces to sp-end-time(ws-step-count)
               move 0 to sp-records-read(ws-step-count)
               move 0 to sp-records-written(ws-step-count)
               move 0 to sp-return-code(ws-step-count)
               move rl-note to sp-note(ws-step-count)
               move rl-phase to sp-sw-ended(ws-step-count)
           end-if.

      * Match the end record to the most recent still-open entry for
      * its program. An end with no start on file (a truncated log)
      * gets its own entry so it still shows on the page.
           end-perform

           if ws-step-hit = 0
               if ws-step-count >= 500
                   display "STEP TABLE FULL -- SUMMARY INCOMPLETE"
                   move 'Y' to ws-sw-log-truncated
               else
               perform 550-print-step
           end-perform

           if ws-count-restarts > 0
               move ws-count-restart-run to wrsu-run
               move ws-count-skipped to wrsu-skipped
               move ws-count-forced-skip to wrsu-forced
               write output-line from ws-restart-summary-line
                   after advancing 2 lines
           end-if

           if ws-count-bad = 0
               write output-line from ws-clean-line
                   after advancing 2 lines

       550-print-step.

           if sp-sw-ended(ws-step-sub) = 'R'
               perform 560-print-restart
           else
               perform 570-print-step-line
           end-if.

      * A restart rule across the page; the counts under it start
      * again, so the summary line describes the last restart.
       560-print-restart.

           add 1 to ws-count-restarts
           move 0 to ws-count-skipped
           move 0 to ws-count-forced-skip
           move 0 to ws-count-restart-run

           move sp-start-time(ws-step-sub) to wrs-time
           move sp-note(ws-step-sub) to wrs-note
           write output-line from ws-restart-line
               after advancing 2 lines.

       570-print-step-line.

           move sp-program-name(ws-step-sub) to wdl-program-name
           move sp-start-time(ws-step-sub) to wdl-start-time
           move sp-end-time(ws-step-sub) to wdl-end-time
           move sp-return-code(ws-step-sub) to wdl-rc

           move spaces to wdl-flag
           evaluate true
               when sp-sw-ended(ws-step-sub) = 'K'
                   move "SKIPPED -- ALREADY COMPLETE" to wdl-flag
                   add 1 to ws-count-skipped
               when sp-sw-ended(ws-step-sub) = 'F'
                   move "SKIPPED -- BEFORE FORCED START" to wdl-flag
                   add 1 to ws-count-forced-skip
               when sp-sw-ended(ws-step-sub) = 'N'
                   perform 580-check-rerun-later
                   if ws-sw-rerun-later = 'Y'
                       move "** ABENDED -- RERUN BELOW **" to wdl-flag
                   else
                       move "** NO END RECORD -- ABEND? **" to wdl-flag
                       add 1 to ws-count-bad
                   end-if
               when sp-return-code(ws-step-sub) not = 0
                   perform 580-check-rerun-later
                   if ws-sw-rerun-later = 'Y'
                       move "** FAILED -- RERUN BELOW **" to wdl-flag
                   else
                       move "** NON-ZERO RETURN CODE **" to wdl-flag
                       add 1 to ws-count-bad
                   end-if
               when other
                   move "OK" to wdl-flag
           end-evaluate

           if ws-count-restarts > 0
                   and (sp-sw-ended(ws-step-sub) = 'Y'
                       or sp-sw-ended(ws-step-sub) = 'N')
               add 1 to ws-count-restart-run
           end-if

           write output-line from ws-detail-line
               after advancing 1 lines

           if sp-note(ws-step-sub) not = spaces
                   and sp-sw-ended(ws-step-sub) not = 'K'
                   and sp-sw-ended(ws-step-sub) not = 'F'
               move sp-note(ws-step-sub) to wnl-note
               write output-line from ws-note-line
                   after advancing 1 lines
           end-if.

      * A failed or abended step is settled when the same program
      * ends cleanly further down the log -- a restart reran it.
       580-check-rerun-later.

           move 'N' to ws-sw-rerun-later
           perform varying ws-step-hit from ws-step-sub by 1
                   until ws-step-hit > ws-step-count
               if ws-step-hit > ws-step-sub
                       and sp-program-name(ws-step-hit) =
                           sp-program-name(ws-step-sub)
                       and sp-sw-ended(ws-step-hit) = 'Y'
                       and sp-return-code(ws-step-hit) = 0
                   move 'Y' to ws-sw-rerun-later
               end-if
           end-perform.

       end program RunLogSummary.

      * abended. The batch clears the log when a fresh cycle's
      * business date is set, so a rerun of an abended cycle keeps
      * appending to the same night's story.
      * The job stream itself writes the other phases when a stopped
      * stream is restarted: one 'R' record marking the restart, and
      * one record per step it skipped -- 'K' for a step already
      * completed cleanly for the business date, 'F' for a step
      * before the one the operator forced the restart from.
       01  run-log-record.
           05  rl-program-name                  pic x(30).
           05  rl-business-date                 pic 9(8).
           05  rl-phase                         pic x.
               88  rl-phase-start               value 'S'.
               88  rl-phase-end                 value 'E'.
               88  rl-phase-restart             value 'R'.
               88  rl-phase-skipped             value 'K'.
               88  rl-phase-forced-skip         value 'F'.
           05  rl-timestamp                     pic x(14).
           05  rl-records-read                  pic 9(7).
           05  rl-records-written               pic 9(7).

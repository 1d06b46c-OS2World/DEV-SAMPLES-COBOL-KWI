      *      scheduling cycle with every step's state and counters.
      *      This program reads that board for the run-id given on
      *      the command line and shows, per job: the state
      *      (pending, active, complete, skipped, not scheduled,
      *      failed, and so on), the attempt number, blocks done,
      *      and records staged versus consumed so far, plus when
      *      the board was last cut - so the operator on shift can
      *      tell a run that is moving from one that is wedged
      *      without killing anything on a guess.  Run it again for
      *      a fresh snapshot; it only ever reads.
      ****************************************************************
        identification division.
        program-id. KWI_NSMQ.
                move "PREDFAIL" to WS-STATE-WORD
            when "D"
                move "DEFERRED" to WS-STATE-WORD
            when "H"
                move "FEEDHELD" to WS-STATE-WORD
            when "N"
                move "NOT-SCHED" to WS-STATE-WORD
            when other
                move "UNKNOWN" to WS-STATE-WORD
        end-evaluate.

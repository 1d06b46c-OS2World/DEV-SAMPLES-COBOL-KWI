      *      bound, which slows every restart that has to read the
      *      full history.  This program decides, from the control
      *      file and the control report, which run-ids have every
      *      step completed (or recovered, or not scheduled for
      *      the run), moves those runs' log, report, staging, and
      *      checkpoint records out to dated archive generations,
      *      and rewrites the live files with only the records of
      *      runs still active or incomplete.  A run-id that cannot
      *      be proven complete - a step with no report record yet,
      *      or whose last report record is not COMPLETE, RECOVERED,
      *      or NOT-SCHED - is left alone.  A summary of what was
      *      archived is displayed at the end.
      ****************************************************************
        identification division.
        program-id. KWI_NSMH.
            move RPT-STATUS to HK-JOB-LAST-STATUS (WS-CUR-JOB)
        end-if.

      ****************************************************************
      *  A step not scheduled for the run is finished with as
      *  surely as one that completed.
      ****************************************************************
        check-one-job-status section.
        if HK-JOB-LAST-STATUS (WS-CUR-JOB) not = "COMPLETE"
           and HK-JOB-LAST-STATUS (WS-CUR-JOB) not = "RECOVERED"
           and HK-JOB-LAST-STATUS (WS-CUR-JOB) not = "NOT-SCHED"
            move "N" to WS-RUN-COMPLETE-SWITCH
        end-if.


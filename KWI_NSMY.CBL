      *      never be recycled twice.  DP (duplicate) rejects are
      *      refused outright: the history check stopped those on
      *      purpose, and recycling one would just reject it again
      *      at best and double-post at worst.  HD (high-value
      *      declined) rejects are refused the same way: a reviewer
      *      turned those down on purpose, and only a release off
      *      the review queue may post one.  A reject whose job
      *      name still matches no control file entry is left held
      *      with a message - nothing could ever load it.
      ****************************************************************
      ****************************************************************
        01  WS-RECYCLED-COUNT           PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-DUP-REFUSED-COUNT        PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-HVD-REFUSED-COUNT        PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-NO-JOB-COUNT             PIC 9(05) COMP-5 VALUE ZERO.

        procedure division.
                    " DP (duplicate) reject(s) - those were "
                    "stopped on purpose by the history check"
        end-if.
        if WS-HVD-REFUSED-COUNT > 0
            display "KWI_NSMY: refused " WS-HVD-REFUSED-COUNT
                    " HD (high-value declined) reject(s) - those "
                    "were declined on purpose by a reviewer"
        end-if.
        if WS-NO-JOB-COUNT > 0
            display "KWI_NSMY: " WS-NO-JOB-COUNT
                    " reject(s) name a job not in the control "
      ****************************************************************
      *  Handle one reject record: only a record of the requested
      *  run that has not already been recycled is considered, a DP
      *  or HD reject is refused outright, and anything else whose
      *  job the control file still names is fed back and flagged.
      *  Every record, updated or not, is written to the work file.
      ****************************************************************
        route-one-reject-record section.
        end-if.

        judge-one-reject-record section.
        evaluate true
            when REJ-REASON-DUPLICATE
                add 1 to WS-DUP-REFUSED-COUNT
            when REJ-REASON-HV-DECLINED
                add 1 to WS-HVD-REFUSED-COUNT
            when other
                perform locate-job-input-file
                if WS-JOB-FOUND
                    perform feed-reject-back
                    set REJ-RECYCLED to true
                    add 1 to WS-RECYCLED-COUNT
                else
                    add 1 to WS-NO-JOB-COUNT
                end-if
        end-evaluate.

        locate-job-input-file section.
        move "N" to WS-JOB-FOUND-SWITCH.

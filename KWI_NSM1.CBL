                organization is line sequential
                file status is WS-REG-FILE-STATUS.
      ****************************************************************
      *  Feed intake register KWI_NSMF appends to for every inbound
      *  feed it is given.  Read at start-up so a job is not started
      *  while a feed from one of its senders is missing from the
      *  sequence.
      ****************************************************************
            select FIR-FILE assign to "KWINSM.FIR"
                organization is line sequential
                file status is WS-FIR-FILE-STATUS.
      ****************************************************************
      *  Posting calendar and schedule date file, read at start-up
      *  to decide from each control record's run frequency whether
      *  its step is due for the run at all.
      ****************************************************************
            select CAL-FILE assign to "KWINSM.CAL"
                organization is line sequential
                file status is WS-CAL-FILE-STATUS.
            select SCD-FILE assign to "KWINSM.SCD"
                organization is line sequential
                file status is WS-SCD-FILE-STATUS.
      ****************************************************************
      *  Processed-transaction history, indexed on the transaction
      *  id and job name together (one id legitimately passes
      *  through every step of a pipeline, so each job's posting is
            copy KWI_RSL.
        FD  REG-FILE.
            copy KWI_REG.
        FD  FIR-FILE.
            copy KWI_FIR.
        FD  CAL-FILE.
            copy KWI_CAL.
        FD  SCD-FILE.
            copy KWI_SCD.
        FD  HST-FILE.
            copy KWI_HST.
        FD  TRN-FILE.
           78 RC-TRANSACTIONS-REJECTED  VALUE 9997.
           78 RC-PREDECESSOR-DEAD       VALUE 9996.
           78 RC-WINDOW-DEFERRED        VALUE 9995.
           78 RC-FEED-MISSING           VALUE 9994.
           78 BLOCK-RECORD-LIMIT        VALUE 300.
           78 STEP-TABLE-LIMIT          VALUE 100.

                    88  STEP-IS-COMPLETE    VALUE "C".
                    88  STEP-IS-SKIPPED     VALUE "S".
                    88  STEP-IS-DEFERRED    VALUE "D".
                    88  STEP-IS-HELD        VALUE "H".
                    88  STEP-IS-NOT-SCHEDULED VALUE "N".
                    88  STEP-IS-SATISFIED   VALUES "C" "S" "N".
                    88  STEP-IS-DEAD        VALUES "M" "F" "T" "X"
                                                   "H".
                10  STEP-SEG-SELECTOR   PIC 9(04) COMP-5.
                10  STEP-SEG-POINTER    USAGE IS POINTER.
                10  STEP-SEM-HANDLE     USAGE IS POINTER.
        01  WS-TRN-DUP-COUNT            PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-HST-IDX                  PIC 9(05) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Fields used to hold a job whose feed sequence has a gap.
      *  One entry per sender and job on the intake register, with
      *  the highest sequence ACCEPTED and the highest registered at
      *  all: a higher sequence registered than accepted means a
      *  feed was quarantined, or arrived ahead of one never
      *  received, and the job is missing that feed's transactions.
      ****************************************************************
        01  WS-FIR-FILE-STATUS          PIC X(02) VALUE "00".
        01  FIR-EOF-SWITCH              PIC X(01) VALUE "N".
            88  FIR-EOF                     VALUE "Y".
        01  FI-SENDER-TABLE.
            05  FI-SENDER-COUNT         PIC 9(04) COMP-5 VALUE ZERO.
            05  FI-SENDER-ENTRY OCCURS 1 TO 500 TIMES
                                DEPENDING ON FI-SENDER-COUNT.
                10  FI-SENDER           PIC X(08).
                10  FI-JOB-NAME         PIC X(08).
                10  FI-ACCEPTED-SEQ     PIC 9(06).
                10  FI-REGISTERED-SEQ   PIC 9(06).
        01  WS-CUR-SENDER               PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-SENDER-SUB               PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-FEED-GAP-SWITCH          PIC X(01) VALUE "N".
            88  WS-FEED-GAP                 VALUE "Y".
        01  WS-GAP-SENDER               PIC X(08) VALUE SPACE.
        01  WS-GAP-SEQUENCE             PIC 9(06) VALUE ZERO.

      ****************************************************************
      *  Fields used to decide whether each step is due for the run.
      *  The run is judged on the date the registry first shows for
      *  its run-id - a restart after midnight is still the same
      *  night's run - or today for a new run-id.  The posting
      *  calendar's holidays and the business-day work fields are
      *  kept as KWI_NSM2 and KWI_NSMS keep them; day number modulo
      *  7 gives the weekday - 6 is Saturday, 0 is Sunday.
      ****************************************************************
        01  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
        01  CAL-EOF-SWITCH              PIC X(01) VALUE "N".
            88  CAL-EOF                     VALUE "Y".
        01  WS-SCD-FILE-STATUS          PIC X(02) VALUE "00".
        01  SCD-EOF-SWITCH              PIC X(01) VALUE "N".
            88  SCD-EOF                     VALUE "Y".
        01  CAL-HOLIDAY-TABLE.
            05  CAL-HOLIDAY-COUNT       PIC 9(04) COMP-5 VALUE ZERO.
            05  CAL-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
                                  DEPENDING ON CAL-HOLIDAY-COUNT.
                10  CAL-HOLIDAY-DATE    PIC X(08).
        01  SD-DATE-TABLE.
            05  SD-DATE-COUNT           PIC 9(04) COMP-5 VALUE ZERO.
            05  SD-DATE-ENTRY OCCURS 1 TO 1000 TIMES
                              DEPENDING ON SD-DATE-COUNT.
                10  SD-JOB-NAME         PIC X(08).
                10  SD-DATE             PIC X(08).
        01  WS-CUR-HOLIDAY              PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-CUR-SCHED-DATE           PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-REG-FIRST-DATE           PIC X(08) VALUE SPACE.
        01  WS-SCHED-DATE               PIC X(08) VALUE SPACE.
        01  WS-CHECK-DATE               PIC X(08) VALUE SPACE.
        01  WS-CHECK-DATE-N             PIC 9(08) VALUE ZERO.
        01  WS-CHECK-DAY-NUMBER         PIC 9(08) COMP-5 VALUE ZERO.
        01  WS-CHECK-WEEKDAY            PIC 9(01) VALUE ZERO.
        01  WS-BUSINESS-DAY-SW          PIC X(01) VALUE "N".
            88  WS-IS-BUSINESS-DAY          VALUE "Y".
        01  WS-ROLL-STEP-COUNT          PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-STEP-DUE-SW              PIC X(01) VALUE "Y".
            88  WS-STEP-IS-DUE              VALUE "Y".

        linkage section.
            copy KWI_NSM.

      *  no control entry - those can never be picked up by any
      *  step, so they are rejected up front instead of sitting
      *  unprocessed with no trace.  A restart marks every step
      *  already checkpointed as skipped before scheduling begins,
      *  and any step whose feed sequence has a gap is held.
      ****************************************************************
        perform load-step-table.
        perform audit-orphan-transactions.
        perform mark-checkpointed-steps.
        perform hold-steps-missing-feeds.

      ****************************************************************
      *  Register the run as active before any step launches, so
        end-read.
        if not REG-EOF and REG-RUN-ID = WS-RUN-ID
            move REG-STATUS to WS-REG-LAST-STATUS
            if WS-REG-FIRST-DATE = space
                move REG-TIMESTAMP (1:8) to WS-REG-FIRST-DATE
            end-if
        end-if.

      ****************************************************************
      *  scheduler drives.  A step is only checkpointed when it
      *  reconciles cleanly - a step flagged MISMATCH is left off
      *  the checkpoint file so a later RESTART reworks it instead
      *  of skipping over lost or extra data.  A step whose run
      *  frequency says it is not due for the run is loaded as not
      *  scheduled: it never launches, gets its own NOT-SCHED report
      *  record, and counts as satisfied for its dependents.
      ****************************************************************
        load-step-table section.
        if WS-REG-FIRST-DATE = space
            move function current-date (1:8) to WS-SCHED-DATE
        else
            move WS-REG-FIRST-DATE to WS-SCHED-DATE
        end-if.
        perform load-posting-calendar.
        perform load-schedule-dates.
        open input CTL-FILE.
        if WS-FILE-STATUS not = "00"
            exit program returning 9999
        end-if.
        perform load-one-step-entry until CTL-EOF.
        close CTL-FILE.
        perform report-one-unscheduled-step
            varying WS-CUR-STEP from 1 by 1
            until WS-CUR-STEP > STEP-COUNT.

        load-one-step-entry section.
        perform read-control-record.
        if not CTL-EOF
            perform edit-control-record-numerics
        end-if.
        if not CTL-EOF and WS-CTL-EDIT-PASSED
            perform edit-control-record-frequency
        end-if.
        if not CTL-EOF and WS-CTL-EDIT-PASSED
            if STEP-COUNT < STEP-TABLE-LIMIT
                add 1 to STEP-COUNT
                move STEP-COUNT to STEP-NUMBER-IN-FILE (STEP-COUNT)
                move 0 to STEP-CODE-TERMINATE (STEP-COUNT)
                move 0 to STEP-CODE-RESULT (STEP-COUNT)
                perform judge-step-due
                if not WS-STEP-IS-DUE
                    move "N" to STEP-STATE (STEP-COUNT)
                end-if
            else
                display "KWI_NSM1: control file names more steps "
                        "than the step table holds - ignoring job "
                    "or retry delay - record refused"
        end-if.

      ****************************************************************
      *  Edit the run frequency column.  A blank reads as daily, the
      *  way the chain always ran before the column existed; any
      *  other code the scheduler does not know is refused, the
      *  same as a bad numeric column - guessing when a step is due
      *  is how a month-end job runs on the fifth.
      ****************************************************************
        edit-control-record-frequency section.
        if not CTL-FREQ-VALID
            move "N" to WS-CTL-EDIT-SWITCH
            display "KWI_NSM1: control record for job "
                    CTL-JOB-NAME " has an unknown run frequency "
                    CTL-RUN-FREQUENCY " - record refused"
        end-if.

      ****************************************************************
      *  Decide whether the step in the control record in hand is
      *  due on WS-SCHED-DATE.  Last and first business day of the
      *  month are the business days whose next or previous
      *  business day falls in another month.
      ****************************************************************
        judge-step-due section.
        move "N" to WS-STEP-DUE-SW.
        move WS-SCHED-DATE to WS-CHECK-DATE.
        evaluate true
            when CTL-FREQ-DAILY
                move "Y" to WS-STEP-DUE-SW
            when CTL-FREQ-BUSINESS-DAY
                perform check-business-day
                if WS-IS-BUSINESS-DAY
                    move "Y" to WS-STEP-DUE-SW
                end-if
            when CTL-FREQ-MONTH-END
                perform check-business-day
                if WS-IS-BUSINESS-DAY
                    perform find-next-business-day
                    if WS-CHECK-DATE (1:6) not = WS-SCHED-DATE (1:6)
                        move "Y" to WS-STEP-DUE-SW
                    end-if
                end-if
            when CTL-FREQ-MONTH-START
                perform check-business-day
                if WS-IS-BUSINESS-DAY
                    perform find-previous-business-day
                    if WS-CHECK-DATE (1:6) not = WS-SCHED-DATE (1:6)
                        move "Y" to WS-STEP-DUE-SW
                    end-if
                end-if
            when CTL-FREQ-DATE-LIST
                perform match-one-schedule-date
                    varying WS-CUR-SCHED-DATE from 1 by 1
                    until WS-CUR-SCHED-DATE > SD-DATE-COUNT
        end-evaluate.

        match-one-schedule-date section.
        if SD-JOB-NAME (WS-CUR-SCHED-DATE) = CTL-JOB-NAME
                   and SD-DATE (WS-CUR-SCHED-DATE) = WS-SCHED-DATE
            move "Y" to WS-STEP-DUE-SW
            move SD-DATE-COUNT to WS-CUR-SCHED-DATE
        end-if.

      ****************************************************************
      *  Report a step that is not due for the run, so the morning
      *  report shows why it never ran.
      ****************************************************************
        report-one-unscheduled-step section.
        if STEP-IS-NOT-SCHEDULED (WS-CUR-STEP)
            perform load-step-context
            display "KWI_NSM1: job " CTL-JOB-NAME
                    " not scheduled for " WS-SCHED-DATE
                    " - its dependents treat it as satisfied"
            move function current-date to WS-RPT-START-TIME
            move 0 to RESULTCODES-codeTerminate
            move 0 to RESULTCODES-codeResult
            move 0 to WS-SEMWAIT-RC
            move "NOT-SCHED" to WS-RPT-STATUS
            perform write-control-report-record
        end-if.

      ****************************************************************
      *  Load the shop's posting calendar and schedule date file.
      *  A calendar that cannot be opened just means no holidays; a
      *  schedule date file that cannot be opened just means no
      *  date list step is due.
      ****************************************************************
        load-posting-calendar section.
        move 0 to CAL-HOLIDAY-COUNT.
        move "N" to CAL-EOF-SWITCH.
        open input CAL-FILE.
        if WS-CAL-FILE-STATUS = "00"
            perform load-one-holiday until CAL-EOF
            close CAL-FILE
        end-if.

        load-one-holiday section.
        read CAL-FILE into CAL-RECORD
            at end set CAL-EOF to true
        end-read.
        if not CAL-EOF and CAL-DATE is numeric
                       and CAL-HOLIDAY-COUNT < 200
            add 1 to CAL-HOLIDAY-COUNT
            move CAL-DATE to CAL-HOLIDAY-DATE (CAL-HOLIDAY-COUNT)
        end-if.

        load-schedule-dates section.
        move 0 to SD-DATE-COUNT.
        move "N" to SCD-EOF-SWITCH.
        open input SCD-FILE.
        if WS-SCD-FILE-STATUS = "00"
            perform load-one-schedule-date until SCD-EOF
            close SCD-FILE
        end-if.

        load-one-schedule-date section.
        read SCD-FILE into SCD-RECORD
            at end set SCD-EOF to true
        end-read.
        if not SCD-EOF and SCD-DATE is numeric
                       and SCD-JOB-NAME not = space
            if SD-DATE-COUNT < 1000
                add 1 to SD-DATE-COUNT
                move SCD-JOB-NAME to SD-JOB-NAME (SD-DATE-COUNT)
                move SCD-DATE to SD-DATE (SD-DATE-COUNT)
            else
                display "KWI_NSM1: KWINSM.SCD holds more dates than "
                        "the table holds - date " SCD-DATE
                        " for job " SCD-JOB-NAME " ignored"
            end-if
        end-if.

      ****************************************************************
      *  Judge the date in WS-CHECK-DATE: a business day is a
      *  weekday not on the holiday calendar.
      ****************************************************************
        check-business-day section.
        move "N" to WS-BUSINESS-DAY-SW.
        move function integer-of-date
            (function numval (WS-CHECK-DATE))
            to WS-CHECK-DAY-NUMBER.
        move function mod (WS-CHECK-DAY-NUMBER, 7)
            to WS-CHECK-WEEKDAY.
        if WS-CHECK-WEEKDAY not = 6 and WS-CHECK-WEEKDAY not = 0
            move "Y" to WS-BUSINESS-DAY-SW
            perform match-one-holiday
                varying WS-CUR-HOLIDAY from 1 by 1
                until WS-CUR-HOLIDAY > CAL-HOLIDAY-COUNT
        end-if.

        match-one-holiday section.
        if CAL-HOLIDAY-DATE (WS-CUR-HOLIDAY) = WS-CHECK-DATE
            move "N" to WS-BUSINESS-DAY-SW
            move CAL-HOLIDAY-COUNT to WS-CUR-HOLIDAY
        end-if.

      ****************************************************************
      *  Step WS-CHECK-DATE to the next business day strictly after
      *  it, or the previous one strictly before it, bounded so a
      *  broken calendar cannot spin forever.
      ****************************************************************
        find-next-business-day section.
        move "N" to WS-BUSINESS-DAY-SW.
        move 0 to WS-ROLL-STEP-COUNT.
        perform seek-one-business-day
            until WS-IS-BUSINESS-DAY
               or WS-ROLL-STEP-COUNT > 366.

        seek-one-business-day section.
        add 1 to WS-ROLL-STEP-COUNT.
        perform step-one-day-forward.
        perform check-business-day.

        find-previous-business-day section.
        move "N" to WS-BUSINESS-DAY-SW.
        move 0 to WS-ROLL-STEP-COUNT.
        perform seek-one-business-day-back
            until WS-IS-BUSINESS-DAY
               or WS-ROLL-STEP-COUNT > 366.

        seek-one-business-day-back section.
        add 1 to WS-ROLL-STEP-COUNT.
        perform step-one-day-back.
        perform check-business-day.

        step-one-day-forward section.
        move function integer-of-date
            (function numval (WS-CHECK-DATE))
            to WS-CHECK-DAY-NUMBER.
        add 1 to WS-CHECK-DAY-NUMBER.
        move function date-of-integer (WS-CHECK-DAY-NUMBER)
            to WS-CHECK-DATE-N.
        move WS-CHECK-DATE-N to WS-CHECK-DATE.

        step-one-day-back section.
        move function integer-of-date
            (function numval (WS-CHECK-DATE))
            to WS-CHECK-DAY-NUMBER.
        subtract 1 from WS-CHECK-DAY-NUMBER.
        move function date-of-integer (WS-CHECK-DAY-NUMBER)
            to WS-CHECK-DATE-N.
        move WS-CHECK-DATE-N to WS-CHECK-DATE.

      ****************************************************************
      *  On a restart, mark every step already checkpointed for this
      *  run-id as skipped so the scheduler treats it as satisfied
            move "S" to STEP-STATE (WS-CUR-STEP)
        end-if.

      ****************************************************************
      *  Hold every step still to run whose job is fed by a sender
      *  with a feed missing from its sequence on the intake
      *  register: loading the job now would post around the hole.
      *  A held step gets its own FEEDGAP report record, is never
      *  checkpointed, and counts as dead to its dependents - a
      *  RESTART once the missing feed is taken in runs it.  No
      *  register yet just means no feed has ever been taken in.
      ****************************************************************
        hold-steps-missing-feeds section.
        move 0 to FI-SENDER-COUNT.
        move "N" to FIR-EOF-SWITCH.
        open input FIR-FILE.
        if WS-FIR-FILE-STATUS = "00"
            perform note-one-intake-record until FIR-EOF
            close FIR-FILE
        end-if.
        if FI-SENDER-COUNT > 0
            perform check-one-step-feeds
                varying WS-CUR-STEP from 1 by 1
                until WS-CUR-STEP > STEP-COUNT
        end-if.

        note-one-intake-record section.
        read FIR-FILE into FIR-RECORD
            at end set FIR-EOF to true
        end-read.
        if not FIR-EOF and FIR-SENDER not = space
                       and FIR-JOB-NAME not = space
                       and FIR-SEQUENCE is numeric
                       and FIR-SEQUENCE > 0
            move 0 to WS-SENDER-SUB
            perform match-one-intake-sender
                varying WS-CUR-SENDER from 1 by 1
                until WS-CUR-SENDER > FI-SENDER-COUNT
            if WS-SENDER-SUB = 0 and FI-SENDER-COUNT < 500
                add 1 to FI-SENDER-COUNT
                move FI-SENDER-COUNT to WS-SENDER-SUB
                move FIR-SENDER to FI-SENDER (WS-SENDER-SUB)
                move FIR-JOB-NAME to FI-JOB-NAME (WS-SENDER-SUB)
                move 0 to FI-ACCEPTED-SEQ (WS-SENDER-SUB)
                move 0 to FI-REGISTERED-SEQ (WS-SENDER-SUB)
            end-if
            if WS-SENDER-SUB > 0
                if FIR-SEQUENCE > FI-REGISTERED-SEQ (WS-SENDER-SUB)
                    move FIR-SEQUENCE
                        to FI-REGISTERED-SEQ (WS-SENDER-SUB)
                end-if
                if FIR-STATUS-ACCEPTED
                           and FIR-SEQUENCE
                                 > FI-ACCEPTED-SEQ (WS-SENDER-SUB)
                    move FIR-SEQUENCE
                        to FI-ACCEPTED-SEQ (WS-SENDER-SUB)
                end-if
            end-if
        end-if.

        match-one-intake-sender section.
        if FI-SENDER (WS-CUR-SENDER) = FIR-SENDER
                   and FI-JOB-NAME (WS-CUR-SENDER) = FIR-JOB-NAME
            move WS-CUR-SENDER to WS-SENDER-SUB
            move FI-SENDER-COUNT to WS-CUR-SENDER
        end-if.

        check-one-step-feeds section.
        if STEP-STATE (WS-CUR-STEP) = "P"
            move "N" to WS-FEED-GAP-SWITCH
            perform check-one-sender-gap
                varying WS-CUR-SENDER from 1 by 1
                until WS-CUR-SENDER > FI-SENDER-COUNT
            if WS-FEED-GAP
                perform hold-current-step
            end-if
        end-if.

        check-one-sender-gap section.
        if FI-JOB-NAME (WS-CUR-SENDER) = STEP-JOB-NAME (WS-CUR-STEP)
                   and FI-REGISTERED-SEQ (WS-CUR-SENDER)
                         > FI-ACCEPTED-SEQ (WS-CUR-SENDER)
            move "Y" to WS-FEED-GAP-SWITCH
            move FI-SENDER (WS-CUR-SENDER) to WS-GAP-SENDER
            compute WS-GAP-SEQUENCE
                = FI-ACCEPTED-SEQ (WS-CUR-SENDER) + 1
            move FI-SENDER-COUNT to WS-CUR-SENDER
        end-if.

        hold-current-step section.
        perform load-step-context.
        display "KWI_NSM1: job " CTL-JOB-NAME
                " held - feed " WS-GAP-SENDER " sequence "
                WS-GAP-SEQUENCE " has not been taken in (see "
                "KWINSM.FIR)".
        move function current-date to WS-RPT-START-TIME.
        move 0 to RESULTCODES-codeTerminate.
        move 0 to RESULTCODES-codeResult.
        move 0 to WS-SEMWAIT-RC.
        move "FEEDGAP" to WS-RPT-STATUS.
        perform write-control-report-record.
        move "H" to STEP-STATE (WS-CUR-STEP).
        if WS-RUN-RC = 0 or WS-RUN-RC = RC-WINDOW-DEFERRED
            move RC-FEED-MISSING to WS-RUN-RC
        end-if.

      ****************************************************************
      *  One scheduling cycle: launch whatever has become ready,
      *  then poll the steps in flight.  When nothing is active any

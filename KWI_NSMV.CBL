      *      one file as both input and output, and a pipeline
      *      step (one with both a predecessor and its own input
      *      file) whose input file is not any earlier step's
      *      output file, a run frequency KWI_NSM1 does not know,
      *      and a schedule date file (KWINSM.SCD) entry with a
      *      date that is not a date - and ends with a nonzero
      *      return code on any error, so the job stream can be
      *      stopped before KWI_NSM1 ever starts.  The blank-retry-
      *      column leniency matches KWI_NSM1's own edit: a control
      *      file cut before those columns existed reads them as
      *      zero, and a blank run frequency as daily.  It also
      *      warns, without failing the file, when a step is due on
      *      more days of the coming year than a predecessor it
      *      depends on (on the days the predecessor is not
      *      scheduled the step runs against output that was never
      *      refreshed), when a date list step has no dates, and
      *      when a schedule date names a job that is not a date
      *      list step.
      ****************************************************************
        identification division.
        program-id. KWI_NSMV.
            select CTL-FILE assign to "KWINSM.CTL"
                organization is line sequential
                file status is WS-FILE-STATUS.
            select CAL-FILE assign to "KWINSM.CAL"
                organization is line sequential
                file status is WS-CAL-FILE-STATUS.
            select SCD-FILE assign to "KWINSM.SCD"
                organization is line sequential
                file status is WS-SCD-FILE-STATUS.

        data division.
        file section.
        FD  CTL-FILE.
            copy KWI_CTL.
        FD  CAL-FILE.
            copy KWI_CAL.
        FD  SCD-FILE.
            copy KWI_SCD.

        working-storage section.
           78 VD-STEP-TABLE-LIMIT       VALUE 100.
                10  VD-PRED-JOB-NAME    PIC X(08).
                10  VD-INPUT-FILE       PIC X(12).
                10  VD-OUTPUT-FILE      PIC X(12).
                10  VD-RUN-FREQUENCY    PIC X(01).
                10  VD-DUE-DAYS         PIC 9(04) COMP-5.
        01  WS-CUR-STEP                 PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-SCAN-STEP                PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-RECORD-NUMBER            PIC 9(04) COMP-5 VALUE ZERO.
            88  WS-WALK-CYCLE               VALUE "Y".
        01  WS-MATCH-SWITCH             PIC X(01) VALUE "N".
            88  WS-MATCH-FOUND              VALUE "Y".
        01  WS-PRED-SUB                 PIC 9(04) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Fields used to judge when each step is due, the way
      *  KWI_NSM1 judges it: the posting calendar's holidays, the
      *  schedule date file, and the business-day work fields kept
      *  as KWI_NSM2 and KWI_NSMS keep them.  Day number modulo 7
      *  gives the weekday - 6 is Saturday, 0 is Sunday.  Each
      *  step's due days are counted over the coming year so a
      *  step can be set against its predecessor.
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
        01  WS-JUDGE-FREQUENCY          PIC X(01) VALUE SPACE.
            88  WS-JUDGE-FREQ-VALID         VALUES "D" "B" "L" "F"
                                                   "S" SPACE.
        01  WS-JUDGE-JOB-NAME           PIC X(08) VALUE SPACE.
        01  WS-SCHED-DATE               PIC X(08) VALUE SPACE.
        01  WS-SCHED-DATE-N             PIC 9(08) VALUE ZERO.
        01  WS-TODAY-DAY-NUMBER         PIC 9(08) COMP-5 VALUE ZERO.
        01  WS-HORIZON-OFFSET           PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-CHECK-DATE               PIC X(08) VALUE SPACE.
        01  WS-CHECK-DATE-N             PIC 9(08) VALUE ZERO.
        01  WS-CHECK-DAY-NUMBER         PIC 9(08) COMP-5 VALUE ZERO.
        01  WS-CHECK-WEEKDAY            PIC 9(01) VALUE ZERO.
        01  WS-BUSINESS-DAY-SW          PIC X(01) VALUE "N".
            88  WS-IS-BUSINESS-DAY          VALUE "Y".
        01  WS-ROLL-STEP-COUNT          PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-STEP-DUE-SW              PIC X(01) VALUE "Y".
            88  WS-STEP-IS-DUE              VALUE "Y".
        01  WS-STEP-DATE-COUNT          PIC 9(04) COMP-5 VALUE ZERO.

        procedure division.
        main section.
        end-if.
        perform validate-one-control-record until CTL-EOF.
        close CTL-FILE.
        perform load-posting-calendar.
        perform validate-schedule-dates.
        move function integer-of-date
            (function numval (function current-date (1:8)))
            to WS-TODAY-DAY-NUMBER.
        perform count-one-step-due-days
            varying WS-CUR-STEP from 1 by 1
            until WS-CUR-STEP > VD-STEP-COUNT.

        if VD-STEP-COUNT = 0
            display "KWI_NSMV: the control file names no steps"
                        "output - a step cannot feed itself"
                add 1 to WS-ERROR-COUNT
            end-if
            if not CTL-FREQ-VALID
                display "KWI_NSMV: job " CTL-JOB-NAME
                        " has unknown run frequency "
                        CTL-RUN-FREQUENCY " - use D, B, L, F, or S"
                add 1 to WS-ERROR-COUNT
            end-if
            perform check-duplicate-job-name
            if VD-STEP-COUNT < VD-STEP-TABLE-LIMIT
                add 1 to VD-STEP-COUNT
                    to VD-INPUT-FILE (VD-STEP-COUNT)
                move CTL-OUTPUT-FILE
                    to VD-OUTPUT-FILE (VD-STEP-COUNT)
                move CTL-RUN-FREQUENCY
                    to VD-RUN-FREQUENCY (VD-STEP-COUNT)
                move 0 to VD-DUE-DAYS (VD-STEP-COUNT)
            else
                display "KWI_NSMV: more steps than the step table "
                        "holds - job " CTL-JOB-NAME
        if VD-PRED-JOB-NAME (WS-CUR-STEP) not = space
            perform check-predecessor-exists
            perform check-predecessor-cycle
            if WS-PRED-SUB > 0
                perform check-predecessor-frequency
            end-if
        end-if.
      ****************************************************************
      *  An input file of the step's own is only a pipeline link

        check-predecessor-exists section.
        move "N" to WS-MATCH-SWITCH.
        move 0 to WS-PRED-SUB.
        perform match-one-predecessor
            varying WS-SCAN-STEP from 1 by 1
            until WS-SCAN-STEP > VD-STEP-COUNT.
        if VD-JOB-NAME (WS-SCAN-STEP)
                       = VD-PRED-JOB-NAME (WS-CUR-STEP)
            move "Y" to WS-MATCH-SWITCH
            move WS-SCAN-STEP to WS-PRED-SUB
            move VD-STEP-COUNT to WS-SCAN-STEP
        end-if.

            move "Y" to WS-MATCH-SWITCH
            move WS-CUR-STEP to WS-SCAN-STEP
        end-if.

      ****************************************************************
      *  A step due on more days than the predecessor it depends on
      *  runs, on the days between, against a predecessor KWI_NSM1
      *  treats as satisfied without running it.  That may be
      *  intended, so it is a warning, not an error.  A step with a
      *  run frequency already reported as unknown is not compared.
      ****************************************************************
        check-predecessor-frequency section.
        move VD-RUN-FREQUENCY (WS-PRED-SUB) to WS-JUDGE-FREQUENCY.
        if WS-JUDGE-FREQ-VALID
            move VD-RUN-FREQUENCY (WS-CUR-STEP)
                to WS-JUDGE-FREQUENCY
        end-if.
        if WS-JUDGE-FREQ-VALID
                   and VD-DUE-DAYS (WS-CUR-STEP)
                         > VD-DUE-DAYS (WS-PRED-SUB)
            display "KWI_NSMV: warning - job "
                    VD-JOB-NAME (WS-CUR-STEP) " (due "
                    VD-DUE-DAYS (WS-CUR-STEP) " day(s) in the "
                    "coming year) runs more often than its "
                    "predecessor " VD-JOB-NAME (WS-PRED-SUB)
                    " (due " VD-DUE-DAYS (WS-PRED-SUB) " day(s))"
        end-if.

      ****************************************************************
      *  Count the days of the coming year, from today, on which one
      *  step is due.  A date list step with no dates at all is
      *  never due, which is worth a warning of its own.
      ****************************************************************
        count-one-step-due-days section.
        move VD-RUN-FREQUENCY (WS-CUR-STEP) to WS-JUDGE-FREQUENCY.
        move VD-JOB-NAME (WS-CUR-STEP) to WS-JUDGE-JOB-NAME.
        move 0 to VD-DUE-DAYS (WS-CUR-STEP).
        if WS-JUDGE-FREQ-VALID
            perform count-one-due-day
                varying WS-HORIZON-OFFSET from 0 by 1
                until WS-HORIZON-OFFSET > 365
        end-if.
        if WS-JUDGE-FREQUENCY = "S"
            move 0 to WS-STEP-DATE-COUNT
            perform count-one-step-date
                varying WS-CUR-SCHED-DATE from 1 by 1
                until WS-CUR-SCHED-DATE > SD-DATE-COUNT
            if WS-STEP-DATE-COUNT = 0
                display "KWI_NSMV: warning - job "
                        VD-JOB-NAME (WS-CUR-STEP) " has run "
                        "frequency S but no dates on KWINSM.SCD - "
                        "it will never run"
            end-if
        end-if.

        count-one-due-day section.
        compute WS-CHECK-DAY-NUMBER
            = WS-TODAY-DAY-NUMBER + WS-HORIZON-OFFSET.
        move function date-of-integer (WS-CHECK-DAY-NUMBER)
            to WS-SCHED-DATE-N.
        move WS-SCHED-DATE-N to WS-SCHED-DATE.
        perform judge-step-due.
        if WS-STEP-IS-DUE
            add 1 to VD-DUE-DAYS (WS-CUR-STEP)
        end-if.

        count-one-step-date section.
        if SD-JOB-NAME (WS-CUR-SCHED-DATE) = WS-JUDGE-JOB-NAME
            add 1 to WS-STEP-DATE-COUNT
        end-if.

      ****************************************************************
      *  Decide, as KWI_NSM1 does, whether a step of run frequency
      *  WS-JUDGE-FREQUENCY for job WS-JUDGE-JOB-NAME is due on
      *  WS-SCHED-DATE.  Last and first business day of the month
      *  are the business days whose next or previous business day
      *  falls in another month.
      ****************************************************************
        judge-step-due section.
        move "N" to WS-STEP-DUE-SW.
        move WS-SCHED-DATE to WS-CHECK-DATE.
        evaluate WS-JUDGE-FREQUENCY
            when "D"
            when space
                move "Y" to WS-STEP-DUE-SW
            when "B"
                perform check-business-day
                if WS-IS-BUSINESS-DAY
                    move "Y" to WS-STEP-DUE-SW
                end-if
            when "L"
                perform check-business-day
                if WS-IS-BUSINESS-DAY
                    perform find-next-business-day
                    if WS-CHECK-DATE (1:6) not = WS-SCHED-DATE (1:6)
                        move "Y" to WS-STEP-DUE-SW
                    end-if
                end-if
            when "F"
                perform check-business-day
                if WS-IS-BUSINESS-DAY
                    perform find-previous-business-day
                    if WS-CHECK-DATE (1:6) not = WS-SCHED-DATE (1:6)
                        move "Y" to WS-STEP-DUE-SW
                    end-if
                end-if
            when "S"
                perform match-one-schedule-date
                    varying WS-CUR-SCHED-DATE from 1 by 1
                    until WS-CUR-SCHED-DATE > SD-DATE-COUNT
        end-evaluate.

        match-one-schedule-date section.
        if SD-JOB-NAME (WS-CUR-SCHED-DATE) = WS-JUDGE-JOB-NAME
                   and SD-DATE (WS-CUR-SCHED-DATE) = WS-SCHED-DATE
            move "Y" to WS-STEP-DUE-SW
            move SD-DATE-COUNT to WS-CUR-SCHED-DATE
        end-if.

      ****************************************************************
      *  Load the shop's posting calendar.  A calendar that cannot
      *  be opened just means no holidays.
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

      ****************************************************************
      *  Check and load the schedule date file.  A date that is not
      *  a CCYYMMDD date is an error - KWI_NSM1 would never match
      *  it and the step would silently not run that day.  A date
      *  for a job that is not a date list step in the control
      *  file is a warning: it will never be looked at.  No file
      *  at all is only a problem if some step has run frequency S,
      *  which the due-day count reports.
      ****************************************************************
        validate-schedule-dates section.
        move 0 to SD-DATE-COUNT.
        move "N" to SCD-EOF-SWITCH.
        open input SCD-FILE.
        if WS-SCD-FILE-STATUS = "00"
            perform validate-one-schedule-date until SCD-EOF
            close SCD-FILE
        end-if.

        validate-one-schedule-date section.
        read SCD-FILE into SCD-RECORD
            at end set SCD-EOF to true
        end-read.
        if not SCD-EOF
            if SCD-DATE is not numeric
                       or SCD-DATE (5:2) < "01"
                       or SCD-DATE (5:2) > "12"
                       or SCD-DATE (7:2) < "01"
                       or SCD-DATE (7:2) > "31"
                display "KWI_NSMV: KWINSM.SCD date " SCD-DATE
                        " for job " SCD-JOB-NAME
                        " is not a CCYYMMDD date"
                add 1 to WS-ERROR-COUNT
            else
                perform check-schedule-date-job
                if SD-DATE-COUNT < 1000
                    add 1 to SD-DATE-COUNT
                    move SCD-JOB-NAME to SD-JOB-NAME (SD-DATE-COUNT)
                    move SCD-DATE to SD-DATE (SD-DATE-COUNT)
                else
                    display "KWI_NSMV: KWINSM.SCD holds more dates "
                            "than KWI_NSM1 loads - date " SCD-DATE
                            " for job " SCD-JOB-NAME
                            " would be ignored"
                    add 1 to WS-ERROR-COUNT
                end-if
            end-if
        end-if.

        check-schedule-date-job section.
        move "N" to WS-MATCH-SWITCH.
        perform match-one-date-list-step
            varying WS-SCAN-STEP from 1 by 1
            until WS-SCAN-STEP > VD-STEP-COUNT.
        if not WS-MATCH-FOUND
            display "KWI_NSMV: warning - KWINSM.SCD date " SCD-DATE
                    " names job " SCD-JOB-NAME
                    ", which is not a run frequency S step"
        end-if.

        match-one-date-list-step section.
        if VD-JOB-NAME (WS-SCAN-STEP) = SCD-JOB-NAME
                   and VD-RUN-FREQUENCY (WS-SCAN-STEP) = "S"
            move "Y" to WS-MATCH-SWITCH
            move VD-STEP-COUNT to WS-SCAN-STEP
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

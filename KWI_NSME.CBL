
      $set ans85 mf noosvs defaultbyte"00"
      ****************************************************************
      *
      *  Program:
      *      KWI_NSME.CBL
      *  Desription:
      *      Month-end accounting period close.  Driven from the
      *      command line, one action per run:
      *          CLOSE  <CCYYMM>      close the month
      *          REOPEN <CCYYMM>      reopen a closed month
      *          LIST                 show every period on file
      *      CLOSE reads the results file (KWINSM.RSL) through and
      *      totals every ACCEPTED posting whose effective date falls
      *      in the month by account and type code, writes those
      *      month-to-date totals to KWINSM.MTD (see KWI_MTD.CPY),
      *      and records the month as CLOSED in the period control
      *      file (KWINSM.PER, see KWI_PER.CPY).  From then on
      *      KWI_NSM2's business edits reject any transaction dated
      *      into the month, so nothing lands in a month finance has
      *      already reported.  A month that has not started yet
      *      cannot be closed.  REOPEN lets the controller post into
      *      a closed month again - the period is marked REOPENED
      *      until it is closed a second time, which cuts its totals
      *      afresh.  Every close and reopen is written to the
      *      period log (KWINSM.PLG, see KWI_PLG.CPY) with the user
      *      id that did it, taken from the USER environment
      *      variable.  The control file and the totals file are
      *      rewritten through a work file, kept in period order.
      ****************************************************************
        identification division.
        program-id. KWI_NSME.

        environment division.
        input-output section.
        file-control.
      ****************************************************************
      *  Results file, indexed on run-id, job name, and transaction
      *  id.  A month's postings span many runs, so the whole file
      *  is read through in key order.
      ****************************************************************
            select RSL-FILE assign to "KWINSM.RSL"
                organization is indexed
                access mode is sequential
                record key is RSL-KEY
                file status is WS-RSL-FILE-STATUS.
      ****************************************************************
      *  The period control file and the month-to-date totals,
      *  both rewritten through the work file; the period log is
      *  only ever appended to.
      ****************************************************************
            select PER-FILE assign to "KWINSM.PER"
                organization is line sequential
                file status is WS-PER-FILE-STATUS.
            select MTD-FILE assign to "KWINSM.MTD"
                organization is line sequential
                file status is WS-MTD-FILE-STATUS.
            select PLG-FILE assign to "KWINSM.PLG"
                organization is line sequential
                file status is WS-PLG-FILE-STATUS.
            select EWK-FILE assign to dynamic WS-EWK-NAME
                organization is line sequential
                file status is WS-EWK-FILE-STATUS.

        data division.
        file section.
        FD  RSL-FILE.
            copy KWI_RSL.
        FD  PER-FILE.
            copy KWI_PER.
        FD  MTD-FILE.
            copy KWI_MTD.
        FD  PLG-FILE.
            copy KWI_PLG.
        FD  EWK-FILE.
        01  EWK-RECORD                  PIC X(80).

        working-storage section.
        01  WS-RSL-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-PER-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-MTD-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-PLG-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-EWK-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-EWK-NAME                 PIC X(12) VALUE "KWINSME.WRK".
        01  RSL-EOF-SWITCH              PIC X(01) VALUE "N".
            88  RSL-EOF                     VALUE "Y".
        01  PER-EOF-SWITCH              PIC X(01) VALUE "N".
            88  PER-EOF                     VALUE "Y".
        01  MTD-EOF-SWITCH              PIC X(01) VALUE "N".
            88  MTD-EOF                     VALUE "Y".
        01  EWK-EOF-SWITCH              PIC X(01) VALUE "N".
            88  EWK-EOF                     VALUE "Y".

      ****************************************************************
      *  The action and period given on the command line, the
      *  signed-on user id, the month the calendar is in now, and
      *  the one timestamp every record this run writes carries.
      ****************************************************************
        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-ACTION                   PIC X(06) VALUE SPACE.
        01  WS-PERIOD                   PIC X(06) VALUE SPACE.
        01  WS-PERIOD-CCYYMM REDEFINES WS-PERIOD.
            05  WS-PERIOD-YEAR          PIC 9(04).
            05  WS-PERIOD-MONTH         PIC 9(02).
        01  WS-USER-ID                  PIC X(08) VALUE SPACE.
        01  WS-CURRENT-PERIOD           PIC X(06) VALUE SPACE.
        01  WS-ACTION-TIMESTAMP         PIC X(21) VALUE SPACE.

      ****************************************************************
      *  What the period control file says about the period in
      *  hand, and whether the rewrite has placed its record yet.
      *  The record read is held here while a new one is written
      *  ahead of it.
      ****************************************************************
        01  WS-PER-FOUND-SWITCH         PIC X(01) VALUE "N".
            88  WS-PER-FOUND                VALUE "Y".
        01  WS-PER-FOUND-STATUS         PIC X(01) VALUE SPACE.
            88  WS-PER-FOUND-CLOSED         VALUE "C".
        01  WS-PER-PLACED-SWITCH        PIC X(01) VALUE "N".
            88  WS-PER-PLACED               VALUE "Y".
        01  WS-PER-HOLD                 PIC X(80) VALUE SPACE.
        01  WS-MTD-PLACED-SWITCH        PIC X(01) VALUE "N".
            88  WS-MTD-PLACED               VALUE "Y".
        01  WS-MTD-HOLD                 PIC X(80) VALUE SPACE.
        01  WS-PERIOD-LISTED-COUNT      PIC 9(05) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Month-to-date totals by account and type code, kept in
      *  account and type code order as they are built so the
      *  totals file comes out sorted, and the grand totals the
      *  period log records.
      ****************************************************************
        01  ME-TOTAL-TABLE.
            05  ME-TOTAL-COUNT          PIC 9(05) COMP-5 VALUE ZERO.
            05  ME-TOTAL-ENTRY OCCURS 1 TO 5000 TIMES
                                DEPENDING ON ME-TOTAL-COUNT.
                10  ME-TOTAL-KEY.
                    15  ME-ACCOUNT-NUMBER   PIC X(10).
                    15  ME-TYPE-CODE        PIC X(02).
                10  ME-POSTING-COUNT    PIC 9(07) COMP-5.
                10  ME-AMOUNT           PIC 9(13)V99.
        01  WS-RSL-TOTAL-KEY.
            05  WS-RSL-ACCOUNT-NUMBER   PIC X(10).
            05  WS-RSL-TYPE-CODE        PIC X(02).
        01  WS-CUR-TOTAL                PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-TOTAL-SUB                PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-INSERT-SUB               PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-SHIFT-SUB                PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-TOTAL-FOUND-SWITCH       PIC X(01) VALUE "N".
            88  WS-TOTAL-FOUND              VALUE "Y".
        01  WS-POSTING-COUNT            PIC 9(07) COMP-5 VALUE ZERO.
        01  WS-POSTING-AMOUNT           PIC 9(13)V99 VALUE ZERO.

      ****************************************************************
      *  One line of the LIST display.
      ****************************************************************
        01  WS-PERIOD-LINE.
            05  WS-PLN-PERIOD           PIC X(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-PLN-STATUS           PIC X(08).
            05  FILLER                  PIC X(08) VALUE " CLOSED ".
            05  WS-PLN-CLOSED-BY        PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-PLN-CLOSED-AT        PIC X(12).
            05  FILLER                  PIC X(10) VALUE " REOPENED ".
            05  WS-PLN-REOPENED-BY      PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-PLN-REOPENED-AT      PIC X(12).

        procedure division.
        main section.

        perform parse-command-line.

        evaluate WS-ACTION
            when "CLOSE"
                perform close-period
            when "REOPEN"
                perform reopen-period
            when "LIST"
                perform list-periods
            when other
                perform show-usage
                exit program returning 9999
        end-evaluate.

        goback.

      ****************************************************************
      *  Split the command line into the action and the period.
      *  CLOSE and REOPEN need a real month, CCYYMM.
      ****************************************************************
        parse-command-line section.
        accept WS-COMMAND-LINE from command-line.
        if WS-COMMAND-LINE not = space
            unstring WS-COMMAND-LINE delimited by all space
                into WS-ACTION WS-PERIOD
            end-unstring
        end-if.
        if WS-ACTION = "CLOSE" or WS-ACTION = "REOPEN"
            if WS-PERIOD not numeric
                       or WS-PERIOD-MONTH < 01
                       or WS-PERIOD-MONTH > 12
                perform show-usage
                exit program returning 9999
            end-if
        end-if.

        show-usage section.
        display "KWI_NSME: usage is one of".
        display "  CLOSE  <CCYYMM>".
        display "  REOPEN <CCYYMM>".
        display "  LIST".

      ****************************************************************
      *  The signed-on user id every close and reopen is logged
      *  under.  A period change nobody can be held to is refused.
      ****************************************************************
        identify-signed-on-user section.
        move space to WS-USER-ID.
        display "USER" upon environment-name.
        accept WS-USER-ID from environment-value.
        if WS-USER-ID = space
            display "KWI_NSME: no user id - set USER to the "
                    "signed-on user before closing or reopening "
                    "a period"
            exit program returning 9999
        end-if.

      ****************************************************************
      *  Close the period: refuse one already closed or not yet
      *  begun, cut its month-to-date totals from the results file,
      *  then mark it closed and log the close.  The totals are
      *  written before the period is marked, so a close that dies
      *  part way leaves the month open and is simply run again.
      ****************************************************************
        close-period section.
        perform identify-signed-on-user.
        perform find-period-record.
        if WS-PER-FOUND and WS-PER-FOUND-CLOSED
            display "KWI_NSME: period " WS-PERIOD
                    " is already closed"
            exit program returning 9999
        end-if.
        move function current-date (1:6) to WS-CURRENT-PERIOD.
        if WS-PERIOD > WS-CURRENT-PERIOD
            display "KWI_NSME: period " WS-PERIOD
                    " has not begun - it cannot be closed"
            exit program returning 9999
        end-if.
        move function current-date to WS-ACTION-TIMESTAMP.

        perform accumulate-month-totals.
        perform rewrite-month-totals.
        perform rewrite-period-control.
        perform write-period-log.

        display "KWI_NSME: closed period " WS-PERIOD " - "
                WS-POSTING-COUNT " posting(s) totalled over "
                ME-TOTAL-COUNT " account/type line(s) to "
                "KWINSM.MTD".

      ****************************************************************
      *  Reopen a closed period so it posts again, and log who did
      *  it.  Its month-to-date totals stay on file until the next
      *  close replaces them.
      ****************************************************************
        reopen-period section.
        perform identify-signed-on-user.
        perform find-period-record.
        if not WS-PER-FOUND or not WS-PER-FOUND-CLOSED
            display "KWI_NSME: period " WS-PERIOD
                    " is not closed - nothing to reopen"
            exit program returning 9999
        end-if.
        move function current-date to WS-ACTION-TIMESTAMP.
        move 0 to WS-POSTING-COUNT.
        move 0 to WS-POSTING-AMOUNT.

        perform rewrite-period-control.
        perform write-period-log.

        display "KWI_NSME: reopened period " WS-PERIOD
                " - logged to KWINSM.PLG under " WS-USER-ID.

      ****************************************************************
      *  Look the period up on the control file.  A missing file
      *  means no period was ever closed.
      ****************************************************************
        find-period-record section.
        move "N" to WS-PER-FOUND-SWITCH.
        move space to WS-PER-FOUND-STATUS.
        move "N" to PER-EOF-SWITCH.
        open input PER-FILE.
        if WS-PER-FILE-STATUS = "00"
            perform find-one-period-record until PER-EOF
            close PER-FILE
        end-if.

        find-one-period-record section.
        read PER-FILE into PER-RECORD
            at end set PER-EOF to true
        end-read.
        if not PER-EOF and PER-PERIOD = WS-PERIOD
            move "Y" to WS-PER-FOUND-SWITCH
            move PER-STATUS to WS-PER-FOUND-STATUS
        end-if.

      ****************************************************************
      *  Read the results file through and total every ACCEPTED
      *  posting effective in the period by account and type code.
      ****************************************************************
        accumulate-month-totals section.
        move 0 to ME-TOTAL-COUNT.
        move 0 to WS-POSTING-COUNT.
        move 0 to WS-POSTING-AMOUNT.
        open input RSL-FILE.
        if WS-RSL-FILE-STATUS not = "00"
            display "KWI_NSME: unable to open KWINSM.RSL - status "
                    WS-RSL-FILE-STATUS
            exit program returning 9999
        end-if.
        perform total-one-result-record until RSL-EOF.
        close RSL-FILE.

        total-one-result-record section.
        read RSL-FILE
            at end set RSL-EOF to true
        end-read.
        if not RSL-EOF and RSL-DISP-ACCEPTED
                   and RSL-EFFECTIVE-DATE (1:6) = WS-PERIOD
            move RSL-ACCOUNT-NUMBER to WS-RSL-ACCOUNT-NUMBER
            move RSL-TYPE-CODE to WS-RSL-TYPE-CODE
            perform locate-total-entry
            add 1 to ME-POSTING-COUNT (WS-TOTAL-SUB)
            add RSL-AMOUNT to ME-AMOUNT (WS-TOTAL-SUB)
            add 1 to WS-POSTING-COUNT
            add RSL-AMOUNT to WS-POSTING-AMOUNT
        end-if.

      ****************************************************************
      *  Find the table entry for the account and type code in hand,
      *  or insert one at its place in key order, leaving its
      *  subscript in WS-TOTAL-SUB.
      ****************************************************************
        locate-total-entry section.
        move "N" to WS-TOTAL-FOUND-SWITCH.
        move 0 to WS-TOTAL-SUB.
        move 0 to WS-INSERT-SUB.
        perform match-one-total-entry
            varying WS-CUR-TOTAL from 1 by 1
            until WS-CUR-TOTAL > ME-TOTAL-COUNT.
        if not WS-TOTAL-FOUND
            if ME-TOTAL-COUNT >= 5000
                display "KWI_NSME: period " WS-PERIOD " posts to "
                        "more account/type lines than the table "
                        "holds - stopping"
                exit program returning 9999
            end-if
            if WS-INSERT-SUB = 0
                compute WS-INSERT-SUB = ME-TOTAL-COUNT + 1
            end-if
            add 1 to ME-TOTAL-COUNT
            perform shift-one-total-entry
                varying WS-SHIFT-SUB from ME-TOTAL-COUNT by -1
                until WS-SHIFT-SUB <= WS-INSERT-SUB
            move WS-RSL-TOTAL-KEY to ME-TOTAL-KEY (WS-INSERT-SUB)
            move 0 to ME-POSTING-COUNT (WS-INSERT-SUB)
            move 0 to ME-AMOUNT (WS-INSERT-SUB)
            move WS-INSERT-SUB to WS-TOTAL-SUB
        end-if.

        match-one-total-entry section.
        if ME-TOTAL-KEY (WS-CUR-TOTAL) = WS-RSL-TOTAL-KEY
            move "Y" to WS-TOTAL-FOUND-SWITCH
            move WS-CUR-TOTAL to WS-TOTAL-SUB
            move ME-TOTAL-COUNT to WS-CUR-TOTAL
        else
            if ME-TOTAL-KEY (WS-CUR-TOTAL) > WS-RSL-TOTAL-KEY
                move WS-CUR-TOTAL to WS-INSERT-SUB
                move ME-TOTAL-COUNT to WS-CUR-TOTAL
            end-if
        end-if.

        shift-one-total-entry section.
        move ME-TOTAL-ENTRY (WS-SHIFT-SUB - 1)
            to ME-TOTAL-ENTRY (WS-SHIFT-SUB).

      ****************************************************************
      *  Rewrite the month-to-date totals file through the work file:
      *  every other period's records are kept, any left from an
      *  earlier close of this period are dropped, and this close's
      *  totals are written in period order.
      ****************************************************************
        rewrite-month-totals section.
        move "N" to WS-MTD-PLACED-SWITCH.
        move "N" to MTD-EOF-SWITCH.
        open output EWK-FILE.
        if WS-EWK-FILE-STATUS not = "00"
            display "KWI_NSME: unable to open KWINSME.WRK - status "
                    WS-EWK-FILE-STATUS
            exit program returning 9999
        end-if.
        open input MTD-FILE.
        if WS-MTD-FILE-STATUS = "00"
            perform route-one-total-record until MTD-EOF
            close MTD-FILE
        end-if.
        if not WS-MTD-PLACED
            perform write-period-totals
        end-if.
        close EWK-FILE.
        perform copy-work-file-to-totals.

        route-one-total-record section.
        read MTD-FILE into MTD-RECORD
            at end set MTD-EOF to true
        end-read.
        if not MTD-EOF and MTD-PERIOD not = WS-PERIOD
            if MTD-PERIOD > WS-PERIOD and not WS-MTD-PLACED
                move MTD-RECORD to WS-MTD-HOLD
                perform write-period-totals
                move WS-MTD-HOLD to MTD-RECORD
            end-if
            write EWK-RECORD from MTD-RECORD
        end-if.

        write-period-totals section.
        perform write-one-period-total
            varying WS-CUR-TOTAL from 1 by 1
            until WS-CUR-TOTAL > ME-TOTAL-COUNT.
        move "Y" to WS-MTD-PLACED-SWITCH.

        write-one-period-total section.
        move space to MTD-RECORD.
        move WS-PERIOD to MTD-PERIOD.
        move ME-ACCOUNT-NUMBER (WS-CUR-TOTAL) to MTD-ACCOUNT-NUMBER.
        move ME-TYPE-CODE (WS-CUR-TOTAL) to MTD-TYPE-CODE.
        move ME-POSTING-COUNT (WS-CUR-TOTAL) to MTD-POSTING-COUNT.
        move ME-AMOUNT (WS-CUR-TOTAL) to MTD-AMOUNT.
        move WS-ACTION-TIMESTAMP to MTD-CLOSED-TIMESTAMP.
        write EWK-RECORD from MTD-RECORD.

        copy-work-file-to-totals section.
        move "N" to EWK-EOF-SWITCH.
        open input EWK-FILE.
        if WS-EWK-FILE-STATUS not = "00"
            display "KWI_NSME: unable to reopen KWINSME.WRK - "
                    "status " WS-EWK-FILE-STATUS
            exit program returning 9999
        end-if.
        open output MTD-FILE.
        if WS-MTD-FILE-STATUS not = "00"
            display "KWI_NSME: unable to rewrite KWINSM.MTD - "
                    "status " WS-MTD-FILE-STATUS
            exit program returning 9999
        end-if.
        perform copy-one-total-back until EWK-EOF.
        close EWK-FILE MTD-FILE.

        copy-one-total-back section.
        read EWK-FILE into MTD-RECORD
            at end set EWK-EOF to true
        end-read.
        if not EWK-EOF
            write MTD-RECORD
        end-if.

      ****************************************************************
      *  Rewrite the period control file through the work file with
      *  the period in hand closed or reopened - its record updated
      *  where it already exists, or a new one written at its place
      *  in period order the first time the month is closed.
      ****************************************************************
        rewrite-period-control section.
        move "N" to WS-PER-PLACED-SWITCH.
        move "N" to PER-EOF-SWITCH.
        open output EWK-FILE.
        if WS-EWK-FILE-STATUS not = "00"
            display "KWI_NSME: unable to open KWINSME.WRK - status "
                    WS-EWK-FILE-STATUS
            exit program returning 9999
        end-if.
        open input PER-FILE.
        if WS-PER-FILE-STATUS = "00"
            perform route-one-period-record until PER-EOF
            close PER-FILE
        end-if.
        if not WS-PER-PLACED
            perform write-new-period-record
        end-if.
        close EWK-FILE.
        perform copy-work-file-to-control.

        route-one-period-record section.
        read PER-FILE into PER-RECORD
            at end set PER-EOF to true
        end-read.
        if not PER-EOF
            if PER-PERIOD = WS-PERIOD
                perform apply-period-action
                move "Y" to WS-PER-PLACED-SWITCH
            else
                if PER-PERIOD > WS-PERIOD and not WS-PER-PLACED
                    move PER-RECORD to WS-PER-HOLD
                    perform write-new-period-record
                    move WS-PER-HOLD to PER-RECORD
                end-if
            end-if
            write EWK-RECORD from PER-RECORD
        end-if.

        write-new-period-record section.
        move space to PER-RECORD.
        move WS-PERIOD to PER-PERIOD.
        perform apply-period-action.
        write EWK-RECORD from PER-RECORD.
        move "Y" to WS-PER-PLACED-SWITCH.

        apply-period-action section.
        if WS-ACTION = "CLOSE"
            set PER-STATUS-CLOSED to true
            move WS-USER-ID to PER-CLOSED-BY
            move WS-ACTION-TIMESTAMP to PER-CLOSED-TIMESTAMP
        else
            set PER-STATUS-REOPENED to true
            move WS-USER-ID to PER-REOPENED-BY
            move WS-ACTION-TIMESTAMP to PER-REOPENED-TIMESTAMP
        end-if.

        copy-work-file-to-control section.
        move "N" to EWK-EOF-SWITCH.
        open input EWK-FILE.
        if WS-EWK-FILE-STATUS not = "00"
            display "KWI_NSME: unable to reopen KWINSME.WRK - "
                    "status " WS-EWK-FILE-STATUS
            exit program returning 9999
        end-if.
        open output PER-FILE.
        if WS-PER-FILE-STATUS not = "00"
            display "KWI_NSME: unable to rewrite KWINSM.PER - "
                    "status " WS-PER-FILE-STATUS
            exit program returning 9999
        end-if.
        perform copy-one-period-back until EWK-EOF.
        close EWK-FILE PER-FILE.

        copy-one-period-back section.
        read EWK-FILE into PER-RECORD
            at end set EWK-EOF to true
        end-read.
        if not EWK-EOF
            write PER-RECORD
        end-if.

      ****************************************************************
      *  Append the close or reopen just made to the period log.
      ****************************************************************
        write-period-log section.
        move space to PLG-RECORD.
        move WS-ACTION-TIMESTAMP to PLG-TIMESTAMP.
        move WS-PERIOD to PLG-PERIOD.
        move WS-ACTION to PLG-ACTION.
        move WS-USER-ID to PLG-USER-ID.
        move WS-POSTING-COUNT to PLG-POSTING-COUNT.
        move WS-POSTING-AMOUNT to PLG-POSTING-AMOUNT.
        open extend PLG-FILE.
        if WS-PLG-FILE-STATUS not = "00"
            display "KWI_NSME: unable to open KWINSM.PLG - status "
                    WS-PLG-FILE-STATUS
            display "KWI_NSME: period " WS-PERIOD " was changed "
                    "but the change was not logged"
            exit program returning 9999
        end-if.
        write PLG-RECORD.
        close PLG-FILE.

      ****************************************************************
      *  Display every period on the control file with its state and
      *  who last closed and reopened it.
      ****************************************************************
        list-periods section.
        move "N" to PER-EOF-SWITCH.
        open input PER-FILE.
        if WS-PER-FILE-STATUS = "00"
            perform list-one-period-record until PER-EOF
            close PER-FILE
        end-if.
        display "KWI_NSME: " WS-PERIOD-LISTED-COUNT
                " period(s) on KWINSM.PER".

        list-one-period-record section.
        read PER-FILE into PER-RECORD
            at end set PER-EOF to true
        end-read.
        if not PER-EOF
            add 1 to WS-PERIOD-LISTED-COUNT
            move PER-PERIOD to WS-PLN-PERIOD
            if PER-STATUS-CLOSED
                move "CLOSED" to WS-PLN-STATUS
            else
                move "REOPENED" to WS-PLN-STATUS
            end-if
            move PER-CLOSED-BY to WS-PLN-CLOSED-BY
            move PER-CLOSED-TIMESTAMP (1:12) to WS-PLN-CLOSED-AT
            move PER-REOPENED-BY to WS-PLN-REOPENED-BY
            move PER-REOPENED-TIMESTAMP (1:12) to WS-PLN-REOPENED-AT
            display WS-PERIOD-LINE
        end-if.


      $set ans85 mf noosvs defaultbyte"00"
      ****************************************************************
      *
      *  Program:
      *      KWI_NSMI.CBL
      *  Desription:
      *      Transaction lifecycle inquiry.  Given a transaction id,
      *      and optionally a job name and a run-id to narrow it,
      *      this program gathers everything the operational files
      *      know about that transaction and prints it in time order
      *      to KWINSM.INQ:
      *          - each load reject (KWINSM.REJ) with its reason
      *            code, and whether it has been recycled;
      *          - each time it was staged (KWINSM.STG and the
      *            dated archive generations housekeeping moved
      *            staging records to), with its block number -
      *            the block's place among the job's staged blocks
      *            for the run - timed by the step's start in the
      *            control report (KWINSM.RPT or its generation);
      *          - each disposition and reason code (KWINSM.RSL);
      *          - each suspense hold and release (KWINSM.SUS);
      *          - each high-value review hold and the reviewer's
      *            decision (KWINSM.HVQ);
      *          - its posting history record (KWINSM.HST);
      *          - each GL extract that carried it (KWINSM.GLX),
      *            confirmed against the detail of the interface
      *            file still on hand (KWINSM.GLI) where that is the
      *            same extract.
      *      Archive generations are looked for from the named
      *      run's registry date (or, with no run-id, a fixed span
      *      of days back) up to today.  The audit log and the
      *      checkpoint file hold nothing per transaction and are
      *      not read.  Command line:
      *          KWI_NSMI <trans-id> [<job>|* [<run-id>]]
      ****************************************************************
        identification division.
        program-id. KWI_NSMI.

        environment division.
        input-output section.
        file-control.
            select REJ-FILE assign to "KWINSM.REJ"
                organization is line sequential
                file status is WS-REJ-FILE-STATUS.
      ****************************************************************
      *  The staging and control report files are read through
      *  generic names so the live file and each archive generation
      *  can be read in turn.
      ****************************************************************
            select STG-FILE assign to dynamic WS-STG-NAME
                organization is line sequential
                file status is WS-STG-FILE-STATUS.
            select RPT-FILE assign to dynamic WS-RPT-NAME
                organization is line sequential
                file status is WS-RPT-FILE-STATUS.
            select REG-FILE assign to "KWINSM.REG"
                organization is line sequential
                file status is WS-REG-FILE-STATUS.
            select RSL-FILE assign to "KWINSM.RSL"
                organization is indexed
                access mode is sequential
                record key is RSL-KEY
                file status is WS-RSL-FILE-STATUS.
            select SUS-FILE assign to "KWINSM.SUS"
                organization is line sequential
                file status is WS-SUS-FILE-STATUS.
            select HVQ-FILE assign to "KWINSM.HVQ"
                organization is line sequential
                file status is WS-HVQ-FILE-STATUS.
            select optional HST-FILE assign to "KWINSM.HST"
                organization is indexed
                access mode is sequential
                record key is HST-KEY
                file status is WS-HST-FILE-STATUS.
            select GLX-FILE assign to "KWINSM.GLX"
                organization is line sequential
                file status is WS-GLX-FILE-STATUS.
            select GLI-FILE assign to "KWINSM.GLI"
                organization is line sequential
                file status is WS-GLI-FILE-STATUS.
            select INQ-FILE assign to "KWINSM.INQ"
                organization is line sequential
                file status is WS-INQ-FILE-STATUS.

        data division.
        file section.
        FD  REJ-FILE.
            copy KWI_REJ.
        FD  STG-FILE.
            copy KWI_STG.
        FD  RPT-FILE.
            copy KWI_RPT.
        FD  REG-FILE.
            copy KWI_REG.
        FD  RSL-FILE.
            copy KWI_RSL.
        FD  SUS-FILE.
            copy KWI_SUS.
        FD  HVQ-FILE.
            copy KWI_HVQ.
        FD  HST-FILE.
            copy KWI_HST.
        FD  GLX-FILE.
            copy KWI_GLX.
        FD  GLI-FILE.
            copy KWI_GLI.
        FD  INQ-FILE.
        01  INQ-LINE                    PIC X(80).

        working-storage section.
           78 IQ-ARCHIVE-DAYS           VALUE 92.

        01  WS-REJ-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-STG-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-RPT-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-REG-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-RSL-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-SUS-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-HVQ-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-HST-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-GLX-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-GLI-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-INQ-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-STG-NAME                 PIC X(12) VALUE SPACE.
        01  WS-RPT-NAME                 PIC X(12) VALUE SPACE.
        01  REJ-EOF-SWITCH              PIC X(01) VALUE "N".
            88  REJ-EOF                     VALUE "Y".
        01  STG-EOF-SWITCH              PIC X(01) VALUE "N".
            88  STG-EOF                     VALUE "Y".
        01  RPT-EOF-SWITCH              PIC X(01) VALUE "N".
            88  RPT-EOF                     VALUE "Y".
        01  REG-EOF-SWITCH              PIC X(01) VALUE "N".
            88  REG-EOF                     VALUE "Y".
        01  RSL-EOF-SWITCH              PIC X(01) VALUE "N".
            88  RSL-EOF                     VALUE "Y".
        01  SUS-EOF-SWITCH              PIC X(01) VALUE "N".
            88  SUS-EOF                     VALUE "Y".
        01  HVQ-EOF-SWITCH              PIC X(01) VALUE "N".
            88  HVQ-EOF                     VALUE "Y".
        01  HST-EOF-SWITCH              PIC X(01) VALUE "N".
            88  HST-EOF                     VALUE "Y".
        01  GLX-EOF-SWITCH              PIC X(01) VALUE "N".
            88  GLX-EOF                     VALUE "Y".
        01  GLI-EOF-SWITCH              PIC X(01) VALUE "N".
            88  GLI-EOF                     VALUE "Y".

      ****************************************************************
      *  What is being asked about, from the command line.  A job
      *  of "*" (or none) means every job; no run-id means every
      *  run.
      ****************************************************************
        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-TRANS-ID                 PIC X(10) VALUE SPACE.
        01  WS-JOB-NAME                 PIC X(08) VALUE SPACE.
        01  WS-RUN-ID                   PIC X(08) VALUE SPACE.

      ****************************************************************
      *  The span of days searched for archive generations, and the
      *  generations found in it.  A generation is named "A" plus
      *  the YYMMDD housekeeping ran, plus the live file's type.
      ****************************************************************
        01  WS-TODAY-DATE               PIC X(08) VALUE SPACE.
        01  WS-FROM-DATE                PIC X(08) VALUE SPACE.
        01  WS-CHECK-DATE-N             PIC 9(08) VALUE ZERO.
        01  WS-CHECK-DAY-NUMBER         PIC 9(08) COMP-5 VALUE ZERO.
        01  WS-TODAY-DAY-NUMBER         PIC 9(08) COMP-5 VALUE ZERO.
        01  WS-GEN-YYMMDD               PIC X(06) VALUE SPACE.
        01  WS-GEN-FOUND-SWITCH         PIC X(01) VALUE "N".
            88  WS-GEN-FOUND                VALUE "Y".
        01  IQ-GEN-TABLE.
            05  IQ-GEN-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
            05  IQ-GEN-ENTRY OCCURS 1 TO 400 TIMES
                              DEPENDING ON IQ-GEN-COUNT.
                10  IQ-GEN-YYMMDD       PIC X(06).
        01  WS-CUR-GEN                  PIC 9(04) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Each time the transaction was staged, held until the
      *  control reports have been read for the step start times.
      *  While one staging file is read, the blocks seen so far are
      *  counted by run and job to number each block.
      ****************************************************************
        01  IQ-STAGE-TABLE.
            05  IQ-STAGE-COUNT          PIC 9(04) COMP-5 VALUE ZERO.
            05  IQ-STAGE-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON IQ-STAGE-COUNT.
                10  IQ-STG-RUN-ID       PIC X(08).
                10  IQ-STG-JOB-NAME     PIC X(08).
                10  IQ-STG-BLOCK        PIC 9(05).
                10  IQ-STG-SOURCE       PIC X(12).
                10  IQ-STG-START-TIME   PIC X(21).
        01  WS-CUR-STAGE                PIC 9(04) COMP-5 VALUE ZERO.
        01  IQ-BLOCK-TABLE.
            05  IQ-BLOCK-COUNT          PIC 9(04) COMP-5 VALUE ZERO.
            05  IQ-BLOCK-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON IQ-BLOCK-COUNT.
                10  IQ-BLK-RUN-ID       PIC X(08).
                10  IQ-BLK-JOB-NAME     PIC X(08).
                10  IQ-BLK-NUMBER       PIC 9(05) COMP-5.
        01  WS-CUR-BLOCK                PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-BLOCK-SUB                PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-BLOCK-FULL-SWITCH        PIC X(01) VALUE "N".
            88  WS-BLOCK-FULL               VALUE "Y".

      ****************************************************************
      *  The runs in which the transaction was ACCEPTED, so the
      *  extract journal can say which GL extracts carried it, and
      *  what the interface file on hand shows for it.
      ****************************************************************
        01  IQ-ACCEPT-TABLE.
            05  IQ-ACCEPT-COUNT         PIC 9(04) COMP-5 VALUE ZERO.
            05  IQ-ACCEPT-ENTRY OCCURS 1 TO 50 TIMES
                              DEPENDING ON IQ-ACCEPT-COUNT.
                10  IQ-ACC-RUN-ID       PIC X(08).
        01  WS-CUR-ACCEPT               PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-ACCEPT-FOUND-SWITCH      PIC X(01) VALUE "N".
            88  WS-ACCEPT-FOUND             VALUE "Y".
        01  WS-GLI-RUN-ID               PIC X(08) VALUE SPACE.
        01  WS-GLI-TIMESTAMP            PIC X(21) VALUE SPACE.
        01  WS-GLI-CARRIED-SWITCH       PIC X(01) VALUE "N".
            88  WS-GLI-CARRIED              VALUE "Y".
        01  WS-ACK-STATUS               PIC X(12) VALUE SPACE.

      ****************************************************************
      *  The events found, kept in time order as they are added.
      *  The order key is the time, then the kind of event (so a
      *  staging, its result, and its posting stamped in the same
      *  instant still print in that order), then the order found.
      *  An event known only by date sorts at the end of that day.
      ****************************************************************
        01  IQ-EVENT-TABLE.
            05  IQ-EVENT-COUNT          PIC 9(04) COMP-5 VALUE ZERO.
            05  IQ-EVENT-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON IQ-EVENT-COUNT.
                10  IQ-EV-KEY.
                    15  IQ-EV-SORT-TIME PIC X(21).
                    15  IQ-EV-RANK      PIC 9(01).
                    15  IQ-EV-SEQUENCE  PIC 9(04).
                10  IQ-EV-SHOW-TIME     PIC X(17).
                10  IQ-EV-RUN-ID        PIC X(08).
                10  IQ-EV-JOB-NAME      PIC X(08).
                10  IQ-EV-TEXT          PIC X(44).
        01  WS-CUR-EVENT                PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-INSERT-POSITION          PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-EVENT-SEQUENCE           PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-EVENT-UNLISTED-COUNT     PIC 9(07) COMP-5 VALUE ZERO.
        01  WS-NEW-EVENT.
            05  WS-EV-KEY.
                10  WS-EV-SORT-TIME     PIC X(21).
                10  WS-EV-RANK          PIC 9(01).
                10  WS-EV-SEQUENCE      PIC 9(04).
            05  WS-EV-SHOW-TIME         PIC X(17).
            05  WS-EV-RUN-ID            PIC X(08).
            05  WS-EV-JOB-NAME          PIC X(08).
            05  WS-EV-TEXT              PIC X(44).
        01  WS-EV-STAMP                 PIC X(21) VALUE SPACE.
        01  WS-EVENT-WANTED-SWITCH      PIC X(01) VALUE "N".
            88  WS-EVENT-WANTED             VALUE "Y".
        01  WS-BLOCK-DISPLAY            PIC 9(05) VALUE ZERO.

      ****************************************************************
      *  Event kinds, in the order they happen to a transaction.
      ****************************************************************
           78 EV-LOAD-REJECT            VALUE 1.
           78 EV-RECYCLED               VALUE 2.
           78 EV-STAGED                 VALUE 3.
           78 EV-RESULT                 VALUE 4.
           78 EV-HELD                   VALUE 5.
           78 EV-POSTED                 VALUE 6.
           78 EV-EXTRACTED              VALUE 7.
           78 EV-DECIDED                VALUE 8.

      ****************************************************************
      *  Report print lines.
      ****************************************************************
        01  INQ-HEADING-LINE.
            05  FILLER                  PIC X(29) VALUE
                "KWI_NSMI TRANSACTION INQUIRY ".
            05  FILLER                  PIC X(06) VALUE "TRANS ".
            05  INQ-HDG-TRANS-ID        PIC X(10) VALUE SPACE.
            05  FILLER                  PIC X(05) VALUE " JOB ".
            05  INQ-HDG-JOB-NAME        PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(05) VALUE " RUN ".
            05  INQ-HDG-RUN-ID          PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  INQ-HDG-DATE            PIC X(08) VALUE SPACE.
        01  INQ-COLUMN-LINE.
            05  FILLER                  PIC X(80) VALUE
                "DATE     TIME     RUN-ID   JOB      EVENT".
        01  INQ-DETAIL-LINE.
            05  INQ-DET-TIME            PIC X(17).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  INQ-DET-RUN-ID          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  INQ-DET-JOB-NAME        PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  INQ-DET-TEXT            PIC X(44).
        01  INQ-NOTE-LINE.
            05  INQ-NOTE-TEXT           PIC X(80) VALUE SPACE.
        01  INQ-COUNT-LINE.
            05  INQ-CNT-VALUE           PIC ZZZZZZ9.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  INQ-CNT-TEXT            PIC X(72) VALUE SPACE.
        01  INQ-BLANK-LINE              PIC X(80) VALUE SPACE.

        procedure division.
        main section.

        accept WS-COMMAND-LINE from command-line.
        if WS-COMMAND-LINE not = space
            unstring WS-COMMAND-LINE delimited by all space
                into WS-TRANS-ID WS-JOB-NAME WS-RUN-ID
            end-unstring
        end-if.
        if WS-TRANS-ID = space
            display "KWI_NSMI: usage - KWI_NSMI <trans-id> "
                    "[<job>|* [<run-id>]]"
            exit program returning 9999
        end-if.
        if WS-JOB-NAME = "*"
            move space to WS-JOB-NAME
        end-if.

        move function current-date (1:8) to WS-TODAY-DATE.
        perform set-archive-span.
        perform find-archive-generations.

        perform scan-reject-file.
        perform scan-staging-files.
        perform time-staging-events.
        perform scan-result-file.
        perform scan-suspense-file.
        perform scan-review-queue.
        perform scan-posting-history.
        perform scan-interface-file.
        perform scan-extract-journal.

        open output INQ-FILE.
        if WS-INQ-FILE-STATUS not = "00"
            display "KWI_NSMI: unable to open KWINSM.INQ - status "
                    WS-INQ-FILE-STATUS
            exit program returning 9999
        end-if.
        perform print-inquiry.
        close INQ-FILE.

        if IQ-EVENT-COUNT = 0
            display "KWI_NSMI: no record of transaction "
                    WS-TRANS-ID " - see KWINSM.INQ"
        else
            display "KWI_NSMI: transaction " WS-TRANS-ID " - "
                    IQ-EVENT-COUNT " event(s) - see KWINSM.INQ"
        end-if.
        goback.

      ****************************************************************
      *  Archive generations are looked for from the named run's
      *  registry date - housekeeping cannot have archived it before
      *  it ran - or, with no run-id (or a run the registry no
      *  longer knows), from a fixed span of days back.
      ****************************************************************
        set-archive-span section.
        move space to WS-FROM-DATE.
        if WS-RUN-ID not = space
            open input REG-FILE
            if WS-REG-FILE-STATUS = "00"
                perform check-one-registry-record until REG-EOF
                close REG-FILE
            end-if
        end-if.
        move function integer-of-date
            (function numval (WS-TODAY-DATE))
            to WS-TODAY-DAY-NUMBER.
        if WS-FROM-DATE = space
            compute WS-CHECK-DAY-NUMBER
                = WS-TODAY-DAY-NUMBER - IQ-ARCHIVE-DAYS
            move function date-of-integer (WS-CHECK-DAY-NUMBER)
                to WS-CHECK-DATE-N
            move WS-CHECK-DATE-N to WS-FROM-DATE
        end-if.

        check-one-registry-record section.
        read REG-FILE into REG-RECORD
            at end set REG-EOF to true
        end-read.
        if not REG-EOF and REG-RUN-ID = WS-RUN-ID
            if WS-FROM-DATE = space
                       or REG-TIMESTAMP (1:8) < WS-FROM-DATE
                move REG-TIMESTAMP (1:8) to WS-FROM-DATE
            end-if
        end-if.

      ****************************************************************
      *  Try each day of the span for a staging or control report
      *  generation, keeping the dates that have either.
      ****************************************************************
        find-archive-generations section.
        move function integer-of-date
            (function numval (WS-FROM-DATE))
            to WS-CHECK-DAY-NUMBER.
        perform probe-one-generation-day
            until WS-CHECK-DAY-NUMBER > WS-TODAY-DAY-NUMBER.

        probe-one-generation-day section.
        move function date-of-integer (WS-CHECK-DAY-NUMBER)
            to WS-CHECK-DATE-N.
        move WS-CHECK-DATE-N (3:6) to WS-GEN-YYMMDD.
        move "N" to WS-GEN-FOUND-SWITCH.
        perform set-generation-names.
        open input STG-FILE.
        if WS-STG-FILE-STATUS = "00"
            move "Y" to WS-GEN-FOUND-SWITCH
            close STG-FILE
        end-if.
        open input RPT-FILE.
        if WS-RPT-FILE-STATUS = "00"
            move "Y" to WS-GEN-FOUND-SWITCH
            close RPT-FILE
        end-if.
        if WS-GEN-FOUND and IQ-GEN-COUNT < 400
            add 1 to IQ-GEN-COUNT
            move WS-GEN-YYMMDD to IQ-GEN-YYMMDD (IQ-GEN-COUNT)
        end-if.
        add 1 to WS-CHECK-DAY-NUMBER.

        set-generation-names section.
        move space to WS-STG-NAME WS-RPT-NAME.
        string "A" delimited by size
               WS-GEN-YYMMDD delimited by size
               ".STG" delimited by size
            into WS-STG-NAME
        end-string.
        string "A" delimited by size
               WS-GEN-YYMMDD delimited by size
               ".RPT" delimited by size
            into WS-RPT-NAME
        end-string.

      ****************************************************************
      *  Decide whether an event of the run and job in WS-EV-RUN-ID
      *  and WS-EV-JOB-NAME falls inside what was asked about.
      ****************************************************************
        check-event-wanted section.
        move "Y" to WS-EVENT-WANTED-SWITCH.
        if WS-RUN-ID not = space and WS-EV-RUN-ID not = WS-RUN-ID
            move "N" to WS-EVENT-WANTED-SWITCH
        end-if.
        if WS-JOB-NAME not = space
                   and WS-EV-JOB-NAME not = WS-JOB-NAME
            move "N" to WS-EVENT-WANTED-SWITCH
        end-if.

      ****************************************************************
      *  Load rejects, with the reason, and a recycle where the
      *  reject has been fed back to the transaction source.  An HD
      *  reject is the reviewer's decline, not a load reject.
      ****************************************************************
        scan-reject-file section.
        open input REJ-FILE.
        if WS-REJ-FILE-STATUS = "00"
            perform scan-one-reject-record until REJ-EOF
            close REJ-FILE
        end-if.

        scan-one-reject-record section.
        read REJ-FILE into REJ-RECORD
            at end set REJ-EOF to true
        end-read.
        if not REJ-EOF and REJ-TRANS-ID = WS-TRANS-ID
            move REJ-RUN-ID to WS-EV-RUN-ID
            move REJ-JOB-NAME to WS-EV-JOB-NAME
            perform check-event-wanted
            if WS-EVENT-WANTED
                move REJ-TIMESTAMP to WS-EV-STAMP
                move space to WS-EV-TEXT
                if REJ-REASON-HV-DECLINED
                    move EV-DECIDED to WS-EV-RANK
                    move "REJECTED AFTER REVIEW DECLINE - REASON HD"
                        to WS-EV-TEXT
                else
                    move EV-LOAD-REJECT to WS-EV-RANK
                    string "LOAD REJECT - REASON " delimited by size
                           REJ-REASON-CODE delimited by size
                        into WS-EV-TEXT
                    end-string
                end-if
                perform add-inquiry-event
                if REJ-RECYCLED
                    move REJ-TIMESTAMP to WS-EV-STAMP
                    move EV-RECYCLED to WS-EV-RANK
                    move "RECYCLED TO THE TRANSACTION SOURCE"
                        to WS-EV-TEXT
                    perform add-inquiry-event
                end-if
            end-if
        end-if.

      ****************************************************************
      *  Read every archive generation's staging records, then the
      *  live file's, noting each block that carried the
      *  transaction.
      ****************************************************************
        scan-staging-files section.
        perform scan-one-generation-staging
            varying WS-CUR-GEN from 1 by 1
            until WS-CUR-GEN > IQ-GEN-COUNT.
        move "KWINSM.STG" to WS-STG-NAME.
        perform scan-one-staging-file.

        scan-one-generation-staging section.
        move IQ-GEN-YYMMDD (WS-CUR-GEN) to WS-GEN-YYMMDD.
        perform set-generation-names.
        perform scan-one-staging-file.

        scan-one-staging-file section.
        move 0 to IQ-BLOCK-COUNT.
        move "N" to WS-BLOCK-FULL-SWITCH.
        move "N" to STG-EOF-SWITCH.
        open input STG-FILE.
        if WS-STG-FILE-STATUS = "00"
            perform scan-one-staging-record until STG-EOF
            close STG-FILE
        end-if.

        scan-one-staging-record section.
        read STG-FILE into STG-RECORD
            at end set STG-EOF to true
        end-read.
        evaluate true
            when STG-EOF
                continue
            when STG-REC-HEADER
                perform count-staged-block
            when STG-REC-DETAIL and STG-TRANS-ID = WS-TRANS-ID
                move STG-RUN-ID to WS-EV-RUN-ID
                move STG-JOB-NAME to WS-EV-JOB-NAME
                perform check-event-wanted
                if WS-EVENT-WANTED
                    perform note-staged-block
                end-if
        end-evaluate.

      ****************************************************************
      *  Number the block a header opens: the blocks of one run and
      *  job are numbered in the order they were staged.
      ****************************************************************
        count-staged-block section.
        perform locate-block-counter.
        if WS-BLOCK-SUB = 0
            if IQ-BLOCK-COUNT < 500
                add 1 to IQ-BLOCK-COUNT
                move STG-RUN-ID to IQ-BLK-RUN-ID (IQ-BLOCK-COUNT)
                move STG-JOB-NAME to IQ-BLK-JOB-NAME (IQ-BLOCK-COUNT)
                move 1 to IQ-BLK-NUMBER (IQ-BLOCK-COUNT)
            else
                move "Y" to WS-BLOCK-FULL-SWITCH
            end-if
        else
            add 1 to IQ-BLK-NUMBER (WS-BLOCK-SUB)
        end-if.

        locate-block-counter section.
        move 0 to WS-BLOCK-SUB.
        perform match-one-block-counter
            varying WS-CUR-BLOCK from 1 by 1
            until WS-CUR-BLOCK > IQ-BLOCK-COUNT.

        match-one-block-counter section.
        if IQ-BLK-RUN-ID (WS-CUR-BLOCK) = STG-RUN-ID
                   and IQ-BLK-JOB-NAME (WS-CUR-BLOCK) = STG-JOB-NAME
            move WS-CUR-BLOCK to WS-BLOCK-SUB
            move IQ-BLOCK-COUNT to WS-CUR-BLOCK
        end-if.

        note-staged-block section.
        if IQ-STAGE-COUNT < 200
            add 1 to IQ-STAGE-COUNT
            move STG-RUN-ID to IQ-STG-RUN-ID (IQ-STAGE-COUNT)
            move STG-JOB-NAME to IQ-STG-JOB-NAME (IQ-STAGE-COUNT)
            move WS-STG-NAME to IQ-STG-SOURCE (IQ-STAGE-COUNT)
            move space to IQ-STG-START-TIME (IQ-STAGE-COUNT)
            perform locate-block-counter
            if WS-BLOCK-SUB = 0 or WS-BLOCK-FULL
                move 0 to IQ-STG-BLOCK (IQ-STAGE-COUNT)
            else
                move IQ-BLK-NUMBER (WS-BLOCK-SUB)
                    to IQ-STG-BLOCK (IQ-STAGE-COUNT)
            end-if
        else
            add 1 to WS-EVENT-UNLISTED-COUNT
        end-if.

      ****************************************************************
      *  The staging file carries no time of its own: each staging
      *  is timed by the earliest start the control reports hold
      *  for its run and job, then added to the events.
      ****************************************************************
        time-staging-events section.
        if IQ-STAGE-COUNT > 0
            perform scan-one-generation-report
                varying WS-CUR-GEN from 1 by 1
                until WS-CUR-GEN > IQ-GEN-COUNT
            move "KWINSM.RPT" to WS-RPT-NAME
            perform scan-one-report-file
            perform add-one-staging-event
                varying WS-CUR-STAGE from 1 by 1
                until WS-CUR-STAGE > IQ-STAGE-COUNT
        end-if.

        scan-one-generation-report section.
        move IQ-GEN-YYMMDD (WS-CUR-GEN) to WS-GEN-YYMMDD.
        perform set-generation-names.
        perform scan-one-report-file.

        scan-one-report-file section.
        move "N" to RPT-EOF-SWITCH.
        open input RPT-FILE.
        if WS-RPT-FILE-STATUS = "00"
            perform scan-one-report-record until RPT-EOF
            close RPT-FILE
        end-if.

        scan-one-report-record section.
        read RPT-FILE into RPT-RECORD
            at end set RPT-EOF to true
        end-read.
        if not RPT-EOF and RPT-START-TIME not = space
            perform time-one-staging-entry
                varying WS-CUR-STAGE from 1 by 1
                until WS-CUR-STAGE > IQ-STAGE-COUNT
        end-if.

        time-one-staging-entry section.
        if IQ-STG-RUN-ID (WS-CUR-STAGE) = RPT-RUN-ID
                   and IQ-STG-JOB-NAME (WS-CUR-STAGE) = RPT-JOB-NAME
            if IQ-STG-START-TIME (WS-CUR-STAGE) = space
                       or RPT-START-TIME
                            < IQ-STG-START-TIME (WS-CUR-STAGE)
                move RPT-START-TIME
                    to IQ-STG-START-TIME (WS-CUR-STAGE)
            end-if
        end-if.

        add-one-staging-event section.
        move IQ-STG-RUN-ID (WS-CUR-STAGE) to WS-EV-RUN-ID.
        move IQ-STG-JOB-NAME (WS-CUR-STAGE) to WS-EV-JOB-NAME.
        move IQ-STG-START-TIME (WS-CUR-STAGE) to WS-EV-STAMP.
        move EV-STAGED to WS-EV-RANK.
        move space to WS-EV-TEXT.
        if IQ-STG-BLOCK (WS-CUR-STAGE) = 0
            string "STAGED (" delimited by size
                   IQ-STG-SOURCE (WS-CUR-STAGE) delimited by space
                   ")" delimited by size
                into WS-EV-TEXT
            end-string
        else
            move IQ-STG-BLOCK (WS-CUR-STAGE) to WS-BLOCK-DISPLAY
            string "STAGED IN BLOCK " delimited by size
                   WS-BLOCK-DISPLAY delimited by size
                   " (" delimited by size
                   IQ-STG-SOURCE (WS-CUR-STAGE) delimited by space
                   ")" delimited by size
                into WS-EV-TEXT
            end-string
        end-if.
        perform add-inquiry-event.

      ****************************************************************
      *  Each disposition the results file holds for the
      *  transaction, with its reason code.  With a run-id the read
      *  starts at that run's keys and stops past them; without one
      *  the whole file is read.
      ****************************************************************
        scan-result-file section.
        open input RSL-FILE.
        if WS-RSL-FILE-STATUS not = "00"
            display "KWI_NSMI: unable to open KWINSM.RSL - status "
                    WS-RSL-FILE-STATUS
            exit program returning 9999
        end-if.
        move low-values to RSL-KEY.
        if WS-RUN-ID not = space
            move WS-RUN-ID to RSL-RUN-ID
        end-if.
        start RSL-FILE key not less than RSL-KEY
            invalid key set RSL-EOF to true
        end-start.
        perform scan-one-result-record until RSL-EOF.
        close RSL-FILE.

        scan-one-result-record section.
        read RSL-FILE
            at end set RSL-EOF to true
        end-read.
        if not RSL-EOF and WS-RUN-ID not = space
                       and RSL-RUN-ID not = WS-RUN-ID
            set RSL-EOF to true
        end-if.
        if not RSL-EOF and RSL-TRANS-ID = WS-TRANS-ID
            move RSL-RUN-ID to WS-EV-RUN-ID
            move RSL-JOB-NAME to WS-EV-JOB-NAME
            perform check-event-wanted
            if WS-EVENT-WANTED
                move RSL-TIMESTAMP to WS-EV-STAMP
                move EV-RESULT to WS-EV-RANK
                move space to WS-EV-TEXT
                if RSL-REASON-NONE
                    string "RESULT " delimited by size
                           RSL-DISPOSITION delimited by space
                        into WS-EV-TEXT
                    end-string
                else
                    string "RESULT " delimited by size
                           RSL-DISPOSITION delimited by space
                           " - REASON " delimited by size
                           RSL-REASON-CODE delimited by size
                        into WS-EV-TEXT
                    end-string
                end-if
                perform add-inquiry-event
                if RSL-DISP-ACCEPTED
                    perform note-accepted-run
                end-if
            end-if
        end-if.

        note-accepted-run section.
        move "N" to WS-ACCEPT-FOUND-SWITCH.
        perform match-one-accepted-run
            varying WS-CUR-ACCEPT from 1 by 1
            until WS-CUR-ACCEPT > IQ-ACCEPT-COUNT.
        if not WS-ACCEPT-FOUND and IQ-ACCEPT-COUNT < 50
            add 1 to IQ-ACCEPT-COUNT
            move RSL-RUN-ID to IQ-ACC-RUN-ID (IQ-ACCEPT-COUNT)
        end-if.

        match-one-accepted-run section.
        if IQ-ACC-RUN-ID (WS-CUR-ACCEPT) = RSL-RUN-ID
            move "Y" to WS-ACCEPT-FOUND-SWITCH
            move IQ-ACCEPT-COUNT to WS-CUR-ACCEPT
        end-if.

      ****************************************************************
      *  Suspense holds, and their release where there was one.
      *  The release is known only by date.
      ****************************************************************
        scan-suspense-file section.
        open input SUS-FILE.
        if WS-SUS-FILE-STATUS = "00"
            perform scan-one-suspense-record until SUS-EOF
            close SUS-FILE
        end-if.

        scan-one-suspense-record section.
        read SUS-FILE into SUS-RECORD
            at end set SUS-EOF to true
        end-read.
        if not SUS-EOF and SUS-TRANS-ID = WS-TRANS-ID
            move SUS-RUN-ID to WS-EV-RUN-ID
            move SUS-JOB-NAME to WS-EV-JOB-NAME
            perform check-event-wanted
            if WS-EVENT-WANTED
                move SUS-TIMESTAMP to WS-EV-STAMP
                move EV-HELD to WS-EV-RANK
                move "HELD IN SUSPENSE" to WS-EV-TEXT
                perform add-inquiry-event
                if SUS-STATUS-RELEASED
                    move SUS-DATE-RELEASED to WS-EV-STAMP
                    move EV-DECIDED to WS-EV-RANK
                    move "RELEASED FROM SUSPENSE FOR RE-ENTRY"
                        to WS-EV-TEXT
                    perform add-inquiry-event
                end-if
            end-if
        end-if.

      ****************************************************************
      *  High-value review holds, and the reviewer's decision where
      *  one has been made.  The decision is known only by date.
      ****************************************************************
        scan-review-queue section.
        open input HVQ-FILE.
        if WS-HVQ-FILE-STATUS = "00"
            perform scan-one-queue-record until HVQ-EOF
            close HVQ-FILE
        end-if.

        scan-one-queue-record section.
        read HVQ-FILE into HVQ-RECORD
            at end set HVQ-EOF to true
        end-read.
        if not HVQ-EOF and HVQ-TRANS-ID = WS-TRANS-ID
            move HVQ-RUN-ID to WS-EV-RUN-ID
            move HVQ-JOB-NAME to WS-EV-JOB-NAME
            perform check-event-wanted
            if WS-EVENT-WANTED
                move HVQ-TIMESTAMP to WS-EV-STAMP
                move EV-HELD to WS-EV-RANK
                move "HELD FOR HIGH-VALUE REVIEW" to WS-EV-TEXT
                perform add-inquiry-event
                if not HVQ-STATUS-PENDING
                    move HVQ-DATE-DECIDED to WS-EV-STAMP
                    move EV-DECIDED to WS-EV-RANK
                    move space to WS-EV-TEXT
                    if HVQ-STATUS-RELEASED
                        string "REVIEW RELEASED BY " delimited by size
                               HVQ-DECIDED-BY delimited by space
                            into WS-EV-TEXT
                        end-string
                    else
                        string "REVIEW DECLINED BY " delimited by size
                               HVQ-DECIDED-BY delimited by space
                            into WS-EV-TEXT
                        end-string
                    end-if
                    perform add-inquiry-event
                end-if
            end-if
        end-if.

      ****************************************************************
      *  The posting history, keyed on the transaction id first, so
      *  the read starts at it and stops past it.
      ****************************************************************
        scan-posting-history section.
        open input HST-FILE.
        if WS-HST-FILE-STATUS not = "00"
                   and WS-HST-FILE-STATUS not = "05"
            display "KWI_NSMI: unable to open KWINSM.HST - status "
                    WS-HST-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-TRANS-ID to HST-TRANS-ID.
        move low-values to HST-JOB-NAME.
        start HST-FILE key not less than HST-KEY
            invalid key set HST-EOF to true
        end-start.
        perform scan-one-history-record until HST-EOF.
        close HST-FILE.

        scan-one-history-record section.
        read HST-FILE
            at end set HST-EOF to true
        end-read.
        if not HST-EOF and HST-TRANS-ID not = WS-TRANS-ID
            set HST-EOF to true
        end-if.
        if not HST-EOF
            move HST-RUN-ID to WS-EV-RUN-ID
            move HST-JOB-NAME to WS-EV-JOB-NAME
            perform check-event-wanted
            if WS-EVENT-WANTED
                move HST-TIMESTAMP to WS-EV-STAMP
                move EV-POSTED to WS-EV-RANK
                move "POSTED TO HISTORY" to WS-EV-TEXT
                perform add-inquiry-event
            end-if
        end-if.

      ****************************************************************
      *  Note which extract the interface file on hand was cut as,
      *  and whether its detail carries the transaction.
      ****************************************************************
        scan-interface-file section.
        open input GLI-FILE.
        if WS-GLI-FILE-STATUS = "00"
            perform scan-one-interface-record until GLI-EOF
            close GLI-FILE
        end-if.

        scan-one-interface-record section.
        read GLI-FILE into GLI-RECORD
            at end set GLI-EOF to true
        end-read.
        evaluate true
            when GLI-EOF
                continue
            when GLI-REC-HEADER
                move GLI-HDR-RUN-ID to WS-GLI-RUN-ID
                move GLI-HDR-TIMESTAMP to WS-GLI-TIMESTAMP
            when GLI-REC-DETAIL and GLI-DET-TRANS-ID = WS-TRANS-ID
                move WS-GLI-RUN-ID to WS-EV-RUN-ID
                move GLI-DET-JOB-NAME to WS-EV-JOB-NAME
                perform check-event-wanted
                if WS-EVENT-WANTED
                    move "Y" to WS-GLI-CARRIED-SWITCH
                end-if
        end-evaluate.

      ****************************************************************
      *  Every extract the journal holds for a run that ACCEPTED the
      *  transaction carried it, with the acknowledgement status the
      *  GL system gave it.  Where that extract is the interface
      *  file still on hand, its detail is checked as well.
      ****************************************************************
        scan-extract-journal section.
        if IQ-ACCEPT-COUNT > 0
            open input GLX-FILE
            if WS-GLX-FILE-STATUS = "00"
                perform scan-one-journal-record until GLX-EOF
                close GLX-FILE
            end-if
        end-if.

        scan-one-journal-record section.
        read GLX-FILE into GLX-RECORD
            at end set GLX-EOF to true
        end-read.
        if not GLX-EOF
            move "N" to WS-ACCEPT-FOUND-SWITCH
            perform match-one-journal-run
                varying WS-CUR-ACCEPT from 1 by 1
                until WS-CUR-ACCEPT > IQ-ACCEPT-COUNT
            if WS-ACCEPT-FOUND
                perform add-extract-event
            end-if
        end-if.

        match-one-journal-run section.
        if IQ-ACC-RUN-ID (WS-CUR-ACCEPT) = GLX-RUN-ID
            move "Y" to WS-ACCEPT-FOUND-SWITCH
            move IQ-ACCEPT-COUNT to WS-CUR-ACCEPT
        end-if.

        add-extract-event section.
        move GLX-RUN-ID to WS-EV-RUN-ID.
        move space to WS-EV-JOB-NAME.
        move GLX-TIMESTAMP to WS-EV-STAMP.
        move EV-EXTRACTED to WS-EV-RANK.
        if GLX-ACK-OUTSTANDING
            move "OUTSTANDING" to WS-ACK-STATUS
        else
            move GLX-ACK-STATUS to WS-ACK-STATUS
        end-if.
        move space to WS-EV-TEXT.
        evaluate true
            when GLX-RUN-ID not = WS-GLI-RUN-ID
                       or GLX-TIMESTAMP not = WS-GLI-TIMESTAMP
                string "ON GL EXTRACT - " delimited by size
                       WS-ACK-STATUS delimited by space
                    into WS-EV-TEXT
                end-string
            when WS-GLI-CARRIED
                string "ON GL EXTRACT - " delimited by size
                       WS-ACK-STATUS delimited by space
                       " - ON FILE NOW" delimited by size
                    into WS-EV-TEXT
                end-string
            when other
                string "GL EXTRACT " delimited by size
                       WS-ACK-STATUS delimited by space
                       " - NOT IN ITS DETAIL" delimited by size
                    into WS-EV-TEXT
                end-string
        end-evaluate.
        perform add-inquiry-event.

      ****************************************************************
      *  Add the event in WS-NEW-EVENT, with its time in
      *  WS-EV-STAMP, at its place in time order.  A full timestamp
      *  prints as date and time; a date alone prints as the date
      *  and sorts at the end of that day.
      ****************************************************************
        add-inquiry-event section.
        move space to WS-EV-SORT-TIME WS-EV-SHOW-TIME.
        if WS-EV-STAMP (9:13) = space
            if WS-EV-STAMP (1:8) not = space
                move WS-EV-STAMP (1:8) to WS-EV-SORT-TIME (1:8)
                move all "9" to WS-EV-SORT-TIME (9:13)
                move WS-EV-STAMP (1:8) to WS-EV-SHOW-TIME (1:8)
            end-if
        else
            move WS-EV-STAMP to WS-EV-SORT-TIME
            move WS-EV-STAMP (1:8) to WS-EV-SHOW-TIME (1:8)
            move WS-EV-STAMP (9:2) to WS-EV-SHOW-TIME (10:2)
            move ":" to WS-EV-SHOW-TIME (12:1)
            move WS-EV-STAMP (11:2) to WS-EV-SHOW-TIME (13:2)
            move ":" to WS-EV-SHOW-TIME (15:1)
            move WS-EV-STAMP (13:2) to WS-EV-SHOW-TIME (16:2)
        end-if.
        add 1 to WS-EVENT-SEQUENCE.
        move WS-EVENT-SEQUENCE to WS-EV-SEQUENCE.
        if IQ-EVENT-COUNT >= 500
            add 1 to WS-EVENT-UNLISTED-COUNT
        else
            add 1 to IQ-EVENT-COUNT
            move IQ-EVENT-COUNT to WS-INSERT-POSITION
            perform shift-one-event-down
                until WS-INSERT-POSITION = 1
                   or IQ-EV-KEY (WS-INSERT-POSITION - 1)
                        not > WS-EV-KEY
            move WS-NEW-EVENT to IQ-EVENT-ENTRY (WS-INSERT-POSITION)
        end-if.

        shift-one-event-down section.
        move IQ-EVENT-ENTRY (WS-INSERT-POSITION - 1)
            to IQ-EVENT-ENTRY (WS-INSERT-POSITION).
        subtract 1 from WS-INSERT-POSITION.

      ****************************************************************
      *  Print the heading, the events in time order, and what was
      *  searched.
      ****************************************************************
        print-inquiry section.
        move WS-TRANS-ID to INQ-HDG-TRANS-ID.
        if WS-JOB-NAME = space
            move "(ALL)" to INQ-HDG-JOB-NAME
        else
            move WS-JOB-NAME to INQ-HDG-JOB-NAME
        end-if.
        if WS-RUN-ID = space
            move "(ALL)" to INQ-HDG-RUN-ID
        else
            move WS-RUN-ID to INQ-HDG-RUN-ID
        end-if.
        move WS-TODAY-DATE to INQ-HDG-DATE.
        write INQ-LINE from INQ-HEADING-LINE.
        write INQ-LINE from INQ-BLANK-LINE.
        write INQ-LINE from INQ-COLUMN-LINE.
        if IQ-EVENT-COUNT = 0
            move "NO RECORD OF THIS TRANSACTION IN ANY FILE SEARCHED"
                to INQ-NOTE-TEXT
            write INQ-LINE from INQ-NOTE-LINE
        else
            perform print-one-event
                varying WS-CUR-EVENT from 1 by 1
                until WS-CUR-EVENT > IQ-EVENT-COUNT
        end-if.
        write INQ-LINE from INQ-BLANK-LINE.
        if WS-EVENT-UNLISTED-COUNT > 0
            move WS-EVENT-UNLISTED-COUNT to INQ-CNT-VALUE
            move "MORE EVENT(S) FOUND THAN COULD BE LISTED"
                to INQ-CNT-TEXT
            write INQ-LINE from INQ-COUNT-LINE
        end-if.
        move IQ-GEN-COUNT to INQ-CNT-VALUE.
        move space to INQ-CNT-TEXT.
        string "ARCHIVE GENERATION(S) SEARCHED, DATED FROM "
                   delimited by size
               WS-FROM-DATE delimited by size
            into INQ-CNT-TEXT
        end-string.
        write INQ-LINE from INQ-COUNT-LINE.

        print-one-event section.
        move IQ-EV-SHOW-TIME (WS-CUR-EVENT) to INQ-DET-TIME.
        move IQ-EV-RUN-ID (WS-CUR-EVENT) to INQ-DET-RUN-ID.
        move IQ-EV-JOB-NAME (WS-CUR-EVENT) to INQ-DET-JOB-NAME.
        move IQ-EV-TEXT (WS-CUR-EVENT) to INQ-DET-TEXT.
        write INQ-LINE from INQ-DETAIL-LINE.

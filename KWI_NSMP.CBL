
      $set ans85 mf noosvs defaultbyte"00"
      ****************************************************************
      *
      *  Program:
      *      KWI_NSMP.CBL
      *  Desription:
      *      End-to-end run proof.  KWI_NSMB balances the debits
      *      against the credits inside the results file, but that
      *      says nothing about records that never reached it.  For
      *      the run-id given on the command line this program
      *      accounts for every transaction the run took in, job by
      *      job and for the run in total, and writes the proof to
      *      KWINSM.PRF:
      *          - the run took in what it staged (KWINSM.STG) plus
      *            what the input edits rejected before staging
      *            (KWINSM.REJ - load rejects never reach the staging
      *            file, so they are the other leg of the intake);
      *          - every staged transaction has exactly one result
      *            (KWINSM.RSL) - ACCEPTED, REJECTED, SUSPENDED, or
      *            held for REVIEW - and every result was staged;
      *          - every ACCEPTED result is in the posting history
      *            (KWINSM.HST) and on the GL interface file
      *            (KWINSM.GLI), and nothing else is;
      *          - every SUSPENDED result has a new suspense entry
      *            (KWINSM.SUS) and every REVIEW result a review queue
      *            entry (KWINSM.HVQ), and nothing else has.
      *      A retried block stages its transactions again, so each
      *      transaction is counted once per job however many times
      *      it was staged.  Every gap is listed by job and
      *      transaction id, and a run with any gap ends with a
      *      nonzero return code so it cannot be signed off.  Once
      *      housekeeping has archived the run's staging records,
      *      name the archive generation as the second command line
      *      token and it is read in place of KWINSM.STG.
      ****************************************************************
        identification division.
        program-id. KWI_NSMP.

        environment division.
        input-output section.
        file-control.
            select STG-FILE assign to dynamic WS-STG-NAME
                organization is line sequential
                file status is WS-STG-FILE-STATUS.
            select REJ-FILE assign to "KWINSM.REJ"
                organization is line sequential
                file status is WS-REJ-FILE-STATUS.
      ****************************************************************
      *  Results file, read for the one run off its keys; the
      *  posting history, read through for the records the run
      *  wrote.
      ****************************************************************
            select RSL-FILE assign to "KWINSM.RSL"
                organization is indexed
                access mode is sequential
                record key is RSL-KEY
                file status is WS-RSL-FILE-STATUS.
            select optional HST-FILE assign to "KWINSM.HST"
                organization is indexed
                access mode is sequential
                record key is HST-KEY
                file status is WS-HST-FILE-STATUS.
            select GLI-FILE assign to "KWINSM.GLI"
                organization is line sequential
                file status is WS-GLI-FILE-STATUS.
            select SUS-FILE assign to "KWINSM.SUS"
                organization is line sequential
                file status is WS-SUS-FILE-STATUS.
            select HVQ-FILE assign to "KWINSM.HVQ"
                organization is line sequential
                file status is WS-HVQ-FILE-STATUS.
            select PRF-FILE assign to "KWINSM.PRF"
                organization is line sequential
                file status is WS-PRF-FILE-STATUS.

        data division.
        file section.
        FD  STG-FILE.
            copy KWI_STG.
        FD  REJ-FILE.
            copy KWI_REJ.
        FD  RSL-FILE.
            copy KWI_RSL.
        FD  HST-FILE.
            copy KWI_HST.
        FD  GLI-FILE.
            copy KWI_GLI.
        FD  SUS-FILE.
            copy KWI_SUS.
        FD  HVQ-FILE.
            copy KWI_HVQ.
        FD  PRF-FILE.
        01  PRF-LINE                    PIC X(80).

        working-storage section.
           78 RC-RUN-NOT-PROVED         VALUE 9998.

        01  WS-STG-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-REJ-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-RSL-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-HST-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-GLI-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-SUS-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-HVQ-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-PRF-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-STG-NAME                 PIC X(12) VALUE "KWINSM.STG".
        01  STG-EOF-SWITCH              PIC X(01) VALUE "N".
            88  STG-EOF                     VALUE "Y".
        01  REJ-EOF-SWITCH              PIC X(01) VALUE "N".
            88  REJ-EOF                     VALUE "Y".
        01  RSL-EOF-SWITCH              PIC X(01) VALUE "N".
            88  RSL-EOF                     VALUE "Y".
        01  HST-EOF-SWITCH              PIC X(01) VALUE "N".
            88  HST-EOF                     VALUE "Y".
        01  GLI-EOF-SWITCH              PIC X(01) VALUE "N".
            88  GLI-EOF                     VALUE "Y".
        01  SUS-EOF-SWITCH              PIC X(01) VALUE "N".
            88  SUS-EOF                     VALUE "Y".
        01  HVQ-EOF-SWITCH              PIC X(01) VALUE "N".
            88  HVQ-EOF                     VALUE "Y".

      ****************************************************************
      *  Run-id being proved, and the staging file to read, taken
      *  from the command line.  The run-id is required.
      ****************************************************************
        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-RUN-ID                   PIC X(08) VALUE SPACE.
        01  WS-STG-NAME-TOKEN           PIC X(12) VALUE SPACE.

      ****************************************************************
      *  Every transaction the run staged, once per job, with the
      *  result the results file gave it and which of the downstream
      *  files were found carrying it.
      ****************************************************************
        01  PR-TRANS-TABLE.
            05  PR-TRANS-COUNT          PIC 9(05) COMP-5 VALUE ZERO.
            05  PR-TRANS-ENTRY OCCURS 1 TO 10000 TIMES
                              DEPENDING ON PR-TRANS-COUNT.
                10  PR-TRN-JOB-NAME     PIC X(08).
                10  PR-TRN-TRANS-ID     PIC X(10).
                10  PR-TRN-RESULT       PIC X(01).
                    88  PR-TRN-NO-RESULT    VALUE SPACE.
                    88  PR-TRN-ACCEPTED     VALUE "A".
                    88  PR-TRN-REJECTED     VALUE "R".
                    88  PR-TRN-SUSPENDED    VALUE "S".
                    88  PR-TRN-REVIEW       VALUE "V".
                10  PR-TRN-HST-SW       PIC X(01).
                    88  PR-TRN-IN-HISTORY   VALUE "Y".
                10  PR-TRN-GLI-SW       PIC X(01).
                    88  PR-TRN-ON-EXTRACT   VALUE "Y".
                10  PR-TRN-SUS-SW       PIC X(01).
                    88  PR-TRN-IN-SUSPENSE  VALUE "Y".
                10  PR-TRN-HVQ-SW       PIC X(01).
                    88  PR-TRN-ON-QUEUE     VALUE "Y".
        01  WS-CUR-TRANS                PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-TRANS-SUB                PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-FIND-JOB-NAME            PIC X(08) VALUE SPACE.
        01  WS-FIND-TRANS-ID            PIC X(10) VALUE SPACE.

      ****************************************************************
      *  Per-job counts, each leg of the proof side by side, and the
      *  same shape again for the run in total.
      ****************************************************************
        01  PR-JOB-TABLE.
            05  PR-JOB-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
            05  PR-JOB-ENTRY OCCURS 1 TO 100 TIMES
                              DEPENDING ON PR-JOB-COUNT.
                10  PR-JOB-NAME         PIC X(08).
                10  PR-JOB-FIGURES.
                    15  PR-STAGED       PIC 9(07) COMP-5.
                    15  PR-LOAD-REJ     PIC 9(07) COMP-5.
                    15  PR-RESULTS      PIC 9(07) COMP-5.
                    15  PR-ACCEPTED     PIC 9(07) COMP-5.
                    15  PR-REJECTED     PIC 9(07) COMP-5.
                    15  PR-SUSPENDED    PIC 9(07) COMP-5.
                    15  PR-REVIEW       PIC 9(07) COMP-5.
                    15  PR-HISTORY      PIC 9(07) COMP-5.
                    15  PR-EXTRACT      PIC 9(07) COMP-5.
                    15  PR-NEW-SUSPENSE PIC 9(07) COMP-5.
                    15  PR-QUEUED       PIC 9(07) COMP-5.
                    15  PR-GAPS         PIC 9(07) COMP-5.
        01  WS-CUR-JOB                  PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-JOB-SUB                  PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-JOB-FOUND-SWITCH         PIC X(01) VALUE "N".
            88  WS-JOB-FOUND                VALUE "Y".

        01  PR-RUN-FIGURES.
            05  PR-RUN-STAGED           PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-LOAD-REJ         PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-RESULTS          PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-ACCEPTED         PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-REJECTED         PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-SUSPENDED        PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-REVIEW           PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-HISTORY          PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-EXTRACT          PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-NEW-SUSPENSE     PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-QUEUED           PIC 9(07) COMP-5 VALUE ZERO.
            05  PR-RUN-GAPS             PIC 9(07) COMP-5 VALUE ZERO.

      ****************************************************************
      *  The figures of the block being printed - a job's or the
      *  run's - moved here so one set of printing sections serves
      *  both.
      ****************************************************************
        01  PR-PRINT-FIGURES.
            05  PR-PRT-STAGED           PIC 9(07) COMP-5.
            05  PR-PRT-LOAD-REJ         PIC 9(07) COMP-5.
            05  PR-PRT-RESULTS          PIC 9(07) COMP-5.
            05  PR-PRT-ACCEPTED         PIC 9(07) COMP-5.
            05  PR-PRT-REJECTED         PIC 9(07) COMP-5.
            05  PR-PRT-SUSPENDED        PIC 9(07) COMP-5.
            05  PR-PRT-REVIEW           PIC 9(07) COMP-5.
            05  PR-PRT-HISTORY          PIC 9(07) COMP-5.
            05  PR-PRT-EXTRACT          PIC 9(07) COMP-5.
            05  PR-PRT-NEW-SUSPENSE     PIC 9(07) COMP-5.
            05  PR-PRT-QUEUED           PIC 9(07) COMP-5.
            05  PR-PRT-GAPS             PIC 9(07) COMP-5.

      ****************************************************************
      *  The gaps found, by job and transaction id, for the listing
      *  after the totals.  A run with more gaps than the table
      *  holds still counts them all; the listing says how many it
      *  could not show.
      ****************************************************************
        01  PR-GAP-TABLE.
            05  PR-GAP-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
            05  PR-GAP-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON PR-GAP-COUNT.
                10  PR-GAP-JOB-NAME     PIC X(08).
                10  PR-GAP-TRANS-ID     PIC X(10).
                10  PR-GAP-TEXT         PIC X(40).
        01  WS-CUR-GAP                  PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-GAP-UNLISTED-COUNT       PIC 9(07) COMP-5 VALUE ZERO.
        01  WS-GAP-TEXT                 PIC X(40) VALUE SPACE.

      ****************************************************************
      *  What the GL interface file on hand was cut for: it carries
      *  one run only, the last one extracted.
      ****************************************************************
        01  WS-GLI-RUN-ID               PIC X(08) VALUE SPACE.
        01  WS-GLI-STATE                PIC X(01) VALUE "N".
            88  WS-GLI-MISSING              VALUE "N".
            88  WS-GLI-OTHER-RUN            VALUE "O".
            88  WS-GLI-THIS-RUN             VALUE "Y".

      ****************************************************************
      *  Report print lines.  Each block row prints one label, one
      *  count, and - on the rows that are a leg of the proof - the
      *  figure it must agree with.
      ****************************************************************
        01  PRF-HEADING-LINE.
            05  FILLER                  PIC X(30) VALUE
                "KWI_NSMP RUN PROOF REPORT     ".
            05  FILLER                  PIC X(05) VALUE " RUN ".
            05  PRF-HDG-RUN-ID          PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  PRF-HDG-DATE            PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(27) VALUE SPACE.
        01  PRF-NOTE-LINE.
            05  PRF-NOTE-TEXT           PIC X(80) VALUE SPACE.
        01  PRF-JOB-LINE.
            05  FILLER                  PIC X(04) VALUE "JOB ".
            05  PRF-JOB-NAME            PIC X(09) VALUE SPACE.
            05  FILLER                  PIC X(67) VALUE SPACE.
        01  PRF-DETAIL-LINE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  PRF-DET-LABEL           PIC X(28) VALUE SPACE.
            05  PRF-DET-COUNT           PIC ZZZZZZ9.
            05  FILLER                  PIC X(03) VALUE SPACE.
            05  PRF-DET-REMARK          PIC X(40) VALUE SPACE.
        01  PRF-GAP-HEADING-LINE.
            05  FILLER                  PIC X(40) VALUE
                "GAPS       JOB      TRANS ID   GAP      ".
            05  FILLER                  PIC X(40) VALUE SPACE.
        01  PRF-GAP-DETAIL-LINE.
            05  FILLER                  PIC X(11) VALUE SPACE.
            05  PRF-GAP-JOB-NAME        PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PRF-GAP-TRANS-ID        PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PRF-GAP-TEXT            PIC X(40).
            05  FILLER                  PIC X(09) VALUE SPACE.
        01  PRF-GAP-NONE-LINE.
            05  FILLER                  PIC X(11) VALUE SPACE.
            05  FILLER                  PIC X(69) VALUE
                "(NONE)".
        01  PRF-GAP-OVERFLOW-LINE.
            05  FILLER                  PIC X(11) VALUE SPACE.
            05  PRF-GAP-UNLISTED        PIC ZZZZZZ9.
            05  FILLER                  PIC X(62) VALUE
                " MORE GAP(S) NOT LISTED".
        01  PRF-BLANK-LINE              PIC X(80) VALUE SPACE.

        procedure division.
        main section.

        accept WS-COMMAND-LINE from command-line.
        if WS-COMMAND-LINE not = space
            unstring WS-COMMAND-LINE delimited by all space
                into WS-RUN-ID WS-STG-NAME-TOKEN
            end-unstring
        end-if.
        if WS-RUN-ID = space
            display "KWI_NSMP: a run-id is required"
            exit program returning 9999
        end-if.
        if WS-STG-NAME-TOKEN not = space
            move WS-STG-NAME-TOKEN to WS-STG-NAME
        end-if.

        perform load-staged-transactions.
        perform count-load-rejects.
        perform match-run-results.
        perform match-posting-history.
        perform match-interface-extract.
        perform match-suspense-entries.
        perform match-review-queue.
        perform check-one-staged-transaction
            varying WS-CUR-TRANS from 1 by 1
            until WS-CUR-TRANS > PR-TRANS-COUNT.

        if PR-JOB-COUNT = 0
            display "KWI_NSMP: nothing staged, rejected, or reported "
                    "for run " WS-RUN-ID
            exit program returning 9999
        end-if.

        open output PRF-FILE.
        if WS-PRF-FILE-STATUS not = "00"
            display "KWI_NSMP: unable to open KWINSM.PRF - status "
                    WS-PRF-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-RUN-ID to PRF-HDG-RUN-ID.
        move function current-date (1:8) to PRF-HDG-DATE.
        write PRF-LINE from PRF-HEADING-LINE.
        perform print-extract-note.
        write PRF-LINE from PRF-BLANK-LINE.

        perform print-one-job-block
            varying WS-CUR-JOB from 1 by 1
            until WS-CUR-JOB > PR-JOB-COUNT.
        perform print-run-total-block.
        perform print-gap-listing.
        perform print-proof-verdict.
        close PRF-FILE.

        if PR-RUN-GAPS > 0
            display "KWI_NSMP: run " WS-RUN-ID " is NOT PROVED - "
                    PR-RUN-GAPS " gap(s) over " PR-JOB-COUNT
                    " job(s) - see KWINSM.PRF"
            exit program returning RC-RUN-NOT-PROVED
        end-if.
        display "KWI_NSMP: run " WS-RUN-ID " proved - "
                PR-RUN-STAGED " staged transaction(s) over "
                PR-JOB-COUNT " job(s) all accounted for - see "
                "KWINSM.PRF".
        goback.

      ****************************************************************
      *  Load every transaction the run staged, once per job - a
      *  retried block stages the same transactions again, and they
      *  are still only one transaction each.  Header records are
      *  passed over; the details are what was handed off.
      ****************************************************************
        load-staged-transactions section.
        open input STG-FILE.
        if WS-STG-FILE-STATUS not = "00"
            display "KWI_NSMP: unable to open " WS-STG-NAME
                    " - status " WS-STG-FILE-STATUS
            exit program returning 9999
        end-if.
        perform load-one-staged-record until STG-EOF.
        close STG-FILE.

        load-one-staged-record section.
        read STG-FILE into STG-RECORD
            at end set STG-EOF to true
        end-read.
        if not STG-EOF and STG-RUN-ID = WS-RUN-ID
                       and STG-REC-DETAIL
            move STG-JOB-NAME to WS-FIND-JOB-NAME
            move STG-TRANS-ID to WS-FIND-TRANS-ID
            perform locate-staged-entry
            if WS-TRANS-SUB = 0
                perform add-staged-entry
            end-if
        end-if.

        add-staged-entry section.
        if PR-TRANS-COUNT >= 10000
            display "KWI_NSMP: run " WS-RUN-ID " staged more "
                    "transactions than the proof table holds - "
                    "stopping"
            exit program returning 9999
        end-if.
        add 1 to PR-TRANS-COUNT.
        move WS-FIND-JOB-NAME to PR-TRN-JOB-NAME (PR-TRANS-COUNT).
        move WS-FIND-TRANS-ID to PR-TRN-TRANS-ID (PR-TRANS-COUNT).
        move space to PR-TRN-RESULT (PR-TRANS-COUNT).
        move "N" to PR-TRN-HST-SW (PR-TRANS-COUNT).
        move "N" to PR-TRN-GLI-SW (PR-TRANS-COUNT).
        move "N" to PR-TRN-SUS-SW (PR-TRANS-COUNT).
        move "N" to PR-TRN-HVQ-SW (PR-TRANS-COUNT).
        perform locate-job-entry.
        add 1 to PR-STAGED (WS-CUR-JOB).

      ****************************************************************
      *  Find the staged entry for the job and transaction id in
      *  WS-FIND-JOB-NAME and WS-FIND-TRANS-ID, leaving its
      *  subscript in WS-TRANS-SUB - zero when it was never staged.
      ****************************************************************
        locate-staged-entry section.
        move 0 to WS-TRANS-SUB.
        perform match-one-staged-entry
            varying WS-CUR-TRANS from 1 by 1
            until WS-CUR-TRANS > PR-TRANS-COUNT.

        match-one-staged-entry section.
        if PR-TRN-TRANS-ID (WS-CUR-TRANS) = WS-FIND-TRANS-ID
                   and PR-TRN-JOB-NAME (WS-CUR-TRANS)
                         = WS-FIND-JOB-NAME
            move WS-CUR-TRANS to WS-TRANS-SUB
            move PR-TRANS-COUNT to WS-CUR-TRANS
        end-if.

      ****************************************************************
      *  Find (or add) the table entry for the job in
      *  WS-FIND-JOB-NAME, leaving its subscript in WS-CUR-JOB.
      ****************************************************************
        locate-job-entry section.
        move "N" to WS-JOB-FOUND-SWITCH.
        move 0 to WS-JOB-SUB.
        perform match-one-job-entry
            varying WS-CUR-JOB from 1 by 1
            until WS-CUR-JOB > PR-JOB-COUNT.
        if WS-JOB-FOUND
            move WS-JOB-SUB to WS-CUR-JOB
        else
            if PR-JOB-COUNT >= 100
                display "KWI_NSMP: run " WS-RUN-ID " names more "
                        "jobs than the table holds - stopping"
                exit program returning 9999
            end-if
            add 1 to PR-JOB-COUNT
            move WS-FIND-JOB-NAME to PR-JOB-NAME (PR-JOB-COUNT)
            move 0 to PR-STAGED (PR-JOB-COUNT)
            move 0 to PR-LOAD-REJ (PR-JOB-COUNT)
            move 0 to PR-RESULTS (PR-JOB-COUNT)
            move 0 to PR-ACCEPTED (PR-JOB-COUNT)
            move 0 to PR-REJECTED (PR-JOB-COUNT)
            move 0 to PR-SUSPENDED (PR-JOB-COUNT)
            move 0 to PR-REVIEW (PR-JOB-COUNT)
            move 0 to PR-HISTORY (PR-JOB-COUNT)
            move 0 to PR-EXTRACT (PR-JOB-COUNT)
            move 0 to PR-NEW-SUSPENSE (PR-JOB-COUNT)
            move 0 to PR-QUEUED (PR-JOB-COUNT)
            move 0 to PR-GAPS (PR-JOB-COUNT)
            move PR-JOB-COUNT to WS-CUR-JOB
        end-if.

        match-one-job-entry section.
        if PR-JOB-NAME (WS-CUR-JOB) = WS-FIND-JOB-NAME
            move "Y" to WS-JOB-FOUND-SWITCH
            move WS-CUR-JOB to WS-JOB-SUB
            move PR-JOB-COUNT to WS-CUR-JOB
        end-if.

      ****************************************************************
      *  Count the run's load rejects by job.  An HD reject is a
      *  reviewer's decline written under the run that queued the
      *  item, not a load reject - that item was staged and has its
      *  REVIEW result - so it is left out.  A reject file not there
      *  at all just means nothing was rejected.
      ****************************************************************
        count-load-rejects section.
        open input REJ-FILE.
        if WS-REJ-FILE-STATUS = "00"
            perform count-one-reject-record until REJ-EOF
            close REJ-FILE
        end-if.

        count-one-reject-record section.
        read REJ-FILE into REJ-RECORD
            at end set REJ-EOF to true
        end-read.
        if not REJ-EOF and REJ-RUN-ID = WS-RUN-ID
                       and not REJ-REASON-HV-DECLINED
            move REJ-JOB-NAME to WS-FIND-JOB-NAME
            perform locate-job-entry
            add 1 to PR-LOAD-REJ (WS-CUR-JOB)
        end-if.

      ****************************************************************
      *  Read the run's results off its keys.  Each is counted by
      *  disposition under its job and marked on its staged entry;
      *  a result for a transaction the run never staged is a gap.
      ****************************************************************
        match-run-results section.
        open input RSL-FILE.
        if WS-RSL-FILE-STATUS not = "00"
            display "KWI_NSMP: unable to open KWINSM.RSL - status "
                    WS-RSL-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-RUN-ID to RSL-RUN-ID.
        move low-values to RSL-JOB-NAME RSL-TRANS-ID.
        start RSL-FILE key not less than RSL-KEY
            invalid key set RSL-EOF to true
        end-start.
        perform match-one-result-record until RSL-EOF.
        close RSL-FILE.

        match-one-result-record section.
        read RSL-FILE
            at end set RSL-EOF to true
        end-read.
        if not RSL-EOF and RSL-RUN-ID not = WS-RUN-ID
            set RSL-EOF to true
        end-if.
        if not RSL-EOF
            move RSL-JOB-NAME to WS-FIND-JOB-NAME
            move RSL-TRANS-ID to WS-FIND-TRANS-ID
            perform locate-job-entry
            add 1 to PR-RESULTS (WS-CUR-JOB)
            evaluate true
                when RSL-DISP-ACCEPTED
                    add 1 to PR-ACCEPTED (WS-CUR-JOB)
                when RSL-DISP-REJECTED
                    add 1 to PR-REJECTED (WS-CUR-JOB)
                when RSL-DISP-SUSPENDED
                    add 1 to PR-SUSPENDED (WS-CUR-JOB)
                when RSL-DISP-REVIEW
                    add 1 to PR-REVIEW (WS-CUR-JOB)
            end-evaluate
            perform locate-staged-entry
            if WS-TRANS-SUB = 0
                move "RESULT FOR A TRANSACTION NEVER STAGED"
                    to WS-GAP-TEXT
                perform note-proof-gap
            else
                evaluate true
                    when RSL-DISP-ACCEPTED
                        set PR-TRN-ACCEPTED (WS-TRANS-SUB) to true
                    when RSL-DISP-REJECTED
                        set PR-TRN-REJECTED (WS-TRANS-SUB) to true
                    when RSL-DISP-SUSPENDED
                        set PR-TRN-SUSPENDED (WS-TRANS-SUB) to true
                    when RSL-DISP-REVIEW
                        set PR-TRN-REVIEW (WS-TRANS-SUB) to true
                end-evaluate
            end-if
        end-if.

      ****************************************************************
      *  Read the posting history through for the records this run
      *  wrote.  Each must be an ACCEPTED result of the run.
      ****************************************************************
        match-posting-history section.
        open input HST-FILE.
        if WS-HST-FILE-STATUS not = "00"
                   and WS-HST-FILE-STATUS not = "05"
            display "KWI_NSMP: unable to open KWINSM.HST - status "
                    WS-HST-FILE-STATUS
            exit program returning 9999
        end-if.
        perform match-one-history-record until HST-EOF.
        close HST-FILE.

        match-one-history-record section.
        read HST-FILE
            at end set HST-EOF to true
        end-read.
        if not HST-EOF and HST-RUN-ID = WS-RUN-ID
            move HST-JOB-NAME to WS-FIND-JOB-NAME
            move HST-TRANS-ID to WS-FIND-TRANS-ID
            perform locate-job-entry
            add 1 to PR-HISTORY (WS-CUR-JOB)
            perform locate-staged-entry
            if WS-TRANS-SUB = 0
                move "IN HISTORY - NOT STAGED" to WS-GAP-TEXT
                perform note-proof-gap
            else
                if PR-TRN-ACCEPTED (WS-TRANS-SUB)
                    move "Y" to PR-TRN-HST-SW (WS-TRANS-SUB)
                else
                    move "IN HISTORY - NOT ACCEPTED" to WS-GAP-TEXT
                    perform note-proof-gap
                end-if
            end-if
        end-if.

      ****************************************************************
      *  Match the GL interface file's details against the run's
      *  ACCEPTED results.  The file carries only the run last
      *  extracted; when that is not this run (or there is no file)
      *  nothing of this run has been carried, and every ACCEPTED
      *  result shows as a gap.
      ****************************************************************
        match-interface-extract section.
        set WS-GLI-MISSING to true.
        open input GLI-FILE.
        if WS-GLI-FILE-STATUS = "00"
            perform match-one-extract-record until GLI-EOF
            close GLI-FILE
        end-if.

        match-one-extract-record section.
        read GLI-FILE into GLI-RECORD
            at end set GLI-EOF to true
        end-read.
        evaluate true
            when GLI-EOF
                continue
            when GLI-REC-HEADER
                move GLI-HDR-RUN-ID to WS-GLI-RUN-ID
                if GLI-HDR-RUN-ID = WS-RUN-ID
                    set WS-GLI-THIS-RUN to true
                else
                    set WS-GLI-OTHER-RUN to true
                    set GLI-EOF to true
                end-if
            when GLI-REC-DETAIL and WS-GLI-THIS-RUN
                perform match-one-extract-detail
        end-evaluate.

        match-one-extract-detail section.
        move GLI-DET-JOB-NAME to WS-FIND-JOB-NAME.
        move GLI-DET-TRANS-ID to WS-FIND-TRANS-ID.
        perform locate-job-entry.
        add 1 to PR-EXTRACT (WS-CUR-JOB).
        perform locate-staged-entry.
        evaluate true
            when WS-TRANS-SUB = 0
                move "ON GL EXTRACT - NOT STAGED" to WS-GAP-TEXT
                perform note-proof-gap
            when not PR-TRN-ACCEPTED (WS-TRANS-SUB)
                move "ON GL EXTRACT - NOT ACCEPTED" to WS-GAP-TEXT
                perform note-proof-gap
            when PR-TRN-ON-EXTRACT (WS-TRANS-SUB)
                move "CARRIED TWICE ON GL EXTRACT" to WS-GAP-TEXT
                perform note-proof-gap
            when other
                move "Y" to PR-TRN-GLI-SW (WS-TRANS-SUB)
        end-evaluate.

      ****************************************************************
      *  Match the suspense entries this run wrote against its
      *  SUSPENDED results - released since or still held, either
      *  way the run wrote them.  A missing file holds no entries.
      ****************************************************************
        match-suspense-entries section.
        open input SUS-FILE.
        if WS-SUS-FILE-STATUS = "00"
            perform match-one-suspense-record until SUS-EOF
            close SUS-FILE
        end-if.

        match-one-suspense-record section.
        read SUS-FILE into SUS-RECORD
            at end set SUS-EOF to true
        end-read.
        if not SUS-EOF and SUS-RUN-ID = WS-RUN-ID
            move SUS-JOB-NAME to WS-FIND-JOB-NAME
            move SUS-TRANS-ID to WS-FIND-TRANS-ID
            perform locate-job-entry
            add 1 to PR-NEW-SUSPENSE (WS-CUR-JOB)
            perform locate-staged-entry
            evaluate true
                when WS-TRANS-SUB = 0
                    move "IN SUSPENSE - NOT STAGED" to WS-GAP-TEXT
                    perform note-proof-gap
                when not PR-TRN-SUSPENDED (WS-TRANS-SUB)
                    move "IN SUSPENSE - NOT SUSPENDED" to WS-GAP-TEXT
                    perform note-proof-gap
                when PR-TRN-IN-SUSPENSE (WS-TRANS-SUB)
                    move "SUSPENDED TWICE" to WS-GAP-TEXT
                    perform note-proof-gap
                when other
                    move "Y" to PR-TRN-SUS-SW (WS-TRANS-SUB)
            end-evaluate
        end-if.

      ****************************************************************
      *  Match the review queue entries this run wrote against its
      *  REVIEW results, decided since or still pending.  A missing
      *  queue holds no entries.
      ****************************************************************
        match-review-queue section.
        open input HVQ-FILE.
        if WS-HVQ-FILE-STATUS = "00"
            perform match-one-queue-record until HVQ-EOF
            close HVQ-FILE
        end-if.

        match-one-queue-record section.
        read HVQ-FILE into HVQ-RECORD
            at end set HVQ-EOF to true
        end-read.
        if not HVQ-EOF and HVQ-RUN-ID = WS-RUN-ID
            move HVQ-JOB-NAME to WS-FIND-JOB-NAME
            move HVQ-TRANS-ID to WS-FIND-TRANS-ID
            perform locate-job-entry
            add 1 to PR-QUEUED (WS-CUR-JOB)
            perform locate-staged-entry
            evaluate true
                when WS-TRANS-SUB = 0
                    move "ON REVIEW QUEUE - NOT STAGED" to WS-GAP-TEXT
                    perform note-proof-gap
                when not PR-TRN-REVIEW (WS-TRANS-SUB)
                    move "ON REVIEW QUEUE - NOT HELD FOR REVIEW"
                        to WS-GAP-TEXT
                    perform note-proof-gap
                when PR-TRN-ON-QUEUE (WS-TRANS-SUB)
                    move "QUEUED TWICE FOR REVIEW" to WS-GAP-TEXT
                    perform note-proof-gap
                when other
                    move "Y" to PR-TRN-HVQ-SW (WS-TRANS-SUB)
            end-evaluate
        end-if.

      ****************************************************************
      *  Close the proof on one staged transaction: it must have a
      *  result, and the result must have landed everywhere that
      *  result goes.
      ****************************************************************
        check-one-staged-transaction section.
        move PR-TRN-JOB-NAME (WS-CUR-TRANS) to WS-FIND-JOB-NAME.
        move PR-TRN-TRANS-ID (WS-CUR-TRANS) to WS-FIND-TRANS-ID.
        move space to WS-GAP-TEXT.
        evaluate true
            when PR-TRN-NO-RESULT (WS-CUR-TRANS)
                move "STAGED - NO RESULT" to WS-GAP-TEXT
            when PR-TRN-ACCEPTED (WS-CUR-TRANS)
                       and not PR-TRN-IN-HISTORY (WS-CUR-TRANS)
                move "ACCEPTED - NOT IN HISTORY" to WS-GAP-TEXT
            when PR-TRN-SUSPENDED (WS-CUR-TRANS)
                       and not PR-TRN-IN-SUSPENSE (WS-CUR-TRANS)
                move "SUSPENDED - NOT IN SUSPENSE" to WS-GAP-TEXT
            when PR-TRN-REVIEW (WS-CUR-TRANS)
                       and not PR-TRN-ON-QUEUE (WS-CUR-TRANS)
                move "HELD FOR REVIEW - NOT ON REVIEW QUEUE"
                    to WS-GAP-TEXT
        end-evaluate.
        if WS-GAP-TEXT not = space
            perform locate-job-entry
            perform note-proof-gap
        end-if.
        if PR-TRN-ACCEPTED (WS-CUR-TRANS)
                   and not PR-TRN-ON-EXTRACT (WS-CUR-TRANS)
            move "ACCEPTED - NOT ON GL EXTRACT" to WS-GAP-TEXT
            perform locate-job-entry
            perform note-proof-gap
        end-if.

      ****************************************************************
      *  Record one gap against the job in WS-CUR-JOB, for the
      *  transaction in WS-FIND-TRANS-ID, with the text in
      *  WS-GAP-TEXT.
      ****************************************************************
        note-proof-gap section.
        add 1 to PR-GAPS (WS-CUR-JOB).
        if PR-GAP-COUNT < 2000
            add 1 to PR-GAP-COUNT
            move WS-FIND-JOB-NAME to PR-GAP-JOB-NAME (PR-GAP-COUNT)
            move WS-FIND-TRANS-ID to PR-GAP-TRANS-ID (PR-GAP-COUNT)
            move WS-GAP-TEXT to PR-GAP-TEXT (PR-GAP-COUNT)
        else
            add 1 to WS-GAP-UNLISTED-COUNT
        end-if.

      ****************************************************************
      *  Say under the heading which run the GL interface file on
      *  hand was cut for, when it is not this one.
      ****************************************************************
        print-extract-note section.
        move space to PRF-NOTE-TEXT.
        evaluate true
            when WS-GLI-MISSING
                move "NO GL INTERFACE FILE ON HAND - NOTHING CARRIED"
                    to PRF-NOTE-TEXT
            when WS-GLI-OTHER-RUN
                string "GL INTERFACE FILE ON HAND IS FOR RUN "
                           delimited by size
                       WS-GLI-RUN-ID delimited by size
                       " - NOT THIS ONE" delimited by size
                    into PRF-NOTE-TEXT
                end-string
        end-evaluate.
        if PRF-NOTE-TEXT not = space
            write PRF-LINE from PRF-NOTE-LINE
        end-if.

      ****************************************************************
      *  Print one job's block, rolling its figures into the run's.
      ****************************************************************
        print-one-job-block section.
        move PR-JOB-NAME (WS-CUR-JOB) to PRF-JOB-NAME.
        move PR-JOB-FIGURES (WS-CUR-JOB) to PR-PRINT-FIGURES.
        add PR-PRT-STAGED to PR-RUN-STAGED.
        add PR-PRT-LOAD-REJ to PR-RUN-LOAD-REJ.
        add PR-PRT-RESULTS to PR-RUN-RESULTS.
        add PR-PRT-ACCEPTED to PR-RUN-ACCEPTED.
        add PR-PRT-REJECTED to PR-RUN-REJECTED.
        add PR-PRT-SUSPENDED to PR-RUN-SUSPENDED.
        add PR-PRT-REVIEW to PR-RUN-REVIEW.
        add PR-PRT-HISTORY to PR-RUN-HISTORY.
        add PR-PRT-EXTRACT to PR-RUN-EXTRACT.
        add PR-PRT-NEW-SUSPENSE to PR-RUN-NEW-SUSPENSE.
        add PR-PRT-QUEUED to PR-RUN-QUEUED.
        add PR-PRT-GAPS to PR-RUN-GAPS.
        perform print-proof-block.

        print-run-total-block section.
        move "RUN TOTAL" to PRF-JOB-NAME.
        move PR-RUN-FIGURES to PR-PRINT-FIGURES.
        perform print-proof-block.

      ****************************************************************
      *  The block rows: the intake, the results by disposition with
      *  the proof that they equal what was staged, and each
      *  downstream file's count against the disposition it must
      *  agree with.
      ****************************************************************
        print-proof-block section.
        write PRF-LINE from PRF-JOB-LINE.
        move space to PRF-DET-REMARK.
        move "STAGED (KWINSM.STG)" to PRF-DET-LABEL.
        move PR-PRT-STAGED to PRF-DET-COUNT.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "LOAD REJECTS (KWINSM.REJ)" to PRF-DET-LABEL.
        move PR-PRT-LOAD-REJ to PRF-DET-COUNT.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "TAKEN IN" to PRF-DET-LABEL.
        compute PRF-DET-COUNT = PR-PRT-STAGED + PR-PRT-LOAD-REJ.
        move "STAGED + LOAD REJECTS" to PRF-DET-REMARK.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "RESULTS (KWINSM.RSL)" to PRF-DET-LABEL.
        move PR-PRT-RESULTS to PRF-DET-COUNT.
        if PR-PRT-RESULTS = PR-PRT-STAGED
            move "AGREES WITH STAGED" to PRF-DET-REMARK
        else
            move "*** DOES NOT AGREE WITH STAGED" to PRF-DET-REMARK
        end-if.
        write PRF-LINE from PRF-DETAIL-LINE.
        move space to PRF-DET-REMARK.
        move "  ACCEPTED" to PRF-DET-LABEL.
        move PR-PRT-ACCEPTED to PRF-DET-COUNT.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "  REJECTED" to PRF-DET-LABEL.
        move PR-PRT-REJECTED to PRF-DET-COUNT.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "  SUSPENDED" to PRF-DET-LABEL.
        move PR-PRT-SUSPENDED to PRF-DET-COUNT.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "  REVIEW" to PRF-DET-LABEL.
        move PR-PRT-REVIEW to PRF-DET-COUNT.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "HISTORY (KWINSM.HST)" to PRF-DET-LABEL.
        move PR-PRT-HISTORY to PRF-DET-COUNT.
        if PR-PRT-HISTORY = PR-PRT-ACCEPTED
            move "AGREES WITH ACCEPTED" to PRF-DET-REMARK
        else
            move "*** DOES NOT AGREE WITH ACCEPTED" to PRF-DET-REMARK
        end-if.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "GL EXTRACT (KWINSM.GLI)" to PRF-DET-LABEL.
        move PR-PRT-EXTRACT to PRF-DET-COUNT.
        if PR-PRT-EXTRACT = PR-PRT-ACCEPTED
            move "AGREES WITH ACCEPTED" to PRF-DET-REMARK
        else
            move "*** DOES NOT AGREE WITH ACCEPTED" to PRF-DET-REMARK
        end-if.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "NEW SUSPENSE (KWINSM.SUS)" to PRF-DET-LABEL.
        move PR-PRT-NEW-SUSPENSE to PRF-DET-COUNT.
        if PR-PRT-NEW-SUSPENSE = PR-PRT-SUSPENDED
            move "AGREES WITH SUSPENDED" to PRF-DET-REMARK
        else
            move "*** DOES NOT AGREE WITH SUSPENDED"
                to PRF-DET-REMARK
        end-if.
        write PRF-LINE from PRF-DETAIL-LINE.
        move "REVIEW QUEUE (KWINSM.HVQ)" to PRF-DET-LABEL.
        move PR-PRT-QUEUED to PRF-DET-COUNT.
        if PR-PRT-QUEUED = PR-PRT-REVIEW
            move "AGREES WITH REVIEW" to PRF-DET-REMARK
        else
            move "*** DOES NOT AGREE WITH REVIEW" to PRF-DET-REMARK
        end-if.
        write PRF-LINE from PRF-DETAIL-LINE.
        move space to PRF-DET-REMARK.
        move "GAPS" to PRF-DET-LABEL.
        move PR-PRT-GAPS to PRF-DET-COUNT.
        write PRF-LINE from PRF-DETAIL-LINE.
        write PRF-LINE from PRF-BLANK-LINE.

      ****************************************************************
      *  List every gap by job and transaction id.
      ****************************************************************
        print-gap-listing section.
        write PRF-LINE from PRF-GAP-HEADING-LINE.
        if PR-GAP-COUNT = 0
            write PRF-LINE from PRF-GAP-NONE-LINE
        else
            perform print-one-gap-line
                varying WS-CUR-GAP from 1 by 1
                until WS-CUR-GAP > PR-GAP-COUNT
        end-if.
        if WS-GAP-UNLISTED-COUNT > 0
            move WS-GAP-UNLISTED-COUNT to PRF-GAP-UNLISTED
            write PRF-LINE from PRF-GAP-OVERFLOW-LINE
        end-if.
        write PRF-LINE from PRF-BLANK-LINE.

        print-one-gap-line section.
        move PR-GAP-JOB-NAME (WS-CUR-GAP) to PRF-GAP-JOB-NAME.
        move PR-GAP-TRANS-ID (WS-CUR-GAP) to PRF-GAP-TRANS-ID.
        move PR-GAP-TEXT (WS-CUR-GAP) to PRF-GAP-TEXT.
        write PRF-LINE from PRF-GAP-DETAIL-LINE.

        print-proof-verdict section.
        move space to PRF-NOTE-TEXT.
        if PR-RUN-GAPS = 0
            move "RUN PROVED - EVERY TRANSACTION ACCOUNTED FOR"
                to PRF-NOTE-TEXT
        else
            move "*** RUN NOT PROVED - GAPS LISTED ABOVE ***"
                to PRF-NOTE-TEXT
        end-if.
        write PRF-LINE from PRF-NOTE-LINE.


      $set ans85 mf noosvs defaultbyte"00"
      ****************************************************************
      *
      *  Program:
      *      KWI_NSMK.CBL
      *  Desription:
      *      General ledger acknowledgement reconciliation.  Reads
      *      the acknowledgement file the ledger sends back after
      *      loading our interface files (KWINSM.GLA, see
      *      KWI_GLA.CPY, unless another file name is given on the
      *      command line) and matches each acknowledgement by
      *      run-id - and by the extract timestamp the ledger echoes,
      *      when it does - against the extract journal (KWINSM.GLX,
      *      see KWI_GLX.CPY) KWI_NSMG keeps.  The ledger's accepted
      *      count and hash total are compared with the record count
      *      and hash total our interface trailer carried
      *      (GLI-TRL-RECORD-COUNT and GLI-TRL-HASH-TOTAL, journalled
      *      with the extract), and every line the ledger refused is
      *      listed.  The journal entry is then marked ACKNOWLEDGED
      *      when the figures agree and nothing was refused, or
      *      REJECTED when they do not; an extract with no
      *      acknowledgement yet stays OUTSTANDING, and an older
      *      extract a RERUN replaced is marked SUPERSEDED.  The
      *      reconciliation is printed to KWINSM.GLR.  Every extract
      *      still outstanding a full business day after it was cut
      *      (judged against the posting calendar, KWINSM.CAL) is
      *      listed on the exception report, KWINSM.GLE, for the
      *      morning crew to chase with the ledger team.  The
      *      journal is rewritten through a work file.
      ****************************************************************
        identification division.
        program-id. KWI_NSMK.

        environment division.
        input-output section.
        file-control.
            select GLA-FILE assign to dynamic WS-GLA-NAME
                organization is line sequential
                file status is WS-GLA-FILE-STATUS.
      ****************************************************************
      *  The extract journal, read twice and rewritten through the
      *  work file with each entry's acknowledgement state.
      ****************************************************************
            select GLX-FILE assign to "KWINSM.GLX"
                organization is line sequential
                file status is WS-GLX-FILE-STATUS.
            select XWK-FILE assign to dynamic WS-XWK-NAME
                organization is line sequential
                file status is WS-XWK-FILE-STATUS.
      ****************************************************************
      *  Posting calendar, the same file KWI_NSM2's business edits
      *  load, so "one business day" means the same thing here.
      ****************************************************************
            select CAL-FILE assign to "KWINSM.CAL"
                organization is line sequential
                file status is WS-CAL-FILE-STATUS.
            select GLR-FILE assign to "KWINSM.GLR"
                organization is line sequential
                file status is WS-GLR-FILE-STATUS.
            select GLE-FILE assign to "KWINSM.GLE"
                organization is line sequential
                file status is WS-GLE-FILE-STATUS.

        data division.
        file section.
        FD  GLA-FILE.
            copy KWI_GLA.
        FD  GLX-FILE.
            copy KWI_GLX.
        FD  XWK-FILE.
        01  XWK-RECORD                  PIC X(120).
        FD  CAL-FILE.
            copy KWI_CAL.
        FD  GLR-FILE.
        01  GLR-LINE                    PIC X(80).
        FD  GLE-FILE.
        01  GLE-LINE                    PIC X(80).

        working-storage section.
        01  WS-GLA-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-GLX-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-XWK-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-CAL-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-GLR-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-GLE-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-GLA-NAME                 PIC X(12) VALUE "KWINSM.GLA".
        01  WS-XWK-NAME                 PIC X(12) VALUE "KWINSMK.WRK".
        01  GLA-EOF-SWITCH              PIC X(01) VALUE "N".
            88  GLA-EOF                     VALUE "Y".
        01  GLX-EOF-SWITCH              PIC X(01) VALUE "N".
            88  GLX-EOF                     VALUE "Y".
        01  XWK-EOF-SWITCH              PIC X(01) VALUE "N".
            88  XWK-EOF                     VALUE "Y".
        01  CAL-EOF-SWITCH              PIC X(01) VALUE "N".
            88  CAL-EOF                     VALUE "Y".
        01  WS-GLX-PRESENT-SWITCH       PIC X(01) VALUE "N".
            88  WS-GLX-PRESENT              VALUE "Y".

        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-GLA-NAME-TOKEN           PIC X(12) VALUE SPACE.
        01  WS-TODAY-DATE               PIC X(08) VALUE SPACE.
        01  WS-ACK-TIMESTAMP            PIC X(21) VALUE SPACE.

      ****************************************************************
      *  One entry per acknowledgement read: what the ledger said,
      *  the journal line it matched (zero for none) with what we
      *  sent, and the outcome decided.  The lines the ledger
      *  refused are kept alongside, each tied to its
      *  acknowledgement.
      ****************************************************************
        01  GK-ACK-TABLE.
            05  GK-ACK-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
            05  GK-ACK-ENTRY OCCURS 1 TO 200 TIMES
                              DEPENDING ON GK-ACK-COUNT.
                10  GK-ACK-RUN-ID       PIC X(08).
                10  GK-ACK-EXTRACT-TIME PIC X(21).
                10  GK-ACK-LOADED-TIME  PIC X(21).
                10  GK-ACK-TRAILER-SW   PIC X(01).
                    88  GK-ACK-HAS-TRAILER  VALUE "Y".
                10  GK-ACK-ACC-COUNT    PIC 9(07).
                10  GK-ACK-ACC-HASH     PIC 9(13)V99.
                10  GK-ACK-REF-COUNT    PIC 9(07).
                10  GK-ACK-REF-LINES    PIC 9(07) COMP-5.
                10  GK-ACK-GLX-LINE     PIC 9(07) COMP-5.
                10  GK-ACK-OUR-TIME     PIC X(21).
                10  GK-ACK-OUR-COUNT    PIC 9(07).
                10  GK-ACK-OUR-HASH     PIC 9(13)V99.
                10  GK-ACK-OUTCOME      PIC X(12).
                10  GK-ACK-REMARK       PIC X(40).
        01  WS-CUR-ACK                  PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-OPEN-ACK                 PIC 9(04) COMP-5 VALUE ZERO.

        01  GK-REFUSED-TABLE.
            05  GK-REF-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
            05  GK-REF-ENTRY OCCURS 1 TO 2000 TIMES
                              DEPENDING ON GK-REF-COUNT.
                10  GK-REF-ACK          PIC 9(04) COMP-5.
                10  GK-REF-TRANS-ID     PIC X(10).
                10  GK-REF-JOB-NAME     PIC X(08).
                10  GK-REF-ACCOUNT      PIC X(10).
                10  GK-REF-TYPE-CODE    PIC X(02).
                10  GK-REF-AMOUNT       PIC 9(09)V99.
                10  GK-REF-REASON       PIC X(30).
        01  WS-CUR-REFUSED              PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-REF-UNKEPT-COUNT         PIC 9(07) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Every run-id on the journal with the line number of its
      *  latest extract - an earlier line for the same run-id is one
      *  a RERUN replaced.
      ****************************************************************
        01  GK-RUN-TABLE.
            05  GK-RUN-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
            05  GK-RUN-ENTRY OCCURS 1 TO 5000 TIMES
                              DEPENDING ON GK-RUN-COUNT.
                10  GK-RUN-ID           PIC X(08).
                10  GK-RUN-LAST-LINE    PIC 9(07) COMP-5.
        01  WS-CUR-RUN                  PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-RUN-SUB                  PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-GLX-LINE                 PIC 9(07) COMP-5 VALUE ZERO.

        01  WS-ACK-READ-COUNT           PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-ACKNOWLEDGED-COUNT       PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-REJECTED-COUNT           PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-UNMATCHED-COUNT          PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-OVERDUE-COUNT            PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-DUE-DATE                 PIC X(08) VALUE SPACE.

      ****************************************************************
      *  The posting calendar's holidays and the business-day work
      *  fields, as KWI_NSM2 and KWI_NSMS keep them.  Day number
      *  modulo 7 gives the weekday - 6 is Saturday, 0 is Sunday.
      ****************************************************************
        01  CAL-HOLIDAY-TABLE.
            05  CAL-HOLIDAY-COUNT       PIC 9(04) COMP-5 VALUE ZERO.
            05  CAL-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
                                  DEPENDING ON CAL-HOLIDAY-COUNT.
                10  CAL-HOLIDAY-DATE    PIC X(08).
        01  WS-CUR-HOLIDAY              PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-CHECK-DATE               PIC X(08) VALUE SPACE.
        01  WS-CHECK-DATE-N             PIC 9(08) VALUE ZERO.
        01  WS-CHECK-DAY-NUMBER         PIC 9(08) COMP-5 VALUE ZERO.
        01  WS-CHECK-WEEKDAY            PIC 9(01) VALUE ZERO.
        01  WS-BUSINESS-DAY-SW          PIC X(01) VALUE "N".
            88  WS-IS-BUSINESS-DAY          VALUE "Y".
        01  WS-ROLL-STEP-COUNT          PIC 9(04) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Reconciliation report lines: per acknowledgement, the run
      *  and timestamps, our figures and the ledger's, the outcome,
      *  and each refused line with the ledger's reason under it.
      ****************************************************************
        01  GLR-HEADING-LINE.
            05  FILLER                  PIC X(43) VALUE
                "KWI_NSMK GL ACKNOWLEDGEMENT RECONCILIATION ".
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLR-HDG-DATE            PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(27) VALUE SPACE.
        01  GLR-ACK-LINE.
            05  FILLER                  PIC X(04) VALUE "RUN ".
            05  GLR-ACK-RUN-ID          PIC X(08).
            05  FILLER                  PIC X(12) VALUE
                "  EXTRACTED ".
            05  GLR-ACK-EXTRACTED       PIC X(14).
            05  FILLER                  PIC X(09) VALUE "  LOADED ".
            05  GLR-ACK-LOADED          PIC X(14).
            05  FILLER                  PIC X(19) VALUE SPACE.
        01  GLR-FIGURE-LINE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLR-FIG-LABEL           PIC X(10).
            05  FILLER                  PIC X(07) VALUE "COUNT ".
            05  GLR-FIG-COUNT           PIC ZZZZZZ9.
            05  FILLER                  PIC X(07) VALUE "  HASH ".
            05  GLR-FIG-HASH            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  GLR-FIG-REFUSED-LABEL   PIC X(10).
            05  GLR-FIG-REFUSED         PIC ZZZZZZ9.
            05  FILLER                  PIC X(08) VALUE SPACE.
        01  GLR-OUTCOME-LINE.
            05  FILLER                  PIC X(10) VALUE "  OUTCOME ".
            05  GLR-OUT-OUTCOME         PIC X(12).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLR-OUT-REMARK          PIC X(40).
            05  FILLER                  PIC X(16) VALUE SPACE.
        01  GLR-REFUSED-LINE.
            05  FILLER                  PIC X(10) VALUE "  REFUSED ".
            05  GLR-REF-TRANS-ID        PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  GLR-REF-JOB-NAME        PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  GLR-REF-ACCOUNT         PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  GLR-REF-TYPE-CODE       PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  GLR-REF-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER                  PIC X(22) VALUE SPACE.
        01  GLR-REASON-LINE.
            05  FILLER                  PIC X(20) VALUE
                "            REASON ".
            05  GLR-RSN-TEXT            PIC X(30).
            05  FILLER                  PIC X(30) VALUE SPACE.
        01  GLR-UNKEPT-LINE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLR-UNK-COUNT           PIC ZZZZZZ9.
            05  FILLER                  PIC X(71) VALUE
                " MORE REFUSED LINE(S) NOT LISTED".
        01  GLR-END-LINE.
            05  FILLER                  PIC X(17) VALUE
                "ACKNOWLEDGEMENTS ".
            05  GLR-END-READ            PIC ZZZZ9.
            05  FILLER                  PIC X(14) VALUE
                "  ACKNOWLEDGED".
            05  GLR-END-ACKNOWLEDGED    PIC ZZZZ9.
            05  FILLER                  PIC X(10) VALUE "  REJECTED".
            05  GLR-END-REJECTED        PIC ZZZZ9.
            05  FILLER                  PIC X(11) VALUE "  UNMATCHED".
            05  GLR-END-UNMATCHED       PIC ZZZZ9.
            05  FILLER                  PIC X(08) VALUE SPACE.
        01  GLR-BLANK-LINE              PIC X(80) VALUE SPACE.

      ****************************************************************
      *  Exception report lines: one per extract still outstanding
      *  past its due date.
      ****************************************************************
        01  GLE-HEADING-LINE.
            05  FILLER                  PIC X(45) VALUE
                "KWI_NSMK GL EXTRACTS NOT ACKNOWLEDGED IN TIME".
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLE-HDG-DATE            PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(25) VALUE SPACE.
        01  GLE-COLUMN-LINE.
            05  FILLER                  PIC X(40) VALUE
                "RUN-ID    EXTRACTED       DUE BY      CO".
            05  FILLER                  PIC X(40) VALUE
                "UNT                 HASH TOTAL          ".
        01  GLE-DETAIL-LINE.
            05  GLE-DET-RUN-ID          PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLE-DET-EXTRACTED       PIC X(14).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLE-DET-DUE-DATE        PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLE-DET-COUNT           PIC ZZZZZZ9.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  GLE-DET-HASH            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER                  PIC X(13) VALUE SPACE.
        01  GLE-END-LINE.
            05  FILLER                  PIC X(18) VALUE
                "OVERDUE EXTRACTS: ".
            05  GLE-END-COUNT           PIC ZZZZ9.
            05  FILLER                  PIC X(57) VALUE SPACE.

        procedure division.
        main section.

        accept WS-COMMAND-LINE from command-line.
        if WS-COMMAND-LINE not = space
            unstring WS-COMMAND-LINE delimited by all space
                into WS-GLA-NAME-TOKEN
            end-unstring
        end-if.
        if WS-GLA-NAME-TOKEN not = space
            move WS-GLA-NAME-TOKEN to WS-GLA-NAME
        end-if.
        move function current-date (1:8) to WS-TODAY-DATE.
        move function current-date to WS-ACK-TIMESTAMP.
        perform load-posting-calendar.

        perform load-acknowledgements.
        perform scan-extract-journal.
        perform decide-one-outcome
            varying WS-CUR-ACK from 1 by 1
            until WS-CUR-ACK > GK-ACK-COUNT.

        open output GLR-FILE.
        if WS-GLR-FILE-STATUS not = "00"
            display "KWI_NSMK: unable to open KWINSM.GLR - status "
                    WS-GLR-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-TODAY-DATE to GLR-HDG-DATE.
        write GLR-LINE from GLR-HEADING-LINE.
        write GLR-LINE from GLR-BLANK-LINE.
        perform print-one-acknowledgement
            varying WS-CUR-ACK from 1 by 1
            until WS-CUR-ACK > GK-ACK-COUNT.
        if WS-REF-UNKEPT-COUNT > 0
            move WS-REF-UNKEPT-COUNT to GLR-UNK-COUNT
            write GLR-LINE from GLR-UNKEPT-LINE
            write GLR-LINE from GLR-BLANK-LINE
        end-if.
        move WS-ACK-READ-COUNT to GLR-END-READ.
        move WS-ACKNOWLEDGED-COUNT to GLR-END-ACKNOWLEDGED.
        move WS-REJECTED-COUNT to GLR-END-REJECTED.
        move WS-UNMATCHED-COUNT to GLR-END-UNMATCHED.
        write GLR-LINE from GLR-END-LINE.
        close GLR-FILE.

        open output GLE-FILE.
        if WS-GLE-FILE-STATUS not = "00"
            display "KWI_NSMK: unable to open KWINSM.GLE - status "
                    WS-GLE-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-TODAY-DATE to GLE-HDG-DATE.
        write GLE-LINE from GLE-HEADING-LINE.
        write GLE-LINE from GLE-COLUMN-LINE.
        if WS-GLX-PRESENT
            perform rewrite-extract-journal
        end-if.
        move WS-OVERDUE-COUNT to GLE-END-COUNT.
        write GLE-LINE from GLE-END-LINE.
        close GLE-FILE.

        display "KWI_NSMK: " WS-ACK-READ-COUNT
                " acknowledgement(s) - " WS-ACKNOWLEDGED-COUNT
                " acknowledged, " WS-REJECTED-COUNT " rejected, "
                WS-UNMATCHED-COUNT " unmatched - see KWINSM.GLR".
        if WS-OVERDUE-COUNT > 0
            display "KWI_NSMK: " WS-OVERDUE-COUNT
                    " extract(s) not acknowledged after one "
                    "business day - see KWINSM.GLE"
        end-if.
        goback.

      ****************************************************************
      *  Read the acknowledgement file into the table.  A header
      *  opens a new acknowledgement; details and the trailer belong
      *  to the one open.  A trailer whose run-id is not the
      *  header's does not close it, and lines before any header
      *  belong to nothing.  No file at all just means the ledger
      *  has sent nothing back yet - the journal is still checked
      *  for overdue extracts.
      ****************************************************************
        load-acknowledgements section.
        move 0 to WS-OPEN-ACK.
        open input GLA-FILE.
        if WS-GLA-FILE-STATUS = "00"
            perform load-one-acknowledgement-line until GLA-EOF
            close GLA-FILE
        else
            display "KWI_NSMK: no acknowledgement file " WS-GLA-NAME
                    " - checking the journal for overdue extracts "
                    "only"
        end-if.

        load-one-acknowledgement-line section.
        read GLA-FILE into GLA-RECORD
            at end set GLA-EOF to true
        end-read.
        if not GLA-EOF
            evaluate true
                when GLA-REC-HEADER
                    perform open-acknowledgement
                when GLA-REC-DETAIL and WS-OPEN-ACK > 0
                    perform keep-refused-line
                when GLA-REC-TRAILER and WS-OPEN-ACK > 0
                    if GLA-TRL-RUN-ID = GK-ACK-RUN-ID (WS-OPEN-ACK)
                        move "Y" to GK-ACK-TRAILER-SW (WS-OPEN-ACK)
                        move GLA-TRL-ACCEPTED-COUNT
                            to GK-ACK-ACC-COUNT (WS-OPEN-ACK)
                        move GLA-TRL-ACCEPTED-HASH
                            to GK-ACK-ACC-HASH (WS-OPEN-ACK)
                        move GLA-TRL-REFUSED-COUNT
                            to GK-ACK-REF-COUNT (WS-OPEN-ACK)
                    end-if
                    move 0 to WS-OPEN-ACK
            end-evaluate
        end-if.

        open-acknowledgement section.
        if GK-ACK-COUNT >= 200
            display "KWI_NSMK: " WS-GLA-NAME " holds more "
                    "acknowledgements than the table holds - "
                    "stopping"
            exit program returning 9999
        end-if.
        add 1 to GK-ACK-COUNT.
        add 1 to WS-ACK-READ-COUNT.
        move GK-ACK-COUNT to WS-OPEN-ACK.
        move GLA-HDR-RUN-ID to GK-ACK-RUN-ID (WS-OPEN-ACK).
        move GLA-HDR-EXTRACT-TIME to GK-ACK-EXTRACT-TIME (WS-OPEN-ACK).
        move GLA-HDR-LOADED-TIME to GK-ACK-LOADED-TIME (WS-OPEN-ACK).
        move "N" to GK-ACK-TRAILER-SW (WS-OPEN-ACK).
        move 0 to GK-ACK-ACC-COUNT (WS-OPEN-ACK).
        move 0 to GK-ACK-ACC-HASH (WS-OPEN-ACK).
        move 0 to GK-ACK-REF-COUNT (WS-OPEN-ACK).
        move 0 to GK-ACK-REF-LINES (WS-OPEN-ACK).
        move 0 to GK-ACK-GLX-LINE (WS-OPEN-ACK).
        move space to GK-ACK-OUR-TIME (WS-OPEN-ACK).
        move 0 to GK-ACK-OUR-COUNT (WS-OPEN-ACK).
        move 0 to GK-ACK-OUR-HASH (WS-OPEN-ACK).
        move space to GK-ACK-OUTCOME (WS-OPEN-ACK).
        move space to GK-ACK-REMARK (WS-OPEN-ACK).

        keep-refused-line section.
        add 1 to GK-ACK-REF-LINES (WS-OPEN-ACK).
        if GK-REF-COUNT < 2000
            add 1 to GK-REF-COUNT
            move WS-OPEN-ACK to GK-REF-ACK (GK-REF-COUNT)
            move GLA-DET-TRANS-ID to GK-REF-TRANS-ID (GK-REF-COUNT)
            move GLA-DET-JOB-NAME to GK-REF-JOB-NAME (GK-REF-COUNT)
            move GLA-DET-ACCOUNT to GK-REF-ACCOUNT (GK-REF-COUNT)
            move GLA-DET-TYPE-CODE to GK-REF-TYPE-CODE (GK-REF-COUNT)
            if GLA-DET-AMOUNT-X is numeric
                move GLA-DET-AMOUNT to GK-REF-AMOUNT (GK-REF-COUNT)
            else
                move 0 to GK-REF-AMOUNT (GK-REF-COUNT)
            end-if
            move GLA-DET-REASON to GK-REF-REASON (GK-REF-COUNT)
        else
            add 1 to WS-REF-UNKEPT-COUNT
        end-if.

      ****************************************************************
      *  First pass of the journal: note each run-id's latest line,
      *  and match every acknowledgement to the extract it answers -
      *  the journal line with its run-id and, when the ledger
      *  echoed it, its extract timestamp; when it did not, the
      *  latest extract for the run-id.  A missing journal means
      *  nothing was ever extracted, so every acknowledgement is
      *  unmatched.
      ****************************************************************
        scan-extract-journal section.
        move 0 to WS-GLX-LINE.
        move "N" to GLX-EOF-SWITCH.
        open input GLX-FILE.
        if WS-GLX-FILE-STATUS = "00"
            move "Y" to WS-GLX-PRESENT-SWITCH
            perform scan-one-journal-record until GLX-EOF
            close GLX-FILE
        end-if.

        scan-one-journal-record section.
        read GLX-FILE into GLX-RECORD
            at end set GLX-EOF to true
        end-read.
        if not GLX-EOF
            add 1 to WS-GLX-LINE
            perform note-run-latest-line
            perform match-one-acknowledgement
                varying WS-CUR-ACK from 1 by 1
                until WS-CUR-ACK > GK-ACK-COUNT
        end-if.

        note-run-latest-line section.
        perform locate-run-entry.
        if WS-RUN-SUB = 0
            if GK-RUN-COUNT >= 5000
                display "KWI_NSMK: KWINSM.GLX names more run-ids "
                        "than the table holds - stopping"
                exit program returning 9999
            end-if
            add 1 to GK-RUN-COUNT
            move GLX-RUN-ID to GK-RUN-ID (GK-RUN-COUNT)
            move GK-RUN-COUNT to WS-RUN-SUB
        end-if.
        move WS-GLX-LINE to GK-RUN-LAST-LINE (WS-RUN-SUB).

        locate-run-entry section.
        move 0 to WS-RUN-SUB.
        perform match-one-run-entry
            varying WS-CUR-RUN from 1 by 1
            until WS-CUR-RUN > GK-RUN-COUNT.

        match-one-run-entry section.
        if GK-RUN-ID (WS-CUR-RUN) = GLX-RUN-ID
            move WS-CUR-RUN to WS-RUN-SUB
            move GK-RUN-COUNT to WS-CUR-RUN
        end-if.

        match-one-acknowledgement section.
        if GK-ACK-RUN-ID (WS-CUR-ACK) = GLX-RUN-ID
                   and (GK-ACK-EXTRACT-TIME (WS-CUR-ACK) = space
                        or GK-ACK-EXTRACT-TIME (WS-CUR-ACK)
                             = GLX-TIMESTAMP)
            move WS-GLX-LINE to GK-ACK-GLX-LINE (WS-CUR-ACK)
            move GLX-TIMESTAMP to GK-ACK-OUR-TIME (WS-CUR-ACK)
            move GLX-RECORD-COUNT to GK-ACK-OUR-COUNT (WS-CUR-ACK)
            move GLX-HASH-TOTAL to GK-ACK-OUR-HASH (WS-CUR-ACK)
        end-if.

      ****************************************************************
      *  Decide what one acknowledgement says about its extract.  It
      *  is ACKNOWLEDGED only when the ledger accepted exactly the
      *  count and hash our trailer carried and refused nothing;
      *  refused lines or figures that do not tie make it REJECTED.
      *  One with no trailer is incomplete and decides nothing - the
      *  extract stays outstanding.
      ****************************************************************
        decide-one-outcome section.
        evaluate true
            when GK-ACK-GLX-LINE (WS-CUR-ACK) = 0
                move "UNMATCHED" to GK-ACK-OUTCOME (WS-CUR-ACK)
                move "NOT ON THE EXTRACT JOURNAL"
                    to GK-ACK-REMARK (WS-CUR-ACK)
                add 1 to WS-UNMATCHED-COUNT
            when not GK-ACK-HAS-TRAILER (WS-CUR-ACK)
                move "INCOMPLETE" to GK-ACK-OUTCOME (WS-CUR-ACK)
                move "NO TRAILER - EXTRACT LEFT OUTSTANDING"
                    to GK-ACK-REMARK (WS-CUR-ACK)
            when GK-ACK-REF-COUNT (WS-CUR-ACK) > 0
                       or GK-ACK-REF-LINES (WS-CUR-ACK) > 0
                move "REJECTED" to GK-ACK-OUTCOME (WS-CUR-ACK)
                move "LEDGER REFUSED LINE(S)"
                    to GK-ACK-REMARK (WS-CUR-ACK)
                add 1 to WS-REJECTED-COUNT
            when GK-ACK-ACC-COUNT (WS-CUR-ACK)
                       not = GK-ACK-OUR-COUNT (WS-CUR-ACK)
                       or GK-ACK-ACC-HASH (WS-CUR-ACK)
                            not = GK-ACK-OUR-HASH (WS-CUR-ACK)
                move "REJECTED" to GK-ACK-OUTCOME (WS-CUR-ACK)
                move "LEDGER COUNT OR HASH DOES NOT TIE"
                    to GK-ACK-REMARK (WS-CUR-ACK)
                add 1 to WS-REJECTED-COUNT
            when other
                move "ACKNOWLEDGED" to GK-ACK-OUTCOME (WS-CUR-ACK)
                move "COUNT AND HASH AGREE"
                    to GK-ACK-REMARK (WS-CUR-ACK)
                add 1 to WS-ACKNOWLEDGED-COUNT
        end-evaluate.

      ****************************************************************
      *  Print one acknowledgement: the run, our figures against the
      *  ledger's, the outcome, and the lines it refused.
      ****************************************************************
        print-one-acknowledgement section.
        move GK-ACK-RUN-ID (WS-CUR-ACK) to GLR-ACK-RUN-ID.
        move GK-ACK-OUR-TIME (WS-CUR-ACK) (1:14) to GLR-ACK-EXTRACTED.
        move GK-ACK-LOADED-TIME (WS-CUR-ACK) (1:14) to GLR-ACK-LOADED.
        write GLR-LINE from GLR-ACK-LINE.
        move "EXTRACT" to GLR-FIG-LABEL.
        move GK-ACK-OUR-COUNT (WS-CUR-ACK) to GLR-FIG-COUNT.
        move GK-ACK-OUR-HASH (WS-CUR-ACK) to GLR-FIG-HASH.
        move space to GLR-FIG-REFUSED-LABEL.
        move 0 to GLR-FIG-REFUSED.
        write GLR-LINE from GLR-FIGURE-LINE.
        move "LEDGER" to GLR-FIG-LABEL.
        move GK-ACK-ACC-COUNT (WS-CUR-ACK) to GLR-FIG-COUNT.
        move GK-ACK-ACC-HASH (WS-CUR-ACK) to GLR-FIG-HASH.
        move "  REFUSED " to GLR-FIG-REFUSED-LABEL.
        move GK-ACK-REF-COUNT (WS-CUR-ACK) to GLR-FIG-REFUSED.
        write GLR-LINE from GLR-FIGURE-LINE.
        move GK-ACK-OUTCOME (WS-CUR-ACK) to GLR-OUT-OUTCOME.
        move GK-ACK-REMARK (WS-CUR-ACK) to GLR-OUT-REMARK.
        write GLR-LINE from GLR-OUTCOME-LINE.
        perform print-one-refused-line
            varying WS-CUR-REFUSED from 1 by 1
            until WS-CUR-REFUSED > GK-REF-COUNT.
        write GLR-LINE from GLR-BLANK-LINE.

        print-one-refused-line section.
        if GK-REF-ACK (WS-CUR-REFUSED) = WS-CUR-ACK
            move GK-REF-TRANS-ID (WS-CUR-REFUSED) to GLR-REF-TRANS-ID
            move GK-REF-JOB-NAME (WS-CUR-REFUSED) to GLR-REF-JOB-NAME
            move GK-REF-ACCOUNT (WS-CUR-REFUSED) to GLR-REF-ACCOUNT
            move GK-REF-TYPE-CODE (WS-CUR-REFUSED)
                to GLR-REF-TYPE-CODE
            move GK-REF-AMOUNT (WS-CUR-REFUSED) to GLR-REF-AMOUNT
            write GLR-LINE from GLR-REFUSED-LINE
            move GK-REF-REASON (WS-CUR-REFUSED) to GLR-RSN-TEXT
            write GLR-LINE from GLR-REASON-LINE
        end-if.

      ****************************************************************
      *  Second pass of the journal, through the work file: stamp
      *  each extract an acknowledgement decided, mark an older
      *  extract a RERUN replaced as superseded, and list every
      *  extract still outstanding past its due date on the
      *  exception report.
      ****************************************************************
        rewrite-extract-journal section.
        move 0 to WS-GLX-LINE.
        move "N" to GLX-EOF-SWITCH.
        open input GLX-FILE.
        if WS-GLX-FILE-STATUS not = "00"
            display "KWI_NSMK: unable to reopen KWINSM.GLX - status "
                    WS-GLX-FILE-STATUS
            exit program returning 9999
        end-if.
        open output XWK-FILE.
        if WS-XWK-FILE-STATUS not = "00"
            display "KWI_NSMK: unable to open KWINSMK.WRK - status "
                    WS-XWK-FILE-STATUS
            exit program returning 9999
        end-if.
        perform route-one-journal-record until GLX-EOF.
        close GLX-FILE XWK-FILE.
        perform copy-work-file-back.

        route-one-journal-record section.
        read GLX-FILE into GLX-RECORD
            at end set GLX-EOF to true
        end-read.
        if not GLX-EOF
            add 1 to WS-GLX-LINE
            perform apply-one-outcome
                varying WS-CUR-ACK from 1 by 1
                until WS-CUR-ACK > GK-ACK-COUNT
            perform locate-run-entry
            if GLX-ACK-OUTSTANDING and WS-RUN-SUB > 0
                       and GK-RUN-LAST-LINE (WS-RUN-SUB)
                             not = WS-GLX-LINE
                move "SUPERSEDED" to GLX-ACK-STATUS
            end-if
            if GLX-ACK-OUTSTANDING
                move "OUTSTANDING" to GLX-ACK-STATUS
                perform check-extract-overdue
            end-if
            write XWK-RECORD from GLX-RECORD
        end-if.

        apply-one-outcome section.
        if GK-ACK-GLX-LINE (WS-CUR-ACK) = WS-GLX-LINE
                   and (GK-ACK-OUTCOME (WS-CUR-ACK) = "ACKNOWLEDGED"
                        or GK-ACK-OUTCOME (WS-CUR-ACK) = "REJECTED")
            move GK-ACK-OUTCOME (WS-CUR-ACK) to GLX-ACK-STATUS
            move WS-ACK-TIMESTAMP to GLX-ACK-TIMESTAMP
            move GK-ACK-ACC-COUNT (WS-CUR-ACK) to GLX-LEDGER-COUNT
            move GK-ACK-ACC-HASH (WS-CUR-ACK) to GLX-LEDGER-HASH
        end-if.

      ****************************************************************
      *  An extract is due back by the end of the first business day
      *  after the day it was cut; still outstanding after that, it
      *  goes on the exception report.
      ****************************************************************
        check-extract-overdue section.
        if GLX-TIMESTAMP (1:8) is numeric
            move GLX-TIMESTAMP (1:8) to WS-CHECK-DATE
            perform find-next-business-day
            move WS-CHECK-DATE to WS-DUE-DATE
            if WS-TODAY-DATE > WS-DUE-DATE
                add 1 to WS-OVERDUE-COUNT
                move GLX-RUN-ID to GLE-DET-RUN-ID
                move GLX-TIMESTAMP (1:14) to GLE-DET-EXTRACTED
                move WS-DUE-DATE to GLE-DET-DUE-DATE
                move GLX-RECORD-COUNT to GLE-DET-COUNT
                move GLX-HASH-TOTAL to GLE-DET-HASH
                write GLE-LINE from GLE-DETAIL-LINE
            end-if
        end-if.

        copy-work-file-back section.
        move "N" to XWK-EOF-SWITCH.
        open input XWK-FILE.
        if WS-XWK-FILE-STATUS not = "00"
            display "KWI_NSMK: unable to reopen KWINSMK.WRK - "
                    "status " WS-XWK-FILE-STATUS
            exit program returning 9999
        end-if.
        open output GLX-FILE.
        if WS-GLX-FILE-STATUS not = "00"
            display "KWI_NSMK: unable to rewrite KWINSM.GLX - "
                    "status " WS-GLX-FILE-STATUS
            exit program returning 9999
        end-if.
        perform copy-one-record-back until XWK-EOF.
        close XWK-FILE GLX-FILE.

        copy-one-record-back section.
        read XWK-FILE into GLX-RECORD
            at end set XWK-EOF to true
        end-read.
        if not XWK-EOF
            write GLX-RECORD
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
      *  Step WS-CHECK-DATE forward to the next business day
      *  strictly after it, bounded so a broken calendar cannot
      *  spin forever.
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

        step-one-day-forward section.
        move function integer-of-date
            (function numval (WS-CHECK-DATE))
            to WS-CHECK-DAY-NUMBER.
        add 1 to WS-CHECK-DAY-NUMBER.
        move function date-of-integer (WS-CHECK-DAY-NUMBER)
            to WS-CHECK-DATE-N.
        move WS-CHECK-DATE-N to WS-CHECK-DATE.

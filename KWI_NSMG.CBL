      *      results file and writes every ACCEPTED transaction -
      *      account, type code, amount, and effective date, as
      *      captured on the results record - to the GL interface
      *      file (KWINSM.GLI, see KWI_GLI.CPY) - a reversal as its
      *      own type code, RV, carrying the transaction id and type
      *      of the original posting it reversed - wrapped in a
      *      header and a trailer carrying the run-id, the record
      *      count, and a hash total of the amounts, so the
      *      receiving system can prove it got the whole file.
      ****************************************************************
      *  Extract journal: one record appended per extract cut, so a
      *  rerun is always deliberate and the morning crew can see
      *  what was handed to the ledger and when.  KWI_NSMK marks
      *  each entry off as the ledger acknowledges it.
      ****************************************************************
            select GLX-FILE assign to "KWINSM.GLX"
                organization is line sequential
        FD  GLI-FILE.
            copy KWI_GLI.
        FD  GLX-FILE.
            copy KWI_GLX.

        working-storage section.
        01  WS-RSL-FILE-STATUS          PIC X(02) VALUE "00".
      *  written.
      ****************************************************************
        01  WS-DETAIL-COUNT             PIC 9(07) COMP-5 VALUE ZERO.
        01  WS-REVERSAL-COUNT           PIC 9(07) COMP-5 VALUE ZERO.
        01  WS-HASH-TOTAL               PIC 9(13)V99 VALUE ZERO.
        01  WS-EXTRACT-TIMESTAMP        PIC X(21) VALUE SPACE.

        procedure division.
        main section.

        display "KWI_NSMG: extracted " WS-DETAIL-COUNT
                " posting(s) for run " WS-RUN-ID
                " to KWINSM.GLI, " WS-REVERSAL-COUNT
                " of them reversal(s)".
        goback.

      ****************************************************************
        end-if.

        write-interface-header section.
        move function current-date to WS-EXTRACT-TIMESTAMP.
        move space to GLI-RECORD.
        set GLI-REC-HEADER to true.
        move WS-RUN-ID to GLI-HDR-RUN-ID.
        move WS-EXTRACT-TIMESTAMP to GLI-HDR-TIMESTAMP.
        write GLI-RECORD.

      ****************************************************************
        move RSL-EFFECTIVE-DATE to GLI-DET-EFF-DATE.
        move RSL-TRANS-ID to GLI-DET-TRANS-ID.
        move RSL-JOB-NAME to GLI-DET-JOB-NAME.
        if RSL-TYPE-CODE = "RV"
            move RSL-ORIG-TRANS-ID to GLI-DET-ORIG-TRANS-ID
            move RSL-ORIG-TYPE-CODE to GLI-DET-ORIG-TYPE-CODE
            add 1 to WS-REVERSAL-COUNT
        end-if.
        write GLI-RECORD.
        add 1 to WS-DETAIL-COUNT.
        add RSL-AMOUNT to WS-HASH-TOTAL.
      ****************************************************************
      *  Journal the extract just cut, so the next run of this
      *  program for the same run-id is refused unless the operator
      *  says RERUN.  It is stamped with the interface header's own
      *  timestamp, which the ledger echoes back on its
      *  acknowledgement, and starts out OUTSTANDING.
      ****************************************************************
        write-extract-journal-record section.
        move space to GLX-RECORD.
        move WS-RUN-ID to GLX-RUN-ID.
        move WS-EXTRACT-TIMESTAMP to GLX-TIMESTAMP.
        move WS-DETAIL-COUNT to GLX-RECORD-COUNT.
        move WS-HASH-TOTAL to GLX-HASH-TOTAL.
        move "OUTSTANDING" to GLX-ACK-STATUS.
        move 0 to GLX-LEDGER-COUNT.
        move 0 to GLX-LEDGER-HASH.
        open extend GLX-FILE.
        if WS-GLX-FILE-STATUS not = "00"
            display "KWI_NSMG: unable to open KWINSM.GLX - status "

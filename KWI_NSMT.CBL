
      $set ans85 mf noosvs defaultbyte"00"
      ****************************************************************
      *
      *  Program:
      *      KWI_NSMT.CBL
      *  Desription:
      *      Daily account statement.  KWI_NSM2 posts every ACCEPTED
      *      transaction to its account's current balance on the
      *      account master (KWINSM.ACT, see KWI_ACT.CPY) as it
      *      goes.  For the run-id given on the command line this
      *      program reads that run's results (KWINSM.RSL) and
      *      writes the statement (KWINSM.STM): for every account
      *      the run posted to, the opening balance, each ACCEPTED
      *      posting with its transaction id, job, type code,
      *      effective date, and amount in the debit or credit
      *      column, and the closing balance.  The closing balance
      *      is the master's current balance and the opening
      *      balance is that less the run's postings, so the
      *      statement is cut straight after the run, alongside the
      *      balancing report.  An account a later run has posted
      *      to since is flagged on the statement - its balances
      *      then include that later run's postings - rather than
      *      printed with figures that quietly do not tie.
      ****************************************************************
        identification division.
        program-id. KWI_NSMT.

        environment division.
        input-output section.
        file-control.
      ****************************************************************
      *  Results file, read for one run straight off its keys; the
      *  account master, read by account for the balances and short
      *  name; and the statement, cut fresh every run.
      ****************************************************************
            select RSL-FILE assign to "KWINSM.RSL"
                organization is indexed
                access mode is sequential
                record key is RSL-KEY
                file status is WS-RSL-FILE-STATUS.
            select optional ACT-FILE assign to "KWINSM.ACT"
                organization is indexed
                access mode is random
                record key is ACT-KEY
                file status is WS-ACT-FILE-STATUS.
            select STM-FILE assign to "KWINSM.STM"
                organization is line sequential
                file status is WS-STM-FILE-STATUS.

        data division.
        file section.
        FD  RSL-FILE.
            copy KWI_RSL.
        FD  ACT-FILE.
            copy KWI_ACT.
        FD  STM-FILE.
        01  STM-LINE                    PIC X(80).

        working-storage section.
           78 ST-ACCOUNT-LIMIT          VALUE 500.
           78 ST-POSTING-LIMIT          VALUE 2000.

        01  WS-RSL-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-ACT-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-STM-FILE-STATUS          PIC X(02) VALUE "00".
        01  RSL-EOF-SWITCH              PIC X(01) VALUE "N".
            88  RSL-EOF                     VALUE "Y".

      ****************************************************************
      *  Run-id whose statement is being cut, taken from the command
      *  line.  Required, as for the balancing report.
      ****************************************************************
        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-RUN-ID                   PIC X(08) VALUE SPACE.

      ****************************************************************
      *  The accounts the run posted to, in the order the results
      *  file first names them, each with the net effect of the
      *  run's postings on its balance; and every ACCEPTED posting
      *  of the run, printed under its account.
      ****************************************************************
        01  ST-ACCOUNT-TABLE.
            05  ST-ACCOUNT-COUNT        PIC 9(04) COMP-5 VALUE ZERO.
            05  ST-ACCOUNT-ENTRY OCCURS 1 TO ST-ACCOUNT-LIMIT TIMES
                              DEPENDING ON ST-ACCOUNT-COUNT.
                10  ST-ACCOUNT-NUMBER   PIC X(10).
                10  ST-NET-EFFECT       PIC S9(11)V99.
        01  ST-POSTING-TABLE.
            05  ST-POSTING-COUNT        PIC 9(05) COMP-5 VALUE ZERO.
            05  ST-POSTING-ENTRY OCCURS 1 TO ST-POSTING-LIMIT TIMES
                              DEPENDING ON ST-POSTING-COUNT.
                10  ST-PST-ACCOUNT      PIC X(10).
                10  ST-PST-TRANS-ID     PIC X(10).
                10  ST-PST-JOB-NAME     PIC X(08).
                10  ST-PST-TYPE-CODE    PIC X(02).
                10  ST-PST-EFF-DATE     PIC X(08).
                10  ST-PST-EFFECT       PIC S9(11)V99.
        01  WS-CUR-ACCOUNT              PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-ACCOUNT-SUB              PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-CUR-POSTING              PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-ACCOUNT-FOUND-SWITCH     PIC X(01) VALUE "N".
            88  WS-ACCOUNT-FOUND            VALUE "Y".
        01  WS-POSTING-EFFECT           PIC S9(11)V99 VALUE ZERO.

      ****************************************************************
      *  What the master says about the account being printed, and
      *  the balances worked out from it.
      ****************************************************************
        01  WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE "N".
            88  WS-MASTER-FOUND             VALUE "Y".
        01  WS-OPENING-BALANCE          PIC S9(11)V99 VALUE ZERO.
        01  WS-CLOSING-BALANCE          PIC S9(11)V99 VALUE ZERO.
        01  WS-LATER-RUN-COUNT          PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-NOT-ON-MASTER-COUNT      PIC 9(04) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Statement print lines.  Per account: the account line, the
      *  opening balance, one line per posting, the closing balance,
      *  and any remark.
      ****************************************************************
        01  STM-HEADING-LINE.
            05  FILLER                  PIC X(33) VALUE
                "KWI_NSMT DAILY ACCOUNT STATEMENT ".
            05  FILLER                  PIC X(05) VALUE " RUN ".
            05  STM-HDG-RUN-ID          PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  STM-HDG-DATE            PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(24) VALUE SPACE.
        01  STM-COLUMN-LINE.
            05  FILLER                  PIC X(40) VALUE
                "  TRANS-ID   JOB      TY EFF-DATE       ".
            05  FILLER                  PIC X(40) VALUE
                "      DEBIT             CREDIT          ".
        01  STM-ACCOUNT-LINE.
            05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
            05  STM-ACC-NUMBER          PIC X(10) VALUE SPACE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  STM-ACC-NAME            PIC X(20) VALUE SPACE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  STM-ACC-STATUS          PIC X(09) VALUE SPACE.
            05  FILLER                  PIC X(29) VALUE SPACE.
        01  STM-BALANCE-LINE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  STM-BAL-LABEL           PIC X(20) VALUE SPACE.
            05  FILLER                  PIC X(30) VALUE SPACE.
            05  STM-BAL-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER                  PIC X(10) VALUE SPACE.
        01  STM-DETAIL-LINE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  STM-DET-TRANS-ID        PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  STM-DET-JOB-NAME        PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  STM-DET-TYPE-CODE       PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  STM-DET-EFF-DATE        PIC X(08).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  STM-DET-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  STM-DET-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER                  PIC X(10) VALUE SPACE.
        01  STM-REMARK-LINE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  STM-REMARK-TEXT         PIC X(78) VALUE SPACE.
        01  STM-BLANK-LINE              PIC X(80) VALUE SPACE.

        procedure division.
        main section.

        accept WS-COMMAND-LINE from command-line.
        if WS-COMMAND-LINE not = space
            unstring WS-COMMAND-LINE delimited by all space
                into WS-RUN-ID
            end-unstring
        end-if.
        if WS-RUN-ID = space
            display "KWI_NSMT: a run-id is required"
            exit program returning 9999
        end-if.

        open input RSL-FILE.
        if WS-RSL-FILE-STATUS not = "00"
            display "KWI_NSMT: unable to open KWINSM.RSL - status "
                    WS-RSL-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-RUN-ID to RSL-RUN-ID.
        move low-values to RSL-JOB-NAME RSL-TRANS-ID.
        start RSL-FILE key not less than RSL-KEY
            invalid key set RSL-EOF to true
        end-start.
        perform collect-one-result-record until RSL-EOF.
        close RSL-FILE.

        if ST-POSTING-COUNT = 0
            display "KWI_NSMT: no accepted postings found for run "
                    WS-RUN-ID
            exit program returning 9999
        end-if.

        open input ACT-FILE.
        if WS-ACT-FILE-STATUS not = "00"
                   and WS-ACT-FILE-STATUS not = "05"
            display "KWI_NSMT: unable to open KWINSM.ACT - status "
                    WS-ACT-FILE-STATUS
            exit program returning 9999
        end-if.
        open output STM-FILE.
        if WS-STM-FILE-STATUS not = "00"
            display "KWI_NSMT: unable to open KWINSM.STM - status "
                    WS-STM-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-RUN-ID to STM-HDG-RUN-ID.
        move function current-date (1:8) to STM-HDG-DATE.
        write STM-LINE from STM-HEADING-LINE.
        write STM-LINE from STM-BLANK-LINE.
        write STM-LINE from STM-COLUMN-LINE.
        write STM-LINE from STM-BLANK-LINE.

        perform print-one-account-statement
            varying WS-CUR-ACCOUNT from 1 by 1
            until WS-CUR-ACCOUNT > ST-ACCOUNT-COUNT.
        close ACT-FILE STM-FILE.

        display "KWI_NSMT: stated " ST-POSTING-COUNT
                " posting(s) for run " WS-RUN-ID " over "
                ST-ACCOUNT-COUNT " account(s) - see KWINSM.STM".
        if WS-LATER-RUN-COUNT > 0
            display "KWI_NSMT: " WS-LATER-RUN-COUNT
                    " account(s) have been posted by a later run - "
                    "their balances include those postings"
        end-if.
        if WS-NOT-ON-MASTER-COUNT > 0
            display "KWI_NSMT: " WS-NOT-ON-MASTER-COUNT
                    " account(s) are no longer on the master - "
                    "postings listed without balances"
        end-if.
        goback.

      ****************************************************************
      *  Take one results record of the requested run.  The file is
      *  positioned at the run's first key, so the first record of a
      *  later run-id ends the pass.  Only ACCEPTED records ever
      *  posted to a balance, so only they are stated.
      ****************************************************************
        collect-one-result-record section.
        read RSL-FILE
            at end set RSL-EOF to true
        end-read.
        if not RSL-EOF and RSL-RUN-ID not = WS-RUN-ID
            set RSL-EOF to true
        end-if.
        if not RSL-EOF and RSL-DISP-ACCEPTED
            if ST-POSTING-COUNT >= ST-POSTING-LIMIT
                display "KWI_NSMT: run " WS-RUN-ID " posted more "
                        "transactions than the table holds - "
                        "stopping"
                exit program returning 9999
            end-if
            perform compute-posting-effect
            perform locate-account-entry
            add WS-POSTING-EFFECT to ST-NET-EFFECT (WS-CUR-ACCOUNT)
            add 1 to ST-POSTING-COUNT
            move RSL-ACCOUNT-NUMBER
                to ST-PST-ACCOUNT (ST-POSTING-COUNT)
            move RSL-TRANS-ID to ST-PST-TRANS-ID (ST-POSTING-COUNT)
            move RSL-JOB-NAME to ST-PST-JOB-NAME (ST-POSTING-COUNT)
            move RSL-TYPE-CODE to ST-PST-TYPE-CODE (ST-POSTING-COUNT)
            move RSL-EFFECTIVE-DATE
                to ST-PST-EFF-DATE (ST-POSTING-COUNT)
            move WS-POSTING-EFFECT to ST-PST-EFFECT (ST-POSTING-COUNT)
        end-if.

      ****************************************************************
      *  The signed effect of the results record in hand on its
      *  account's balance, the same way KWI_NSM2 posted it: a
      *  debit subtracts its amount, a credit or adjustment adds it,
      *  and a reversal moves its amount the opposite way to the
      *  type of the posting it reversed.
      ****************************************************************
        compute-posting-effect section.
        move 0 to WS-POSTING-EFFECT.
        evaluate RSL-TYPE-CODE
            when "DR"
                compute WS-POSTING-EFFECT = 0 - RSL-AMOUNT
            when "CR"
                move RSL-AMOUNT to WS-POSTING-EFFECT
            when "AJ"
                move RSL-AMOUNT to WS-POSTING-EFFECT
            when "RV"
                evaluate RSL-ORIG-TYPE-CODE
                    when "DR"
                        move RSL-AMOUNT to WS-POSTING-EFFECT
                    when "CR"
                        compute WS-POSTING-EFFECT = 0 - RSL-AMOUNT
                    when "AJ"
                        compute WS-POSTING-EFFECT = 0 - RSL-AMOUNT
                end-evaluate
        end-evaluate.

      ****************************************************************
      *  Find (or add) the table entry for the account on the record
      *  in hand, leaving its subscript in WS-CUR-ACCOUNT.
      ****************************************************************
        locate-account-entry section.
        move "N" to WS-ACCOUNT-FOUND-SWITCH.
        move 0 to WS-ACCOUNT-SUB.
        perform match-one-account-entry
            varying WS-CUR-ACCOUNT from 1 by 1
            until WS-CUR-ACCOUNT > ST-ACCOUNT-COUNT.
        if WS-ACCOUNT-FOUND
            move WS-ACCOUNT-SUB to WS-CUR-ACCOUNT
        else
            if ST-ACCOUNT-COUNT >= ST-ACCOUNT-LIMIT
                display "KWI_NSMT: run " WS-RUN-ID " posted to more "
                        "accounts than the table holds - stopping"
                exit program returning 9999
            end-if
            add 1 to ST-ACCOUNT-COUNT
            move RSL-ACCOUNT-NUMBER
                to ST-ACCOUNT-NUMBER (ST-ACCOUNT-COUNT)
            move 0 to ST-NET-EFFECT (ST-ACCOUNT-COUNT)
            move ST-ACCOUNT-COUNT to WS-CUR-ACCOUNT
        end-if.

        match-one-account-entry section.
        if ST-ACCOUNT-NUMBER (WS-CUR-ACCOUNT) = RSL-ACCOUNT-NUMBER
            move "Y" to WS-ACCOUNT-FOUND-SWITCH
            move WS-CUR-ACCOUNT to WS-ACCOUNT-SUB
            move ST-ACCOUNT-COUNT to WS-CUR-ACCOUNT
        end-if.

      ****************************************************************
      *  Print one account's statement.  The closing balance is the
      *  master's current balance and the opening balance backs the
      *  run's postings out of it.  An account whose last posting
      *  came from another run has been posted since, and says so.
      ****************************************************************
        print-one-account-statement section.
        perform read-account-master.
        move ST-ACCOUNT-NUMBER (WS-CUR-ACCOUNT) to STM-ACC-NUMBER.
        if WS-MASTER-FOUND
            move ACT-SHORT-NAME to STM-ACC-NAME
            evaluate true
                when ACT-STATUS-OPEN
                    move "OPEN" to STM-ACC-STATUS
                when ACT-STATUS-CLOSED
                    move "CLOSED" to STM-ACC-STATUS
                when ACT-STATUS-FROZEN
                    move "FROZEN" to STM-ACC-STATUS
                when other
                    move space to STM-ACC-STATUS
            end-evaluate
        else
            move space to STM-ACC-NAME
            move space to STM-ACC-STATUS
        end-if.
        write STM-LINE from STM-ACCOUNT-LINE.

        if WS-MASTER-FOUND
            move ACT-CURRENT-BALANCE to WS-CLOSING-BALANCE
            compute WS-OPENING-BALANCE = WS-CLOSING-BALANCE
                                 - ST-NET-EFFECT (WS-CUR-ACCOUNT)
            move "OPENING BALANCE" to STM-BAL-LABEL
            move WS-OPENING-BALANCE to STM-BAL-AMOUNT
            write STM-LINE from STM-BALANCE-LINE
        end-if.

        perform print-one-posting-line
            varying WS-CUR-POSTING from 1 by 1
            until WS-CUR-POSTING > ST-POSTING-COUNT.

        if WS-MASTER-FOUND
            move "CLOSING BALANCE" to STM-BAL-LABEL
            move WS-CLOSING-BALANCE to STM-BAL-AMOUNT
            write STM-LINE from STM-BALANCE-LINE
            if ACT-LAST-RUN-ID not = WS-RUN-ID
                add 1 to WS-LATER-RUN-COUNT
                move space to STM-REMARK-TEXT
                string "*** RUN " delimited by size
                       ACT-LAST-RUN-ID delimited by space
                       " HAS POSTED SINCE - BALANCES INCLUDE ITS "
                           delimited by size
                       "POSTINGS ***" delimited by size
                    into STM-REMARK-TEXT
                end-string
                write STM-LINE from STM-REMARK-LINE
            end-if
        else
            add 1 to WS-NOT-ON-MASTER-COUNT
            move "*** ACCOUNT IS NOT ON THE MASTER - NO BALANCES ***"
                to STM-REMARK-TEXT
            write STM-LINE from STM-REMARK-LINE
        end-if.
        write STM-LINE from STM-BLANK-LINE.

        read-account-master section.
        move "N" to WS-MASTER-FOUND-SWITCH.
        move ST-ACCOUNT-NUMBER (WS-CUR-ACCOUNT) to ACT-ACCOUNT-NUMBER.
        read ACT-FILE
            invalid key
                continue
            not invalid key
                move "Y" to WS-MASTER-FOUND-SWITCH
                if ACT-CURRENT-BALANCE not numeric
                    move 0 to ACT-CURRENT-BALANCE
                end-if
        end-read.

        print-one-posting-line section.
        if ST-PST-ACCOUNT (WS-CUR-POSTING)
                       = ST-ACCOUNT-NUMBER (WS-CUR-ACCOUNT)
            move ST-PST-TRANS-ID (WS-CUR-POSTING) to STM-DET-TRANS-ID
            move ST-PST-JOB-NAME (WS-CUR-POSTING) to STM-DET-JOB-NAME
            move ST-PST-TYPE-CODE (WS-CUR-POSTING)
                to STM-DET-TYPE-CODE
            move ST-PST-EFF-DATE (WS-CUR-POSTING) to STM-DET-EFF-DATE
            if ST-PST-EFFECT (WS-CUR-POSTING) < 0
                compute STM-DET-DEBIT =
                        0 - ST-PST-EFFECT (WS-CUR-POSTING)
                move 0 to STM-DET-CREDIT
            else
                move 0 to STM-DET-DEBIT
                move ST-PST-EFFECT (WS-CUR-POSTING) to STM-DET-CREDIT
            end-if
            write STM-LINE from STM-DETAIL-LINE
        end-if.

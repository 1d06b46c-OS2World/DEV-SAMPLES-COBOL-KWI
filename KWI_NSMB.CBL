      *      results file for the run-id given on the command line
      *      and writes the balancing report (KWINSM.BAL): for each
      *      job and for the run in total, record counts and dollar
      *      totals by disposition (ACCEPTED, REJECTED, SUSPENDED,
      *      and REVIEW - held over a high-value review limit, kept
      *      apart from the rest because it is neither posted nor
      *      refused yet) and, within accepted, split by type code
      *      (DR, CR, AJ, and reversals, RV).  Every accepted
      *      reversal of the run
      *      is then listed against the original transaction id it
      *      reversed, so the pairing can be checked off.  The run
      *      is flagged OUT OF BALANCE when the accepted debit total
      *      does not equal the accepted credit total - a reversal
      *      of a debit counting on the credit side and a reversal
      *      of a credit on the debit side, since that is the way
      *      each moves the money - so the balancing clerks read
      *      one page instead of adding up raw results records on a
      *      calculator.  Results records cut before the type code
      *      column existed carry it blank and land in neither
      *      split - their amounts still count in the disposition
      *      totals.
      ****************************************************************
        identification division.
        program-id. KWI_NSMB.
                10  BR-REJ-AMOUNT       PIC 9(13)V99.
                10  BR-SUS-COUNT        PIC 9(07) COMP-5.
                10  BR-SUS-AMOUNT       PIC 9(13)V99.
                10  BR-HVR-COUNT        PIC 9(07) COMP-5.
                10  BR-HVR-AMOUNT       PIC 9(13)V99.
                10  BR-DR-COUNT         PIC 9(07) COMP-5.
                10  BR-DR-AMOUNT        PIC 9(13)V99.
                10  BR-CR-COUNT         PIC 9(07) COMP-5.
                10  BR-CR-AMOUNT        PIC 9(13)V99.
                10  BR-AJ-COUNT         PIC 9(07) COMP-5.
                10  BR-AJ-AMOUNT        PIC 9(13)V99.
                10  BR-RV-COUNT         PIC 9(07) COMP-5.
                10  BR-RV-AMOUNT        PIC 9(13)V99.
        01  WS-CUR-JOB                  PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-JOB-SUB                  PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-JOB-FOUND-SWITCH         PIC X(01) VALUE "N".
            05  BR-RUN-REJ-AMOUNT       PIC 9(13)V99 VALUE ZERO.
            05  BR-RUN-SUS-COUNT        PIC 9(07) COMP-5 VALUE ZERO.
            05  BR-RUN-SUS-AMOUNT       PIC 9(13)V99 VALUE ZERO.
            05  BR-RUN-HVR-COUNT        PIC 9(07) COMP-5 VALUE ZERO.
            05  BR-RUN-HVR-AMOUNT       PIC 9(13)V99 VALUE ZERO.
            05  BR-RUN-DR-COUNT         PIC 9(07) COMP-5 VALUE ZERO.
            05  BR-RUN-DR-AMOUNT        PIC 9(13)V99 VALUE ZERO.
            05  BR-RUN-CR-COUNT         PIC 9(07) COMP-5 VALUE ZERO.
            05  BR-RUN-CR-AMOUNT        PIC 9(13)V99 VALUE ZERO.
            05  BR-RUN-AJ-COUNT         PIC 9(07) COMP-5 VALUE ZERO.
            05  BR-RUN-AJ-AMOUNT        PIC 9(13)V99 VALUE ZERO.
            05  BR-RUN-RV-COUNT         PIC 9(07) COMP-5 VALUE ZERO.
            05  BR-RUN-RV-AMOUNT        PIC 9(13)V99 VALUE ZERO.
            05  BR-RUN-RV-DR-AMOUNT     PIC 9(13)V99 VALUE ZERO.
            05  BR-RUN-RV-CR-AMOUNT     PIC 9(13)V99 VALUE ZERO.
        01  WS-DEBIT-SIDE-AMOUNT        PIC 9(13)V99 VALUE ZERO.
        01  WS-CREDIT-SIDE-AMOUNT       PIC 9(13)V99 VALUE ZERO.

      ****************************************************************
      *  The run's accepted reversals, each with the original
      *  transaction id and type code it reversed, for the pairing
      *  listing after the totals.  A run with more reversals than
      *  the table holds still totals them all; the listing says
      *  how many it could not show.
      ****************************************************************
        01  BR-REVERSAL-TABLE.
            05  BR-REV-COUNT            PIC 9(04) COMP-5 VALUE ZERO.
            05  BR-REV-ENTRY OCCURS 1 TO 500 TIMES
                              DEPENDING ON BR-REV-COUNT.
                10  BR-REV-JOB-NAME     PIC X(08).
                10  BR-REV-TRANS-ID     PIC X(10).
                10  BR-REV-ORIG-ID      PIC X(10).
                10  BR-REV-ORIG-TYPE    PIC X(02).
                10  BR-REV-ACCOUNT      PIC X(10).
                10  BR-REV-AMOUNT       PIC 9(09)V99.
        01  WS-CUR-REVERSAL             PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-REV-UNLISTED-COUNT       PIC 9(07) COMP-5 VALUE ZERO.

        01  WS-RECORD-COUNT             PIC 9(07) COMP-5 VALUE ZERO.

      ****************************************************************
      *  The eight-row block printed for each job and for the run.
      *  The printing sections fill the group fields and the row
      *  layout below prints one label, count, and amount per row.
      ****************************************************************
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  BAL-DET-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER                  PIC X(39) VALUE SPACE.
        01  BAL-REV-HEADING-LINE.
            05  FILLER                  PIC X(40) VALUE
                "REVERSALS  JOB      TRANS ID   REVERSES ".
            05  FILLER                  PIC X(40) VALUE
                "  TYPE  ACCOUNT              AMOUNT     ".
        01  BAL-REV-DETAIL-LINE.
            05  FILLER                  PIC X(11) VALUE SPACE.
            05  BAL-REV-JOB-NAME        PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  BAL-REV-TRANS-ID        PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  BAL-REV-ORIG-ID         PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  BAL-REV-ORIG-TYPE       PIC X(02).
            05  FILLER                  PIC X(04) VALUE SPACE.
            05  BAL-REV-ACCOUNT         PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  BAL-REV-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER                  PIC X(07) VALUE SPACE.
        01  BAL-REV-NONE-LINE.
            05  FILLER                  PIC X(11) VALUE SPACE.
            05  FILLER                  PIC X(69) VALUE
                "(NONE)".
        01  BAL-REV-OVERFLOW-LINE.
            05  FILLER                  PIC X(11) VALUE SPACE.
            05  BAL-REV-UNLISTED        PIC ZZZZZZ9.
            05  FILLER                  PIC X(62) VALUE
                " MORE REVERSAL(S) NOT LISTED".
        01  BAL-FLAG-LINE.
            05  BAL-FLAG-TEXT           PIC X(80) VALUE SPACE.
        01  BAL-BLANK-LINE              PIC X(80) VALUE SPACE.
            varying WS-CUR-JOB from 1 by 1
            until WS-CUR-JOB > BR-JOB-COUNT.
        perform print-run-total-block.
        perform print-reversal-listing.
        perform print-balance-flag.
        close BAL-FILE.

      *  run's first key, so the first record of a later run-id
      *  ends the pass.  Every disposition counts where it belongs;
      *  only accepted records feed the type code split, since only
      *  accepted amounts ever post.  A reversal is split by the
      *  type of the original it reversed as well, for the balance
      *  flag, and kept for the pairing listing.
      ****************************************************************
        total-one-result-record section.
        read RSL-FILE
                    add RSL-AMOUNT to BR-SUS-AMOUNT (WS-CUR-JOB)
                    add 1 to BR-RUN-SUS-COUNT
                    add RSL-AMOUNT to BR-RUN-SUS-AMOUNT
                when RSL-DISP-REVIEW
                    add 1 to BR-HVR-COUNT (WS-CUR-JOB)
                    add RSL-AMOUNT to BR-HVR-AMOUNT (WS-CUR-JOB)
                    add 1 to BR-RUN-HVR-COUNT
                    add RSL-AMOUNT to BR-RUN-HVR-AMOUNT
            end-evaluate
        end-if.

                add RSL-AMOUNT to BR-AJ-AMOUNT (WS-CUR-JOB)
                add 1 to BR-RUN-AJ-COUNT
                add RSL-AMOUNT to BR-RUN-AJ-AMOUNT
            when "RV"
                add 1 to BR-RV-COUNT (WS-CUR-JOB)
                add RSL-AMOUNT to BR-RV-AMOUNT (WS-CUR-JOB)
                add 1 to BR-RUN-RV-COUNT
                add RSL-AMOUNT to BR-RUN-RV-AMOUNT
                perform total-reversal-direction
                perform keep-reversal-entry
        end-evaluate.

        total-reversal-direction section.
        evaluate RSL-ORIG-TYPE-CODE
            when "DR"
                add RSL-AMOUNT to BR-RUN-RV-DR-AMOUNT
            when "CR"
                add RSL-AMOUNT to BR-RUN-RV-CR-AMOUNT
        end-evaluate.

        keep-reversal-entry section.
        if BR-REV-COUNT < 500
            add 1 to BR-REV-COUNT
            move RSL-JOB-NAME to BR-REV-JOB-NAME (BR-REV-COUNT)
            move RSL-TRANS-ID to BR-REV-TRANS-ID (BR-REV-COUNT)
            move RSL-ORIG-TRANS-ID to BR-REV-ORIG-ID (BR-REV-COUNT)
            move RSL-ORIG-TYPE-CODE to BR-REV-ORIG-TYPE (BR-REV-COUNT)
            move RSL-ACCOUNT-NUMBER to BR-REV-ACCOUNT (BR-REV-COUNT)
            move RSL-AMOUNT to BR-REV-AMOUNT (BR-REV-COUNT)
        else
            add 1 to WS-REV-UNLISTED-COUNT
        end-if.

      ****************************************************************
      *  Find (or add) the table entry for the job on the record in
      *  hand, leaving its subscript in WS-CUR-JOB for the totalling.
            move 0 to BR-REJ-AMOUNT (BR-JOB-COUNT)
            move 0 to BR-SUS-COUNT (BR-JOB-COUNT)
            move 0 to BR-SUS-AMOUNT (BR-JOB-COUNT)
            move 0 to BR-HVR-COUNT (BR-JOB-COUNT)
            move 0 to BR-HVR-AMOUNT (BR-JOB-COUNT)
            move 0 to BR-DR-COUNT (BR-JOB-COUNT)
            move 0 to BR-DR-AMOUNT (BR-JOB-COUNT)
            move 0 to BR-CR-COUNT (BR-JOB-COUNT)
            move 0 to BR-CR-AMOUNT (BR-JOB-COUNT)
            move 0 to BR-AJ-COUNT (BR-JOB-COUNT)
            move 0 to BR-AJ-AMOUNT (BR-JOB-COUNT)
            move 0 to BR-RV-COUNT (BR-JOB-COUNT)
            move 0 to BR-RV-AMOUNT (BR-JOB-COUNT)
            move BR-JOB-COUNT to WS-CUR-JOB
        end-if.

        end-if.

      ****************************************************************
      *  Print the eight-row totals block for one job.
      ****************************************************************
        print-one-job-block section.
        move BR-JOB-NAME (WS-CUR-JOB) to BAL-JOB-NAME.
        move BR-AJ-COUNT (WS-CUR-JOB) to BAL-DET-COUNT.
        move BR-AJ-AMOUNT (WS-CUR-JOB) to BAL-DET-AMOUNT.
        write BAL-LINE from BAL-DETAIL-LINE.
        move "  REVERSALS" to BAL-DET-LABEL.
        move BR-RV-COUNT (WS-CUR-JOB) to BAL-DET-COUNT.
        move BR-RV-AMOUNT (WS-CUR-JOB) to BAL-DET-AMOUNT.
        write BAL-LINE from BAL-DETAIL-LINE.
        move "REJECTED" to BAL-DET-LABEL.
        move BR-REJ-COUNT (WS-CUR-JOB) to BAL-DET-COUNT.
        move BR-REJ-AMOUNT (WS-CUR-JOB) to BAL-DET-AMOUNT.
        move BR-SUS-COUNT (WS-CUR-JOB) to BAL-DET-COUNT.
        move BR-SUS-AMOUNT (WS-CUR-JOB) to BAL-DET-AMOUNT.
        write BAL-LINE from BAL-DETAIL-LINE.
        move "REVIEW" to BAL-DET-LABEL.
        move BR-HVR-COUNT (WS-CUR-JOB) to BAL-DET-COUNT.
        move BR-HVR-AMOUNT (WS-CUR-JOB) to BAL-DET-AMOUNT.
        write BAL-LINE from BAL-DETAIL-LINE.
        write BAL-LINE from BAL-BLANK-LINE.

        print-run-total-block section.
        move BR-RUN-AJ-COUNT to BAL-DET-COUNT.
        move BR-RUN-AJ-AMOUNT to BAL-DET-AMOUNT.
        write BAL-LINE from BAL-DETAIL-LINE.
        move "  REVERSALS" to BAL-DET-LABEL.
        move BR-RUN-RV-COUNT to BAL-DET-COUNT.
        move BR-RUN-RV-AMOUNT to BAL-DET-AMOUNT.
        write BAL-LINE from BAL-DETAIL-LINE.
        move "REJECTED" to BAL-DET-LABEL.
        move BR-RUN-REJ-COUNT to BAL-DET-COUNT.
        move BR-RUN-REJ-AMOUNT to BAL-DET-AMOUNT.
        move BR-RUN-SUS-COUNT to BAL-DET-COUNT.
        move BR-RUN-SUS-AMOUNT to BAL-DET-AMOUNT.
        write BAL-LINE from BAL-DETAIL-LINE.
        move "REVIEW" to BAL-DET-LABEL.
        move BR-RUN-HVR-COUNT to BAL-DET-COUNT.
        move BR-RUN-HVR-AMOUNT to BAL-DET-AMOUNT.
        write BAL-LINE from BAL-DETAIL-LINE.
        write BAL-LINE from BAL-BLANK-LINE.

      ****************************************************************
      *  List every accepted reversal of the run against the
      *  original it reversed.
      ****************************************************************
        print-reversal-listing section.
        write BAL-LINE from BAL-REV-HEADING-LINE.
        if BR-REV-COUNT = 0
            write BAL-LINE from BAL-REV-NONE-LINE
        else
            perform print-one-reversal-line
                varying WS-CUR-REVERSAL from 1 by 1
                until WS-CUR-REVERSAL > BR-REV-COUNT
        end-if.
        if WS-REV-UNLISTED-COUNT > 0
            move WS-REV-UNLISTED-COUNT to BAL-REV-UNLISTED
            write BAL-LINE from BAL-REV-OVERFLOW-LINE
        end-if.
        write BAL-LINE from BAL-BLANK-LINE.

        print-one-reversal-line section.
        move BR-REV-JOB-NAME (WS-CUR-REVERSAL) to BAL-REV-JOB-NAME.
        move BR-REV-TRANS-ID (WS-CUR-REVERSAL) to BAL-REV-TRANS-ID.
        move BR-REV-ORIG-ID (WS-CUR-REVERSAL) to BAL-REV-ORIG-ID.
        move BR-REV-ORIG-TYPE (WS-CUR-REVERSAL) to BAL-REV-ORIG-TYPE.
        move BR-REV-ACCOUNT (WS-CUR-REVERSAL) to BAL-REV-ACCOUNT.
        move BR-REV-AMOUNT (WS-CUR-REVERSAL) to BAL-REV-AMOUNT.
        write BAL-LINE from BAL-REV-DETAIL-LINE.

      ****************************************************************
      *  The run balances when the accepted debits equal the
      *  accepted credits; anything else is flagged loudly on the
      *  report and on the console.  A reversal sits on the side
      *  opposite the original it reversed: a reversed debit moves
      *  money the way a credit does, and the other way about.
      ****************************************************************
        print-balance-flag section.
        compute WS-DEBIT-SIDE-AMOUNT =
                BR-RUN-DR-AMOUNT + BR-RUN-RV-CR-AMOUNT.
        compute WS-CREDIT-SIDE-AMOUNT =
                BR-RUN-CR-AMOUNT + BR-RUN-RV-DR-AMOUNT.
        if WS-DEBIT-SIDE-AMOUNT = WS-CREDIT-SIDE-AMOUNT
            move "RUN IS IN BALANCE" to BAL-FLAG-TEXT
        else
            move space to BAL-FLAG-TEXT

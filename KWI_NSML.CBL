
      $set ans85 mf noosvs defaultbyte"00"
      ****************************************************************
      *
      *  Program:
      *      KWI_NSML.CBL
      *  Desription:
      *      Account maintenance history listing.  KWI_NSMA writes
      *      one record to the maintenance history (KWINSM.MHS, see
      *      KWI_MHS.CPY) for every approved change it applies to
      *      the account master, with the account record imaged
      *      before and after the change.  Given a from date and an
      *      optional to date (CCYYMMDD; the to date defaults to
      *      the from date, for a single day) on the command line,
      *      this program prints every change applied in that range
      *      to KWINSM.MHL: the request number, action, account,
      *      and when it was applied, who made the request and who
      *      approved it, and the status, overdraft flag, short
      *      name, and balance before and after - so the auditors
      *      get a page to sign rather than the raw file.
      ****************************************************************
        identification division.
        program-id. KWI_NSML.

        environment division.
        input-output section.
        file-control.
            select MHS-FILE assign to "KWINSM.MHS"
                organization is line sequential
                file status is WS-MHS-FILE-STATUS.
            select MHL-FILE assign to "KWINSM.MHL"
                organization is line sequential
                file status is WS-MHL-FILE-STATUS.

        data division.
        file section.
        FD  MHS-FILE.
            copy KWI_MHS.
        FD  MHL-FILE.
        01  MHL-LINE                    PIC X(80).

        working-storage section.
        01  WS-MHS-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-MHL-FILE-STATUS          PIC X(02) VALUE "00".
        01  MHS-EOF-SWITCH              PIC X(01) VALUE "N".
            88  MHS-EOF                     VALUE "Y".

      ****************************************************************
      *  The date range to list, taken from the command line.  The
      *  from date is required; a missing to date lists one day.
      ****************************************************************
        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-FROM-DATE                PIC X(08) VALUE SPACE.
        01  WS-TO-DATE                  PIC X(08) VALUE SPACE.
        01  WS-LISTED-COUNT             PIC 9(05) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Listing print lines: per change, the request line, the
      *  maker and checker, and the before and after images under a
      *  column heading.
      ****************************************************************
        01  MHL-HEADING-LINE.
            05  FILLER                  PIC X(37) VALUE
                "KWI_NSML ACCOUNT MAINTENANCE HISTORY ".
            05  FILLER                  PIC X(06) VALUE " FROM ".
            05  MHL-HDG-FROM-DATE       PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(04) VALUE " TO ".
            05  MHL-HDG-TO-DATE         PIC X(08) VALUE SPACE.
            05  FILLER                  PIC X(17) VALUE SPACE.
        01  MHL-REQUEST-LINE.
            05  FILLER                  PIC X(08) VALUE "REQUEST ".
            05  MHL-REQ-NUMBER          PIC 9(06).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  MHL-REQ-ACTION          PIC X(09).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
            05  MHL-REQ-ACCOUNT         PIC X(10).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  FILLER                  PIC X(08) VALUE "APPLIED ".
            05  MHL-REQ-APPLIED         PIC X(14).
            05  FILLER                  PIC X(11) VALUE SPACE.
        01  MHL-USER-LINE.
            05  FILLER                  PIC X(08) VALUE "  MAKER ".
            05  MHL-USR-MAKER-ID        PIC X(08).
            05  FILLER                  PIC X(10) VALUE "  CHECKER ".
            05  MHL-USR-CHECKER-ID      PIC X(08).
            05  FILLER                  PIC X(46) VALUE SPACE.
        01  MHL-COLUMN-LINE.
            05  FILLER                  PIC X(40) VALUE
                "           STATUS  OD  SHORT NAME       ".
            05  FILLER                  PIC X(40) VALUE
                "                BALANCE                 ".
        01  MHL-IMAGE-LINE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  MHL-IMG-LABEL           PIC X(09).
            05  MHL-IMG-STATUS          PIC X(07).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MHL-IMG-OVERDRAFT       PIC X(01).
            05  FILLER                  PIC X(03) VALUE SPACE.
            05  MHL-IMG-SHORT-NAME      PIC X(20).
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  MHL-IMG-BALANCE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER                  PIC X(17) VALUE SPACE.
        01  MHL-NO-IMAGE-LINE.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  MHL-NOI-LABEL           PIC X(09).
            05  FILLER                  PIC X(69) VALUE
                "(NO RECORD)".
        01  MHL-BLANK-LINE              PIC X(80) VALUE SPACE.
        01  MHL-END-LINE.
            05  FILLER                  PIC X(09) VALUE "CHANGES: ".
            05  MHL-END-COUNT           PIC ZZZZ9.
            05  FILLER                  PIC X(66) VALUE SPACE.

        01  WS-STATUS-BYTE              PIC X(01) VALUE SPACE.
        01  WS-STATUS-WORD              PIC X(07) VALUE SPACE.

        procedure division.
        main section.

        accept WS-COMMAND-LINE from command-line.
        if WS-COMMAND-LINE not = space
            unstring WS-COMMAND-LINE delimited by all space
                into WS-FROM-DATE WS-TO-DATE
            end-unstring
        end-if.
        if WS-TO-DATE = space
            move WS-FROM-DATE to WS-TO-DATE
        end-if.
        if WS-FROM-DATE not numeric or WS-TO-DATE not numeric
                   or WS-TO-DATE < WS-FROM-DATE
            display "KWI_NSML: usage is KWI_NSML <from CCYYMMDD> "
                    "[<to CCYYMMDD>]"
            exit program returning 9999
        end-if.

        open input MHS-FILE.
        if WS-MHS-FILE-STATUS not = "00"
            display "KWI_NSML: unable to open KWINSM.MHS - status "
                    WS-MHS-FILE-STATUS
            exit program returning 9999
        end-if.
        open output MHL-FILE.
        if WS-MHL-FILE-STATUS not = "00"
            display "KWI_NSML: unable to open KWINSM.MHL - status "
                    WS-MHL-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-FROM-DATE to MHL-HDG-FROM-DATE.
        move WS-TO-DATE to MHL-HDG-TO-DATE.
        write MHL-LINE from MHL-HEADING-LINE.
        write MHL-LINE from MHL-BLANK-LINE.

        perform list-one-history-record until MHS-EOF.

        move WS-LISTED-COUNT to MHL-END-COUNT.
        write MHL-LINE from MHL-END-LINE.
        close MHS-FILE MHL-FILE.
        display "KWI_NSML: listed " WS-LISTED-COUNT
                " change(s) applied " WS-FROM-DATE " to " WS-TO-DATE
                " - see KWINSM.MHL".
        goback.

      ****************************************************************
      *  Print one history record whose applied date falls in the
      *  range: the request and user lines, then the two images.
      ****************************************************************
        list-one-history-record section.
        read MHS-FILE into MHS-RECORD
            at end set MHS-EOF to true
        end-read.
        if not MHS-EOF
                   and MHS-APPLIED-DATE >= WS-FROM-DATE
                   and MHS-APPLIED-DATE <= WS-TO-DATE
            add 1 to WS-LISTED-COUNT
            move MHS-REQUEST-NUMBER to MHL-REQ-NUMBER
            move MHS-ACTION to MHL-REQ-ACTION
            move MHS-ACCOUNT-NUMBER to MHL-REQ-ACCOUNT
            move MHS-APPLIED-TIMESTAMP (1:14) to MHL-REQ-APPLIED
            write MHL-LINE from MHL-REQUEST-LINE
            move MHS-MAKER-ID to MHL-USR-MAKER-ID
            move MHS-CHECKER-ID to MHL-USR-CHECKER-ID
            write MHL-LINE from MHL-USER-LINE
            write MHL-LINE from MHL-COLUMN-LINE
            perform print-before-image
            perform print-after-image
            write MHL-LINE from MHL-BLANK-LINE
        end-if.

        print-before-image section.
        if MHS-BEF-STATUS = space
            move "BEFORE" to MHL-NOI-LABEL
            write MHL-LINE from MHL-NO-IMAGE-LINE
        else
            move "BEFORE" to MHL-IMG-LABEL
            move MHS-BEF-STATUS to WS-STATUS-BYTE
            perform translate-status-byte
            move WS-STATUS-WORD to MHL-IMG-STATUS
            move MHS-BEF-OVERDRAFT to MHL-IMG-OVERDRAFT
            move MHS-BEF-SHORT-NAME to MHL-IMG-SHORT-NAME
            move MHS-BEF-BALANCE to MHL-IMG-BALANCE
            write MHL-LINE from MHL-IMAGE-LINE
        end-if.

        print-after-image section.
        move "AFTER" to MHL-IMG-LABEL.
        move MHS-AFT-STATUS to WS-STATUS-BYTE.
        perform translate-status-byte.
        move WS-STATUS-WORD to MHL-IMG-STATUS.
        move MHS-AFT-OVERDRAFT to MHL-IMG-OVERDRAFT.
        move MHS-AFT-SHORT-NAME to MHL-IMG-SHORT-NAME.
        move MHS-AFT-BALANCE to MHL-IMG-BALANCE.
        write MHL-LINE from MHL-IMAGE-LINE.

        translate-status-byte section.
        evaluate WS-STATUS-BYTE
            when "O"
                move "OPEN" to WS-STATUS-WORD
            when "C"
                move "CLOSED" to WS-STATUS-WORD
            when "F"
                move "FROZEN" to WS-STATUS-WORD
            when other
                move WS-STATUS-BYTE to WS-STATUS-WORD
        end-evaluate.

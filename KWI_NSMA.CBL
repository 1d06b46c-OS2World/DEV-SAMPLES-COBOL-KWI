      *          CLOSE   <account>                mark it closed
      *          FREEZE  <account>                mark it frozen
      *          REOPEN  <account>                mark it open again
      *          OVERDRAFT <account> Y|N          allow overdrawing
      *          PENDING                          list waiting requests
      *          APPROVE <request>                apply a request
      *          DECLINE <request>                refuse a request
      *      Closed and frozen accounts stay on the master - the
      *      edits need to see them to reject or suspend against
      *      them - so CLOSE is a status change, never a delete.  A
      *      new account opens with a zero balance and no overdraft;
      *      the balance itself is only ever posted by KWI_NSM2.
      *
      *      Maintenance is under dual control.  The six maintenance
      *      actions do not touch the master: each is checked
      *      against it and written to the pending-change file
      *      (KWINSM.PND, see KWI_PND.CPY) as a numbered request
      *      carrying the user id of the clerk who keyed it.  A
      *      second user id then APPROVEs the request, which applies
      *      it to the master and writes the account record's
      *      before and after images to the maintenance history
      *      (KWINSM.MHS, see KWI_MHS.CPY), or DECLINEs it, which
      *      applies nothing.  The maker can never check their own
      *      request, and an account can have only one request
      *      pending at a time so a checker never approves one
      *      change on top of another they have not seen.  The user
      *      id is the signed-on user named in the USER environment
      *      variable.
      ****************************************************************
        identification division.
        program-id. KWI_NSMA.
                access mode is random
                record key is ACT-KEY
                file status is WS-ACT-FILE-STATUS.
      ****************************************************************
      *  The pending-change file, appended to by the maintenance
      *  actions and rewritten through the work file when a request
      *  is decided; and the append-only maintenance history.
      ****************************************************************
            select PND-FILE assign to "KWINSM.PND"
                organization is line sequential
                file status is WS-PND-FILE-STATUS.
            select PWK-FILE assign to dynamic WS-PWK-NAME
                organization is line sequential
                file status is WS-PWK-FILE-STATUS.
            select MHS-FILE assign to "KWINSM.MHS"
                organization is line sequential
                file status is WS-MHS-FILE-STATUS.

        data division.
        file section.
        FD  ACT-FILE.
            copy KWI_ACT.
        FD  PND-FILE.
            copy KWI_PND.
        FD  PWK-FILE.
        01  PWK-RECORD                  PIC X(112).
        FD  MHS-FILE.
            copy KWI_MHS.

        working-storage section.
        01  WS-ACT-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-PND-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-PWK-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-MHS-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-PWK-NAME                 PIC X(12) VALUE "KWINSMA.WRK".
        01  PND-EOF-SWITCH              PIC X(01) VALUE "N".
            88  PND-EOF                     VALUE "Y".

      ****************************************************************
      *  The action, account number, and short name given on the
      *  command line.  The short name is everything after the
      *  account token, so it may carry embedded blanks.  APPROVE
      *  and DECLINE take a request number where the account goes.
      ****************************************************************
        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-ACTION                   PIC X(09) VALUE SPACE.
        01  WS-ACCOUNT-NUMBER           PIC X(10) VALUE SPACE.
        01  WS-ACCT-NAME                PIC X(20) VALUE SPACE.
        01  WS-PARSE-PTR                PIC 9(04) COMP-5 VALUE 1.
        01  WS-REQUEST-TOKEN            PIC X(06) JUSTIFIED RIGHT
                                        VALUE SPACE.
        01  WS-REQUEST-NUMBER           PIC 9(06) VALUE ZERO.

      ****************************************************************
      *  Whether the account the action names is already on the
        01  WS-ACCT-FOUND-SWITCH       PIC X(01) VALUE "N".
            88  WS-ACCT-FOUND               VALUE "Y".

      ****************************************************************
      *  The signed-on user id, and what the scan of the pending-
      *  change file found: the highest request number on file (a
      *  new request takes the next one), any request already
      *  pending for the account in hand, and the request being
      *  approved or declined, held here while the file is
      *  rewritten around it.
      ****************************************************************
        01  WS-USER-ID                  PIC X(08) VALUE SPACE.
        01  WS-LAST-REQUEST-NUMBER      PIC 9(06) VALUE ZERO.
        01  WS-ACCT-PENDING-SWITCH      PIC X(01) VALUE "N".
            88  WS-ACCT-PENDING             VALUE "Y".
        01  WS-PENDING-REQUEST-NUMBER   PIC 9(06) VALUE ZERO.
        01  WS-PENDING-COUNT            PIC 9(05) COMP-5 VALUE ZERO.
        01  WS-REQUEST-FOUND-SWITCH     PIC X(01) VALUE "N".
            88  WS-REQUEST-FOUND            VALUE "Y".
        01  WS-HELD-REQUEST.
            05  WS-HELD-STATUS          PIC X(01).
                88  WS-HELD-PENDING         VALUE "P".
            05  WS-HELD-ACTION          PIC X(09).
            05  WS-HELD-ACCOUNT-NUMBER  PIC X(10).
            05  WS-HELD-NEW-VALUE       PIC X(20).
            05  WS-HELD-MAKER-ID        PIC X(08).
        01  WS-DECISION                 PIC X(01) VALUE SPACE.
            88  WS-DECISION-APPROVE         VALUE "A".
            88  WS-DECISION-DECLINE         VALUE "D".
        01  WS-DECIDED-TIMESTAMP        PIC X(21) VALUE SPACE.

      ****************************************************************
      *  One line of the PENDING listing.
      ****************************************************************
        01  WS-PENDING-LINE.
            05  WS-PEN-REQUEST-NUMBER   PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-PEN-ACTION           PIC X(09).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-PEN-ACCOUNT-NUMBER   PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-PEN-NEW-VALUE        PIC X(20).
            05  FILLER                  PIC X(04) VALUE " BY ".
            05  WS-PEN-MAKER-ID         PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-PEN-REQUEST-DATE     PIC X(08).

        procedure division.
        main section.

        perform parse-command-line.

        evaluate WS-ACTION
            when "ADD"
            when "CHANGE"
            when "CLOSE"
            when "FREEZE"
            when "REOPEN"
            when "OVERDRAFT"
                perform request-maintenance
            when "PENDING"
                perform list-pending-requests
            when "APPROVE"
                set WS-DECISION-APPROVE to true
                perform approve-pending-request
            when "DECLINE"
                set WS-DECISION-DECLINE to true
                perform decline-pending-request
            when other
                perform show-usage
                exit program returning 9999
        end-evaluate.

        goback.

      ****************************************************************
      *  and - for ADD and CHANGE - the short name, which is taken
      *  whole from the first character after the account token so
      *  it keeps its embedded blanks.  An action or account left
      *  off is operator error and the run stops with the usage;
      *  only PENDING takes no second token.
      ****************************************************************
        parse-command-line section.
        accept WS-COMMAND-LINE from command-line.
                    to WS-ACCT-NAME
            end-if
        end-if.
        if WS-ACTION = space
                   or (WS-ACCOUNT-NUMBER = space
                       and WS-ACTION not = "PENDING")
            perform show-usage
            exit program returning 9999
        end-if.
        display "  CLOSE  <account>".
        display "  FREEZE <account>".
        display "  REOPEN <account>".
        display "  OVERDRAFT <account> Y|N".
        display "  PENDING".
        display "  APPROVE <request number>".
        display "  DECLINE <request number>".

      ****************************************************************
      *  The signed-on user id every request and decision is stamped
      *  with.  Dual control means nothing without it, so running
      *  maintenance without one is refused.
      ****************************************************************
        identify-signed-on-user section.
        move space to WS-USER-ID.
        display "USER" upon environment-name.
        accept WS-USER-ID from environment-value.
        if WS-USER-ID = space
            display "KWI_NSMA: no user id - set USER to the "
                    "signed-on user before running maintenance"
            exit program returning 9999
        end-if.

        open-account-master section.
        open i-o ACT-FILE.
        if WS-ACT-FILE-STATUS not = "00"
                   and WS-ACT-FILE-STATUS not = "05"
            display "KWI_NSMA: unable to open KWINSM.ACT - status "
                    WS-ACT-FILE-STATUS
            exit program returning 9999
        end-if.

      ****************************************************************
      *  Look the account up once; every action decides from whether
                move "Y" to WS-ACCT-FOUND-SWITCH
        end-read.

      ****************************************************************
      *  Take a maintenance action as a pending request.  The action
      *  is checked against the master now, so the clerk hears at
      *  once about an ADD of an account already there or a change
      *  to one that is not - the checker should only ever see
      *  requests that can be applied - then written to the
      *  pending-change file under the next request number.
      ****************************************************************
        request-maintenance section.
        perform identify-signed-on-user.
        if WS-ACTION = "OVERDRAFT"
                   and WS-ACCT-NAME (1:1) not = "Y"
                   and WS-ACCT-NAME (1:1) not = "N"
            perform show-usage
            exit program returning 9999
        end-if.
        perform open-account-master.
        perform read-account-record.
        if WS-ACTION = "ADD"
            perform require-account-not-on-master
        else
            perform require-account-on-master
        end-if.
        close ACT-FILE.

        perform scan-pending-requests.
        if WS-ACCT-PENDING
            display "KWI_NSMA: account " WS-ACCOUNT-NUMBER
                    " already has request " WS-PENDING-REQUEST-NUMBER
                    " pending - approve or decline it first"
            exit program returning 9999
        end-if.

        move space to PND-RECORD.
        add 1 to WS-LAST-REQUEST-NUMBER.
        move WS-LAST-REQUEST-NUMBER to PND-REQUEST-NUMBER.
        set PND-STATUS-PENDING to true.
        move WS-ACTION to PND-ACTION.
        move WS-ACCOUNT-NUMBER to PND-ACCOUNT-NUMBER.
        if WS-ACTION = "OVERDRAFT"
            move WS-ACCT-NAME (1:1) to PND-NEW-VALUE
        else
            move WS-ACCT-NAME to PND-NEW-VALUE
        end-if.
        move WS-USER-ID to PND-MAKER-ID.
        move function current-date to PND-REQUEST-TIMESTAMP.
        open extend PND-FILE.
        if WS-PND-FILE-STATUS not = "00"
            display "KWI_NSMA: unable to open KWINSM.PND - status "
                    WS-PND-FILE-STATUS
            exit program returning 9999
        end-if.
        write PND-RECORD.
        close PND-FILE.
        display "KWI_NSMA: request " PND-REQUEST-NUMBER " to "
                WS-ACTION " account " WS-ACCOUNT-NUMBER
                " is pending approval by a second user".

      ****************************************************************
      *  Scan the pending-change file for the highest request number
      *  used so far and for a request still pending on the account
      *  in hand.  A file that is not there yet scans as empty.
      ****************************************************************
        scan-pending-requests section.
        move 0 to WS-LAST-REQUEST-NUMBER.
        move "N" to WS-ACCT-PENDING-SWITCH.
        move "N" to PND-EOF-SWITCH.
        open input PND-FILE.
        if WS-PND-FILE-STATUS = "00"
            perform scan-one-pending-request until PND-EOF
            close PND-FILE
        end-if.

        scan-one-pending-request section.
        read PND-FILE into PND-RECORD
            at end set PND-EOF to true
        end-read.
        if not PND-EOF
            if PND-REQUEST-NUMBER is numeric
                       and PND-REQUEST-NUMBER > WS-LAST-REQUEST-NUMBER
                move PND-REQUEST-NUMBER to WS-LAST-REQUEST-NUMBER
            end-if
            if PND-STATUS-PENDING
                       and PND-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                move "Y" to WS-ACCT-PENDING-SWITCH
                move PND-REQUEST-NUMBER to WS-PENDING-REQUEST-NUMBER
            end-if
        end-if.

      ****************************************************************
      *  List every request still waiting for a checker.
      ****************************************************************
        list-pending-requests section.
        move 0 to WS-PENDING-COUNT.
        move "N" to PND-EOF-SWITCH.
        open input PND-FILE.
        if WS-PND-FILE-STATUS = "00"
            display "KWI_NSMA: requests pending approval"
            perform list-one-pending-request until PND-EOF
            close PND-FILE
        end-if.
        if WS-PENDING-COUNT = 0
            display "KWI_NSMA: no requests are pending approval"
        end-if.

        list-one-pending-request section.
        read PND-FILE into PND-RECORD
            at end set PND-EOF to true
        end-read.
        if not PND-EOF and PND-STATUS-PENDING
            add 1 to WS-PENDING-COUNT
            move PND-REQUEST-NUMBER to WS-PEN-REQUEST-NUMBER
            move PND-ACTION to WS-PEN-ACTION
            move PND-ACCOUNT-NUMBER to WS-PEN-ACCOUNT-NUMBER
            move PND-NEW-VALUE to WS-PEN-NEW-VALUE
            move PND-MAKER-ID to WS-PEN-MAKER-ID
            move PND-REQUEST-TIMESTAMP (1:8) to WS-PEN-REQUEST-DATE
            display WS-PENDING-LINE
        end-if.

      ****************************************************************
      *  Approve a pending request: a user other than its maker
      *  applies it to the master exactly as the action would have
      *  been applied directly, the account record is imaged before
      *  and after into the maintenance history, and the request is
      *  marked approved.  A request that can no longer be applied
      *  (say the account was added by an earlier request since)
      *  stops the run and stays pending, for the checker to
      *  decline.
      ****************************************************************
        approve-pending-request section.
        perform identify-signed-on-user.
        perform locate-pending-request.
        move WS-HELD-ACTION to WS-ACTION.
        move WS-HELD-ACCOUNT-NUMBER to WS-ACCOUNT-NUMBER.
        move WS-HELD-NEW-VALUE to WS-ACCT-NAME.

        perform open-account-master.
        perform read-account-record.
        move space to MHS-RECORD.
        perform capture-before-image.
        evaluate WS-ACTION
            when "ADD"
                perform add-account
            when "CHANGE"
                perform change-account
            when "CLOSE"
                perform set-account-closed
            when "FREEZE"
                perform set-account-frozen
            when "REOPEN"
                perform set-account-open
            when "OVERDRAFT"
                perform set-account-overdraft
        end-evaluate.
        perform capture-after-image.
        close ACT-FILE.

        perform write-maintenance-history.
        perform record-request-decision.
        display "KWI_NSMA: request " WS-REQUEST-NUMBER
                " approved by " WS-USER-ID.

        decline-pending-request section.
        perform identify-signed-on-user.
        perform locate-pending-request.
        perform record-request-decision.
        display "KWI_NSMA: request " WS-REQUEST-NUMBER " to "
                WS-HELD-ACTION " account " WS-HELD-ACCOUNT-NUMBER
                " declined by " WS-USER-ID " - nothing applied".

      ****************************************************************
      *  Find the request named on the command line and hold it.
      *  It must exist, must still be pending, and must not have
      *  been made by the user now deciding it.
      ****************************************************************
        locate-pending-request section.
        move space to WS-REQUEST-TOKEN.
        unstring WS-ACCOUNT-NUMBER delimited by space
            into WS-REQUEST-TOKEN
        end-unstring.
        inspect WS-REQUEST-TOKEN replacing leading space by "0".
        if WS-REQUEST-TOKEN not numeric
            perform show-usage
            exit program returning 9999
        end-if.
        move WS-REQUEST-TOKEN to WS-REQUEST-NUMBER.

        move "N" to WS-REQUEST-FOUND-SWITCH.
        move "N" to PND-EOF-SWITCH.
        open input PND-FILE.
        if WS-PND-FILE-STATUS = "00"
            perform find-one-pending-request until PND-EOF
            close PND-FILE
        end-if.
        if not WS-REQUEST-FOUND
            display "KWI_NSMA: request " WS-REQUEST-NUMBER
                    " is not on the pending-change file"
            exit program returning 9999
        end-if.
        if not WS-HELD-PENDING
            display "KWI_NSMA: request " WS-REQUEST-NUMBER
                    " has already been decided"
            exit program returning 9999
        end-if.
        if WS-HELD-MAKER-ID = WS-USER-ID
            display "KWI_NSMA: request " WS-REQUEST-NUMBER
                    " was made by " WS-USER-ID " - it must be "
                    "approved or declined by a second user"
            exit program returning 9999
        end-if.

        find-one-pending-request section.
        read PND-FILE into PND-RECORD
            at end set PND-EOF to true
        end-read.
        if not PND-EOF and PND-REQUEST-NUMBER = WS-REQUEST-NUMBER
            move "Y" to WS-REQUEST-FOUND-SWITCH
            move PND-STATUS to WS-HELD-STATUS
            move PND-ACTION to WS-HELD-ACTION
            move PND-ACCOUNT-NUMBER to WS-HELD-ACCOUNT-NUMBER
            move PND-NEW-VALUE to WS-HELD-NEW-VALUE
            move PND-MAKER-ID to WS-HELD-MAKER-ID
            set PND-EOF to true
        end-if.

      ****************************************************************
      *  Image the account record as it stands before the change -
      *  blank for an ADD, which has no record yet - and as it
      *  stands after it.
      ****************************************************************
        capture-before-image section.
        if WS-ACCT-FOUND
            move ACT-STATUS to MHS-BEF-STATUS
            move ACT-SHORT-NAME to MHS-BEF-SHORT-NAME
            move ACT-OVERDRAFT-FLAG to MHS-BEF-OVERDRAFT
            if ACT-CURRENT-BALANCE numeric
                move ACT-CURRENT-BALANCE to MHS-BEF-BALANCE
            else
                move 0 to MHS-BEF-BALANCE
            end-if
            move ACT-TIMESTAMP to MHS-BEF-TIMESTAMP
            move ACT-LAST-POSTED-KEY to MHS-BEF-LAST-POSTED
        end-if.

        capture-after-image section.
        move ACT-STATUS to MHS-AFT-STATUS.
        move ACT-SHORT-NAME to MHS-AFT-SHORT-NAME.
        move ACT-OVERDRAFT-FLAG to MHS-AFT-OVERDRAFT.
        if ACT-CURRENT-BALANCE numeric
            move ACT-CURRENT-BALANCE to MHS-AFT-BALANCE
        else
            move 0 to MHS-AFT-BALANCE
        end-if.
        move ACT-TIMESTAMP to MHS-AFT-TIMESTAMP.
        move ACT-LAST-POSTED-KEY to MHS-AFT-LAST-POSTED.

        write-maintenance-history section.
        move function current-date to WS-DECIDED-TIMESTAMP.
        move WS-DECIDED-TIMESTAMP to MHS-APPLIED-TIMESTAMP.
        move WS-REQUEST-NUMBER to MHS-REQUEST-NUMBER.
        move WS-HELD-ACTION to MHS-ACTION.
        move WS-HELD-ACCOUNT-NUMBER to MHS-ACCOUNT-NUMBER.
        move WS-HELD-MAKER-ID to MHS-MAKER-ID.
        move WS-USER-ID to MHS-CHECKER-ID.
        open extend MHS-FILE.
        if WS-MHS-FILE-STATUS not = "00"
            display "KWI_NSMA: unable to open KWINSM.MHS - status "
                    WS-MHS-FILE-STATUS " - request "
                    WS-REQUEST-NUMBER " was applied but not imaged"
            exit program returning 9999
        end-if.
        write MHS-RECORD.
        close MHS-FILE.

      ****************************************************************
      *  Mark the decided request approved or declined, with the
      *  checker and when, by rewriting the pending-change file
      *  through the work file.
      ****************************************************************
        record-request-decision section.
        if WS-DECIDED-TIMESTAMP = space
            move function current-date to WS-DECIDED-TIMESTAMP
        end-if.
        move "N" to PND-EOF-SWITCH.
        open input PND-FILE.
        if WS-PND-FILE-STATUS not = "00"
            display "KWI_NSMA: unable to reopen KWINSM.PND - status "
                    WS-PND-FILE-STATUS
            exit program returning 9999
        end-if.
        open output PWK-FILE.
        if WS-PWK-FILE-STATUS not = "00"
            display "KWI_NSMA: unable to open KWINSMA.WRK - status "
                    WS-PWK-FILE-STATUS
            exit program returning 9999
        end-if.
        perform route-one-pending-request until PND-EOF.
        close PND-FILE PWK-FILE.
        perform copy-work-file-back.

        route-one-pending-request section.
        read PND-FILE into PND-RECORD
            at end set PND-EOF to true
        end-read.
        if not PND-EOF
            if PND-REQUEST-NUMBER = WS-REQUEST-NUMBER
                       and PND-STATUS-PENDING
                move WS-DECISION to PND-STATUS
                move WS-USER-ID to PND-CHECKER-ID
                move WS-DECIDED-TIMESTAMP to PND-DECIDED-TIMESTAMP
            end-if
            write PWK-RECORD from PND-RECORD
        end-if.

        copy-work-file-back section.
        move "N" to PND-EOF-SWITCH.
        open input PWK-FILE.
        if WS-PWK-FILE-STATUS not = "00"
            display "KWI_NSMA: unable to reopen KWINSMA.WRK - "
                    "status " WS-PWK-FILE-STATUS
            exit program returning 9999
        end-if.
        open output PND-FILE.
        if WS-PND-FILE-STATUS not = "00"
            display "KWI_NSMA: unable to rewrite KWINSM.PND - "
                    "status " WS-PND-FILE-STATUS
            exit program returning 9999
        end-if.
        perform copy-one-request-back until PND-EOF.
        close PWK-FILE PND-FILE.

        copy-one-request-back section.
        read PWK-FILE into PND-RECORD
            at end set PND-EOF to true
        end-read.
        if not PND-EOF
            write PND-RECORD
        end-if.

      ****************************************************************
      *  The maintenance actions proper, applied to the master only
      *  once a request for them has been approved.
      ****************************************************************
        add-account section.
        perform require-account-not-on-master.
        move WS-ACCOUNT-NUMBER to ACT-ACCOUNT-NUMBER.
        set ACT-STATUS-OPEN to true.
        move WS-ACCT-NAME to ACT-SHORT-NAME.
        move function current-date to ACT-TIMESTAMP.
        set ACT-NO-OVERDRAFT to true.
        move 0 to ACT-CURRENT-BALANCE.
        move space to ACT-LAST-POSTED-KEY.
        write ACT-RECORD
            invalid key
                display "KWI_NSMA: unable to add account "
        perform rewrite-account-record.
        display "KWI_NSMA: reopened account " WS-ACCOUNT-NUMBER.

      ****************************************************************
      *  Allow (Y) or forbid (N) the account to be overdrawn.  The
      *  flag is the first character of the token after the
      *  account; anything other than Y or N is operator error.
      ****************************************************************
        set-account-overdraft section.
        perform require-account-on-master.
        evaluate WS-ACCT-NAME (1:1)
            when "Y"
                set ACT-OVERDRAFT-ALLOWED to true
            when "N"
                move "N" to ACT-OVERDRAFT-FLAG
            when other
                perform show-usage
                close ACT-FILE
                exit program returning 9999
        end-evaluate.
        perform rewrite-account-record.
        display "KWI_NSMA: set account " WS-ACCOUNT-NUMBER
                " overdraft allowed to " ACT-OVERDRAFT-FLAG.

        require-account-not-on-master section.
        if WS-ACCT-FOUND
            display "KWI_NSMA: account " WS-ACCOUNT-NUMBER
                    " is already on the master - use CHANGE, "
                    "CLOSE, FREEZE, or REOPEN"
            close ACT-FILE
            exit program returning 9999
        end-if.

        require-account-on-master section.
        if not WS-ACCT-FOUND
            display "KWI_NSMA: account " WS-ACCOUNT-NUMBER

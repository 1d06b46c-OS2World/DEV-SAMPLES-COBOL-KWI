
      $set ans85 mf noosvs defaultbyte"00"
      ****************************************************************
      *
      *  Program:
      *      KWI_NSMD.CBL
      *  Desription:
      *      High-value review decisions.  KWI_NSM2 holds every
      *      transaction whose amount is over its review limit (see
      *      KWI_HVT.CPY) for REVIEW instead of posting it, and
      *      captures it PENDING on the review queue (KWINSM.HVQ,
      *      see KWI_HVQ.CPY).  Driven from the command line, one
      *      action per run:
      *          LIST                              list pending items
      *          RELEASE <run-id> <job> <trans-id> let the item post
      *          DECLINE <run-id> <job> <trans-id> refuse the item
      *      A released item is appended, in the TRN-RECORD layout,
      *      to the transaction source file the control file names
      *      for its job (the shared KWINSM.TRN unless the job names
      *      its own input), so the next run of that job picks it
      *      up; KWI_NSM2 finds it RELEASED on the queue and posts it
      *      without holding it a second time.  A declined item is
      *      written to the reject file (KWINSM.REJ) under reason
      *      HD, which the recycle program refuses - the decision
      *      was deliberate.  Either way the queue record is flipped
      *      with the reviewer's user id and the date decided, and
      *      the queue is rewritten through a work file, so the same
      *      item can never be decided twice.
      *
      *      Listing the queue is open to anyone.  Releasing and
      *      declining are for the reviewers treasury names on the
      *      reviewer list (KWINSM.HVA, see KWI_HVA.CPY); the user
      *      id is the signed-on user named in the USER environment
      *      variable.
      ****************************************************************
        identification division.
        program-id. KWI_NSMD.

        environment division.
        input-output section.
        file-control.
      ****************************************************************
      *  The review queue, read for the listing and rewritten through
      *  the work file when an item is decided; the reviewer list;
      *  the control file, which names where a released item must
      *  be fed back; and the reject file a declined item goes to.
      ****************************************************************
            select HVQ-FILE assign to "KWINSM.HVQ"
                organization is line sequential
                file status is WS-HVQ-FILE-STATUS.
            select QWK-FILE assign to dynamic WS-QWK-NAME
                organization is line sequential
                file status is WS-QWK-FILE-STATUS.
            select HVA-FILE assign to "KWINSM.HVA"
                organization is line sequential
                file status is WS-HVA-FILE-STATUS.
            select CTL-FILE assign to "KWINSM.CTL"
                organization is line sequential
                file status is WS-FILE-STATUS.
            select TRN-FILE assign to dynamic WS-TRN-FILE-NAME
                organization is line sequential
                file status is WS-TRN-FILE-STATUS.
            select REJ-FILE assign to "KWINSM.REJ"
                organization is line sequential
                file status is WS-REJ-FILE-STATUS.

        data division.
        file section.
        FD  HVQ-FILE.
            copy KWI_HVQ.
        FD  QWK-FILE.
        01  QWK-RECORD                  PIC X(208).
        FD  HVA-FILE.
            copy KWI_HVA.
        FD  CTL-FILE.
            copy KWI_CTL.
        FD  TRN-FILE.
            copy KWI_TRN.
        FD  REJ-FILE.
            copy KWI_REJ.

        working-storage section.
        01  WS-FILE-STATUS              PIC X(02) VALUE "00".
        01  WS-HVQ-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-QWK-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-HVA-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-TRN-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-REJ-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-QWK-NAME                 PIC X(12) VALUE "KWINSMD.WRK".
        01  WS-TRN-FILE-NAME            PIC X(12) VALUE SPACE.
        01  HVQ-EOF-SWITCH              PIC X(01) VALUE "N".
            88  HVQ-EOF                     VALUE "Y".
        01  HVA-EOF-SWITCH              PIC X(01) VALUE "N".
            88  HVA-EOF                     VALUE "Y".
        01  CTL-EOF-SWITCH              PIC X(01) VALUE "N".
            88  CTL-EOF                     VALUE "Y".

      ****************************************************************
      *  The action and the run-id, job name, and transaction id of
      *  the queue item it decides, given on the command line.
      ****************************************************************
        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-ACTION                   PIC X(09) VALUE SPACE.
        01  WS-RUN-ID                   PIC X(08) VALUE SPACE.
        01  WS-JOB-NAME                 PIC X(08) VALUE SPACE.
        01  WS-TRANS-ID                 PIC X(10) VALUE SPACE.

      ****************************************************************
      *  The signed-on user id and whether the reviewer list names
      *  it; the queue item being decided, held here while the queue
      *  is rewritten around it; and the input file its job loads
      *  from, for a release.
      ****************************************************************
        01  WS-USER-ID                  PIC X(08) VALUE SPACE.
        01  WS-REVIEWER-SWITCH          PIC X(01) VALUE "N".
            88  WS-REVIEWER-AUTHORISED      VALUE "Y".
        01  WS-ITEM-FOUND-SWITCH        PIC X(01) VALUE "N".
            88  WS-ITEM-FOUND               VALUE "Y".
        01  WS-HELD-ITEM.
            05  WS-HELD-STATUS          PIC X(01).
                88  WS-HELD-PENDING         VALUE "P".
            05  WS-HELD-TRANS-DATA      PIC X(90).
        01  WS-DECISION                 PIC X(01) VALUE SPACE.
            88  WS-DECISION-RELEASE         VALUE "R".
            88  WS-DECISION-DECLINE         VALUE "D".
        01  WS-DECIDED-DATE             PIC X(08) VALUE SPACE.
        01  WS-JOB-FOUND-SWITCH         PIC X(01) VALUE "N".
            88  WS-JOB-FOUND                VALUE "Y".
        01  WS-JOB-INPUT-FILE           PIC X(12) VALUE SPACE.
        01  WS-PENDING-COUNT            PIC 9(05) COMP-5 VALUE ZERO.

      ****************************************************************
      *  One line of the LIST listing, under its column headings.
      ****************************************************************
        01  WS-LIST-HEADING-LINE.
            05  FILLER                  PIC X(09) VALUE "RUN-ID".
            05  FILLER                  PIC X(09) VALUE "JOB".
            05  FILLER                  PIC X(11) VALUE "TRANS-ID".
            05  FILLER                  PIC X(11) VALUE "ACCOUNT".
            05  FILLER                  PIC X(03) VALUE "TY".
            05  FILLER                  PIC X(13) VALUE
                "       AMOUNT".
            05  FILLER                  PIC X(13) VALUE
                "        LIMIT".
            05  FILLER                  PIC X(09) VALUE " QUEUED".
        01  WS-LIST-LINE.
            05  WS-LST-RUN-ID           PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-LST-JOB-NAME         PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-LST-TRANS-ID         PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-LST-ACCOUNT-NUMBER   PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-LST-TYPE-CODE        PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-LST-AMOUNT           PIC ZZZZZZZZ9.99.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-LST-LIMIT            PIC ZZZZZZZZ9.99.
            05  FILLER                  PIC X(02) VALUE SPACE.
            05  WS-LST-DATE-QUEUED      PIC X(08).

        procedure division.
        main section.

        perform parse-command-line.

        evaluate WS-ACTION
            when "LIST"
                perform list-pending-items
            when "RELEASE"
                set WS-DECISION-RELEASE to true
                perform release-queue-item
            when "DECLINE"
                set WS-DECISION-DECLINE to true
                perform decline-queue-item
            when other
                perform show-usage
                exit program returning 9999
        end-evaluate.

        goback.

      ****************************************************************
      *  Split the command line into the action and, for RELEASE and
      *  DECLINE, the run-id, job name, and transaction id that key
      *  the queue item.  Anything left off is operator error and
      *  the run stops with the usage.
      ****************************************************************
        parse-command-line section.
        accept WS-COMMAND-LINE from command-line.
        if WS-COMMAND-LINE not = space
            unstring WS-COMMAND-LINE delimited by all space
                into WS-ACTION WS-RUN-ID WS-JOB-NAME WS-TRANS-ID
            end-unstring
        end-if.
        if WS-ACTION = space
                   or (WS-ACTION not = "LIST"
                       and (WS-RUN-ID = space or WS-JOB-NAME = space
                            or WS-TRANS-ID = space))
            perform show-usage
            exit program returning 9999
        end-if.

        show-usage section.
        display "KWI_NSMD: usage is one of".
        display "  LIST".
        display "  RELEASE <run-id> <job> <trans-id>".
        display "  DECLINE <run-id> <job> <trans-id>".

      ****************************************************************
      *  The signed-on user id every decision is stamped with, which
      *  must be on the reviewer list.  A missing list authorises
      *  nobody - the queue exists so that nothing big posts on one
      *  person's say-so by default.
      ****************************************************************
        identify-reviewer section.
        move space to WS-USER-ID.
        display "USER" upon environment-name.
        accept WS-USER-ID from environment-value.
        if WS-USER-ID = space
            display "KWI_NSMD: no user id - set USER to the "
                    "signed-on user before deciding review items"
            exit program returning 9999
        end-if.
        move "N" to WS-REVIEWER-SWITCH.
        move "N" to HVA-EOF-SWITCH.
        open input HVA-FILE.
        if WS-HVA-FILE-STATUS = "00"
            perform check-one-reviewer until HVA-EOF
            close HVA-FILE
        end-if.
        if not WS-REVIEWER-AUTHORISED
            display "KWI_NSMD: user " WS-USER-ID " is not on the "
                    "reviewer list KWINSM.HVA - decision refused"
            exit program returning 9999
        end-if.

        check-one-reviewer section.
        read HVA-FILE into HVA-RECORD
            at end set HVA-EOF to true
        end-read.
        if not HVA-EOF and HVA-USER-ID = WS-USER-ID
            move "Y" to WS-REVIEWER-SWITCH
            set HVA-EOF to true
        end-if.

      ****************************************************************
      *  List every item still waiting for a decision.
      ****************************************************************
        list-pending-items section.
        move 0 to WS-PENDING-COUNT.
        move "N" to HVQ-EOF-SWITCH.
        open input HVQ-FILE.
        if WS-HVQ-FILE-STATUS = "00"
            display "KWI_NSMD: items pending high-value review"
            display WS-LIST-HEADING-LINE
            perform list-one-pending-item until HVQ-EOF
            close HVQ-FILE
        end-if.
        if WS-PENDING-COUNT = 0
            display "KWI_NSMD: no items are pending review"
        else
            display "KWI_NSMD: " WS-PENDING-COUNT
                    " item(s) pending review"
        end-if.

        list-one-pending-item section.
        read HVQ-FILE into HVQ-RECORD
            at end set HVQ-EOF to true
        end-read.
        if not HVQ-EOF and HVQ-STATUS-PENDING
            add 1 to WS-PENDING-COUNT
            move HVQ-RUN-ID to WS-LST-RUN-ID
            move HVQ-JOB-NAME to WS-LST-JOB-NAME
            move HVQ-TRANS-ID to WS-LST-TRANS-ID
            move HVQ-ACCOUNT-NUMBER to WS-LST-ACCOUNT-NUMBER
            move HVQ-TYPE-CODE to WS-LST-TYPE-CODE
            move HVQ-AMOUNT to WS-LST-AMOUNT
            move HVQ-LIMIT to WS-LST-LIMIT
            move HVQ-DATE-QUEUED to WS-LST-DATE-QUEUED
            display WS-LIST-LINE
        end-if.

      ****************************************************************
      *  Release a pending item: its job must still be in the
      *  control file - feeding it anywhere else would lose it - and
      *  it is fed back to that job's input file before the queue
      *  record is flipped to RELEASED.
      ****************************************************************
        release-queue-item section.
        perform identify-reviewer.
        perform locate-queue-item.
        perform locate-job-input-file.
        if not WS-JOB-FOUND
            display "KWI_NSMD: job " WS-JOB-NAME " is not in the "
                    "control file - item " WS-TRANS-ID
                    " cannot be fed back and stays pending"
            exit program returning 9999
        end-if.
        perform feed-item-back.
        perform record-item-decision.
        display "KWI_NSMD: item " WS-TRANS-ID " of job "
                WS-JOB-NAME " run " WS-RUN-ID " released by "
                WS-USER-ID " - it posts on the next run of the job".

      ****************************************************************
      *  Decline a pending item: it goes to the reject file under
      *  reason HD before the queue record is flipped to DECLINED.
      ****************************************************************
        decline-queue-item section.
        perform identify-reviewer.
        perform locate-queue-item.
        perform write-declined-reject.
        perform record-item-decision.
        display "KWI_NSMD: item " WS-TRANS-ID " of job "
                WS-JOB-NAME " run " WS-RUN-ID " declined by "
                WS-USER-ID " - written to KWINSM.REJ as HD".

      ****************************************************************
      *  Find the item named on the command line and hold it.  It
      *  must be on the queue and must still be pending.
      ****************************************************************
        locate-queue-item section.
        move "N" to WS-ITEM-FOUND-SWITCH.
        move "N" to HVQ-EOF-SWITCH.
        open input HVQ-FILE.
        if WS-HVQ-FILE-STATUS = "00"
            perform find-one-queue-item until HVQ-EOF
            close HVQ-FILE
        end-if.
        if not WS-ITEM-FOUND
            display "KWI_NSMD: item " WS-TRANS-ID " of job "
                    WS-JOB-NAME " run " WS-RUN-ID
                    " is not on the review queue"
            exit program returning 9999
        end-if.
        if not WS-HELD-PENDING
            display "KWI_NSMD: item " WS-TRANS-ID " of job "
                    WS-JOB-NAME " run " WS-RUN-ID
                    " has already been decided"
            exit program returning 9999
        end-if.

      ****************************************************************
      *  A retried block can leave an item queued more than once;
      *  a pending copy is preferred over a decided one, so the
      *  item can still be decided.
      ****************************************************************
        find-one-queue-item section.
        read HVQ-FILE into HVQ-RECORD
            at end set HVQ-EOF to true
        end-read.
        if not HVQ-EOF and HVQ-RUN-ID = WS-RUN-ID
                       and HVQ-JOB-NAME = WS-JOB-NAME
                       and HVQ-TRANS-ID = WS-TRANS-ID
            if not WS-ITEM-FOUND or HVQ-STATUS-PENDING
                move "Y" to WS-ITEM-FOUND-SWITCH
                move HVQ-STATUS to WS-HELD-STATUS
                move HVQ-TRANS-DATA to WS-HELD-TRANS-DATA
            end-if
        end-if.

      ****************************************************************
      *  Find the input file the item's job loads from - the one the
      *  control file names, or the shared KWINSM.TRN when it names
      *  none.
      ****************************************************************
        locate-job-input-file section.
        move "N" to WS-JOB-FOUND-SWITCH.
        move space to WS-JOB-INPUT-FILE.
        move "N" to CTL-EOF-SWITCH.
        open input CTL-FILE.
        if WS-FILE-STATUS not = "00"
            display "KWI_NSMD: unable to open KWINSM.CTL - status "
                    WS-FILE-STATUS
            exit program returning 9999
        end-if.
        perform check-one-control-job until CTL-EOF.
        close CTL-FILE.

        check-one-control-job section.
        read CTL-FILE into CTL-RECORD
            at end set CTL-EOF to true
        end-read.
        if not CTL-EOF and CTL-JOB-NAME = WS-JOB-NAME
            move "Y" to WS-JOB-FOUND-SWITCH
            if CTL-INPUT-FILE = space
                move "KWINSM.TRN" to WS-JOB-INPUT-FILE
            else
                move CTL-INPUT-FILE to WS-JOB-INPUT-FILE
            end-if
            set CTL-EOF to true
        end-if.

      ****************************************************************
      *  Append the released item, in the transaction source layout
      *  and exactly as it was first keyed, to the input file its
      *  job loads from.  The duplicate-posting history check in
      *  KWI_NSM1 still stands between a released item and a double
      *  post.
      ****************************************************************
        feed-item-back section.
        move WS-JOB-INPUT-FILE to WS-TRN-FILE-NAME.
        open extend TRN-FILE.
        if WS-TRN-FILE-STATUS not = "00"
            display "KWI_NSMD: unable to open " WS-JOB-INPUT-FILE
                    " - status " WS-TRN-FILE-STATUS
            exit program returning 9999
        end-if.
        move WS-JOB-NAME to TRN-JOB-NAME.
        move WS-TRANS-ID to TRN-TRANS-ID.
        move WS-HELD-TRANS-DATA to TRN-TRANS-DATA.
        write TRN-RECORD.
        close TRN-FILE.

      ****************************************************************
      *  Write the declined item to the reject file under its own
      *  run-id and job, reason HD, not recycled.
      ****************************************************************
        write-declined-reject section.
        move space to REJ-RECORD.
        move WS-RUN-ID to REJ-RUN-ID.
        move WS-JOB-NAME to REJ-JOB-NAME.
        set REJ-REASON-HV-DECLINED to true.
        move WS-TRANS-ID to REJ-TRANS-ID.
        move WS-HELD-TRANS-DATA to REJ-TRANS-DATA.
        move function current-date to REJ-TIMESTAMP.
        open extend REJ-FILE.
        if WS-REJ-FILE-STATUS not = "00"
            display "KWI_NSMD: unable to open KWINSM.REJ - status "
                    WS-REJ-FILE-STATUS
            exit program returning 9999
        end-if.
        write REJ-RECORD.
        close REJ-FILE.

      ****************************************************************
      *  Mark the decided item released or declined, with the
      *  reviewer and the date, by rewriting the queue through the
      *  work file.  Every pending copy of the item is flipped, so a
      *  duplicate left by a retried block cannot be decided again.
      ****************************************************************
        record-item-decision section.
        move function current-date (1:8) to WS-DECIDED-DATE.
        move "N" to HVQ-EOF-SWITCH.
        open input HVQ-FILE.
        if WS-HVQ-FILE-STATUS not = "00"
            display "KWI_NSMD: unable to reopen KWINSM.HVQ - status "
                    WS-HVQ-FILE-STATUS
            exit program returning 9999
        end-if.
        open output QWK-FILE.
        if WS-QWK-FILE-STATUS not = "00"
            display "KWI_NSMD: unable to open KWINSMD.WRK - status "
                    WS-QWK-FILE-STATUS
            exit program returning 9999
        end-if.
        perform route-one-queue-item until HVQ-EOF.
        close HVQ-FILE QWK-FILE.
        perform copy-work-file-back.

        route-one-queue-item section.
        read HVQ-FILE into HVQ-RECORD
            at end set HVQ-EOF to true
        end-read.
        if not HVQ-EOF
            if HVQ-RUN-ID = WS-RUN-ID
                       and HVQ-JOB-NAME = WS-JOB-NAME
                       and HVQ-TRANS-ID = WS-TRANS-ID
                       and HVQ-STATUS-PENDING
                move WS-DECISION to HVQ-STATUS
                move WS-USER-ID to HVQ-DECIDED-BY
                move WS-DECIDED-DATE to HVQ-DATE-DECIDED
            end-if
            write QWK-RECORD from HVQ-RECORD
        end-if.

        copy-work-file-back section.
        move "N" to HVQ-EOF-SWITCH.
        open input QWK-FILE.
        if WS-QWK-FILE-STATUS not = "00"
            display "KWI_NSMD: unable to reopen KWINSMD.WRK - "
                    "status " WS-QWK-FILE-STATUS
            exit program returning 9999
        end-if.
        open output HVQ-FILE.
        if WS-HVQ-FILE-STATUS not = "00"
            display "KWI_NSMD: unable to rewrite KWINSM.HVQ - "
                    "status " WS-HVQ-FILE-STATUS
            exit program returning 9999
        end-if.
        perform copy-one-item-back until HVQ-EOF.
        close QWK-FILE HVQ-FILE.

        copy-one-item-back section.
        read QWK-FILE into HVQ-RECORD
            at end set HVQ-EOF to true
        end-read.
        if not HVQ-EOF
            write HVQ-RECORD
        end-if.

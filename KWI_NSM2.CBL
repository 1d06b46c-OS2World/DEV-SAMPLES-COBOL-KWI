      *      to each transaction record (type code, account, amount,
      *      effective date - see KWI_TRD.CPY), writes one
      *      disposition record per transaction to the results file
      *      (see KWI_RSL.CPY), posts every ACCEPTED transaction
      *      to its account's current balance on the account master
      *      (see KWI_ACT.CPY), accepts a reversal only against an
      *      earlier ACCEPTED posting it matches and that has not
      *      been reversed already, rejects any transaction dated
      *      into an accounting period finance has closed (see
      *      KWI_PER.CPY), holds any transaction over its high-value
      *      review limit (see KWI_HVT.CPY) for REVIEW on the review
      *      queue (see KWI_HVQ.CPY) instead of posting it, writes
      *      the count of records
      *      processed back into NSM-CONSUMED-COUNT so the parent
      *      can reconcile what it staged against what was received,
      *      and marks the segment complete. Clears semaphore
      *  Per-transaction results file, indexed on run-id, job name,
      *  and transaction id: one disposition record per transaction
      *  processed, written here directly.  Optional so the first
      *  run of a fresh shop creates it.  Dynamic access, because a
      *  reversal is judged against the original posting it names,
      *  and only the transaction id of that posting is known - the
      *  file is read through from the top to find it.
      ****************************************************************
            select optional RSL-FILE assign to "KWINSM.RSL"
                organization is indexed
                access mode is dynamic
                record key is RSL-KEY
                file status is WS-RSL-FILE-STATUS.
      ****************************************************************
      *  Account master, indexed on the account number.  Every
      *  transaction's account is looked up here by the business
      *  edits: unknown and closed accounts reject, frozen accounts
      *  suspend, and a debit that would overdraw a no-overdraft
      *  account rejects.  Each ACCEPTED transaction is posted to
      *  the account's current balance here.  Maintained by
      *  KWI_NSMA; the balance is the one field this program
      *  writes.
      ****************************************************************
            select optional ACT-FILE assign to "KWINSM.ACT"
                organization is indexed
                organization is line sequential
                file status is WS-CAL-FILE-STATUS.
      ****************************************************************
      *  Accounting period control file KWI_NSME maintains: one
      *  record per month ever closed, CLOSED or REOPENED.  Loaded
      *  once per payload like the calendar; a missing file means
      *  no period is closed.
      ****************************************************************
            select PER-FILE assign to "KWINSM.PER"
                organization is line sequential
                file status is WS-PER-FILE-STATUS.
      ****************************************************************
      *  High-value review threshold table treasury maintains, by
      *  type code with per-account overrides.  Loaded once per
      *  payload like the calendar; a missing file means nothing is
      *  held for review.
      ****************************************************************
            select HVT-FILE assign to "KWINSM.HVT"
                organization is line sequential
                file status is WS-HVT-FILE-STATUS.
      ****************************************************************
      *  High-value review queue: every transaction over its review
      *  limit is captured here in full detail for KWI_NSMD to
      *  release or decline.  Optional so the first item queued
      *  creates it; shared by every child in flight, so it is
      *  opened per record like the suspense file.
      ****************************************************************
            select optional HVQ-FILE assign to "KWINSM.HVQ"
                organization is line sequential
                file status is WS-HVQ-FILE-STATUS.
      ****************************************************************
      *  Step output file, named as the third token on the command
      *  line when the control record chains this step into a
      *  pipeline.  Accepted transactions are appended here in the
            copy KWI_ACT.
        FD  CAL-FILE.
            copy KWI_CAL.
        FD  PER-FILE.
            copy KWI_PER.
        FD  HVT-FILE.
            copy KWI_HVT.
        FD  HVQ-FILE.
            copy KWI_HVQ.
        FD  TRN-FILE.
            copy KWI_TRN.

            88  WS-ACCT-IS-CLOSED    VALUE "C".
            88  WS-ACCT-IS-FROZEN    VALUE "F".

      ****************************************************************
      *  Balance posting work fields: the signed effect the
      *  transaction in hand has on its account's balance (a debit
      *  subtracts, a credit or adjustment adds), whether the
      *  account record read for it has a changed balance to
      *  rewrite, and whether the results file already shows this
      *  same run, job, and transaction ACCEPTED - a retried block
      *  re-edits transactions its dead attempt already posted, and
      *  that posting is backed out before the fresh one is made so
      *  no transaction is ever posted to a balance twice.  The key
      *  of the posting in hand is built here to be compared with,
      *  and stamped on, the account's last-posted key.
      ****************************************************************
        01  WS-POSTING-EFFECT    PIC S9(11)V99 VALUE ZERO.
        01  WS-BALANCE-CHANGED-SW PIC X(01) VALUE "N".
            88  WS-BALANCE-CHANGED   VALUE "Y".
        01  WS-PRIOR-POSTED-SW   PIC X(01) VALUE "N".
            88  WS-PRIOR-POSTED      VALUE "Y".
        01  WS-POSTING-KEY.
            05  WS-POSTING-RUN-ID    PIC X(08).
            05  WS-POSTING-JOB-NAME  PIC X(08).
            05  WS-POSTING-TRANS-ID  PIC X(10).

      ****************************************************************
      *  What the results file says about the original posting a
      *  reversal names: whether it holds that transaction id
      *  ACCEPTED at all, whether one such posting has the
      *  reversal's account and amount (and, if so, its type code,
      *  which decides which way the reversal moves the balance),
      *  and whether an ACCEPTED reversal of it is already on file.
      ****************************************************************
        01  RSL-EOF-SWITCH       PIC X(01) VALUE "N".
            88  RSL-EOF              VALUE "Y".
        01  WS-REV-FOUND-SWITCH  PIC X(01) VALUE "N".
            88  WS-REV-ORIG-FOUND    VALUE "Y".
        01  WS-REV-MATCH-SWITCH  PIC X(01) VALUE "N".
            88  WS-REV-ORIG-MATCHED  VALUE "Y".
        01  WS-REV-REPEAT-SWITCH PIC X(01) VALUE "N".
            88  WS-REV-ALREADY-DONE  VALUE "Y".
        01  WS-REV-ORIG-TYPE     PIC X(02) VALUE SPACE.

      ****************************************************************
      *  The posting calendar's holidays, loaded once per payload,
      *  and the real month lengths the effective-date edit judges
            05  WS-MONTH-LENGTH  OCCURS 12 TIMES PIC 9(02).
        01  WS-EFF-MONTH-LENGTH  PIC 9(02) VALUE ZERO.

      ****************************************************************
      *  The accounting periods (CCYYMM) closed when the payload
      *  arrived, and whether the effective date in hand falls in
      *  one of them.
      ****************************************************************
        01  WS-PER-FILE-STATUS   PIC X(02) VALUE "00".
        01  PER-EOF-SWITCH       PIC X(01) VALUE "N".
            88  PER-EOF              VALUE "Y".
        01  CP-CLOSED-TABLE.
            05  CP-CLOSED-COUNT      PIC 9(04) COMP-5 VALUE ZERO.
            05  CP-CLOSED-ENTRY OCCURS 1 TO 600 TIMES
                                DEPENDING ON CP-CLOSED-COUNT.
                10  CP-CLOSED-PERIOD PIC X(06).
        01  WS-CUR-PERIOD        PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-PERIOD-CLOSED-SW  PIC X(01) VALUE "N".
            88  WS-PERIOD-CLOSED     VALUE "Y".

      ****************************************************************
      *  The high-value review limits loaded for the payload, and
      *  the limit that applies to the transaction in hand with how
      *  particular the record that set it was (3 account and type,
      *  2 account alone, 1 type alone, 0 no limit at all).  The
      *  scan of the review queue says whether a reviewer already
      *  RELEASED this transaction - it then posts without a second
      *  review - and whether this run and job already hold it
      *  PENDING, so a retried block does not queue it twice.
      ****************************************************************
        01  WS-HVT-FILE-STATUS   PIC X(02) VALUE "00".
        01  WS-HVQ-FILE-STATUS   PIC X(02) VALUE "00".
        01  HVT-EOF-SWITCH       PIC X(01) VALUE "N".
            88  HVT-EOF              VALUE "Y".
        01  HVQ-EOF-SWITCH       PIC X(01) VALUE "N".
            88  HVQ-EOF              VALUE "Y".
        01  HV-LIMIT-TABLE.
            05  HV-LIMIT-COUNT       PIC 9(04) COMP-5 VALUE ZERO.
            05  HV-LIMIT-ENTRY OCCURS 1 TO 500 TIMES
                               DEPENDING ON HV-LIMIT-COUNT.
                10  HV-LIMIT-TYPE    PIC X(02).
                10  HV-LIMIT-ACCOUNT PIC X(10).
                10  HV-LIMIT-AMOUNT  PIC 9(09)V99.
        01  WS-CUR-LIMIT         PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-REVIEW-LIMIT      PIC 9(09)V99 VALUE ZERO.
        01  WS-REVIEW-RANK       PIC 9(01) VALUE ZERO.
        01  WS-HVQ-RELEASED-SW   PIC X(01) VALUE "N".
            88  WS-HVQ-RELEASED      VALUE "Y".
        01  WS-HVQ-QUEUED-SW     PIC X(01) VALUE "N".
            88  WS-HVQ-ALREADY-QUEUED VALUE "Y".

      ****************************************************************
      *  Business-day work fields: the date being judged or rolled,
      *  its day number and weekday (day number modulo 7 - 6 is
        consume-handoff-payload section.
        MOVE 0 TO NSM-CONSUMED-COUNT.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
        PERFORM load-posting-calendar.
        PERFORM load-closed-periods.
        PERFORM load-review-limits.
        PERFORM compute-posting-date.
        IF WS-OUTPUT-FILE NOT = SPACE
            OPEN EXTEND TRN-FILE
            CLOSE TRN-FILE
            MOVE "N" TO WS-OUTPUT-OPEN-SW
        END-IF.

      *****************************************************************
      *  Open the account master for the transaction in hand.  The
      *  file is optional - a shop that has not cut it over yet
      *  simply gets every account rejected as unknown, which is
      *  loud but safe - but any other failure to open it is fatal:
      *  posting to a closed or nonexistent account is exactly what
      *  the master exists to prevent.  It is opened I-O per
      *  transaction, like the results file, because every child in
      *  flight posts balances to it: the lookup, the overdraft
      *  edit, and the balance rewrite all happen under the one
      *  open, and a momentary collision with another child is
      *  retried before it is treated as fatal.
      *****************************************************************
        open-account-master section.
        MOVE 0 TO WS-OPEN-TRY-COUNT.
        PERFORM open-account-with-retry
            UNTIL WS-ACT-FILE-STATUS = "00"
               OR WS-ACT-FILE-STATUS = "05"
               OR WS-OPEN-TRY-COUNT >= SHARED-OPEN-RETRY-LIMIT.
        IF WS-ACT-FILE-STATUS = "00" OR WS-ACT-FILE-STATUS = "05"
            MOVE "Y" TO WS-ACT-OPEN-SWITCH
        ELSE
            EXIT PROGRAM RETURNING 9999
        END-IF.

        open-account-with-retry section.
        ADD 1 TO WS-OPEN-TRY-COUNT.
        OPEN I-O ACT-FILE.
        IF WS-ACT-FILE-STATUS NOT = "00"
                   AND WS-ACT-FILE-STATUS NOT = "05"
                   AND WS-OPEN-TRY-COUNT < SHARED-OPEN-RETRY-LIMIT
            MOVE SHARED-OPEN-RETRY-MS TO WS-SLEEP-MS
            CALL APIENTRY "DosSleep" USING
                            BY VALUE WS-SLEEP-MS
                    RETURNING WS-SLEEP-RC
            END-CALL
        END-IF.

        close-account-master section.
        IF WS-ACT-OPEN
            CLOSE ACT-FILE
            MOVE "N" TO WS-ACT-OPEN-SWITCH
        END-IF.

      *****************************************************************
      *  Edit one transaction, post it to its account's balance when
      *  it is ACCEPTED, and record its disposition.  The balance is
      *  rewritten before the results record is written: if this
      *  child dies between the two, the account's last-posted key
      *  still tells the retried block that the posting was made.
      *****************************************************************
        process-one-transaction-record section.
        IF NSM-TRANS-ID (NSM-DATA-IDX) NOT = SPACE
            ADD 1 TO NSM-CONSUMED-COUNT
            MOVE NSM-TRANS-DATA (NSM-DATA-IDX) TO TRD-TRANS-DETAIL
            MOVE WS-RUN-ID TO WS-POSTING-RUN-ID
            MOVE WS-JOB-NAME TO WS-POSTING-JOB-NAME
            MOVE NSM-TRANS-ID (NSM-DATA-IDX) TO WS-POSTING-TRANS-ID
            PERFORM check-prior-posting
            PERFORM check-reversal-original
            PERFORM open-account-master
            PERFORM edit-transaction-detail
            PERFORM post-account-balance
            PERFORM close-account-master
            PERFORM write-transaction-result
            IF WS-TRANS-DISPOSITION = "SUSPENDED"
                PERFORM write-suspense-record
            END-IF
            IF WS-TRANS-DISPOSITION = "REVIEW"
                PERFORM write-review-queue-record
            END-IF
            IF WS-OUTPUT-OPEN
                       AND WS-TRANS-DISPOSITION = "ACCEPTED"
                PERFORM write-output-transaction
      *  job name - the next step in the pipeline names this file as
      *  its input and accepts records carrying its predecessor's
      *  job name.  Rejected and suspended transactions stay out of
      *  the pipeline, as do transactions held for review; the
      *  results file carries their disposition.
      *  The business data is written from the edited detail, so an
      *  effective date the posting rules rolled forward travels
      *  down the pipeline rolled.
      *  decides the disposition and reason: an unknown type code, a
      *  blank, unknown, or closed account, a non-numeric or zero
      *  amount, or an invalid effective date (judged against real
      *  month lengths and leap years) rejects the transaction, as
      *  does an effective date in a closed accounting period or a
      *  reversal whose original is not on the results file
      *  ACCEPTED, does not carry the reversal's account and
      *  amount, or has already been reversed; a
      *  valid transaction on a frozen account is suspended; and
      *  the survivors then pass through the business-day posting
      *  rules, which may roll the effective date forward or
      *  suspend the transaction per the calendar.  Whatever is
      *  still ACCEPTED after that is a posting, and a debit that
      *  would take a no-overdraft account below zero rejects.  A
      *  posting over its high-value review limit is then held for
      *  REVIEW instead, unless a reviewer has already released it.
      *****************************************************************
        edit-transaction-detail section.
        MOVE "ACCEPTED" TO WS-TRANS-DISPOSITION.
        MOVE SPACE TO WS-TRANS-REASON.
        PERFORM look-up-account.
        PERFORM set-effective-month-length.
        PERFORM check-closed-period.
        EVALUATE TRUE
            WHEN NOT TRD-TYPE-VALID
                MOVE "REJECTED" TO WS-TRANS-DISPOSITION
                       OR TRD-EFF-DAY > WS-EFF-MONTH-LENGTH
                MOVE "REJECTED" TO WS-TRANS-DISPOSITION
                MOVE "ED" TO WS-TRANS-REASON
            WHEN WS-PERIOD-CLOSED
                MOVE "REJECTED" TO WS-TRANS-DISPOSITION
                MOVE "PC" TO WS-TRANS-REASON
            WHEN TRD-TYPE-REVERSAL AND NOT WS-REV-ORIG-FOUND
                MOVE "REJECTED" TO WS-TRANS-DISPOSITION
                MOVE "RN" TO WS-TRANS-REASON
            WHEN TRD-TYPE-REVERSAL AND NOT WS-REV-ORIG-MATCHED
                MOVE "REJECTED" TO WS-TRANS-DISPOSITION
                MOVE "RM" TO WS-TRANS-REASON
            WHEN TRD-TYPE-REVERSAL AND WS-REV-ALREADY-DONE
                MOVE "REJECTED" TO WS-TRANS-DISPOSITION
                MOVE "RR" TO WS-TRANS-REASON
            WHEN WS-ACCT-IS-FROZEN
                MOVE "SUSPENDED" TO WS-TRANS-DISPOSITION
                MOVE "FZ" TO WS-TRANS-REASON
        IF WS-TRANS-DISPOSITION = "ACCEPTED"
            PERFORM apply-business-day-rules
        END-IF.
        IF WS-TRANS-DISPOSITION = "ACCEPTED"
            PERFORM check-overdraft-limit
        END-IF.
        IF WS-TRANS-DISPOSITION = "ACCEPTED"
            PERFORM check-review-limit
        END-IF.

      *****************************************************************
      *  Find the review limit for the transaction in hand - the most
      *  particular threshold record for its account and type code -
      *  and hold the transaction for REVIEW when its amount is over
      *  it.  A transaction the queue shows RELEASED, under the same
      *  transaction id, account, and amount, has had its second look
      *  and posts; that holds for any job, so a released item
      *  travelling down a pipeline is not stopped again at each
      *  step.
      *****************************************************************
        check-review-limit section.
        MOVE 0 TO WS-REVIEW-LIMIT.
        MOVE 0 TO WS-REVIEW-RANK.
        PERFORM match-one-review-limit
            VARYING WS-CUR-LIMIT FROM 1 BY 1
            UNTIL WS-CUR-LIMIT > HV-LIMIT-COUNT.
        IF WS-REVIEW-RANK > 0 AND TRD-AMOUNT > WS-REVIEW-LIMIT
            PERFORM check-review-queue
            IF NOT WS-HVQ-RELEASED
                MOVE "REVIEW" TO WS-TRANS-DISPOSITION
                MOVE "HV" TO WS-TRANS-REASON
            END-IF
        END-IF.

        match-one-review-limit section.
        EVALUATE TRUE
            WHEN HV-LIMIT-ACCOUNT (WS-CUR-LIMIT) = TRD-ACCOUNT-NUMBER
                       AND HV-LIMIT-TYPE (WS-CUR-LIMIT) = TRD-TYPE-CODE
                MOVE HV-LIMIT-AMOUNT (WS-CUR-LIMIT) TO WS-REVIEW-LIMIT
                MOVE 3 TO WS-REVIEW-RANK
                MOVE HV-LIMIT-COUNT TO WS-CUR-LIMIT
            WHEN HV-LIMIT-ACCOUNT (WS-CUR-LIMIT) = TRD-ACCOUNT-NUMBER
                       AND HV-LIMIT-TYPE (WS-CUR-LIMIT) = SPACE
                       AND WS-REVIEW-RANK < 2
                MOVE HV-LIMIT-AMOUNT (WS-CUR-LIMIT) TO WS-REVIEW-LIMIT
                MOVE 2 TO WS-REVIEW-RANK
            WHEN HV-LIMIT-ACCOUNT (WS-CUR-LIMIT) = SPACE
                       AND HV-LIMIT-TYPE (WS-CUR-LIMIT) = TRD-TYPE-CODE
                       AND WS-REVIEW-RANK < 1
                MOVE HV-LIMIT-AMOUNT (WS-CUR-LIMIT) TO WS-REVIEW-LIMIT
                MOVE 1 TO WS-REVIEW-RANK
        END-EVALUATE.

      *****************************************************************
      *  Scan the review queue for the transaction in hand: a
      *  RELEASED record with its transaction id, account, and amount
      *  lets it post, and a PENDING record under this same run, job,
      *  and transaction id means a retried block already queued it.
      *  A queue that is missing or momentarily unopenable just scans
      *  as empty.
      *****************************************************************
        check-review-queue section.
        MOVE "N" TO WS-HVQ-RELEASED-SW.
        MOVE "N" TO WS-HVQ-QUEUED-SW.
        MOVE "N" TO HVQ-EOF-SWITCH.
        OPEN INPUT HVQ-FILE.
        IF WS-HVQ-FILE-STATUS = "00"
            PERFORM check-one-review-record UNTIL HVQ-EOF
            CLOSE HVQ-FILE
        END-IF.

        check-one-review-record section.
        READ HVQ-FILE INTO HVQ-RECORD
            AT END SET HVQ-EOF TO TRUE
        END-READ.
        IF NOT HVQ-EOF
                   AND HVQ-TRANS-ID = NSM-TRANS-ID (NSM-DATA-IDX)
            IF HVQ-STATUS-RELEASED
                       AND HVQ-ACCOUNT-NUMBER = TRD-ACCOUNT-NUMBER
                       AND HVQ-AMOUNT = TRD-AMOUNT
                MOVE "Y" TO WS-HVQ-RELEASED-SW
            END-IF
            IF HVQ-STATUS-PENDING AND HVQ-RUN-ID = WS-RUN-ID
                       AND HVQ-JOB-NAME = WS-JOB-NAME
                MOVE "Y" TO WS-HVQ-QUEUED-SW
            END-IF
        END-IF.

      *****************************************************************
      *  Reject a debit that would take an account not allowed to
      *  overdraw below zero.  The balance judged is the one on the
      *  master with any posting a dead attempt already made for
      *  this same transaction backed out.
      *****************************************************************
        check-overdraft-limit section.
        PERFORM compute-posting-effect.
        IF ACT-NO-OVERDRAFT AND WS-POSTING-EFFECT < 0
                   AND ACT-CURRENT-BALANCE + WS-POSTING-EFFECT < 0
            MOVE "REJECTED" TO WS-TRANS-DISPOSITION
            MOVE "OD" TO WS-TRANS-REASON
        END-IF.

      *****************************************************************
      *  The signed effect the transaction in hand has on its
      *  account's balance: a debit subtracts its amount, a credit
      *  or an adjustment adds it, and a reversal moves it the
      *  opposite way to the original posting it reverses.  An
      *  amount that is not numeric, or a reversal with no matching
      *  original, has no effect - the edits own those rejections.
      *****************************************************************
        compute-posting-effect section.
        MOVE 0 TO WS-POSTING-EFFECT.
        IF TRD-AMOUNT-X NUMERIC
            EVALUATE TRUE
                WHEN TRD-TYPE-DEBIT
                    COMPUTE WS-POSTING-EFFECT = 0 - TRD-AMOUNT
                WHEN TRD-TYPE-CREDIT
                    MOVE TRD-AMOUNT TO WS-POSTING-EFFECT
                WHEN TRD-TYPE-ADJUSTMENT
                    MOVE TRD-AMOUNT TO WS-POSTING-EFFECT
                WHEN TRD-TYPE-REVERSAL
                    PERFORM compute-reversal-effect
            END-EVALUATE
        END-IF.

        compute-reversal-effect section.
        EVALUATE WS-REV-ORIG-TYPE
            WHEN "DR"
                MOVE TRD-AMOUNT TO WS-POSTING-EFFECT
            WHEN "CR"
                COMPUTE WS-POSTING-EFFECT = 0 - TRD-AMOUNT
            WHEN "AJ"
                COMPUTE WS-POSTING-EFFECT = 0 - TRD-AMOUNT
        END-EVALUATE.

      *****************************************************************
      *  Find out whether the results file already shows this run,
      *  job, and transaction ACCEPTED - a retried or replayed block
      *  re-edits transactions its dead attempt already reported,
      *  and the balance already carries those.
      *****************************************************************
        check-prior-posting section.
        MOVE "N" TO WS-PRIOR-POSTED-SW.
        MOVE WS-POSTING-KEY TO RSL-KEY.
        MOVE 0 TO WS-OPEN-TRY-COUNT.
        PERFORM open-results-with-retry
            UNTIL WS-RSL-FILE-STATUS = "00"
               OR WS-RSL-FILE-STATUS = "05"
               OR WS-OPEN-TRY-COUNT >= SHARED-OPEN-RETRY-LIMIT.
        IF WS-RSL-FILE-STATUS NOT = "00"
                   AND WS-RSL-FILE-STATUS NOT = "05"
            DISPLAY "KWI_NSM2: unable to open KWINSM.RSL - status "
                    WS-RSL-FILE-STATUS
            EXIT PROGRAM RETURNING 9999
        END-IF.
        READ RSL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RSL-DISP-ACCEPTED
                    MOVE "Y" TO WS-PRIOR-POSTED-SW
                END-IF
        END-READ.
        CLOSE RSL-FILE.

      *****************************************************************
      *  For a reversal, read the results file through for the
      *  original posting it names.  Only the original's transaction
      *  id is known, so every key is visited.  Any ACCEPTED record
      *  under that id other than a reversal proves the original
      *  exists; one carrying the reversal's account and amount is
      *  the posting being reversed, and its type code is kept.  An
      *  ACCEPTED reversal of the same original already on file
      *  means it has been reversed - unless it is this reversal
      *  itself: the same key (a retried block), or the same
      *  transaction id under another job of the same run (the
      *  reversal travelling down a pipeline, each step posting it
      *  as it posts everything else).  A file not yet created
      *  simply holds no original.
      *****************************************************************
        check-reversal-original section.
        MOVE "N" TO WS-REV-FOUND-SWITCH.
        MOVE "N" TO WS-REV-MATCH-SWITCH.
        MOVE "N" TO WS-REV-REPEAT-SWITCH.
        MOVE SPACE TO WS-REV-ORIG-TYPE.
        IF TRD-TYPE-REVERSAL AND TRD-ORIG-TRANS-ID NOT = SPACE
            MOVE 0 TO WS-OPEN-TRY-COUNT
            PERFORM open-results-with-retry
                UNTIL WS-RSL-FILE-STATUS = "00"
                   OR WS-RSL-FILE-STATUS = "05"
                   OR WS-OPEN-TRY-COUNT >= SHARED-OPEN-RETRY-LIMIT
            IF WS-RSL-FILE-STATUS NOT = "00"
                       AND WS-RSL-FILE-STATUS NOT = "05"
                DISPLAY "KWI_NSM2: unable to open KWINSM.RSL - "
                        "status " WS-RSL-FILE-STATUS
                EXIT PROGRAM RETURNING 9999
            END-IF
            MOVE "N" TO RSL-EOF-SWITCH
            MOVE LOW-VALUES TO RSL-KEY
            START RSL-FILE KEY NOT LESS THAN RSL-KEY
                INVALID KEY SET RSL-EOF TO TRUE
            END-START
            PERFORM check-one-reversal-candidate UNTIL RSL-EOF
            CLOSE RSL-FILE
        END-IF.

        check-one-reversal-candidate section.
        READ RSL-FILE NEXT RECORD
            AT END SET RSL-EOF TO TRUE
        END-READ.
        IF NOT RSL-EOF AND RSL-DISP-ACCEPTED
            IF RSL-TRANS-ID = TRD-ORIG-TRANS-ID
                       AND RSL-TYPE-CODE NOT = "RV"
                MOVE "Y" TO WS-REV-FOUND-SWITCH
                IF RSL-ACCOUNT-NUMBER = TRD-ACCOUNT-NUMBER
                           AND TRD-AMOUNT-X NUMERIC
                           AND RSL-AMOUNT = TRD-AMOUNT
                    MOVE "Y" TO WS-REV-MATCH-SWITCH
                    MOVE RSL-TYPE-CODE TO WS-REV-ORIG-TYPE
                END-IF
            END-IF
            IF RSL-TYPE-CODE = "RV"
                       AND RSL-ORIG-TRANS-ID = TRD-ORIG-TRANS-ID
                       AND RSL-KEY NOT = WS-POSTING-KEY
                       AND (RSL-TRANS-ID NOT = WS-POSTING-TRANS-ID
                            OR RSL-RUN-ID NOT = WS-POSTING-RUN-ID)
                MOVE "Y" TO WS-REV-REPEAT-SWITCH
            END-IF
        END-IF.

      *****************************************************************
      *  Back out of the balance just read a posting already made
      *  for the transaction in hand - the results file shows it
      *  ACCEPTED, or the account's last-posted key is this very
      *  transaction because the dead attempt died between the
      *  balance rewrite and the results write.  The edits then
      *  judge, and the fresh posting lands on, the balance as it
      *  stood before the transaction was ever seen.
      *****************************************************************
        back-out-prior-posting section.
        IF ACT-CURRENT-BALANCE NOT NUMERIC
            MOVE 0 TO ACT-CURRENT-BALANCE
        END-IF.
        IF WS-PRIOR-POSTED OR ACT-LAST-POSTED-KEY = WS-POSTING-KEY
            PERFORM compute-posting-effect
            SUBTRACT WS-POSTING-EFFECT FROM ACT-CURRENT-BALANCE
            MOVE "Y" TO WS-BALANCE-CHANGED-SW
        END-IF.

      *****************************************************************
      *  Post an ACCEPTED transaction to its account's balance and
      *  stamp it as the account's last posting, then rewrite the
      *  account if its balance changed - which includes a backed-
      *  out posting whose fresh disposition is no longer ACCEPTED.
      *****************************************************************
        post-account-balance section.
        IF WS-TRANS-DISPOSITION = "ACCEPTED"
            PERFORM compute-posting-effect
            ADD WS-POSTING-EFFECT TO ACT-CURRENT-BALANCE
            MOVE WS-POSTING-KEY TO ACT-LAST-POSTED-KEY
            MOVE "Y" TO WS-BALANCE-CHANGED-SW
        END-IF.
        IF WS-BALANCE-CHANGED
            REWRITE ACT-RECORD
                INVALID KEY
                    DISPLAY "KWI_NSM2: unable to post to account "
                            ACT-ACCOUNT-NUMBER " - status "
                            WS-ACT-FILE-STATUS
                    EXIT PROGRAM RETURNING 9999
            END-REWRITE
        END-IF.

      *****************************************************************
      *  Look up the real length of the effective date's month, with
            MOVE CAL-DATE TO CAL-HOLIDAY-DATE (CAL-HOLIDAY-COUNT)
        END-IF.

      *****************************************************************
      *  Load the accounting periods closed right now.  A period
      *  that has been reopened posts again and is left out.
      *****************************************************************
        load-closed-periods section.
        MOVE 0 TO CP-CLOSED-COUNT.
        MOVE "N" TO PER-EOF-SWITCH.
        OPEN INPUT PER-FILE.
        IF WS-PER-FILE-STATUS = "00"
            PERFORM load-one-closed-period UNTIL PER-EOF
            CLOSE PER-FILE
        END-IF.

      *****************************************************************
      *  Load the high-value review limits.  A record whose limit is
      *  not numeric is skipped rather than read as a zero limit that
      *  would hold every transaction of its type.
      *****************************************************************
        load-review-limits section.
        MOVE 0 TO HV-LIMIT-COUNT.
        MOVE "N" TO HVT-EOF-SWITCH.
        OPEN INPUT HVT-FILE.
        IF WS-HVT-FILE-STATUS = "00"
            PERFORM load-one-review-limit UNTIL HVT-EOF
            CLOSE HVT-FILE
        END-IF.

        load-one-review-limit section.
        READ HVT-FILE INTO HVT-RECORD
            AT END SET HVT-EOF TO TRUE
        END-READ.
        IF NOT HVT-EOF AND HVT-LIMIT-X IS NUMERIC
                       AND HV-LIMIT-COUNT < 500
            ADD 1 TO HV-LIMIT-COUNT
            MOVE HVT-TYPE-CODE TO HV-LIMIT-TYPE (HV-LIMIT-COUNT)
            MOVE HVT-ACCOUNT-NUMBER
                TO HV-LIMIT-ACCOUNT (HV-LIMIT-COUNT)
            MOVE HVT-LIMIT TO HV-LIMIT-AMOUNT (HV-LIMIT-COUNT)
        END-IF.

        load-one-closed-period section.
        READ PER-FILE INTO PER-RECORD
            AT END SET PER-EOF TO TRUE
        END-READ.
        IF NOT PER-EOF AND PER-STATUS-CLOSED
                       AND CP-CLOSED-COUNT < 600
            ADD 1 TO CP-CLOSED-COUNT
            MOVE PER-PERIOD TO CP-CLOSED-PERIOD (CP-CLOSED-COUNT)
        END-IF.

      *****************************************************************
      *  Judge whether the transaction's effective date falls in a
      *  closed period.  A date that is not numeric is left to the
      *  effective-date edit.
      *****************************************************************
        check-closed-period section.
        MOVE "N" TO WS-PERIOD-CLOSED-SW.
        IF TRD-EFFECTIVE-DATE IS NUMERIC
            PERFORM match-one-closed-period
                VARYING WS-CUR-PERIOD FROM 1 BY 1
                UNTIL WS-CUR-PERIOD > CP-CLOSED-COUNT
        END-IF.

        match-one-closed-period section.
        IF CP-CLOSED-PERIOD (WS-CUR-PERIOD)
                   = TRD-EFFECTIVE-DATE (1:6)
            MOVE "Y" TO WS-PERIOD-CLOSED-SW
            MOVE CP-CLOSED-COUNT TO WS-CUR-PERIOD
        END-IF.

      *****************************************************************
      *  The run's posting date: the next business day strictly
      *  after the run date, which is the business date an

      *****************************************************************
      *  Look the transaction's account up on the account master and
      *  remember whether it exists and what its status byte says,
      *  backing out any posting already made for this transaction.
      *  A blank account is not looked up - the blank-account edit
      *  already owns that rejection.
      *****************************************************************
        look-up-account section.
        MOVE "N" TO WS-ACCT-FOUND-SWITCH.
        MOVE "N" TO WS-BALANCE-CHANGED-SW.
        MOVE SPACE TO WS-ACCT-STATUS.
        IF WS-ACT-OPEN AND TRD-ACCOUNT-NUMBER NOT = SPACE
            MOVE TRD-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER
                NOT INVALID KEY
                    MOVE "Y" TO WS-ACCT-FOUND-SWITCH
                    MOVE ACT-STATUS TO WS-ACCT-STATUS
                    PERFORM back-out-prior-posting
            END-READ
        END-IF.

        MOVE TRD-TYPE-CODE TO RSL-TYPE-CODE.
        MOVE TRD-ACCOUNT-NUMBER TO RSL-ACCOUNT-NUMBER.
        MOVE TRD-EFFECTIVE-DATE TO RSL-EFFECTIVE-DATE.
        IF TRD-TYPE-REVERSAL
            MOVE TRD-ORIG-TRANS-ID TO RSL-ORIG-TRANS-ID
            MOVE WS-REV-ORIG-TYPE TO RSL-ORIG-TYPE-CODE
        ELSE
            MOVE SPACE TO RSL-ORIG-TRANS-ID
            MOVE SPACE TO RSL-ORIG-TYPE-CODE
        END-IF.
        MOVE 0 TO WS-OPEN-TRY-COUNT.
        PERFORM open-results-with-retry
            UNTIL WS-RSL-FILE-STATUS = "00"
            END-CALL
        END-IF.

      *****************************************************************
      *  Capture the transaction just held for REVIEW on the review
      *  queue, PENDING, in its full detail as it arrived, with the
      *  limit it went over, so the reviewer sees what tripped it and
      *  a released item is fed back exactly as keyed.  Nothing is
      *  written when the queue scan found this run and job already
      *  holding it.  The queue is shared by every child in flight,
      *  so the write opens per record with the same retry the
      *  suspense file gets.
      *****************************************************************
        write-review-queue-record section.
        IF NOT WS-HVQ-ALREADY-QUEUED
            MOVE SPACE TO HVQ-RECORD
            MOVE WS-RUN-ID TO HVQ-RUN-ID
            MOVE WS-JOB-NAME TO HVQ-JOB-NAME
            MOVE NSM-TRANS-ID (NSM-DATA-IDX) TO HVQ-TRANS-ID
            SET HVQ-STATUS-PENDING TO TRUE
            MOVE WS-RUN-DATE TO HVQ-DATE-QUEUED
            MOVE TRD-ACCOUNT-NUMBER TO HVQ-ACCOUNT-NUMBER
            MOVE TRD-TYPE-CODE TO HVQ-TYPE-CODE
            MOVE TRD-AMOUNT TO HVQ-AMOUNT
            MOVE WS-REVIEW-LIMIT TO HVQ-LIMIT
            MOVE NSM-TRANS-DATA (NSM-DATA-IDX) TO HVQ-TRANS-DATA
            MOVE FUNCTION CURRENT-DATE TO HVQ-TIMESTAMP
            MOVE 0 TO WS-OPEN-TRY-COUNT
            PERFORM open-review-queue-with-retry
                UNTIL WS-HVQ-FILE-STATUS = "00"
                   OR WS-HVQ-FILE-STATUS = "05"
                   OR WS-OPEN-TRY-COUNT >= SHARED-OPEN-RETRY-LIMIT
            IF WS-HVQ-FILE-STATUS NOT = "00"
                       AND WS-HVQ-FILE-STATUS NOT = "05"
                DISPLAY "KWI_NSM2: unable to open KWINSM.HVQ - "
                        "status " WS-HVQ-FILE-STATUS
                EXIT PROGRAM RETURNING 9999
            END-IF
            WRITE HVQ-RECORD
            CLOSE HVQ-FILE
        END-IF.

        open-review-queue-with-retry section.
        ADD 1 TO WS-OPEN-TRY-COUNT.
        OPEN EXTEND HVQ-FILE.
        IF WS-HVQ-FILE-STATUS NOT = "00"
                   AND WS-HVQ-FILE-STATUS NOT = "05"
                   AND WS-OPEN-TRY-COUNT < SHARED-OPEN-RETRY-LIMIT
            MOVE SHARED-OPEN-RETRY-MS TO WS-SLEEP-MS
            CALL APIENTRY "DosSleep" USING
                            BY VALUE WS-SLEEP-MS
                    RETURNING WS-SLEEP-RC
            END-CALL
        END-IF.

      ****************************************************************
      *  Append one line to the shared KWI_NSM audit log for the Dos
      *  API call whose name and return code were just moved to

      *      that is closed rejects the transaction, and a frozen
      *      account suspends it until the freeze is lifted.  The
      *      file is owned and maintained by KWI_NSMA (add, change,
      *      close, freeze, reopen, overdraft) - apart from the
      *      balance, nothing else at this shop writes it.
      *
      *      The current balance is posted by KWI_NSM2 as each
      *      transaction is ACCEPTED: a credit or an adjustment adds
      *      its amount, a debit subtracts it.  An account not
      *      marked overdraft-allowed (the default - blank reads as
      *      no overdraft) rejects any debit that would take the
      *      balance below zero.  The last-posted key is the run,
      *      job, and transaction id of the latest posting, so a
      *      retried block can tell a posting its dead attempt
      *      already made, and the daily statement can tell when a
      *      later run has posted on top of the one it is cutting.
      ****************************************************************
        01  ACT-RECORD.
            05  ACT-KEY.
                88  ACT-STATUS-FROZEN       VALUE 'F'.
            05  ACT-SHORT-NAME          PIC X(20).
            05  ACT-TIMESTAMP           PIC X(21).
            05  ACT-OVERDRAFT-FLAG      PIC X(01).
                88  ACT-OVERDRAFT-ALLOWED   VALUE 'Y'.
                88  ACT-NO-OVERDRAFT        VALUES 'N' ' '.
            05  ACT-CURRENT-BALANCE     PIC S9(11)V99.
            05  ACT-LAST-POSTED-KEY.
                10  ACT-LAST-RUN-ID     PIC X(08).
                10  ACT-LAST-JOB-NAME   PIC X(08).
                10  ACT-LAST-TRANS-ID   PIC X(10).

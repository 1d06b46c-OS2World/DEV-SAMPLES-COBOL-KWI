      *      on the run-id, job name, and transaction id together.
      *      One record is written per transaction processed out of
      *      the NSM segment, carrying the disposition the business
      *      edits decided (accepted, rejected, suspended, or held
      *      for high-value review), the reason code for anything
      *      not accepted, the amount and type code the balancing
      *      report totals from, and the account and effective date
      *      the general ledger extract cuts its interface file
      *      from.  KWI_NSM2 writes records here directly (a
      *      retried block rewrites its own keys);
      *      KWI_NSM1 and KWI_NSMR read back just the keys of the
      *      block being reconciled instead of scanning the whole
      *      history, and the reporting programs read one run by
      *      indexed; KWI_NSMX converts the old sequential history
      *      across, and the balancing clerks read KWINSM.BAL now,
      *      not this file.
      *
      *      A reversal (type RV) carries the transaction id of the
      *      posting it reversed and that posting's type code, so
      *      the reports can show which way the reversal moved the
      *      money without going back to the original; both are
      *      blank on every other record.
      ****************************************************************
        01  RSL-RECORD.
            05  RSL-KEY.
                88  RSL-DISP-ACCEPTED       VALUE 'ACCEPTED'.
                88  RSL-DISP-REJECTED       VALUE 'REJECTED'.
                88  RSL-DISP-SUSPENDED      VALUE 'SUSPENDED'.
                88  RSL-DISP-REVIEW         VALUE 'REVIEW'.
            05  RSL-REASON-CODE         PIC X(02).
                88  RSL-REASON-NONE         VALUE SPACE.
                88  RSL-REASON-BAD-TYPE     VALUE 'TC'.
                88  RSL-REASON-BAD-DATE     VALUE 'ED'.
                88  RSL-REASON-FUTURE-DATE  VALUE 'FD'.
                88  RSL-REASON-NON-BUSINESS VALUE 'NB'.
                88  RSL-REASON-OVERDRAWN    VALUE 'OD'.
                88  RSL-REASON-CLOSED-MONTH VALUE 'PC'.
                88  RSL-REASON-REV-NO-ORIG  VALUE 'RN'.
                88  RSL-REASON-REV-MISMATCH VALUE 'RM'.
                88  RSL-REASON-REV-REPEATED VALUE 'RR'.
                88  RSL-REASON-HIGH-VALUE   VALUE 'HV'.
            05  RSL-AMOUNT              PIC 9(09)V99.
            05  RSL-TIMESTAMP           PIC X(21).
            05  RSL-TYPE-CODE           PIC X(02).
            05  RSL-ACCOUNT-NUMBER      PIC X(10).
            05  RSL-EFFECTIVE-DATE      PIC X(08).
            05  RSL-ORIG-TRANS-ID       PIC X(10).
            05  RSL-ORIG-TYPE-CODE      PIC X(02).

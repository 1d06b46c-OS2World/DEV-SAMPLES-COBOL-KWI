      *      opens the file with the run-id it was cut for, one
      *      detail record follows per ACCEPTED transaction
      *      (account, type code, amount, effective date, plus the
      *      transaction id and job for tracing - and, on a
      *      reversal (type RV), the transaction id and type code of
      *      the original posting it reversed, blank on every other
      *      type, so the ledger can pair the two), and one trailer
      *      closes it with the record count and a hash total of
      *      the detail amounts, so the receiving system can prove
      *      it got the whole file before posting any of it.
                88  GLI-REC-DETAIL          VALUE 'D'.
                88  GLI-REC-TRAILER         VALUE 'T'.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  GLI-REC-BODY            PIC X(70).
            05  GLI-HEADER-BODY REDEFINES GLI-REC-BODY.
                10  GLI-HDR-RUN-ID          PIC X(08).
                10  FILLER                  PIC X(01).
                10  GLI-HDR-TIMESTAMP       PIC X(21).
                10  FILLER                  PIC X(40).
            05  GLI-DETAIL-BODY REDEFINES GLI-REC-BODY.
                10  GLI-DET-ACCOUNT         PIC X(10).
                10  FILLER                  PIC X(01).
                10  GLI-DET-TRANS-ID        PIC X(10).
                10  FILLER                  PIC X(01).
                10  GLI-DET-JOB-NAME        PIC X(08).
                10  FILLER                  PIC X(01).
                10  GLI-DET-ORIG-TRANS-ID   PIC X(10).
                10  FILLER                  PIC X(01).
                10  GLI-DET-ORIG-TYPE-CODE  PIC X(02).
                10  FILLER                  PIC X(02).
            05  GLI-TRAILER-BODY REDEFINES GLI-REC-BODY.
                10  GLI-TRL-RUN-ID          PIC X(08).
                10  FILLER                  PIC X(01).
                10  GLI-TRL-RECORD-COUNT    PIC 9(07).
                10  FILLER                  PIC X(01).
                10  GLI-TRL-HASH-TOTAL      PIC 9(13)V99.
                10  FILLER                  PIC X(38).

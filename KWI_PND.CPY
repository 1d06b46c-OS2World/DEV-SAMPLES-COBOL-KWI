      ****************************************************************
      *
      *  Copybook:
      *      KWI_PND.CPY
      *  Desription:
      *      Record layout for the account maintenance pending-change
      *      file (KWINSM.PND).  Every ADD, CHANGE, CLOSE, FREEZE,
      *      REOPEN, and OVERDRAFT keyed through KWI_NSMA is written
      *      here as a PENDING request, numbered, with the user id
      *      of the clerk who made it - nothing reaches the account
      *      master until a second user id approves it.  The new
      *      value is the short name for ADD and CHANGE and the Y
      *      or N for OVERDRAFT.  APPROVE and DECLINE flip the
      *      request's status, record the checker's user id and
      *      when it was decided, and rewrite the file through a
      *      work file; decided requests stay on file as the record
      *      of who asked for what.
      ****************************************************************
        01  PND-RECORD.
            05  PND-REQUEST-NUMBER      PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PND-STATUS              PIC X(01).
                88  PND-STATUS-PENDING      VALUE 'P'.
                88  PND-STATUS-APPROVED     VALUE 'A'.
                88  PND-STATUS-DECLINED     VALUE 'D'.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PND-ACTION              PIC X(09).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PND-ACCOUNT-NUMBER      PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PND-NEW-VALUE           PIC X(20).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PND-MAKER-ID            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PND-REQUEST-TIMESTAMP   PIC X(21).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PND-CHECKER-ID          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PND-DECIDED-TIMESTAMP   PIC X(21).

      ****************************************************************
      *
      *  Copybook:
      *      KWI_MHS.CPY
      *  Desription:
      *      Record layout for the account maintenance history file
      *      (KWINSM.MHS).  KWI_NSMA appends one record for every
      *      approved change it applies to the account master: when
      *      it was applied, the request number and action, the
      *      maker's and the checker's user ids, and the account
      *      record as it stood before the change and as it stands
      *      after it.  The before image of an ADD is blank - there
      *      was no record.  The file is append-only and is never
      *      rewritten; KWI_NSML prints it for a date range.
      ****************************************************************
        01  MHS-RECORD.
            05  MHS-APPLIED-TIMESTAMP   PIC X(21).
            05  MHS-APPLIED-DATE REDEFINES MHS-APPLIED-TIMESTAMP
                                        PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MHS-REQUEST-NUMBER      PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MHS-ACTION              PIC X(09).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MHS-ACCOUNT-NUMBER      PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MHS-MAKER-ID            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MHS-CHECKER-ID          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MHS-BEFORE-IMAGE.
                10  MHS-BEF-STATUS      PIC X(01).
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-BEF-SHORT-NAME  PIC X(20).
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-BEF-OVERDRAFT   PIC X(01).
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-BEF-BALANCE     PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-BEF-TIMESTAMP   PIC X(21).
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-BEF-LAST-POSTED PIC X(26).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MHS-AFTER-IMAGE.
                10  MHS-AFT-STATUS      PIC X(01).
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-AFT-SHORT-NAME  PIC X(20).
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-AFT-OVERDRAFT   PIC X(01).
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-AFT-BALANCE     PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-AFT-TIMESTAMP   PIC X(21).
                10  FILLER              PIC X(01) VALUE SPACE.
                10  MHS-AFT-LAST-POSTED PIC X(26).

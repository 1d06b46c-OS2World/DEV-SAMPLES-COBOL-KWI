      ****************************************************************
      *
      *  Copybook:
      *      KWI_MTD.CPY
      *  Desription:
      *      Record layout for the month-to-date totals file
      *      (KWINSM.MTD) KWI_NSME cuts when it closes an accounting
      *      period.  One record per account and type code that had
      *      ACCEPTED postings effective in the month, carrying the
      *      number of postings and their total amount, taken from
      *      the results file (KWINSM.RSL) as it stood at the close.
      *      The records of every closed period are kept, in account
      *      and type code order within the period; a period that is
      *      reopened and closed again has its records replaced, so
      *      the file always holds the figures the period was last
      *      closed on.
      ****************************************************************
        01  MTD-RECORD.
            05  MTD-PERIOD              PIC X(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MTD-ACCOUNT-NUMBER      PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MTD-TYPE-CODE           PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MTD-POSTING-COUNT       PIC 9(07).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MTD-AMOUNT              PIC 9(13)V99.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  MTD-CLOSED-TIMESTAMP    PIC X(21).

      ****************************************************************
      *
      *  Copybook:
      *      KWI_PER.CPY
      *  Desription:
      *      Record layout for the accounting period control file
      *      (KWINSM.PER).  One record per calendar month (CCYYMM)
      *      finance has ever closed, written by the period-close
      *      program KWI_NSME.  A CLOSED period is finished and
      *      reported: KWI_NSM2's business edits reject any
      *      transaction whose effective date falls in it.  A period
      *      the controller has reopened stays on file as REOPENED,
      *      with who reopened it and when, and posts again until it
      *      is closed a second time.  The file is rewritten through
      *      a work file whenever a period changes state; the full
      *      story of every close and reopen is in the period log
      *      (KWINSM.PLG, see KWI_PLG.CPY).  A missing file means no
      *      period has ever been closed.
      ****************************************************************
        01  PER-RECORD.
            05  PER-PERIOD              PIC X(06).
            05  PER-PERIOD-CCYYMM REDEFINES PER-PERIOD.
                10  PER-YEAR            PIC 9(04).
                10  PER-MONTH           PIC 9(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PER-STATUS              PIC X(01).
                88  PER-STATUS-CLOSED       VALUE 'C'.
                88  PER-STATUS-REOPENED     VALUE 'O'.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PER-CLOSED-BY           PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PER-CLOSED-TIMESTAMP    PIC X(21).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PER-REOPENED-BY         PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PER-REOPENED-TIMESTAMP  PIC X(21).

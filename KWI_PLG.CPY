      ****************************************************************
      *
      *  Copybook:
      *      KWI_PLG.CPY
      *  Desription:
      *      Record layout for the period log (KWINSM.PLG), appended
      *      to by KWI_NSME every time an accounting period is
      *      closed or reopened: when, which period, the action, the
      *      user id that did it, and - for a close - the number and
      *      total amount of the ACCEPTED postings the month-to-date
      *      totals were cut from, so a reopen and re-close that
      *      changed the month's figures shows up side by side with
      *      the close it replaced.  The file is never rewritten.
      ****************************************************************
        01  PLG-RECORD.
            05  PLG-TIMESTAMP           PIC X(21).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PLG-PERIOD              PIC X(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PLG-ACTION              PIC X(06).
                88  PLG-ACTION-CLOSE        VALUE 'CLOSE'.
                88  PLG-ACTION-REOPEN       VALUE 'REOPEN'.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PLG-USER-ID             PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PLG-POSTING-COUNT       PIC 9(07).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  PLG-POSTING-AMOUNT      PIC 9(13)V99.

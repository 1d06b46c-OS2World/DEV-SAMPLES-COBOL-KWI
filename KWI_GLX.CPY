      ****************************************************************
      *
      *  Copybook:
      *      KWI_GLX.CPY
      *  Desription:
      *      Record layout for the general ledger extract journal
      *      (KWINSM.GLX).  KWI_NSMG appends one record per extract
      *      it cuts: the run-id, when it was cut (the same
      *      timestamp the interface file's header carries), and
      *      the trailer's record count and hash total.  Every
      *      extract starts out OUTSTANDING.  KWI_NSMK, reading the
      *      acknowledgement file the ledger sends back, marks it
      *      ACKNOWLEDGED when the ledger accepted exactly what the
      *      trailer said, or REJECTED when the ledger refused lines
      *      or its figures do not tie, recording when and the
      *      ledger's accepted count and hash; an older extract a
      *      RERUN replaced is marked SUPERSEDED.  Journal records
      *      written before the acknowledgement columns existed end
      *      after the hash total and read as OUTSTANDING.
      ****************************************************************
        01  GLX-RECORD.
            05  GLX-RUN-ID              PIC X(08).
            05  FILLER                  PIC X(01).
            05  GLX-TIMESTAMP           PIC X(21).
            05  FILLER                  PIC X(01).
            05  GLX-RECORD-COUNT        PIC 9(07).
            05  FILLER                  PIC X(01).
            05  GLX-HASH-TOTAL          PIC 9(13)V99.
            05  FILLER                  PIC X(01).
            05  GLX-ACK-STATUS          PIC X(12).
                88  GLX-ACK-OUTSTANDING     VALUES 'OUTSTANDING'
                                                   SPACE.
                88  GLX-ACK-ACKNOWLEDGED    VALUE 'ACKNOWLEDGED'.
                88  GLX-ACK-REJECTED        VALUE 'REJECTED'.
                88  GLX-ACK-SUPERSEDED      VALUE 'SUPERSEDED'.
            05  FILLER                  PIC X(01).
            05  GLX-ACK-TIMESTAMP       PIC X(21).
            05  FILLER                  PIC X(01).
            05  GLX-LEDGER-COUNT        PIC 9(07).
            05  FILLER                  PIC X(01).
            05  GLX-LEDGER-HASH         PIC 9(13)V99.

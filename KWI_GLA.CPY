      ****************************************************************
      *
      *  Copybook:
      *      KWI_GLA.CPY
      *  Desription:
      *      Record layout for the acknowledgement file the general
      *      ledger system returns (KWINSM.GLA) after loading the
      *      interface files KWI_NSMG cut.  The file holds one or
      *      more acknowledgements, each a header, a detail record
      *      per interface line the ledger refused, and a trailer.
      *      The header carries the run-id and the timestamp off
      *      the interface file's own header, echoed back so a
      *      RERUN extract is told from the one it replaced (blank
      *      when the ledger does not echo it), and when the ledger
      *      loaded the file.  A refused line comes back with its
      *      transaction id, job, account, type code, amount, and
      *      the ledger's reason.  The trailer carries the count and
      *      hash total of the amounts the ledger accepted and the
      *      count it refused.  KWI_NSMK reconciles these against
      *      the extract journal (KWINSM.GLX, see KWI_GLX.CPY).
      ****************************************************************
        01  GLA-RECORD.
            05  GLA-REC-TYPE            PIC X(01).
                88  GLA-REC-HEADER          VALUE 'H'.
                88  GLA-REC-DETAIL          VALUE 'D'.
                88  GLA-REC-TRAILER         VALUE 'T'.
            05  FILLER                  PIC X(01).
            05  GLA-REC-BODY            PIC X(78).
            05  GLA-HEADER-BODY REDEFINES GLA-REC-BODY.
                10  GLA-HDR-RUN-ID          PIC X(08).
                10  FILLER                  PIC X(01).
                10  GLA-HDR-EXTRACT-TIME    PIC X(21).
                10  FILLER                  PIC X(01).
                10  GLA-HDR-LOADED-TIME     PIC X(21).
                10  FILLER                  PIC X(26).
            05  GLA-DETAIL-BODY REDEFINES GLA-REC-BODY.
                10  GLA-DET-TRANS-ID        PIC X(10).
                10  FILLER                  PIC X(01).
                10  GLA-DET-JOB-NAME        PIC X(08).
                10  FILLER                  PIC X(01).
                10  GLA-DET-ACCOUNT         PIC X(10).
                10  FILLER                  PIC X(01).
                10  GLA-DET-TYPE-CODE       PIC X(02).
                10  FILLER                  PIC X(01).
                10  GLA-DET-AMOUNT          PIC 9(09)V99.
                10  GLA-DET-AMOUNT-X REDEFINES GLA-DET-AMOUNT
                                            PIC X(11).
                10  FILLER                  PIC X(01).
                10  GLA-DET-REASON          PIC X(30).
                10  FILLER                  PIC X(02).
            05  GLA-TRAILER-BODY REDEFINES GLA-REC-BODY.
                10  GLA-TRL-RUN-ID          PIC X(08).
                10  FILLER                  PIC X(01).
                10  GLA-TRL-ACCEPTED-COUNT  PIC 9(07).
                10  FILLER                  PIC X(01).
                10  GLA-TRL-ACCEPTED-HASH   PIC 9(13)V99.
                10  FILLER                  PIC X(01).
                10  GLA-TRL-REFUSED-COUNT   PIC 9(07).
                10  FILLER                  PIC X(38).

      ****************************************************************
      *
      *  Copybook:
      *      KWI_HVQ.CPY
      *  Desription:
      *      Record layout for the high-value review queue
      *      (KWINSM.HVQ).  KWI_NSM2 writes one PENDING record, in
      *      full transaction detail, for every transaction whose
      *      amount is over its review limit (see KWI_HVT.CPY) - the
      *      transaction takes the REVIEW disposition on the results
      *      file and does not post.  The review program (KWI_NSMD)
      *      lists the queue, and an authorised reviewer either
      *      RELEASES an item - it is fed back to the transaction
      *      source for its job and posts on the job's next run,
      *      KWI_NSM2 passing it without a second review because the
      *      released record is on file here - or DECLINES it, which
      *      writes it to the reject file under reason HD.  Either
      *      way the record keeps the reviewer's user id and the
      *      date decided, and the queue is rewritten through a work
      *      file; decided records stay on file as the record of who
      *      let what through.
      ****************************************************************
        01  HVQ-RECORD.
            05  HVQ-RUN-ID              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-JOB-NAME            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-TRANS-ID            PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-STATUS              PIC X(01).
                88  HVQ-STATUS-PENDING      VALUE 'P'.
                88  HVQ-STATUS-RELEASED     VALUE 'R'.
                88  HVQ-STATUS-DECLINED     VALUE 'D'.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-DATE-QUEUED         PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-ACCOUNT-NUMBER      PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-TYPE-CODE           PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-AMOUNT              PIC 9(09)V99.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-LIMIT               PIC 9(09)V99.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-TRANS-DATA          PIC X(90).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-TIMESTAMP           PIC X(21).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-DECIDED-BY          PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVQ-DATE-DECIDED        PIC X(08).

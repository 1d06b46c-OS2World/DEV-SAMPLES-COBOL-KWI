      ****************************************************************
      *
      *  Copybook:
      *      KWI_FIR.CPY
      *  Desription:
      *      Record layout for the feed intake register
      *      (KWINSM.FIR).  KWI_NSMF appends one record for every
      *      feed it is given, whatever becomes of it: when it was
      *      taken in, the feed file name, the sender, feed date,
      *      and sequence number off its header, the job it feeds,
      *      the detail count and amount hash it actually held, and
      *      whether it was ACCEPTED (copied to the transaction
      *      source file named) or QUARANTINED, with the reason.
      *      The sequence number is zero when the header could not
      *      be read.  The highest sequence ACCEPTED per sender is
      *      where the next feed must follow on from; a sender with
      *      nothing ACCEPTED yet must start from the lowest sequence
      *      it has had QUARANTINED, and only a sender with nothing
      *      on the register at all sets the sequence with its first
      *      feed.  A sender with a higher sequence on the register
      *      than it has ACCEPTED has a feed missing from the
      *      sequence, and KWI_NSM1 will not start the job that
      *      sender feeds until the missing feed has been taken in.
      ****************************************************************
        01  FIR-RECORD.
            05  FIR-TIMESTAMP           PIC X(21).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-FEED-NAME           PIC X(30).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-SENDER              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-FEED-DATE           PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-SEQUENCE            PIC 9(06).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-JOB-NAME            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-RECORD-COUNT        PIC 9(07).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-HASH-TOTAL          PIC 9(13)V99.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-STATUS              PIC X(11).
                88  FIR-STATUS-ACCEPTED     VALUE 'ACCEPTED'.
                88  FIR-STATUS-QUARANTINED  VALUE 'QUARANTINED'.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-TARGET-FILE         PIC X(12).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-REASON-CODE         PIC X(02).
                88  FIR-REASON-NO-HEADER    VALUE 'NH'.
                88  FIR-REASON-BAD-LAYOUT   VALUE 'BL'.
                88  FIR-REASON-UNKNOWN-SNDR VALUE 'US'.
                88  FIR-REASON-UNKNOWN-JOB  VALUE 'UJ'.
                88  FIR-REASON-FEED-DATE    VALUE 'FD'.
                88  FIR-REASON-BAD-SEQUENCE VALUE 'BS'.
                88  FIR-REASON-DUPLICATE    VALUE 'DS'.
                88  FIR-REASON-SEQUENCE-GAP VALUE 'SG'.
                88  FIR-REASON-BAD-DETAIL   VALUE 'BD'.
                88  FIR-REASON-COUNT        VALUE 'RC'.
                88  FIR-REASON-HASH         VALUE 'HT'.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FIR-REASON-TEXT         PIC X(40).

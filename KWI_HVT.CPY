      ****************************************************************
      *
      *  Copybook:
      *      KWI_HVT.CPY
      *  Desription:
      *      Record layout for the high-value review threshold table
      *      (KWINSM.HVT) treasury maintains.  A record with a type
      *      code and a blank account sets the review limit for
      *      every transaction of that type; a record naming an
      *      account overrides it for that one account - for the
      *      type given, or for every type when the type code is
      *      left blank.  The most particular record wins: account
      *      and type, then account alone, then type alone.
      *      KWI_NSM2 loads the table once per payload, and a
      *      transaction whose amount is over its limit is held for
      *      REVIEW on the review queue (KWINSM.HVQ, see
      *      KWI_HVQ.CPY) instead of being accepted.  A type with no
      *      record, or a missing table, is never reviewed.
      ****************************************************************
        01  HVT-RECORD.
            05  HVT-TYPE-CODE           PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVT-ACCOUNT-NUMBER      PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVT-LIMIT               PIC 9(09)V99.
            05  HVT-LIMIT-X REDEFINES HVT-LIMIT
                                        PIC X(11).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVT-DESCRIPTION         PIC X(30).

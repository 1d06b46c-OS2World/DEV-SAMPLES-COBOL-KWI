      *      for data keyed before the byte existed) rolls the date
      *      forward to the next business day, S suspends the
      *      transaction instead.
      *
      *      A reversal (type RV) backs out one earlier ACCEPTED
      *      posting: it carries the same account and amount as the
      *      posting it reverses, and names that posting's
      *      transaction id in the original trans-id field.  The
      *      original trans-id is blank on every other type.
      ****************************************************************
        01  TRD-TRANS-DETAIL.
            05  TRD-TYPE-CODE           PIC X(02).
                88  TRD-TYPE-DEBIT          VALUE 'DR'.
                88  TRD-TYPE-CREDIT         VALUE 'CR'.
                88  TRD-TYPE-ADJUSTMENT     VALUE 'AJ'.
                88  TRD-TYPE-REVERSAL       VALUE 'RV'.
                88  TRD-TYPE-VALID          VALUES 'DR' 'CR' 'AJ'
                                                   'RV'.
            05  TRD-ACCOUNT-NUMBER      PIC X(10).
            05  TRD-AMOUNT              PIC 9(09)V99.
            05  TRD-AMOUNT-X REDEFINES TRD-AMOUNT
            05  TRD-POSTING-RULE        PIC X(01).
                88  TRD-RULE-ROLL           VALUES 'R' ' '.
                88  TRD-RULE-SUSPEND        VALUE 'S'.
            05  TRD-ORIG-TRANS-ID       PIC X(10).
            05  FILLER                  PIC X(48).

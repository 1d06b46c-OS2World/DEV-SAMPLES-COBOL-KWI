      *      recycled flag as it does, so the same reject can never
      *      be fed twice; records written before the flag existed
      *      read back with it blank, which reads as not recycled.
      *      A high-value item a reviewer declines off the review
      *      queue (KWI_NSMD) is written here too, under reason HD;
      *      that was a deliberate decision and is never recycled.
      ****************************************************************
        01  REJ-RECORD.
            05  REJ-RUN-ID              PIC X(08).
                88  REJ-REASON-BLANK-DATA   VALUE 'DT'.
                88  REJ-REASON-UNKNOWN-JOB  VALUE 'JB'.
                88  REJ-REASON-DUPLICATE    VALUE 'DP'.
                88  REJ-REASON-HV-DECLINED  VALUE 'HD'.
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  REJ-TRANS-ID            PIC X(10).
            05  FILLER                  PIC X(01) VALUE SPACE.


      ****************************************************************
      *
      *  Copybook:
      *      KWI_SCD.CPY
      *  Desription:
      *      Record layout for the schedule date file the shop
      *      maintains beside the control file.  One record per date
      *      a control file step with run frequency S is due, the
      *      job name, CCYYMMDD, and a description for whoever
      *      maintains the file.  KWI_NSM1 loads the file at
      *      start-up to decide which S steps are due for the run,
      *      and KWI_NSMV checks it with the control file.  A date
      *      list step with no dates on this file is never due.
      ****************************************************************
        01  SCD-RECORD.
            05  SCD-JOB-NAME            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  SCD-DATE                PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  SCD-DESCRIPTION         PIC X(30).

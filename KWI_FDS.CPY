      ****************************************************************
      *
      *  Copybook:
      *      KWI_FDS.CPY
      *  Desription:
      *      Record layout for the feed sender list (KWINSM.FDS).
      *      One record per upstream sender KWI_NSMF will take a
      *      feed from, naming the job whose transactions the
      *      sender supplies.  The feed is copied into that job's
      *      transaction source file - the input file its control
      *      record (KWINSM.CTL) names, or the shared KWINSM.TRN -
      *      and KWI_NSM1 holds the job while a feed from any of
      *      its senders is missing from the sequence.  A feed from
      *      a sender not on the list is quarantined.
      ****************************************************************
        01  FDS-RECORD.
            05  FDS-SENDER              PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FDS-JOB-NAME            PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  FDS-DESCRIPTION         PIC X(30).

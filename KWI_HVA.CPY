      ****************************************************************
      *
      *  Copybook:
      *      KWI_HVA.CPY
      *  Desription:
      *      Record layout for the high-value reviewer list
      *      (KWINSM.HVA).  One record per user id treasury has
      *      authorised to release or decline items on the review
      *      queue through KWI_NSMD.  Listing the queue is open to
      *      anyone; a decision keyed under a user id not on this
      *      list, or with the list missing, is refused.
      ****************************************************************
        01  HVA-RECORD.
            05  HVA-USER-ID             PIC X(08).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  HVA-USER-NAME           PIC X(30).

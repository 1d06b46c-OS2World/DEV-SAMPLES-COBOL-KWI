      ****************************************************************
      *
      *  Copybook:
      *      KWI_FED.CPY
      *  Desription:
      *      Record layout for an inbound transaction feed, as an
      *      upstream sender delivers it for KWI_NSMF to take in.  A
      *      feed is one header, a detail record per transaction,
      *      and one trailer.  The header names the sender, the
      *      business date the feed covers, and the sender's feed
      *      sequence number, which goes up by one with every feed
      *      the sender sends.  A detail carries the transaction id
      *      and the 90 bytes of business data exactly as they are
      *      to be handed off (see KWI_TRD.CPY).  The trailer
      *      carries the number of detail records and the hash
      *      total of their amounts (TRD-AMOUNT), so a truncated or
      *      padded feed is caught before any of it is loaded.
      ****************************************************************
        01  FED-RECORD.
            05  FED-REC-TYPE            PIC X(01).
                88  FED-REC-HEADER          VALUE 'H'.
                88  FED-REC-DETAIL          VALUE 'D'.
                88  FED-REC-TRAILER         VALUE 'T'.
            05  FILLER                  PIC X(01).
            05  FED-REC-BODY            PIC X(101).
            05  FED-HEADER-BODY REDEFINES FED-REC-BODY.
                10  FED-HDR-SENDER          PIC X(08).
                10  FILLER                  PIC X(01).
                10  FED-HDR-FEED-DATE       PIC X(08).
                10  FED-HDR-FEED-DATE-CCYYMMDD
                            REDEFINES FED-HDR-FEED-DATE.
                    15  FED-HDR-FEED-YEAR   PIC 9(04).
                    15  FED-HDR-FEED-MONTH  PIC 9(02).
                    15  FED-HDR-FEED-DAY    PIC 9(02).
                10  FILLER                  PIC X(01).
                10  FED-HDR-SEQUENCE        PIC 9(06).
                10  FILLER                  PIC X(77).
            05  FED-DETAIL-BODY REDEFINES FED-REC-BODY.
                10  FED-DET-TRANS-ID        PIC X(10).
                10  FILLER                  PIC X(01).
                10  FED-DET-TRANS-DATA      PIC X(90).
            05  FED-TRAILER-BODY REDEFINES FED-REC-BODY.
                10  FED-TRL-RECORD-COUNT    PIC 9(07).
                10  FILLER                  PIC X(01).
                10  FED-TRL-HASH-TOTAL      PIC 9(13)V99.
                10  FILLER                  PIC X(78).

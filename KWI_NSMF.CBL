
      $set ans85 mf noosvs defaultbyte"00"
      ****************************************************************
      *
      *  Program:
      *      KWI_NSMF.CBL
      *  Desription:
      *      Inbound feed intake.  Takes one feed file from an
      *      upstream sender (named on the command line; layout in
      *      KWI_FED.CPY) and proves it before any of it reaches a
      *      job: the header's sender must be on the feed sender
      *      list (KWINSM.FDS, see KWI_FDS.CPY) and feed a job the
      *      control file (KWINSM.CTL) names; the feed date must be
      *      a real date, not in the future and not earlier than
      *      the sender's last feed taken in; the sequence number
      *      must follow on by exactly one from the sender's last
      *      feed taken in (a sender with nothing on the register
      *      yet sets the sequence with its first feed, and one
      *      whose only feeds so far were quarantined must follow
      *      on from the lowest of those); every detail must carry
      *      a transaction id and a numeric amount; and the detail
      *      count and amount hash must agree with the trailer.  A
      *      feed that passes is appended to the job's transaction
      *      source file - the input file its control record names,
      *      or the shared KWINSM.TRN - in the TRN-RECORD layout,
      *      under the job's name.  A feed that fails is copied
      *      unchanged to the quarantine directory with a .WHY file
      *      beside it giving the reason, and nothing of it is
      *      loaded.  Either way the feed is written to the intake
      *      register (KWINSM.FIR, see KWI_FIR.CPY), which is also
      *      how KWI_NSM1 learns a feed is missing from a sender's
      *      sequence and holds that job.
      ****************************************************************
        identification division.
        program-id. KWI_NSMF.

        environment division.
        input-output section.
        file-control.
      ****************************************************************
      *  The feed being taken in, read once to prove it and again to
      *  copy it - to the job's transaction source file when it
      *  proves, to the quarantine directory when it does not.
      ****************************************************************
            select FED-FILE assign to dynamic WS-FEED-NAME
                organization is line sequential
                file status is WS-FED-FILE-STATUS.
            select TRN-FILE assign to dynamic WS-TARGET-NAME
                organization is line sequential
                file status is WS-TRN-FILE-STATUS.
            select QFD-FILE assign to dynamic WS-QUARANTINE-NAME
                organization is line sequential
                file status is WS-QFD-FILE-STATUS.
            select QWY-FILE assign to dynamic WS-REASON-FILE-NAME
                organization is line sequential
                file status is WS-QWY-FILE-STATUS.
            select FDS-FILE assign to "KWINSM.FDS"
                organization is line sequential
                file status is WS-FDS-FILE-STATUS.
            select CTL-FILE assign to "KWINSM.CTL"
                organization is line sequential
                file status is WS-CTL-FILE-STATUS.
            select FIR-FILE assign to "KWINSM.FIR"
                organization is line sequential
                file status is WS-FIR-FILE-STATUS.

        data division.
        file section.
        FD  FED-FILE.
            copy KWI_FED.
        FD  TRN-FILE.
            copy KWI_TRN.
        FD  QFD-FILE.
        01  QFD-RECORD                  PIC X(120).
        FD  QWY-FILE.
        01  QWY-RECORD                  PIC X(100).
        FD  FDS-FILE.
            copy KWI_FDS.
        FD  CTL-FILE.
            copy KWI_CTL.
        FD  FIR-FILE.
            copy KWI_FIR.

        working-storage section.
           78 QUARANTINE-DIRECTORY      VALUE "KWIQUAR\".
           78 RC-FEED-QUARANTINED       VALUE 9998.

        01  WS-FED-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-TRN-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-QFD-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-QWY-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-FDS-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-CTL-FILE-STATUS          PIC X(02) VALUE "00".
        01  WS-FIR-FILE-STATUS          PIC X(02) VALUE "00".
        01  FED-EOF-SWITCH              PIC X(01) VALUE "N".
            88  FED-EOF                     VALUE "Y".
        01  FDS-EOF-SWITCH              PIC X(01) VALUE "N".
            88  FDS-EOF                     VALUE "Y".
        01  CTL-EOF-SWITCH              PIC X(01) VALUE "N".
            88  CTL-EOF                     VALUE "Y".
        01  FIR-EOF-SWITCH              PIC X(01) VALUE "N".
            88  FIR-EOF                     VALUE "Y".

      ****************************************************************
      *  The feed file named on the command line, its name with any
      *  drive and directory taken off (for the quarantine copy),
      *  and the names of the files it may be copied to.
      ****************************************************************
        01  WS-COMMAND-LINE             PIC X(40) VALUE SPACE.
        01  WS-FEED-NAME                PIC X(30) VALUE SPACE.
        01  WS-FEED-BASE-NAME           PIC X(30) VALUE SPACE.
        01  WS-FEED-STEM                PIC X(30) VALUE SPACE.
        01  WS-NAME-IDX                 PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-NAME-BASE-START          PIC 9(04) COMP-5 VALUE ZERO.
        01  WS-TARGET-NAME              PIC X(12) VALUE SPACE.
        01  WS-QUARANTINE-NAME          PIC X(40) VALUE SPACE.
        01  WS-REASON-FILE-NAME         PIC X(40) VALUE SPACE.
        01  WS-INTAKE-TIMESTAMP         PIC X(21) VALUE SPACE.
        01  WS-TODAY-DATE               PIC X(08) VALUE SPACE.

      ****************************************************************
      *  What the feed actually held: its header, the detail count
      *  and amount hash counted off the details, and the trailer's
      *  figures.  A layout fault (no header first, a second header
      *  or trailer, records after the trailer, no trailer at all,
      *  an unknown record type) is kept with the record number it
      *  was first seen at; so is the first bad detail.
      ****************************************************************
        01  WS-FEED-SENDER              PIC X(08) VALUE SPACE.
        01  WS-FEED-DATE                PIC X(08) VALUE SPACE.
        01  WS-FEED-DATE-CCYYMMDD REDEFINES WS-FEED-DATE.
            05  WS-FEED-YEAR            PIC 9(04).
            05  WS-FEED-MONTH           PIC 9(02).
            05  WS-FEED-DAY             PIC 9(02).
        01  WS-FEED-SEQUENCE            PIC 9(06) VALUE ZERO.
        01  WS-FEED-SEQUENCE-X REDEFINES WS-FEED-SEQUENCE
                                        PIC X(06).
        01  WS-FEED-RECORD-NUMBER       PIC 9(07) VALUE ZERO.
        01  WS-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
        01  WS-DETAIL-HASH              PIC 9(13)V99 VALUE ZERO.
        01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
        01  WS-TRAILER-HASH             PIC 9(13)V99 VALUE ZERO.
        01  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
            88  WS-TRAILER-SEEN             VALUE "Y".
        01  WS-LAYOUT-CODE              PIC X(02) VALUE SPACE.
        01  WS-LAYOUT-TEXT              PIC X(40) VALUE SPACE.
        01  WS-FAULT-TEXT               PIC X(40) VALUE SPACE.
        01  WS-BAD-DETAIL-NUMBER        PIC 9(07) VALUE ZERO.
        01  WS-COPIED-COUNT             PIC 9(07) COMP-5 VALUE ZERO.

      ****************************************************************
      *  Where the feed is bound and where it must follow on from:
      *  the job the sender feeds, and the highest sequence (with
      *  its feed date) the register shows taken in for the sender,
      *  and the lowest sequence the register shows quarantined for
      *  it (zero if none) - where a sender with no feed yet taken
      *  in must start.
      ****************************************************************
        01  WS-FEED-JOB-NAME            PIC X(08) VALUE SPACE.
        01  WS-SENDER-FOUND-SWITCH      PIC X(01) VALUE "N".
            88  WS-SENDER-FOUND             VALUE "Y".
        01  WS-JOB-FOUND-SWITCH         PIC X(01) VALUE "N".
            88  WS-JOB-FOUND                VALUE "Y".
        01  WS-PRIOR-FEED-SWITCH        PIC X(01) VALUE "N".
            88  WS-PRIOR-FEED               VALUE "Y".
        01  WS-LAST-SEQUENCE            PIC 9(06) VALUE ZERO.
        01  WS-LAST-FEED-DATE           PIC X(08) VALUE SPACE.
        01  WS-NEXT-SEQUENCE            PIC 9(06) VALUE ZERO.
        01  WS-FIRST-QUARANTINED-SEQ    PIC 9(06) VALUE ZERO.

      ****************************************************************
      *  The disposition: a blank reason code means the feed proved
      *  and is taken in.
      ****************************************************************
        01  WS-REASON-CODE              PIC X(02) VALUE SPACE.
        01  WS-REASON-TEXT              PIC X(40) VALUE SPACE.
        01  WS-FEED-ACCEPTED-SWITCH     PIC X(01) VALUE "N".
            88  WS-FEED-ACCEPTED            VALUE "Y".

        01  WS-WHY-LINE.
            05  WS-WHY-TIMESTAMP        PIC X(21).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-WHY-FEED-NAME        PIC X(30).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-WHY-REASON-CODE      PIC X(02).
            05  FILLER                  PIC X(01) VALUE SPACE.
            05  WS-WHY-REASON-TEXT      PIC X(40).
            05  FILLER                  PIC X(04) VALUE SPACE.

        copy KWI_TRD.

        procedure division.
        main section.

        accept WS-COMMAND-LINE from command-line.
        if WS-COMMAND-LINE not = space
            unstring WS-COMMAND-LINE delimited by all space
                into WS-FEED-NAME
            end-unstring
        end-if.
        if WS-FEED-NAME = space
            display "KWI_NSMF: usage is KWI_NSMF <feed file>"
            exit program returning 9999
        end-if.
        move function current-date to WS-INTAKE-TIMESTAMP.
        move WS-INTAKE-TIMESTAMP (1:8) to WS-TODAY-DATE.
        perform locate-feed-base-name.

        perform scan-feed-file.
        perform decide-feed-disposition.
        if WS-REASON-CODE = space
            move "Y" to WS-FEED-ACCEPTED-SWITCH
            perform copy-feed-to-source
        else
            perform quarantine-feed
        end-if.
        perform write-intake-register.

        if WS-FEED-ACCEPTED
            display "KWI_NSMF: feed " WS-FEED-NAME " from "
                    WS-FEED-SENDER " sequence " WS-FEED-SEQUENCE
                    " accepted - " WS-COPIED-COUNT
                    " transaction(s) added to " WS-TARGET-NAME
                    " for job " WS-FEED-JOB-NAME
        else
            display "KWI_NSMF: feed " WS-FEED-NAME
                    " quarantined - " WS-REASON-CODE " "
                    WS-REASON-TEXT
            exit program returning RC-FEED-QUARANTINED
        end-if.
        goback.

      ****************************************************************
      *  Take any drive and directory off the feed file name, and
      *  the extension off that, for naming the quarantine copy and
      *  its reason file.
      ****************************************************************
        locate-feed-base-name section.
        move 1 to WS-NAME-BASE-START.
        perform check-one-name-char
            varying WS-NAME-IDX from 1 by 1
            until WS-NAME-IDX > 30.
        move WS-FEED-NAME (WS-NAME-BASE-START:) to WS-FEED-BASE-NAME.
        if WS-FEED-BASE-NAME = space
            move WS-FEED-NAME to WS-FEED-BASE-NAME
        end-if.
        unstring WS-FEED-BASE-NAME delimited by "." or space
            into WS-FEED-STEM
        end-unstring.

        check-one-name-char section.
        if WS-FEED-NAME (WS-NAME-IDX:1) = "\" or ":" or "/"
            compute WS-NAME-BASE-START = WS-NAME-IDX + 1
        end-if.
        if WS-NAME-BASE-START > 30
            move 30 to WS-NAME-BASE-START
        end-if.

      ****************************************************************
      *  First pass over the feed: pick up the header, count and
      *  hash the details, pick up the trailer, and note the first
      *  layout fault and the first bad detail.  A feed that cannot
      *  be opened was never received and is not registered.
      ****************************************************************
        scan-feed-file section.
        open input FED-FILE.
        if WS-FED-FILE-STATUS not = "00"
            display "KWI_NSMF: unable to open feed " WS-FEED-NAME
                    " - status " WS-FED-FILE-STATUS
            exit program returning 9999
        end-if.
        move "N" to FED-EOF-SWITCH.
        perform scan-one-feed-record until FED-EOF.
        close FED-FILE.
        if WS-LAYOUT-CODE = space
            evaluate true
                when WS-FEED-RECORD-NUMBER = 0
                    move "NH" to WS-LAYOUT-CODE
                    move "FEED FILE IS EMPTY" to WS-LAYOUT-TEXT
                when not WS-TRAILER-SEEN
                    move "BL" to WS-LAYOUT-CODE
                    move "NO TRAILER - FEED TRUNCATED"
                        to WS-LAYOUT-TEXT
            end-evaluate
        end-if.

        scan-one-feed-record section.
        read FED-FILE into FED-RECORD
            at end set FED-EOF to true
        end-read.
        if not FED-EOF
            add 1 to WS-FEED-RECORD-NUMBER
            evaluate true
                when WS-FEED-RECORD-NUMBER = 1
                           and not FED-REC-HEADER
                    move "NH" to WS-LAYOUT-CODE
                    move "FIRST RECORD IS NOT A HEADER"
                        to WS-LAYOUT-TEXT
                when FED-REC-HEADER
                    if WS-FEED-RECORD-NUMBER = 1
                        move FED-HDR-SENDER to WS-FEED-SENDER
                        move FED-HDR-FEED-DATE to WS-FEED-DATE
                        move FED-HDR-SEQUENCE to WS-FEED-SEQUENCE-X
                    else
                        move "SECOND HEADER AT RECORD"
                            to WS-FAULT-TEXT
                        perform note-layout-fault
                    end-if
                when WS-TRAILER-SEEN
                    move "RECORD AFTER TRAILER AT RECORD"
                        to WS-FAULT-TEXT
                    perform note-layout-fault
                when FED-REC-DETAIL
                    perform scan-one-feed-detail
                when FED-REC-TRAILER
                    move "Y" to WS-TRAILER-SEEN-SWITCH
                    if FED-TRL-RECORD-COUNT is numeric
                               and FED-TRL-HASH-TOTAL is numeric
                        move FED-TRL-RECORD-COUNT to WS-TRAILER-COUNT
                        move FED-TRL-HASH-TOTAL to WS-TRAILER-HASH
                    else
                        move "TRAILER TOTALS NOT NUMERIC AT RECORD"
                            to WS-FAULT-TEXT
                        perform note-layout-fault
                    end-if
                when other
                    move "UNKNOWN RECORD TYPE AT RECORD"
                        to WS-FAULT-TEXT
                    perform note-layout-fault
            end-evaluate
        end-if.

      ****************************************************************
      *  Keep only the first layout fault, with the record number
      *  it was seen at appended to its text.
      ****************************************************************
        note-layout-fault section.
        if WS-LAYOUT-CODE = space
            move "BL" to WS-LAYOUT-CODE
            string WS-FAULT-TEXT delimited by "  "
                   " " delimited by size
                   WS-FEED-RECORD-NUMBER delimited by size
                into WS-LAYOUT-TEXT
            end-string
        end-if.

        scan-one-feed-detail section.
        add 1 to WS-DETAIL-COUNT.
        move FED-DET-TRANS-DATA to TRD-TRANS-DETAIL.
        if TRD-AMOUNT-X is numeric
            add TRD-AMOUNT to WS-DETAIL-HASH
        end-if.
        if (FED-DET-TRANS-ID = space or TRD-AMOUNT-X not numeric)
                   and WS-BAD-DETAIL-NUMBER = 0
            move WS-FEED-RECORD-NUMBER to WS-BAD-DETAIL-NUMBER
        end-if.

      ****************************************************************
      *  Decide the feed's disposition.  The checks run in order and
      *  the first that fails is the reason: layout, sender, job,
      *  feed date, sequence, details, record count, hash total.
      ****************************************************************
        decide-feed-disposition section.
        move space to WS-REASON-CODE WS-REASON-TEXT.
        if WS-LAYOUT-CODE not = space
            move WS-LAYOUT-CODE to WS-REASON-CODE
            move WS-LAYOUT-TEXT to WS-REASON-TEXT
        end-if.
        if WS-REASON-CODE = space
            perform find-feed-sender
            if not WS-SENDER-FOUND
                move "US" to WS-REASON-CODE
                string "SENDER " delimited by size
                       WS-FEED-SENDER delimited by space
                       " NOT ON KWINSM.FDS" delimited by size
                    into WS-REASON-TEXT
                end-string
            end-if
        end-if.
        if WS-REASON-CODE = space
            perform find-feed-job-source
            if not WS-JOB-FOUND
                move "UJ" to WS-REASON-CODE
                string "JOB " delimited by size
                       WS-FEED-JOB-NAME delimited by space
                       " NOT IN KWINSM.CTL" delimited by size
                    into WS-REASON-TEXT
                end-string
            end-if
        end-if.
        if WS-REASON-CODE = space
            perform find-sender-last-feed
            perform check-feed-date
        end-if.
        if WS-REASON-CODE = space
            perform check-feed-sequence
        end-if.
        if WS-REASON-CODE = space and WS-BAD-DETAIL-NUMBER > 0
            move "BD" to WS-REASON-CODE
            string "NO TRANS-ID OR BAD AMOUNT AT RECORD "
                       delimited by size
                   WS-BAD-DETAIL-NUMBER delimited by size
                into WS-REASON-TEXT
            end-string
        end-if.
        if WS-REASON-CODE = space
                   and WS-DETAIL-COUNT not = WS-TRAILER-COUNT
            move "RC" to WS-REASON-CODE
            string "TRAILER COUNT " delimited by size
                   WS-TRAILER-COUNT delimited by size
                   " FEED HOLDS " delimited by size
                   WS-DETAIL-COUNT delimited by size
                into WS-REASON-TEXT
            end-string
        end-if.
        if WS-REASON-CODE = space
                   and WS-DETAIL-HASH not = WS-TRAILER-HASH
            move "HT" to WS-REASON-CODE
            move "AMOUNT HASH DOES NOT AGREE WITH TRAILER"
                to WS-REASON-TEXT
        end-if.

      ****************************************************************
      *  Look the header's sender up on the sender list for the job
      *  it feeds.  The list is the operator's, and without it no
      *  feed can be placed, so a missing list stops the intake.
      ****************************************************************
        find-feed-sender section.
        move "N" to WS-SENDER-FOUND-SWITCH.
        move "N" to FDS-EOF-SWITCH.
        open input FDS-FILE.
        if WS-FDS-FILE-STATUS not = "00"
            display "KWI_NSMF: unable to open KWINSM.FDS - status "
                    WS-FDS-FILE-STATUS
            exit program returning 9999
        end-if.
        perform check-one-feed-sender
            until FDS-EOF or WS-SENDER-FOUND.
        close FDS-FILE.

        check-one-feed-sender section.
        read FDS-FILE into FDS-RECORD
            at end set FDS-EOF to true
        end-read.
        if not FDS-EOF and FDS-SENDER = WS-FEED-SENDER
                       and FDS-SENDER not = space
            move "Y" to WS-SENDER-FOUND-SWITCH
            move FDS-JOB-NAME to WS-FEED-JOB-NAME
        end-if.

      ****************************************************************
      *  Find the job's control record for the transaction source
      *  file it loads from: the input file named, or the shared
      *  KWINSM.TRN when none is.
      ****************************************************************
        find-feed-job-source section.
        move "N" to WS-JOB-FOUND-SWITCH.
        move "N" to CTL-EOF-SWITCH.
        open input CTL-FILE.
        if WS-CTL-FILE-STATUS not = "00"
            display "KWI_NSMF: unable to open KWINSM.CTL - status "
                    WS-CTL-FILE-STATUS
            exit program returning 9999
        end-if.
        perform check-one-control-record
            until CTL-EOF or WS-JOB-FOUND.
        close CTL-FILE.

        check-one-control-record section.
        read CTL-FILE into CTL-RECORD
            at end set CTL-EOF to true
        end-read.
        if not CTL-EOF and CTL-JOB-NAME = WS-FEED-JOB-NAME
            move "Y" to WS-JOB-FOUND-SWITCH
            if CTL-INPUT-FILE = space
                move "KWINSM.TRN" to WS-TARGET-NAME
            else
                move CTL-INPUT-FILE to WS-TARGET-NAME
            end-if
        end-if.

      ****************************************************************
      *  Read the intake register for the highest sequence this
      *  sender has had ACCEPTED, and that feed's date, and for the
      *  lowest sequence it has had QUARANTINED.  No register yet
      *  just means no feed has ever been taken in.
      ****************************************************************
        find-sender-last-feed section.
        move "N" to WS-PRIOR-FEED-SWITCH.
        move 0 to WS-LAST-SEQUENCE.
        move space to WS-LAST-FEED-DATE.
        move 0 to WS-FIRST-QUARANTINED-SEQ.
        move "N" to FIR-EOF-SWITCH.
        open input FIR-FILE.
        if WS-FIR-FILE-STATUS = "00"
            perform check-one-register-record until FIR-EOF
            close FIR-FILE
        end-if.

        check-one-register-record section.
        read FIR-FILE into FIR-RECORD
            at end set FIR-EOF to true
        end-read.
        if not FIR-EOF and FIR-SENDER = WS-FEED-SENDER
                       and FIR-STATUS-ACCEPTED
                       and FIR-SEQUENCE is numeric
            if not WS-PRIOR-FEED or FIR-SEQUENCE > WS-LAST-SEQUENCE
                move "Y" to WS-PRIOR-FEED-SWITCH
                move FIR-SEQUENCE to WS-LAST-SEQUENCE
                move FIR-FEED-DATE to WS-LAST-FEED-DATE
            end-if
        end-if.
        if not FIR-EOF and FIR-SENDER = WS-FEED-SENDER
                       and FIR-STATUS-QUARANTINED
                       and FIR-SEQUENCE is numeric
                       and FIR-SEQUENCE > 0
            if WS-FIRST-QUARANTINED-SEQ = 0
                       or FIR-SEQUENCE < WS-FIRST-QUARANTINED-SEQ
                move FIR-SEQUENCE to WS-FIRST-QUARANTINED-SEQ
            end-if
        end-if.

      ****************************************************************
      *  The feed date must be a plausible calendar date, not later
      *  than today, and not earlier than the sender's last feed
      *  taken in - a feed dated back before that is an old one sent
      *  again.
      ****************************************************************
        check-feed-date section.
        if WS-FEED-DATE is not numeric
                   or WS-FEED-MONTH < 1 or WS-FEED-MONTH > 12
                   or WS-FEED-DAY < 1 or WS-FEED-DAY > 31
            move "FD" to WS-REASON-CODE
            string "FEED DATE " delimited by size
                   WS-FEED-DATE delimited by size
                   " IS NOT A VALID DATE" delimited by size
                into WS-REASON-TEXT
            end-string
        else
            if WS-FEED-DATE > WS-TODAY-DATE
                move "FD" to WS-REASON-CODE
                string "FEED DATE " delimited by size
                       WS-FEED-DATE delimited by size
                       " IS IN THE FUTURE" delimited by size
                    into WS-REASON-TEXT
                end-string
            end-if
            if WS-PRIOR-FEED and WS-FEED-DATE < WS-LAST-FEED-DATE
                       and WS-REASON-CODE = space
                move "FD" to WS-REASON-CODE
                string "FEED DATE " delimited by size
                       WS-FEED-DATE delimited by size
                       " BEFORE LAST FEED " delimited by size
                       WS-LAST-FEED-DATE delimited by size
                    into WS-REASON-TEXT
                end-string
            end-if
        end-if.

      ****************************************************************
      *  The sequence must be numeric and follow on by exactly one
      *  from the last feed taken in.  At or below it, the feed has
      *  been sent twice; above the next expected, a feed is missing
      *  - this one waits in quarantine for it, and the register
      *  entry this run writes is what holds the job in KWI_NSM1.
      *  A sender with no feed yet taken in but one quarantined must
      *  start from the lowest quarantined sequence: a later feed
      *  taken in first would pass over that feed's transactions
      *  with nothing on the register to show one was missing.
      ****************************************************************
        check-feed-sequence section.
        if WS-FEED-SEQUENCE-X is not numeric or WS-FEED-SEQUENCE = 0
            move "BS" to WS-REASON-CODE
            string "SEQUENCE " delimited by size
                   WS-FEED-SEQUENCE-X delimited by size
                   " IS NOT A VALID NUMBER" delimited by size
                into WS-REASON-TEXT
            end-string
            move 0 to WS-FEED-SEQUENCE
        else
            if WS-PRIOR-FEED
                compute WS-NEXT-SEQUENCE = WS-LAST-SEQUENCE + 1
                evaluate true
                    when WS-FEED-SEQUENCE <= WS-LAST-SEQUENCE
                        move "DS" to WS-REASON-CODE
                        string "SEQUENCE " delimited by size
                               WS-FEED-SEQUENCE delimited by size
                               " ALREADY TAKEN IN" delimited by size
                            into WS-REASON-TEXT
                        end-string
                    when WS-FEED-SEQUENCE > WS-NEXT-SEQUENCE
                        move "SG" to WS-REASON-CODE
                        string "SEQUENCE GAP - EXPECTED "
                                   delimited by size
                               WS-NEXT-SEQUENCE delimited by size
                            into WS-REASON-TEXT
                        end-string
                end-evaluate
            else
                if WS-FIRST-QUARANTINED-SEQ > 0
                           and WS-FEED-SEQUENCE
                                 > WS-FIRST-QUARANTINED-SEQ
                    move "SG" to WS-REASON-CODE
                    string "SEQUENCE GAP - EXPECTED "
                               delimited by size
                           WS-FIRST-QUARANTINED-SEQ delimited by size
                        into WS-REASON-TEXT
                    end-string
                end-if
            end-if
        end-if.

      ****************************************************************
      *  Second pass over a feed that proved: append every detail to
      *  the job's transaction source file under the job's name.
      ****************************************************************
        copy-feed-to-source section.
        open input FED-FILE.
        if WS-FED-FILE-STATUS not = "00"
            display "KWI_NSMF: unable to reopen feed " WS-FEED-NAME
                    " - status " WS-FED-FILE-STATUS
            exit program returning 9999
        end-if.
        open extend TRN-FILE.
        if WS-TRN-FILE-STATUS not = "00"
            display "KWI_NSMF: unable to open " WS-TARGET-NAME
                    " - status " WS-TRN-FILE-STATUS
            exit program returning 9999
        end-if.
        move "N" to FED-EOF-SWITCH.
        perform copy-one-feed-detail until FED-EOF.
        close FED-FILE TRN-FILE.

        copy-one-feed-detail section.
        read FED-FILE into FED-RECORD
            at end set FED-EOF to true
        end-read.
        if not FED-EOF and FED-REC-DETAIL
            move space to TRN-RECORD
            move WS-FEED-JOB-NAME to TRN-JOB-NAME
            move FED-DET-TRANS-ID to TRN-TRANS-ID
            move FED-DET-TRANS-DATA to TRN-TRANS-DATA
            write TRN-RECORD
            add 1 to WS-COPIED-COUNT
        end-if.

      ****************************************************************
      *  Copy a feed that failed, unchanged, to the quarantine
      *  directory, with a .WHY file beside it giving the reason.
      *  The feed is registered whether or not the copy can be made
      *  - the original is still where it was delivered.
      ****************************************************************
        quarantine-feed section.
        move space to WS-QUARANTINE-NAME WS-REASON-FILE-NAME.
        string QUARANTINE-DIRECTORY delimited by size
               WS-FEED-BASE-NAME delimited by space
            into WS-QUARANTINE-NAME
        end-string.
        string QUARANTINE-DIRECTORY delimited by size
               WS-FEED-STEM delimited by space
               ".WHY" delimited by size
            into WS-REASON-FILE-NAME
        end-string.
        open input FED-FILE.
        open output QFD-FILE.
        if WS-FED-FILE-STATUS = "00" and WS-QFD-FILE-STATUS = "00"
            move "N" to FED-EOF-SWITCH
            perform copy-one-quarantine-record until FED-EOF
            close FED-FILE QFD-FILE
        else
            display "KWI_NSMF: unable to copy feed to "
                    WS-QUARANTINE-NAME " - status "
                    WS-QFD-FILE-STATUS " - feed left in place"
            if WS-FED-FILE-STATUS = "00"
                close FED-FILE
            end-if
            if WS-QFD-FILE-STATUS = "00"
                close QFD-FILE
            end-if
        end-if.
        open output QWY-FILE.
        if WS-QWY-FILE-STATUS = "00"
            move WS-INTAKE-TIMESTAMP to WS-WHY-TIMESTAMP
            move WS-FEED-NAME to WS-WHY-FEED-NAME
            move WS-REASON-CODE to WS-WHY-REASON-CODE
            move WS-REASON-TEXT to WS-WHY-REASON-TEXT
            write QWY-RECORD from WS-WHY-LINE
            close QWY-FILE
        else
            display "KWI_NSMF: unable to write "
                    WS-REASON-FILE-NAME " - status "
                    WS-QWY-FILE-STATUS
        end-if.

        copy-one-quarantine-record section.
        read FED-FILE into FED-RECORD
            at end set FED-EOF to true
        end-read.
        if not FED-EOF
            write QFD-RECORD from FED-RECORD
        end-if.

      ****************************************************************
      *  Append the feed to the intake register.
      ****************************************************************
        write-intake-register section.
        move space to FIR-RECORD.
        move WS-INTAKE-TIMESTAMP to FIR-TIMESTAMP.
        move WS-FEED-NAME to FIR-FEED-NAME.
        move WS-FEED-SENDER to FIR-SENDER.
        move WS-FEED-DATE to FIR-FEED-DATE.
        if WS-FEED-SEQUENCE-X is numeric
            move WS-FEED-SEQUENCE to FIR-SEQUENCE
        else
            move 0 to FIR-SEQUENCE
        end-if.
        move WS-FEED-JOB-NAME to FIR-JOB-NAME.
        move WS-DETAIL-COUNT to FIR-RECORD-COUNT.
        move WS-DETAIL-HASH to FIR-HASH-TOTAL.
        if WS-FEED-ACCEPTED
            move "ACCEPTED" to FIR-STATUS
            move WS-TARGET-NAME to FIR-TARGET-FILE
        else
            move "QUARANTINED" to FIR-STATUS
            move space to FIR-TARGET-FILE
        end-if.
        move WS-REASON-CODE to FIR-REASON-CODE.
        move WS-REASON-TEXT to FIR-REASON-TEXT.
        open extend FIR-FILE.
        if WS-FIR-FILE-STATUS not = "00"
            display "KWI_NSMF: unable to open KWINSM.FIR - status "
                    WS-FIR-FILE-STATUS
            exit program returning 9999
        end-if.
        write FIR-RECORD.
        close FIR-FILE.

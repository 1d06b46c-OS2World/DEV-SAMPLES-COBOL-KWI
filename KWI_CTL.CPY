      *      in the same transaction layout - naming one step's
      *      output file as a later step's input file chains the two
      *      into a pipeline, and the later step then also accepts
      *      records carrying its predecessor's job name.  The run
      *      frequency says when the step is due, judged against the
      *      KWINSM.CAL posting calendar: D (or blank, as on a
      *      control file cut before the column existed) every day
      *      the chain runs, B business days only, L the last
      *      business day of the month, F the first business day of
      *      the month, S only on the dates the schedule date file
      *      (KWINSM.SCD) lists for the job.  A step that is not due
      *      is reported NOT-SCHED and its dependents treat it as
      *      satisfied.
      ****************************************************************
        01  CTL-RECORD.
            05  CTL-JOB-NAME            PIC X(08).
            05  CTL-RETRY-DELAY-MS      PIC 9(08).
            05  CTL-INPUT-FILE          PIC X(12).
            05  CTL-OUTPUT-FILE         PIC X(12).
            05  CTL-RUN-FREQUENCY       PIC X(01).
                88  CTL-FREQ-DAILY          VALUES 'D' SPACE.
                88  CTL-FREQ-BUSINESS-DAY   VALUE 'B'.
                88  CTL-FREQ-MONTH-END      VALUE 'L'.
                88  CTL-FREQ-MONTH-START    VALUE 'F'.
                88  CTL-FREQ-DATE-LIST      VALUE 'S'.
                88  CTL-FREQ-VALID          VALUES 'D' 'B' 'L' 'F'
                                                   'S' SPACE.

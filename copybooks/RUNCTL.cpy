      *> Shared record layout for RUN-CONTROL-FILE (RUNCTL).
      *> One record per run of a batch program in the nightly stream,
      *> written by the RUN_CTL subprogram when the program starts and
      *> rewritten when it ends. The file is indexed on RUN-CTL-KEY,
      *> so the runs for one business date sit together and each
      *> program's runs for that date follow in start order.
      *> RUN-CTL-STATUS is "R" while the run is in progress (and stays
      *> "R" if it abends), "C" completed with a return code below 8,
      *> "F" failed with 8 or higher, "X" refused at start because a
      *> check failed and no supervisor forced it. RUN-CTL-CHECK names
      *> the check that failed: "P" predecessor not completed for the
      *> business date, "D" this program already completed for it,
      *> "B" both. RUN-CTL-FORCED-BY is the supervisor ID from the
      *> RUNFORCE dd when a failed check was overridden.
       01 RUN-CONTROL-RECORD.
           05 RUN-CTL-KEY.
               10 RUN-CTL-BUS-DATE    PIC X(08).
               10 RUN-CTL-PROGRAM     PIC X(08).
               10 RUN-CTL-START-DATE  PIC X(08).
               10 RUN-CTL-START-TIME  PIC X(06).
           05 RUN-CTL-END-DATE        PIC X(08).
           05 RUN-CTL-END-TIME        PIC X(06).
           05 RUN-CTL-STATUS          PIC X(01).
           05 RUN-CTL-RC              PIC 9(04).
           05 RUN-CTL-RECORDS         PIC 9(07).
           05 RUN-CTL-EXCEPTIONS      PIC 9(07).
           05 RUN-CTL-CHECK           PIC X(01).
           05 RUN-CTL-FORCED          PIC X(01).
           05 RUN-CTL-FORCED-BY       PIC X(08).

      *> Parameters passed to the RUN_CTL subprogram by each batch
      *> program. Set WS-RUN-FUNCTION to "B" before the first file is
      *> opened and to "E" just before GOBACK. On "B", WS-RUN-BUS-DATE
      *> may be left blank for RUN_CTL to fill in from the RUNDATE dd
      *> (or today); WS-RUN-ONCE-ONLY "Y" also refuses a second
      *> completed run for the same date. WS-RUN-RESULT comes back 0 to
      *> proceed, 4 to proceed under a supervisor force, or 8 when the
      *> run is refused and the program must stop at once.
       01  WS-RUN-PARMS.
           05 WS-RUN-FUNCTION    PIC X(01).
           05 WS-RUN-PROGRAM     PIC X(08).
           05 WS-RUN-PREDECESSOR PIC X(08).
           05 WS-RUN-ONCE-ONLY   PIC X(01).
           05 WS-RUN-BUS-DATE    PIC X(08).
           05 WS-RUN-STEP-RC     PIC 9(04).
           05 WS-RUN-RECORDS     PIC 9(07).
           05 WS-RUN-EXCEPTIONS  PIC 9(07).
           05 WS-RUN-RESULT      PIC 9(01).

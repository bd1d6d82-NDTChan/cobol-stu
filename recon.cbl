           05 WS-EOF-FLAG      PIC X(3) VALUE "NO".
           05 WS-AUD-EOF-FLAG  PIC X(3) VALUE "NO".
       01  WS-RECON-DATE       PIC X(08) VALUE SPACES.
       01  WS-AUD-DATETIME     PIC X(17).
       01  WS-AUD-OPERATOR     PIC X(08).
       01  WS-AUD-ACTION       PIC X(06).
           05 WS-EXCEPT-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
       01  WS-OPENING-DISPLAY  PIC -ZZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-RECONCILE-AUDIT-LOG.
           PERFORM 302-GET-RECON-DATE.
           PERFORM 208-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-RECON.
           PERFORM 202-REPLAY-AUDIT-LINE UNTIL WS-AUD-EOF-FLAG = "YES".
           PERFORM 203-COUNT-FILE-RECORDS UNTIL WS-EOF-FLAG = "YES".
               UNTIL WS-KEY-SUB > WS-KEY-COUNT.
           PERFORM 206-PRINT-EXCEPTION-TOTAL.
           PERFORM 207-CLOSE-FILES.
           PERFORM 209-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-RECON.
           PERFORM 301-OPEN-FILES.

       202-REPLAY-AUDIT-LINE.
           READ AUDIT-LOG-FILE
           CLOSE STUDENT-RECORD-FILE.
           CLOSE AUDIT-LOG-FILE.

       208-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "RECON" TO WS-RUN-PROGRAM.
           MOVE "AUDCUT" TO WS-RUN-PREDECESSOR.
           MOVE "N" TO WS-RUN-ONCE-ONLY.
           MOVE WS-RECON-DATE TO WS-RUN-BUS-DATE.
           MOVE ZERO TO WS-RUN-STEP-RC.
           MOVE ZERO TO WS-RUN-RECORDS.
           MOVE ZERO TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-BUS-DATE TO WS-RECON-DATE.

       209-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           COMPUTE WS-RUN-RECORDS =
               WS-ADD-TOTAL + WS-CHG-TOTAL + WS-DEL-TOTAL.
           MOVE WS-EXCEPT-COUNT TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-FILES.
           OPEN INPUT STUDENT-RECORD-FILE.
           IF STATUS-FIELD NOT = "00"
       302-GET-RECON-DATE.
           ACCEPT WS-RECON-DATE.
           IF WS-RECON-DATE NOT NUMERIC
               MOVE SPACES TO WS-RECON-DATE
           END-IF.

       303-PARSE-AUDIT-LINE.

       01  WS-CUT-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-ARCH-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-CUT-AUDIT-LOG.
           PERFORM 207-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-CUT.
           PERFORM 202-MOVE-ONE-LINE UNTIL WS-EOF-FLAG = "YES".
           PERFORM 203-CLOSE-CUT-FILES.
               PERFORM 206-APPEND-DAY-TO-ARCHIVE
           END-IF.
           PERFORM 205-PRINT-CONTROL-REPORT.
           PERFORM 208-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-CUT.
               CLOSE DAILY-CUT-FILE
           END-IF.

       207-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "AUDCUT" TO WS-RUN-PROGRAM.
           MOVE "SUBADD" TO WS-RUN-PREDECESSOR.
           MOVE "Y" TO WS-RUN-ONCE-ONLY.
           MOVE SPACES TO WS-RUN-BUS-DATE.
           MOVE ZERO TO WS-RUN-STEP-RC.
           MOVE ZERO TO WS-RUN-RECORDS.
           MOVE ZERO TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.

       208-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           MOVE WS-CUT-COUNT TO WS-RUN-RECORDS.
           MOVE ZERO TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-FILES.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUD-STATUS-FIELD = "35"

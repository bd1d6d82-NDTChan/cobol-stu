           05 WS-FAILED-COUNT   PIC 9(06) VALUE ZERO.
           05 WS-HOLD-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
       01  WS-SCALE-FUNCTION   PIC X(01) VALUE "D".
       01  WS-SCALE-RETURN-CODE PIC 9(01) VALUE ZERO.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-RECOVER-STUDENT-FILE.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-RECOVERY.
           IF WS-ABORT-FLAG = "N"
               PERFORM 202-REPLAY-AUDIT-LINE
           END-IF.
           PERFORM 203-PRINT-CONTROL-REPORT.
           PERFORM 204-CLOSE-FILES.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-RECOVERY.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-GET-RECOVERY-DATE.
           IF WS-ABORT-FLAG = "N"
               PERFORM 311-CHECK-GRADE-SCALE
           END-IF.

       202-REPLAY-AUDIT-LINE.
           READ AUDIT-LOG-FILE
           DISPLAY "LINES NOT APPLIED       : " WS-COUNT-DISPLAY.
           MOVE WS-HOLD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "HOLD LINES SKIPPED      : " WS-COUNT-DISPLAY.
           IF WS-ABORT-FLAG = "Y"
               DISPLAY "RECOVERY NOT RUN - NO AUDIT LINES APPLIED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FAILED-COUNT > ZERO
                   DISPLAY "RECOVERY INCOMPLETE - REVIEW THE "
                       "NOT-APPLIED LINES ABOVE AGAINST THE "
                       "TRANSACTION DECK"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "RECOVERY COMPLETE - FILE BROUGHT FORWARD"
               END-IF
           END-IF.

       204-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE AUDIT-LOG-FILE.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "RECOVERS" TO WS-RUN-PROGRAM.
           MOVE SPACES TO WS-RUN-PREDECESSOR.
           MOVE "N" TO WS-RUN-ONCE-ONLY.
           MOVE SPACES TO WS-RUN-BUS-DATE.
           MOVE ZERO TO WS-RUN-STEP-RC.
           MOVE ZERO TO WS-RUN-RECORDS.
           MOVE ZERO TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.

       206-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           MOVE WS-APPLIED-COUNT TO WS-RUN-RECORDS.
           MOVE WS-FAILED-COUNT TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-FILES.
           OPEN I-O STUDENT-RECORD-FILE.
           IF STATUS-FIELD NOT = "00"
       308-DERIVE-GRADE-AND-GPA.
           IF STUDENT-GRADE-STATUS = "I" OR "W"
               MOVE STUDENT-GRADE-STATUS TO STUDENT-LETTER-GRADE
               MOVE SPACE TO STUDENT-GRADE-MODIFIER
               MOVE ZERO TO STUDENT-SCORE
               MOVE 0.00 TO STUDENT-GPA
           ELSE
           END-IF.

       308A-DERIVE-FROM-SCORE.
           MOVE "D" TO WS-SCALE-FUNCTION.
           CALL "GRADE_SCALE" USING WS-SCALE-FUNCTION,
                                    TERM-CODE,
                                    STUDENT-SCORE,
                                    STUDENT-LETTER-GRADE,
                                    STUDENT-GRADE-MODIFIER,
                                    STUDENT-GPA,
                                    WS-SCALE-RETURN-CODE.

       309-WRITE-AFTER-IMAGE.
           IF WS-AUD-AFTER-SCORE NOT NUMERIC
               END-REWRITE
           END-IF.

       311-CHECK-GRADE-SCALE.
           MOVE "R" TO WS-SCALE-FUNCTION.
           CALL "GRADE_SCALE" USING WS-SCALE-FUNCTION,
                                    TERM-CODE,
                                    STUDENT-SCORE,
                                    STUDENT-LETTER-GRADE,
                                    STUDENT-GRADE-MODIFIER,
                                    STUDENT-GPA,
                                    WS-SCALE-RETURN-CODE.
           IF WS-SCALE-RETURN-CODE = 8
               DISPLAY "GRADE SCALE UNREADABLE - RECOVERY STOPPED"
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       401-ERROR-RTN.
           EVALUATE STATUS-FIELD
               WHEN "22"

                         FILE STATUS IS OPID-STATUS-FIELD.
       SELECT  OPERATOR-MASTER-FILE
                     ASSIGN TO OPERMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS OPER-MST-ID
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS OPMS-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       01  OPMS-STATUS-FIELD   PIC X(2).
       01  WS-OPERATOR-ROLE    PIC X(01) VALUE "S".
       01  WS-OPER-FOUND-FLAG  PIC X(1).
       01  WS-PEND-COUNT       PIC 9(03) VALUE ZERO.
       01  WS-PEND-SUB         PIC 9(03) VALUE ZERO.
       01  WS-PEND-TABLE.
       01  WS-AFTER-GRD-STS    PIC X(01).
       01  WS-AUDIT-DATE       PIC 9(08).
       01  WS-AUDIT-TIME       PIC 9(08).
       01  WS-SCALE-FUNCTION   PIC X(01) VALUE "D".
       01  WS-SCALE-RETURN-CODE PIC 9(01) VALUE ZERO.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-APPROVE-PENDING-CHANGES.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-APPROVAL.
           IF WS-ABORT-FLAG = "N"
               PERFORM 202-REVIEW-ONE-PENDING
           PERFORM 204-CLOSE-FILES.
           DISPLAY "CHANGES APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "CHANGES REJECTED: " WS-REJECTED-COUNT.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-APPROVAL.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-GET-OPERATOR-ID.
           PERFORM 303-LOAD-PENDING-TABLE.
           IF WS-ABORT-FLAG = "N"
               PERFORM 308-CHECK-GRADE-SCALE
           END-IF.
           IF WS-PEND-COUNT = ZERO
               DISPLAY "NO PENDING CHANGES ON FILE"
           END-IF.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE AUDIT-LOG-FILE.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "CHGAPPR" TO WS-RUN-PROGRAM.
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
           MOVE WS-REJECTED-COUNT TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-FILES.
           OPEN I-O STUDENT-RECORD-FILE.
           IF STATUS-FIELD NOT = "00"
       307-VALIDATE-OPERATOR-ID.
           MOVE "S" TO WS-OPERATOR-ROLE.
           MOVE "N" TO WS-OPER-FOUND-FLAG.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPMS-STATUS-FIELD = "35"
               DISPLAY "OPERATOR MASTER NOT FOUND - ROLE CHECK "
                       OPMS-STATUS-FIELD
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   PERFORM 307A-READ-OPERATOR
                   CLOSE OPERATOR-MASTER-FILE
                   IF WS-OPER-FOUND-FLAG = "N"
                       DISPLAY "OPERATOR ID " WS-OPERATOR-ID
               END-IF
           END-IF.

       307A-READ-OPERATOR.
           MOVE WS-OPERATOR-ID TO OPER-MST-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPER-MST-STATUS = "A"
                       MOVE "Y" TO WS-OPER-FOUND-FLAG
                       MOVE OPER-MST-ROLE TO WS-OPERATOR-ROLE
                   END-IF
           END-READ.

       308-CHECK-GRADE-SCALE.
           MOVE "R" TO WS-SCALE-FUNCTION.
           CALL "GRADE_SCALE" USING WS-SCALE-FUNCTION,
                                    TERM-CODE,
                                    STUDENT-SCORE,
                                    STUDENT-LETTER-GRADE,
                                    STUDENT-GRADE-MODIFIER,
                                    STUDENT-GPA,
                                    WS-SCALE-RETURN-CODE.
           IF WS-SCALE-RETURN-CODE = 8
               DISPLAY "GRADE SCALE UNREADABLE - APPROVAL RUN STOPPED"
               MOVE "Y" TO WS-ABORT-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       310-APPLY-PENDING-CHANGE.
           MOVE WS-PEND-STUDENT-NUMBER (WS-PEND-SUB)
               TO STUDENT-NUMBER.
       312-DERIVE-GRADE-AND-GPA.
           IF STUDENT-GRADE-STATUS = "I" OR "W"
               MOVE STUDENT-GRADE-STATUS TO STUDENT-LETTER-GRADE
               MOVE SPACE TO STUDENT-GRADE-MODIFIER
               MOVE ZERO TO STUDENT-SCORE
               MOVE 0.00 TO STUDENT-GPA
           ELSE
           END-IF.

       312A-DERIVE-FROM-SCORE.
           MOVE "D" TO WS-SCALE-FUNCTION.
           CALL "GRADE_SCALE" USING WS-SCALE-FUNCTION,
                                    TERM-CODE,
                                    STUDENT-SCORE,
                                    STUDENT-LETTER-GRADE,
                                    STUDENT-GRADE-MODIFIER,
                                    STUDENT-GPA,
                                    WS-SCALE-RETURN-CODE.

       380-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.

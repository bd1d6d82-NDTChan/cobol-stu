                         FILE STATUS IS STAND-STATUS-FIELD.
       SELECT  TERM-MASTER-FILE
                     ASSIGN TO TERMMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS TERM-MST-CODE
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS TERM-STATUS-FIELD.
       SELECT  SECTION-ASSIGNMENT-FILE
                     ASSIGN TO SECTASGN
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-ASG-KEY
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS ASG-STATUS-FIELD.
       SELECT  SECTION-CAPACITY-FILE
                     ASSIGN TO SECTCAP
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-CAP-KEY
                           ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS CAP-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
           05 STAND-TERM-GPA       PIC 9(01)V9(02).
           05 STAND-CODE           PIC X(01).
           05 STAND-REVIEW-FLAG    PIC X(01).
           05 STAND-CUM-GPA        PIC 9(01)V9(02).

       FD  TERM-MASTER-FILE.
           COPY TERMMST.

       FD  SECTION-ASSIGNMENT-FILE.
           COPY SECTASGN.

       FD  SECTION-CAPACITY-FILE.
           COPY SECTCAP.

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  PEND-STATUS-FIELD   PIC X(2).
       01  STAND-STATUS-FIELD  PIC X(2).
       01  TERM-STATUS-FIELD   PIC X(2).
       01  ASG-STATUS-FIELD    PIC X(2).
       01  CAP-STATUS-FIELD    PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-EOF-FLAG        PIC X(3) VALUE "NO".
           05 WS-PEND-EOF-FLAG   PIC X(3) VALUE "NO".
           05 WS-STAND-EOF-FLAG  PIC X(3) VALUE "NO".
           05 WS-TERM-OPEN-FLAG  PIC X(1) VALUE "N".
           05 WS-ASG-OPEN-FLAG   PIC X(1) VALUE "N".
           05 WS-CAP-EOF-FLAG    PIC X(3) VALUE "NO".
           05 WS-CLEAN-FLAG      PIC X(1) VALUE "Y".
           05 WS-ABORT-FLAG      PIC X(1) VALUE "N".
       01  WS-TERM-CODE-IN     PIC X(06).
       01  WS-STANDING-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-GRADED-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-INCOMP-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-UNASSIGNED-ROWS  PIC 9(05) VALUE ZERO.
       01  WS-UNASSIGNED-SECTS PIC 9(05) VALUE ZERO.
       01  WS-MST-FOUND-FLAG   PIC X(1).
       01  WS-MST-FOUND-STATUS PIC X(1).
       01  WS-CERT-DATE        PIC 9(08).
       01  WS-COUNT-DISPLAY    PIC ZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-CERTIFY-AND-CLOSE-TERM.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-CLOSE.
           IF WS-ABORT-FLAG = "N"
               PERFORM 202-RUN-CERTIFICATION-CHECKS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TERM-OPEN-FLAG = "Y"
               CLOSE TERM-MASTER-FILE
           END-IF.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-CLOSE.
               DISPLAY "TERM CODE CANNOT BE BLANK"
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               PERFORM 301-OPEN-TERM-MASTER
               IF WS-ABORT-FLAG = "N"
                   PERFORM 302-EDIT-TERM-CODE
               END-IF
       202-RUN-CERTIFICATION-CHECKS.
           PERFORM 303-CHECK-PENDING-CHANGES.
           PERFORM 304-CHECK-STANDING-RUN.
           PERFORM 307-OPEN-SECTION-ASSIGNMENT.
           PERFORM 305-CHECK-TERM-GRADES.
           PERFORM 308-CHECK-CAPPED-SECTIONS.
           PERFORM 309-CHECK-INSTRUCTOR-ASSIGNMENT.

       203-PRINT-CERTIFICATION-REPORT.
           ACCEPT WS-CERT-DATE FROM DATE YYYYMMDD.
           DISPLAY "GRADE ROWS IN TERM         : " WS-COUNT-DISPLAY.
           MOVE WS-INCOMP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "INCOMPLETE GRADES OPEN     : " WS-COUNT-DISPLAY.
           MOVE WS-UNASSIGNED-ROWS TO WS-COUNT-DISPLAY.
           DISPLAY "ROWS WITH NO INSTRUCTOR    : " WS-COUNT-DISPLAY.
           MOVE WS-UNASSIGNED-SECTS TO WS-COUNT-DISPLAY.
           DISPLAY "CAPPED SECTIONS UNASSIGNED : " WS-COUNT-DISPLAY.

       204-WRITE-TERM-CLOSE.
           MOVE "C" TO TERM-MST-STATUS.
           PERFORM 306-REWRITE-TERM-MASTER.
           IF WS-ABORT-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
                   " CERTIFIED CLEAN AND CLOSED"
           END-IF.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "TERMCLOS" TO WS-RUN-PROGRAM.
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
           COMPUTE WS-RUN-RECORDS = WS-GRADED-COUNT + WS-INCOMP-COUNT.
           COMPUTE WS-RUN-EXCEPTIONS =
               WS-PENDING-COUNT + WS-INCOMP-COUNT +
               WS-UNASSIGNED-ROWS + WS-UNASSIGNED-SECTS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-TERM-MASTER.
           OPEN I-O TERM-MASTER-FILE.
           IF TERM-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN TERM MASTER - STATUS "
                   TERM-STATUS-FIELD
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               MOVE "Y" TO WS-TERM-OPEN-FLAG
           END-IF.

       302-EDIT-TERM-CODE.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE SPACES TO WS-MST-FOUND-STATUS.
           MOVE WS-TERM-CODE-IN TO TERM-MST-CODE.
           READ TERM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MST-FOUND-FLAG
                   MOVE TERM-MST-STATUS TO WS-MST-FOUND-STATUS
           END-READ.
           IF WS-MST-FOUND-FLAG = "N"
               DISPLAY "TERM CODE NOT ON TERM MASTER - RUN STOPPED"
               MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-IF.

       303-CHECK-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF PEND-STATUS-FIELD = "35"
                       ELSE
                           ADD 1 TO WS-GRADED-COUNT
                       END-IF
                       MOVE SUBJECT-CODE TO SECT-ASG-SUBJECT
                       PERFORM 305B-CHECK-SECTION-ASSIGNED
                       IF WS-MST-FOUND-FLAG = "N"
                           ADD 1 TO WS-UNASSIGNED-ROWS
                       END-IF
                   END-IF
           END-READ.

       305B-CHECK-SECTION-ASSIGNED.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE WS-TERM-CODE-IN TO SECT-ASG-TERM.
           IF WS-ASG-OPEN-FLAG = "Y"
               READ SECTION-ASSIGNMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MST-FOUND-FLAG
               END-READ
           END-IF.

       306-REWRITE-TERM-MASTER.
           REWRITE TERM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE TERM MASTER - STATUS "
                       TERM-STATUS-FIELD
                   MOVE "Y" TO WS-ABORT-FLAG
           END-REWRITE.

       307-OPEN-SECTION-ASSIGNMENT.
           OPEN INPUT SECTION-ASSIGNMENT-FILE.
           IF ASG-STATUS-FIELD = "00"
               MOVE "Y" TO WS-ASG-OPEN-FLAG
           ELSE
               IF ASG-STATUS-FIELD NOT = "35"
                   DISPLAY "SECTION ASSIGNMENT FILE ERROR - STATUS "
                       ASG-STATUS-FIELD
                   MOVE "N" TO WS-CLEAN-FLAG
               END-IF
           END-IF.

       308-CHECK-CAPPED-SECTIONS.
           OPEN INPUT SECTION-CAPACITY-FILE.
           IF CAP-STATUS-FIELD = "35"
               CONTINUE
           ELSE
               IF CAP-STATUS-FIELD NOT = "00"
                   DISPLAY "SECTION CAPACITY FILE ERROR - STATUS "
                       CAP-STATUS-FIELD
                   MOVE "N" TO WS-CLEAN-FLAG
               ELSE
                   PERFORM 308A-READ-ONE-CAPACITY
                       UNTIL WS-CAP-EOF-FLAG = "YES"
                   CLOSE SECTION-CAPACITY-FILE
               END-IF
           END-IF.

       308A-READ-ONE-CAPACITY.
           READ SECTION-CAPACITY-FILE
               AT END
                   MOVE "YES" TO WS-CAP-EOF-FLAG
               NOT AT END
                   IF SECT-CAP-TERM = WS-TERM-CODE-IN
                       MOVE SECT-CAP-SUBJECT TO SECT-ASG-SUBJECT
                       PERFORM 305B-CHECK-SECTION-ASSIGNED
                       IF WS-MST-FOUND-FLAG = "N"
                           DISPLAY "SECTION " SECT-CAP-SUBJECT " "
                               WS-TERM-CODE-IN " HAS NO INSTRUCTOR"
                           ADD 1 TO WS-UNASSIGNED-SECTS
                       END-IF
                   END-IF
           END-READ.

       309-CHECK-INSTRUCTOR-ASSIGNMENT.
           IF WS-ASG-OPEN-FLAG = "Y"
               CLOSE SECTION-ASSIGNMENT-FILE
           END-IF.
           IF WS-UNASSIGNED-ROWS > ZERO OR WS-UNASSIGNED-SECTS > ZERO
               DISPLAY "SECTIONS WITH NO ASSIGNED INSTRUCTOR FOR TERM "
                   WS-TERM-CODE-IN " - RUN INSTRPT FOR THE LIST"
               MOVE "N" TO WS-CLEAN-FLAG
           END-IF.

       END PROGRAM "TERM_CLOSE".

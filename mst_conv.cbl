       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MST_CONV".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  SUBJECT-FLAT-FILE
                     ASSIGN TO SUBJFLAT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS FLAT-STATUS-FIELD.
       SELECT  TERM-FLAT-FILE
                     ASSIGN TO TERMFLAT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS FLAT-STATUS-FIELD.
       SELECT  STUDENT-FLAT-FILE
                     ASSIGN TO STUFLAT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS FLAT-STATUS-FIELD.
       SELECT  OPERATOR-FLAT-FILE
                     ASSIGN TO OPERFLAT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS FLAT-STATUS-FIELD.
       SELECT  CAPACITY-FLAT-FILE
                     ASSIGN TO CAPFLAT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS FLAT-STATUS-FIELD.
       SELECT  SUBJECT-MASTER-FILE
                     ASSIGN TO SUBJMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SUBJ-MST-CODE
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS MST-STATUS-FIELD.
       SELECT  TERM-MASTER-FILE
                     ASSIGN TO TERMMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS TERM-MST-CODE
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS MST-STATUS-FIELD.
       SELECT  STUDENT-MASTER-FILE
                     ASSIGN TO STUMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STU-MST-NUMBER
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS MST-STATUS-FIELD.
       SELECT  OPERATOR-MASTER-FILE
                     ASSIGN TO OPERMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS OPER-MST-ID
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS MST-STATUS-FIELD.
       SELECT  SECTION-CAPACITY-FILE
                     ASSIGN TO SECTCAP
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-CAP-KEY
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS MST-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FLAT-FILE.
       01 SUBJECT-FLAT-RECORD       PIC X(27).

       FD  TERM-FLAT-FILE.
       01 TERM-FLAT-RECORD          PIC X(27).

       FD  STUDENT-FLAT-FILE.
       01 STUDENT-FLAT-RECORD       PIC X(35).

       FD  OPERATOR-FLAT-FILE.
       01 OPERATOR-FLAT-RECORD      PIC X(30).

       FD  CAPACITY-FLAT-FILE.
       01 CAPACITY-FLAT-RECORD      PIC X(18).

       FD  SUBJECT-MASTER-FILE.
           COPY SUBJMST.

       FD  TERM-MASTER-FILE.
           COPY TERMMST.

       FD  STUDENT-MASTER-FILE.
           COPY STUMST.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMST.

       FD  SECTION-CAPACITY-FILE.
           COPY SECTCAP.

       WORKING-STORAGE SECTION.
       01  FLAT-STATUS-FIELD   PIC X(2).
       01  MST-STATUS-FIELD    PIC X(2).
       01  WS-EOF-FLAG         PIC X(3) VALUE "NO".
       01  WS-FAILED-FLAG      PIC X(1) VALUE "N".
       01  WS-MASTER-NAME      PIC X(08) VALUE SPACES.
       01  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-WRITE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-DUP-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-WRITE-COUNT PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-DUP-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-COUNT-DISPLAY    PIC ZZZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-CONVERT-MASTER-FILES.
           PERFORM 260-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 210-CONVERT-SUBJECT-MASTER.
           PERFORM 220-CONVERT-TERM-MASTER.
           PERFORM 230-CONVERT-STUDENT-MASTER.
           PERFORM 240-CONVERT-OPERATOR-MASTER.
           PERFORM 250-CONVERT-SECTION-CAPACITY.
           IF WS-FAILED-FLAG = "Y"
               DISPLAY "CONVERSION INCOMPLETE - CORRECT THE FLAT FILES "
                   "AND RERUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSION COMPLETE"
           END-IF.
           PERFORM 261-END-RUN-CONTROL.
           GOBACK.

       210-CONVERT-SUBJECT-MASTER.
           MOVE "SUBJMST" TO WS-MASTER-NAME.
           PERFORM 301-RESET-COUNTS.
           OPEN INPUT SUBJECT-FLAT-FILE.
           IF FLAT-STATUS-FIELD = "35"
               DISPLAY "SUBJFLAT NOT FOUND - SUBJMST NOT CONVERTED"
           ELSE
               IF FLAT-STATUS-FIELD NOT = "00"
                   PERFORM 401-FLAT-STATUS-RTN
               ELSE
                   OPEN OUTPUT SUBJECT-MASTER-FILE
                   IF MST-STATUS-FIELD NOT = "00"
                       PERFORM 402-MST-STATUS-RTN
                   ELSE
                       PERFORM 211-READ-NEXT-SUBJECT
                       PERFORM 212-LOAD-ONE-SUBJECT
                           UNTIL WS-EOF-FLAG = "YES"
                       CLOSE SUBJECT-MASTER-FILE
                       PERFORM 302-PRINT-COUNTS
                   END-IF
                   CLOSE SUBJECT-FLAT-FILE
               END-IF
           END-IF.

       211-READ-NEXT-SUBJECT.
           READ SUBJECT-FLAT-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       212-LOAD-ONE-SUBJECT.
           MOVE SUBJECT-FLAT-RECORD TO SUBJECT-MASTER-RECORD.
           WRITE SUBJECT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE SUBJECT CODE " SUBJ-MST-CODE
                       " - STATUS " MST-STATUS-FIELD
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
           PERFORM 211-READ-NEXT-SUBJECT.

       220-CONVERT-TERM-MASTER.
           MOVE "TERMMST" TO WS-MASTER-NAME.
           PERFORM 301-RESET-COUNTS.
           OPEN INPUT TERM-FLAT-FILE.
           IF FLAT-STATUS-FIELD = "35"
               DISPLAY "TERMFLAT NOT FOUND - TERMMST NOT CONVERTED"
           ELSE
               IF FLAT-STATUS-FIELD NOT = "00"
                   PERFORM 401-FLAT-STATUS-RTN
               ELSE
                   OPEN OUTPUT TERM-MASTER-FILE
                   IF MST-STATUS-FIELD NOT = "00"
                       PERFORM 402-MST-STATUS-RTN
                   ELSE
                       PERFORM 221-READ-NEXT-TERM
                       PERFORM 222-LOAD-ONE-TERM
                           UNTIL WS-EOF-FLAG = "YES"
                       CLOSE TERM-MASTER-FILE
                       PERFORM 302-PRINT-COUNTS
                   END-IF
                   CLOSE TERM-FLAT-FILE
               END-IF
           END-IF.

       221-READ-NEXT-TERM.
           READ TERM-FLAT-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       222-LOAD-ONE-TERM.
           MOVE TERM-FLAT-RECORD TO TERM-MASTER-RECORD.
           WRITE TERM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE TERM CODE " TERM-MST-CODE
                       " - STATUS " MST-STATUS-FIELD
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
           PERFORM 221-READ-NEXT-TERM.

       230-CONVERT-STUDENT-MASTER.
           MOVE "STUMST" TO WS-MASTER-NAME.
           PERFORM 301-RESET-COUNTS.
           OPEN INPUT STUDENT-FLAT-FILE.
           IF FLAT-STATUS-FIELD = "35"
               DISPLAY "STUFLAT NOT FOUND - STUMST NOT CONVERTED"
           ELSE
               IF FLAT-STATUS-FIELD NOT = "00"
                   PERFORM 401-FLAT-STATUS-RTN
               ELSE
                   OPEN OUTPUT STUDENT-MASTER-FILE
                   IF MST-STATUS-FIELD NOT = "00"
                       PERFORM 402-MST-STATUS-RTN
                   ELSE
                       PERFORM 231-READ-NEXT-STUDENT
                       PERFORM 232-LOAD-ONE-STUDENT
                           UNTIL WS-EOF-FLAG = "YES"
                       CLOSE STUDENT-MASTER-FILE
                       PERFORM 302-PRINT-COUNTS
                   END-IF
                   CLOSE STUDENT-FLAT-FILE
               END-IF
           END-IF.

       231-READ-NEXT-STUDENT.
           READ STUDENT-FLAT-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       232-LOAD-ONE-STUDENT.
           MOVE STUDENT-FLAT-RECORD TO STUDENT-MASTER-RECORD.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE STUDENT NUMBER " STU-MST-NUMBER
                       " - STATUS " MST-STATUS-FIELD
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
           PERFORM 231-READ-NEXT-STUDENT.

       240-CONVERT-OPERATOR-MASTER.
           MOVE "OPERMST" TO WS-MASTER-NAME.
           PERFORM 301-RESET-COUNTS.
           OPEN INPUT OPERATOR-FLAT-FILE.
           IF FLAT-STATUS-FIELD = "35"
               DISPLAY "OPERFLAT NOT FOUND - OPERMST NOT CONVERTED"
           ELSE
               IF FLAT-STATUS-FIELD NOT = "00"
                   PERFORM 401-FLAT-STATUS-RTN
               ELSE
                   OPEN OUTPUT OPERATOR-MASTER-FILE
                   IF MST-STATUS-FIELD NOT = "00"
                       PERFORM 402-MST-STATUS-RTN
                   ELSE
                       PERFORM 241-READ-NEXT-OPERATOR
                       PERFORM 242-LOAD-ONE-OPERATOR
                           UNTIL WS-EOF-FLAG = "YES"
                       CLOSE OPERATOR-MASTER-FILE
                       PERFORM 302-PRINT-COUNTS
                   END-IF
                   CLOSE OPERATOR-FLAT-FILE
               END-IF
           END-IF.

       241-READ-NEXT-OPERATOR.
           READ OPERATOR-FLAT-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       242-LOAD-ONE-OPERATOR.
           MOVE OPERATOR-FLAT-RECORD TO OPERATOR-MASTER-RECORD.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE OPERATOR ID " OPER-MST-ID
                       " - STATUS " MST-STATUS-FIELD
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
           PERFORM 241-READ-NEXT-OPERATOR.

       250-CONVERT-SECTION-CAPACITY.
           MOVE "SECTCAP" TO WS-MASTER-NAME.
           PERFORM 301-RESET-COUNTS.
           OPEN INPUT CAPACITY-FLAT-FILE.
           IF FLAT-STATUS-FIELD = "35"
               DISPLAY "CAPFLAT NOT FOUND - SECTCAP NOT CONVERTED"
           ELSE
               IF FLAT-STATUS-FIELD NOT = "00"
                   PERFORM 401-FLAT-STATUS-RTN
               ELSE
                   OPEN OUTPUT SECTION-CAPACITY-FILE
                   IF MST-STATUS-FIELD NOT = "00"
                       PERFORM 402-MST-STATUS-RTN
                   ELSE
                       PERFORM 251-READ-NEXT-CAPACITY
                       PERFORM 252-LOAD-ONE-CAPACITY
                           UNTIL WS-EOF-FLAG = "YES"
                       CLOSE SECTION-CAPACITY-FILE
                       PERFORM 302-PRINT-COUNTS
                   END-IF
                   CLOSE CAPACITY-FLAT-FILE
               END-IF
           END-IF.

       251-READ-NEXT-CAPACITY.
           READ CAPACITY-FLAT-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       252-LOAD-ONE-CAPACITY.
           MOVE CAPACITY-FLAT-RECORD TO SECTION-CAPACITY-RECORD.
           WRITE SECTION-CAPACITY-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE SECTION " SECT-CAP-SUBJECT " "
                       SECT-CAP-TERM " - STATUS " MST-STATUS-FIELD
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
           PERFORM 251-READ-NEXT-CAPACITY.

       260-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "MSTCONV" TO WS-RUN-PROGRAM.
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

       261-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           MOVE WS-TOTAL-WRITE-COUNT TO WS-RUN-RECORDS.
           MOVE WS-TOTAL-DUP-COUNT TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-RESET-COUNTS.
           MOVE "NO" TO WS-EOF-FLAG.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE ZERO TO WS-WRITE-COUNT.
           MOVE ZERO TO WS-DUP-COUNT.

       302-PRINT-COUNTS.
           DISPLAY WS-MASTER-NAME " CONVERTED".
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  FLAT RECORDS READ   : " WS-COUNT-DISPLAY.
           MOVE WS-WRITE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  KEYED RECORDS LOADED: " WS-COUNT-DISPLAY.
           MOVE WS-DUP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  DUPLICATE KEYS      : " WS-COUNT-DISPLAY.
           ADD WS-WRITE-COUNT TO WS-TOTAL-WRITE-COUNT.
           ADD WS-DUP-COUNT TO WS-TOTAL-DUP-COUNT.
           IF WS-DUP-COUNT > ZERO
               MOVE "Y" TO WS-FAILED-FLAG
           END-IF.

       401-FLAT-STATUS-RTN.
           DISPLAY "UNABLE TO OPEN FLAT FILE FOR " WS-MASTER-NAME
               " - STATUS " FLAT-STATUS-FIELD.
           MOVE "Y" TO WS-FAILED-FLAG.

       402-MST-STATUS-RTN.
           DISPLAY "UNABLE TO CREATE KEYED " WS-MASTER-NAME
               " - STATUS " MST-STATUS-FIELD.
           MOVE "Y" TO WS-FAILED-FLAG.

       END PROGRAM "MST_CONV".

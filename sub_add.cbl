                         FILE STATUS IS PEND-STATUS-FIELD.
       SELECT  SUBJECT-MASTER-FILE
                     ASSIGN TO SUBJMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SUBJ-MST-CODE
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS SUBJ-STATUS-FIELD.
       SELECT  TERM-MASTER-FILE
                     ASSIGN TO TERMMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS TERM-MST-CODE
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS TERM-STATUS-FIELD.
       SELECT  STUDENT-MASTER-FILE
                     ASSIGN TO STUMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STU-MST-NUMBER
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS STUM-STATUS-FIELD.
       SELECT  OPERATOR-MASTER-FILE
                     ASSIGN TO OPERMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS OPER-MST-ID
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS OPMS-STATUS-FIELD.
       SELECT  SECTION-CAPACITY-FILE
                     ASSIGN TO SECTCAP
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-CAP-KEY
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS CAP-STATUS-FIELD.
       SELECT  INSTRUCTOR-MASTER-FILE
                     ASSIGN TO INSTMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS INST-MST-ID
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS INST-STATUS-FIELD.
       SELECT  SECTION-ASSIGNMENT-FILE
                     ASSIGN TO SECTASGN
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-ASG-KEY
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS ASG-STATUS-FIELD.
       SELECT  GRADE-SCALE-FILE
                     ASSIGN TO GRDSCALE
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS SCL-STATUS-FIELD.
       SELECT  PREREQUISITE-FILE
                     ASSIGN TO PREREQ
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS PRQ-STATUS-FIELD.
       SELECT  GRADUATION-ELIGIBLE-FILE
                     ASSIGN TO GRADELIG
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS ELIG-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-CAPACITY-FILE.
           COPY SECTCAP.

       FD  INSTRUCTOR-MASTER-FILE.
           COPY INSTMST.

       FD  SECTION-ASSIGNMENT-FILE.
           COPY SECTASGN.

       FD  GRADE-SCALE-FILE.
           COPY GRDSCALE.

       FD  PREREQUISITE-FILE.
           COPY PREREQ.

       FD  GRADUATION-ELIGIBLE-FILE.
           COPY GRADELIG.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-INFOR PIC X(50).
       01 WS-SUBJECT-TERM-INFOR PIC X(20).
                     ==STUDENT-GPA==
                  BY ==WS-STUDENT-GPA==
                     ==STUDENT-GRADE-STATUS==
                  BY ==WS-STUDENT-GRADE-STATUS==
                     ==STUDENT-GRADE-MODIFIER==
                  BY ==WS-STUDENT-GRADE-MODIFIER==.
       01 CONTROL-FIELDS.
           05 DICISION-FLAG    PIC X(3) VALUE "Y".
           05 WS-TRANS-CODE    PIC X(1).
       01  OPID-STATUS-FIELD PIC X(2).
       01  WS-SKIP-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-ACCEPT-COUNT  PIC 9(06) VALUE ZERO.
           COPY RUNPARM.
       01  WS-OPERATOR-ID   PIC X(08) VALUE SPACES.
       01  OPMS-STATUS-FIELD PIC X(2).
       01  WS-OPERATOR-ROLE PIC X(01) VALUE "S".
       01  WS-OPER-FOUND-FLAG PIC X(1).
       01  WS-AUDIT-ACTION  PIC X(06).
       01  WS-BEFORE-NAME   PIC X(10).
       01  WS-BEFORE-SCORE  PIC 9(02).
       01  TERM-STATUS-FIELD PIC X(2).
       01  WS-MST-EOF-FLAG  PIC X(3) VALUE "NO".
       01  WS-MST-OVERFLOW-FLAG PIC X(1) VALUE "N".
       01  WS-SUBJ-OPEN-OK  PIC X(1) VALUE "N".
       01  WS-SUBJ-ON-FILE  PIC X(1) VALUE "N".
       01  WS-TERM-OPEN-OK  PIC X(1) VALUE "N".
       01  WS-TERM-ON-FILE  PIC X(1) VALUE "N".
       01  WS-MST-FOUND-FLAG PIC X(1).
       01  WS-MST-FOUND-STATUS PIC X(1).
       01  WS-EDIT-MODE     PIC X(1) VALUE "U".
       01  STUM-STATUS-FIELD PIC X(2).
       01  WS-STU-OPEN-OK   PIC X(1) VALUE "N".
       01  WS-STU-ON-FILE   PIC X(1) VALUE "N".
       01  CAP-STATUS-FIELD PIC X(2).
       01  WS-CAP-OPEN-OK   PIC X(1) VALUE "N".
       01  WS-CAP-FOUND-FLAG PIC X(1).
       01  WS-CAP-SEED-COUNT PIC 9(04) VALUE ZERO.
       01  WS-CAP-SCAN-EOF-FLAG PIC X(3) VALUE "NO".
       01  WS-CAP-MAINT-SUBJ PIC X(04).
       01  WS-CAP-MAINT-TERM PIC X(06).
       01  WS-CAP-MAINT-MAX PIC X(04).
       01  INST-STATUS-FIELD PIC X(2).
       01  WS-INST-OPEN-OK  PIC X(1) VALUE "N".
       01  ASG-STATUS-FIELD PIC X(2).
       01  WS-ASG-OPEN-OK   PIC X(1) VALUE "N".
       01  WS-ASG-FOUND-FLAG PIC X(1).
       01  WS-INST-MAINT-ID PIC X(06).
       01  WS-MAINT-INFOR   PIC X(40).
       01  WS-MAINT-ACTION  PIC X(01).
       01  WS-MAINT-CODE    PIC X(06).
       01  WS-MAINT-DESC    PIC X(20).
       01  WS-MAINT-CREDITS PIC X(02).
       01  SCL-STATUS-FIELD PIC X(2).
       01  WS-SCL-LOAD-OK   PIC X(1) VALUE "N".
       01  WS-SCL-FOUND-FLAG PIC X(1).
       01  WS-SCL-SUB       PIC 9(03) VALUE ZERO.
       01  WS-SCL-COUNT     PIC 9(03) VALUE ZERO.
       01  WS-SCL-TABLE.
           05 WS-SCL-ENTRY OCCURS 500 TIMES.
               10 WS-SCL-EFF-TERM  PIC X(06).
               10 WS-SCL-LOW-SCORE PIC 9(02).
               10 WS-SCL-LETTER    PIC X(01).
               10 WS-SCL-MODIFIER  PIC X(01).
               10 WS-SCL-POINTS    PIC 9(01)V9(02).
       01  WS-SCL-MAINT-LOW PIC X(02).
       01  WS-SCL-MAINT-GRADE PIC X(02).
       01  WS-SCL-MAINT-POINTS PIC X(04).
       01  WS-SCL-MAINT-PTS-DIGITS PIC X(03).
       01  WS-SCL-MAINT-PTS-NUM REDEFINES WS-SCL-MAINT-PTS-DIGITS
                            PIC 9(01)V9(02).
       01  WS-SCALE-FUNCTION PIC X(01) VALUE "D".
       01  WS-SCALE-RETURN-CODE PIC 9(01) VALUE ZERO.
       01  WS-GRD-SCALE-OK  PIC X(1) VALUE "Y".
       01  WS-REJECT-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-HELD-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-TRANS-COUNT   PIC 9(07) VALUE ZERO.
       01  PRQ-STATUS-FIELD PIC X(2).
       01  WS-PRQ-LOAD-OK   PIC X(1) VALUE "N".
       01  WS-PRQ-SUB       PIC 9(03) VALUE ZERO.
       01  WS-PRQ-COUNT     PIC 9(03) VALUE ZERO.
       01  WS-PRQ-TABLE.
           05 WS-PRQ-ENTRY OCCURS 300 TIMES.
               10 WS-PRQ-SUBJECT   PIC X(04).
               10 WS-PRQ-REQUIRED  PIC X(04).
               10 WS-PRQ-MIN-GRADE PIC X(01).
       01  WS-PRQ-MET-FLAG  PIC X(1).
       01  WS-PRQ-EARNED-FLAG PIC X(1).
       01  WS-PRQ-SCAN-EOF-FLAG PIC X(3) VALUE "NO".
       01  WS-PRQ-MISSING-SUBJ PIC X(04).
       01  WS-PRQ-MISSING-GRADE PIC X(01).
       01  WS-PRQ-OVERRIDE-REPLY PIC X(01).
       01  WS-AUDIT-OVERRIDE PIC X(01) VALUE SPACE.
       01  WS-AUDIT-OVR-SUBJ PIC X(04) VALUE SPACES.
       01  WS-AUDIT-POINTER PIC 9(03) VALUE 1.
       01  ELIG-STATUS-FIELD PIC X(2).
       01  WS-ELIG-FOUND-FLAG PIC X(1).
       01  WS-ELIG-EOF-FLAG PIC X(3) VALUE "NO".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-STUDENT-RECORDS.
           PERFORM 204-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-STUDENT-RECORD.
           PERFORM 202-ENTER-STUDENT-RECORD UNTIL DICISION-FLAG = "N".
           PERFORM 203-CLOSE-FILE.
           IF WS-PRQ-LOAD-OK NOT = "Y" OR WS-GRD-SCALE-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 205-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-STUDENT-RECORD.
           PERFORM 301-OPEN-FILE.
           PERFORM 355-GET-OPERATOR-ID.
           PERFORM 356-VALIDATE-OPERATOR-ID.
           PERFORM 360-OPEN-SUBJECT-MASTER.
           PERFORM 361-OPEN-TERM-MASTER.
           PERFORM 366-OPEN-STUDENT-MASTER.
           PERFORM 369-OPEN-SECTION-CAPACITY.
           PERFORM 377-OPEN-INSTRUCTOR-MASTER.
           PERFORM 378-OPEN-SECTION-ASSIGNMENT.
           PERFORM 372-LOAD-GRADE-SCALE.
           PERFORM 379-CHECK-GRADE-SCALE.
           PERFORM 375-LOAD-PREREQUISITES.
           IF WS-PRQ-LOAD-OK NOT = "Y"
               DISPLAY "PREREQUISITES NOT LOADED - ADDS WILL BE REFUSED"
           END-IF.
           PERFORM 350-READ-CHECKPOINT.
           PERFORM 351-SKIP-PROCESSED-TRANSACTIONS.

           CLOSE STUDENT-RECORD-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE PENDING-CHANGE-FILE.
           IF WS-SUBJ-OPEN-OK = "Y"
               CLOSE SUBJECT-MASTER-FILE
           END-IF.
           IF WS-TERM-OPEN-OK = "Y"
               CLOSE TERM-MASTER-FILE
           END-IF.
           IF WS-STU-OPEN-OK = "Y"
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-CAP-OPEN-OK = "Y"
               CLOSE SECTION-CAPACITY-FILE
           END-IF.
           IF WS-INST-OPEN-OK = "Y"
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.
           IF WS-ASG-OPEN-OK = "Y"
               CLOSE SECTION-ASSIGNMENT-FILE
           END-IF.
           PERFORM 354-CLEAR-CHECKPOINT.
           MOVE "Y" TO DICISION-FLAG.

       204-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "SUBADD" TO WS-RUN-PROGRAM.
           MOVE "BACKUPST" TO WS-RUN-PREDECESSOR.
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

       205-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           MOVE WS-TRANS-COUNT TO WS-RUN-RECORDS.
           COMPUTE WS-RUN-EXCEPTIONS = WS-REJECT-COUNT + WS-HELD-COUNT.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-FILE.
           OPEN I-O STUDENT-RECORD-FILE.
           IF STATUS-FIELD = "35"
               MOVE "U" TO WS-EDIT-MODE
               PERFORM 303B-INPUT-SUBJECT-TERM
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-PRQ-LOAD-OK NOT = "Y"
               DISPLAY "PREREQUISITES NOT LOADED - ADD REFUSED"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-GRD-SCALE-OK NOT = "Y"
               DISPLAY "GRADE SCALE UNREADABLE - ADD REFUSED"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID-FLAG = "Y"
               PERFORM 303D-CHECK-PREREQUISITES
           END-IF.

       303A-EDIT-INPUT-DATA.
           MOVE "Y" TO WS-VALID-FLAG.
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-STU-ON-FILE = "Y"
               PERFORM 367-FIND-STUDENT-NUMBER
               IF WS-MST-FOUND-FLAG = "N"
                   DISPLAY "STUDENT NUMBER NOT ON STUDENT MASTER"
               DISPLAY "TERM CODE CANNOT BE BLANK"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-SUBJ-ON-FILE = "Y"
               PERFORM 362-FIND-SUBJECT-CODE
               IF WS-MST-FOUND-FLAG = "N"
                   DISPLAY "SUBJECT CODE NOT ON SUBJECT MASTER"
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-TERM-ON-FILE = "Y"
               PERFORM 363-FIND-TERM-CODE
               IF WS-MST-FOUND-FLAG = "N"
                   DISPLAY "TERM CODE NOT ON TERM MASTER"
               END-IF
           END-IF.

       303D-CHECK-PREREQUISITES.
           MOVE "Y" TO WS-PRQ-MET-FLAG.
           MOVE SPACES TO WS-PRQ-MISSING-SUBJ.
           MOVE SPACES TO WS-PRQ-MISSING-GRADE.
           PERFORM 303E-CHECK-ONE-PREREQUISITE
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
                   OR WS-PRQ-MET-FLAG = "N".
           IF WS-PRQ-MET-FLAG = "N"
               DISPLAY "PREREQUISITE NOT MET - " WS-PRQ-MISSING-SUBJ
                   " GRADE " WS-PRQ-MISSING-GRADE
                   " OR BETTER REQUIRED IN AN EARLIER TERM"
               IF WS-OPERATOR-ROLE NOT = "S"
                   DISPLAY "ADD REFUSED - SUPERVISOR OVERRIDE REQUIRED"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   DISPLAY "SUPERVISOR OVERRIDE? Y/N"
                   ACCEPT WS-PRQ-OVERRIDE-REPLY
                   ADD 1 TO WS-ACCEPT-COUNT
                   IF WS-PRQ-OVERRIDE-REPLY = "Y"
                       MOVE "P" TO WS-AUDIT-OVERRIDE
                       MOVE WS-PRQ-MISSING-SUBJ TO WS-AUDIT-OVR-SUBJ
                       DISPLAY "PREREQUISITE OVERRIDDEN BY "
                           WS-OPERATOR-ID
                   ELSE
                       DISPLAY "ADD REFUSED - PREREQUISITE NOT MET"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       303E-CHECK-ONE-PREREQUISITE.
           IF WS-PRQ-SUBJECT (WS-PRQ-SUB) = WS-SUBJECT-CODE
               PERFORM 303F-SCAN-EARNED-GRADES
               IF WS-PRQ-EARNED-FLAG = "N"
                   MOVE "N" TO WS-PRQ-MET-FLAG
                   MOVE WS-PRQ-REQUIRED (WS-PRQ-SUB)
                       TO WS-PRQ-MISSING-SUBJ
                   MOVE WS-PRQ-MIN-GRADE (WS-PRQ-SUB)
                       TO WS-PRQ-MISSING-GRADE
               END-IF
           END-IF.

       303F-SCAN-EARNED-GRADES.
           MOVE "N" TO WS-PRQ-EARNED-FLAG.
           MOVE "NO" TO WS-PRQ-SCAN-EOF-FLAG.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE WS-PRQ-REQUIRED (WS-PRQ-SUB) TO SUBJECT-CODE.
           MOVE LOW-VALUES TO TERM-CODE.
           START STUDENT-RECORD-FILE KEY NOT < STUDENT-KEY
               INVALID KEY
                   MOVE "YES" TO WS-PRQ-SCAN-EOF-FLAG
           END-START.
           PERFORM 303G-READ-ONE-ATTEMPT
               UNTIL WS-PRQ-SCAN-EOF-FLAG = "YES".

       303G-READ-ONE-ATTEMPT.
           READ STUDENT-RECORD-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-PRQ-SCAN-EOF-FLAG
               NOT AT END
                   IF STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           OR SUBJECT-CODE
                               NOT = WS-PRQ-REQUIRED (WS-PRQ-SUB)
                           OR TERM-CODE NOT < WS-TERM-CODE
                       MOVE "YES" TO WS-PRQ-SCAN-EOF-FLAG
                   ELSE
                       IF STUDENT-GRADE-STATUS = SPACE
                               AND STUDENT-LETTER-GRADE
                                   NOT > WS-PRQ-MIN-GRADE (WS-PRQ-SUB)
                           MOVE "Y" TO WS-PRQ-EARNED-FLAG
                           MOVE "YES" TO WS-PRQ-SCAN-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

       304-WRITE-DATA.
           PERFORM 370-FIND-SECTION-CAPACITY.
           IF WS-CAP-FOUND-FLAG = "Y"
                   AND SECT-CAP-FILLED >= SECT-CAP-MAX
               DISPLAY "SECTION FULL - " WS-SUBJECT-CODE " "
                   WS-TERM-CODE " AT CAPACITY "
                   SECT-CAP-MAX " - ADD REFUSED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 304A-WRITE-ONE-RECORD
           END-IF.
           WRITE  STUDENT-RECORD
               INVALID KEY
                   PERFORM 401-ERROR-RTN
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF STATUS-FIELD NOT = "00"
                       PERFORM 401-ERROR-RTN
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE "ADD"         TO WS-AUDIT-ACTION
                       MOVE SPACES        TO WS-BEFORE-NAME
                       MOVE STUDENT-GRADE-STATUS TO WS-AFTER-GRD-STS
                       PERFORM 380-WRITE-AUDIT-RECORD
                       IF WS-CAP-FOUND-FLAG = "Y"
                           ADD 1 TO SECT-CAP-FILLED
                           PERFORM 371-REWRITE-SECTION-CAPACITY
                       END-IF
                   END-IF
       307-DERIVE-GRADE-AND-GPA.
           IF STUDENT-GRADE-STATUS = "I" OR "W"
               MOVE STUDENT-GRADE-STATUS TO STUDENT-LETTER-GRADE
               MOVE SPACE TO STUDENT-GRADE-MODIFIER
               MOVE ZERO TO STUDENT-SCORE
               MOVE 0.00 TO STUDENT-GPA
           ELSE
           END-IF.

       307A-DERIVE-FROM-SCORE.
           MOVE "D" TO WS-SCALE-FUNCTION.
           CALL "GRADE_SCALE" USING WS-SCALE-FUNCTION,
                                    TERM-CODE,
                                    STUDENT-SCORE,
                                    STUDENT-LETTER-GRADE,
                                    STUDENT-GRADE-MODIFIER,
                                    STUDENT-GPA,
                                    WS-SCALE-RETURN-CODE.

       305-DISPLAY-MENU.
           DISPLAY "1-ADD  2-CHANGE  3-DELETE  4-INQUIRE".
           DISPLAY "5-SUBJECT MAINT  6-TERM MAINT  7-STUDENT MAINT".
           DISPLAY "8-CAPACITY MAINT  9-GRADE SCALE MAINT".
           DISPLAY "0-INSTRUCTOR/SECTION ASSIGNMENT MAINT".
           DISPLAY "ENTER SELECTION".
           ACCEPT WS-TRANS-CODE.
           ADD 1 TO WS-ACCEPT-COUNT.

       306-PROCESS-TRANSACTION.
           MOVE SPACE  TO WS-AUDIT-OVERRIDE.
           MOVE SPACES TO WS-AUDIT-OVR-SUBJ.
           IF WS-TRANS-CODE = "1" OR "2" OR "3"
               ADD 1 TO WS-TRANS-COUNT
           END-IF.
           EVALUATE WS-TRANS-CODE
               WHEN "1"
                   PERFORM 303-INPUT-DATA
                   IF WS-VALID-FLAG = "Y"
                       PERFORM 304-WRITE-DATA
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               WHEN "2"
                   PERFORM 310-CHANGE-RECORD
                   IF WS-VALID-FLAG = "N"
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               WHEN "3"
                   PERFORM 320-DELETE-RECORD
                   IF WS-VALID-FLAG = "N"
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               WHEN "4"
                   PERFORM 330-INQUIRE-RECORD
               WHEN "5"
                   ELSE
                       PERFORM 335-CAPACITY-MAINTENANCE
                   END-IF
               WHEN "9"
                   IF WS-OPERATOR-ROLE NOT = "S"
                       DISPLAY "SUPERVISOR ROLE REQUIRED FOR "
                           "MASTER MAINTENANCE"
                   ELSE
                       PERFORM 338-GRADE-SCALE-MAINTENANCE
                   END-IF
               WHEN "0"
                   IF WS-OPERATOR-ROLE NOT = "S"
                       DISPLAY "SUPERVISOR ROLE REQUIRED FOR "
                           "MASTER MAINTENANCE"
                   ELSE
                       PERFORM 357-INSTRUCTOR-MAINTENANCE
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.
           MOVE WS-STUDENT-SCORE TO WS-BEFORE-SCORE.
           MOVE WS-STUDENT-GRADE-STATUS TO WS-BEFORE-GRD-STS.
           PERFORM 312-INPUT-NAME-AND-SCORE.
           IF WS-VALID-FLAG = "Y" AND WS-GRD-SCALE-OK NOT = "Y"
               DISPLAY "GRADE SCALE UNREADABLE - CHANGE REFUSED"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID-FLAG = "Y"
               PERFORM 313-CHECK-CHANGE-THRESHOLD
               IF WS-HOLD-FLAG = "Y"
               PERFORM 408-PEND-STATUS-RTN
           ELSE
               DISPLAY "CHANGE HELD FOR SUPERVISOR APPROVAL"
               ADD 1 TO WS-HELD-COUNT
               MOVE "HOLD"            TO WS-AUDIT-ACTION
               MOVE WS-STUDENT-NAME   TO WS-AFTER-NAME
               MOVE WS-STUDENT-SCORE  TO WS-AFTER-SCORE
                               PERFORM 380-WRITE-AUDIT-RECORD
                               PERFORM 370-FIND-SECTION-CAPACITY
                               IF WS-CAP-FOUND-FLAG = "Y"
                                       AND SECT-CAP-FILLED > ZERO
                                   SUBTRACT 1 FROM SECT-CAP-FILLED
                                   PERFORM
                                       371-REWRITE-SECTION-CAPACITY
                               END-IF
                       DISPLAY "TERM   : " TERM-CODE
                       DISPLAY "NAME   : " WS-STUDENT-NAME
                       DISPLAY "GRADE  : " STUDENT-LETTER-GRADE
                           STUDENT-GRADE-MODIFIER
                       DISPLAY "GPA    : " STUDENT-GPA
                       DISPLAY "SCORE  : " WS-STUDENT-SCORE
                       IF WS-STUDENT-GRADE-STATUS = "I" OR "W"
           END-IF.

       335-CAPACITY-MAINTENANCE.
           IF WS-CAP-OPEN-OK NOT = "Y"
               DISPLAY "CAPACITY FILE NOT OPEN - "
                   "MAINTENANCE REFUSED"
           ELSE
               DISPLAY "CAPACITY MAINT - ENTER SUBJ-TERM-MAXSEATS"
                   MOVE WS-CAP-MAINT-TERM TO WS-TERM-CODE
                   PERFORM 370-FIND-SECTION-CAPACITY
                   IF WS-CAP-FOUND-FLAG = "Y"
                       MOVE WS-CAP-MAINT-MAX TO SECT-CAP-MAX
                       PERFORM 371-REWRITE-SECTION-CAPACITY
                       DISPLAY "SECTION CAPACITY UPDATED"
                   ELSE
                       PERFORM 337-COUNT-SECTION-ROWS
                       MOVE WS-CAP-MAINT-SUBJ  TO SECT-CAP-SUBJECT
                       MOVE WS-CAP-MAINT-TERM  TO SECT-CAP-TERM
                       MOVE WS-CAP-MAINT-MAX   TO SECT-CAP-MAX
                       MOVE WS-CAP-SEED-COUNT  TO SECT-CAP-FILLED
                       WRITE SECTION-CAPACITY-RECORD
                           INVALID KEY
                               PERFORM 410-CAP-STATUS-RTN
                           NOT INVALID KEY
                               DISPLAY "SECTION CAPACITY ADDED - "
                                   "SEATS ALREADY FILLED: "
                                   WS-CAP-SEED-COUNT
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
                   END-IF
           END-READ.

       338-GRADE-SCALE-MAINTENANCE.
           IF WS-SCL-LOAD-OK NOT = "Y"
               DISPLAY "GRADE SCALE NOT FULLY LOADED - "
                   "MAINTENANCE REFUSED"
           ELSE
               DISPLAY "GRADE SCALE MAINT - ENTER ACTION,TERM,"
                   "LOWSCORE,GRADE,POINTS"
               DISPLAY "(ACTION A=ADD/REPLACE BAND D=DELETE BAND, "
                   "GRADE AND POINTS ON ADD ONLY - E.G. "
                   "A,202601,87,B+,3.30)"
               ACCEPT WS-MAINT-INFOR
               ADD 1 TO WS-ACCEPT-COUNT
               PERFORM 338A-PARSE-GRADE-SCALE-INPUT
               IF WS-VALID-FLAG = "Y"
                   EVALUATE WS-MAINT-ACTION
                       WHEN "A"
                           PERFORM 339-SET-GRADE-BAND
                       WHEN "D"
                           PERFORM 339A-DELETE-GRADE-BAND
                       WHEN OTHER
                           DISPLAY "INVALID MAINTENANCE ACTION"
                   END-EVALUATE
               END-IF
           END-IF.

       338A-PARSE-GRADE-SCALE-INPUT.
           MOVE "Y" TO WS-VALID-FLAG.
           MOVE SPACES TO WS-MAINT-ACTION.
           MOVE SPACES TO WS-MAINT-CODE.
           MOVE SPACES TO WS-SCL-MAINT-LOW.
           MOVE SPACES TO WS-SCL-MAINT-GRADE.
           MOVE SPACES TO WS-SCL-MAINT-POINTS.
           UNSTRING WS-MAINT-INFOR DELIMITED BY ','
               INTO WS-MAINT-ACTION, WS-MAINT-CODE, WS-SCL-MAINT-LOW,
                    WS-SCL-MAINT-GRADE, WS-SCL-MAINT-POINTS
           END-UNSTRING.
           IF WS-MAINT-CODE = SPACES
               DISPLAY "EFFECTIVE TERM CANNOT BE BLANK"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-SCL-MAINT-LOW NOT NUMERIC
               DISPLAY "LOW SCORE MUST BE NUMERIC 00-99"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-TERM-ON-FILE = "Y"
               MOVE WS-MAINT-CODE TO WS-TERM-CODE
               PERFORM 363-FIND-TERM-CODE
               IF WS-MST-FOUND-FLAG = "N"
                   DISPLAY "TERM CODE NOT ON TERM MASTER"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   IF WS-MST-FOUND-STATUS = "C"
                       DISPLAY "TERM IS CLOSED - GRADED TERMS KEEP "
                           "THEIR SCALE"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-MAINT-ACTION = "A"
               IF WS-SCL-MAINT-GRADE(1:1) NOT = "A" AND "B" AND "C"
                       AND "D" AND "F"
                   DISPLAY "GRADE LETTER MUST BE A B C D OR F"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               IF WS-SCL-MAINT-GRADE(2:1) NOT = "+" AND "-" AND SPACE
                   DISPLAY "GRADE MODIFIER MUST BE + - OR BLANK"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               IF WS-SCL-MAINT-POINTS(1:1) NOT NUMERIC
                       OR WS-SCL-MAINT-POINTS(2:1) NOT = "."
                       OR WS-SCL-MAINT-POINTS(3:2) NOT NUMERIC
                   DISPLAY "GRADE POINTS MUST BE ENTERED AS 9.99"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   MOVE WS-SCL-MAINT-POINTS(1:1)
                       TO WS-SCL-MAINT-PTS-DIGITS(1:1)
                   MOVE WS-SCL-MAINT-POINTS(3:2)
                       TO WS-SCL-MAINT-PTS-DIGITS(2:2)
               END-IF
           END-IF.

       339-SET-GRADE-BAND.
           PERFORM 373-FIND-GRADE-BAND.
           IF WS-SCL-FOUND-FLAG = "N"
               IF WS-SCL-COUNT >= 500
                   DISPLAY "GRADE SCALE TABLE FULL"
               ELSE
                   ADD 1 TO WS-SCL-COUNT
                   MOVE WS-SCL-COUNT TO WS-SCL-SUB
                   MOVE WS-MAINT-CODE TO WS-SCL-EFF-TERM (WS-SCL-SUB)
                   MOVE WS-SCL-MAINT-LOW
                       TO WS-SCL-LOW-SCORE (WS-SCL-SUB)
                   MOVE "Y" TO WS-SCL-FOUND-FLAG
               END-IF
           END-IF.
           IF WS-SCL-FOUND-FLAG = "Y"
               MOVE WS-SCL-MAINT-GRADE(1:1)
                   TO WS-SCL-LETTER (WS-SCL-SUB)
               MOVE WS-SCL-MAINT-GRADE(2:1)
                   TO WS-SCL-MODIFIER (WS-SCL-SUB)
               MOVE WS-SCL-MAINT-PTS-NUM TO WS-SCL-POINTS (WS-SCL-SUB)
               PERFORM 374-REWRITE-GRADE-SCALE
               DISPLAY "GRADE SCALE BAND SET"
           END-IF.

       339A-DELETE-GRADE-BAND.
           PERFORM 373-FIND-GRADE-BAND.
           IF WS-SCL-FOUND-FLAG = "N"
               DISPLAY "GRADE BAND NOT ON GRADE SCALE"
           ELSE
               PERFORM 339B-CLOSE-UP-ONE-BAND
                   VARYING WS-SCL-SUB FROM WS-SCL-SUB BY 1
                   UNTIL WS-SCL-SUB >= WS-SCL-COUNT
               SUBTRACT 1 FROM WS-SCL-COUNT
               PERFORM 374-REWRITE-GRADE-SCALE
               DISPLAY "GRADE SCALE BAND DELETED"
           END-IF.

       339B-CLOSE-UP-ONE-BAND.
           MOVE WS-SCL-ENTRY (WS-SCL-SUB + 1)
               TO WS-SCL-ENTRY (WS-SCL-SUB).

       340-SUBJECT-MAINTENANCE.
           IF WS-SUBJ-OPEN-OK NOT = "Y"
               DISPLAY "SUBJECT MASTER NOT OPEN - "
                   "MAINTENANCE REFUSED"
           ELSE
               DISPLAY "SUBJECT MAINT - ENTER ACTION-CODE-DESC-CREDITS"
           END-IF.

       341-TERM-MAINTENANCE.
           IF WS-TERM-OPEN-OK NOT = "Y"
               DISPLAY "TERM MASTER NOT OPEN - "
                   "MAINTENANCE REFUSED"
           ELSE
               DISPLAY "TERM MAINT - ENTER ACTION-CODE-DESC"
           IF WS-MST-FOUND-FLAG = "Y"
               DISPLAY "SUBJECT CODE ALREADY ON SUBJECT MASTER"
           ELSE
               IF WS-MAINT-CREDITS NOT NUMERIC
                       OR WS-MAINT-CREDITS = "00"
                   DISPLAY "CREDIT HOURS MUST BE NUMERIC 01-99"
               ELSE
                   MOVE WS-SUBJECT-CODE  TO SUBJ-MST-CODE
                   MOVE WS-MAINT-DESC    TO SUBJ-MST-DESC
                   MOVE "A"              TO SUBJ-MST-STATUS
                   MOVE WS-MAINT-CREDITS TO SUBJ-MST-CREDITS
                   WRITE SUBJECT-MASTER-RECORD
                       INVALID KEY
                           PERFORM 406-SUBJ-MST-STATUS-RTN
                       NOT INVALID KEY
                           MOVE "Y" TO WS-SUBJ-ON-FILE
                           DISPLAY "SUBJECT CODE ADDED"
                   END-WRITE
               END-IF
           END-IF.

           IF WS-MST-FOUND-FLAG = "N"
               DISPLAY "SUBJECT CODE NOT ON SUBJECT MASTER"
           ELSE
               MOVE "C" TO SUBJ-MST-STATUS
               PERFORM 364-REWRITE-SUBJECT-MASTER
               DISPLAY "SUBJECT CODE CLOSED"
           END-IF.
           IF WS-MST-FOUND-FLAG = "Y"
               DISPLAY "TERM CODE ALREADY ON TERM MASTER"
           ELSE
               MOVE WS-TERM-CODE  TO TERM-MST-CODE
               MOVE WS-MAINT-DESC TO TERM-MST-DESC
               MOVE "A"           TO TERM-MST-STATUS
               WRITE TERM-MASTER-RECORD
                   INVALID KEY
                       PERFORM 407-TERM-MST-STATUS-RTN
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TERM-ON-FILE
                       DISPLAY "TERM CODE ADDED"
               END-WRITE
           END-IF.

       346-CLOSE-TERM-CODE.
           IF WS-MST-FOUND-FLAG = "N"
               DISPLAY "TERM CODE NOT ON TERM MASTER"
           ELSE
               MOVE "C" TO TERM-MST-STATUS
               PERFORM 365-REWRITE-TERM-MASTER
               DISPLAY "TERM CODE CLOSED"
           END-IF.

       347-STUDENT-MAINTENANCE.
           IF WS-STU-OPEN-OK NOT = "Y"
               DISPLAY "STUDENT MASTER NOT OPEN - "
                   "MAINTENANCE REFUSED"
           ELSE
               DISPLAY "STUDENT MAINT - ENTER ACTION-NUMBER-NAME"
           IF WS-MST-FOUND-FLAG = "Y"
               DISPLAY "STUDENT NUMBER ALREADY ON STUDENT MASTER"
           ELSE
               IF WS-MAINT-DESC = SPACES
                   DISPLAY "STUDENT NAME CANNOT BE BLANK"
               ELSE
                   MOVE WS-STUDENT-NUMBER TO STU-MST-NUMBER
                   MOVE WS-MAINT-DESC     TO STU-MST-NAME
                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   MOVE WS-AUDIT-DATE     TO STU-MST-ENROLL-DATE
                   MOVE "A"               TO STU-MST-STATUS
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           PERFORM 409-STU-MST-STATUS-RTN
                       NOT INVALID KEY
                           MOVE "Y" TO WS-STU-ON-FILE
                           DISPLAY "STUDENT NUMBER ADDED"
                   END-WRITE
               END-IF
           END-IF.

           IF WS-MST-FOUND-FLAG = "N"
               DISPLAY "STUDENT NUMBER NOT ON STUDENT MASTER"
           ELSE
               MOVE "Y" TO WS-ELIG-FOUND-FLAG
               IF WS-MAINT-ACTION = "G"
                   PERFORM 376-CHECK-GRADUATION-CLEARANCE
               END-IF
               IF WS-ELIG-FOUND-FLAG = "N"
                   DISPLAY "GRADUATION REFUSED - STUDENT NOT CLEARED "
                       "BY DEGREE AUDIT"
               ELSE
                   MOVE WS-MAINT-ACTION TO STU-MST-STATUS
                   PERFORM 368-REWRITE-STUDENT-MASTER
                   DISPLAY "STUDENT STATUS SET TO " WS-MAINT-ACTION
               END-IF
           END-IF.

       350-READ-CHECKPOINT.
       356-VALIDATE-OPERATOR-ID.
           MOVE "S" TO WS-OPERATOR-ROLE.
           MOVE "N" TO WS-OPER-FOUND-FLAG.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPMS-STATUS-FIELD = "35"
               DISPLAY "OPERATOR MASTER NOT FOUND - ROLE CHECK "
                       OPMS-STATUS-FIELD
                   MOVE "N" TO DICISION-FLAG
               ELSE
                   PERFORM 356A-READ-OPERATOR
                   CLOSE OPERATOR-MASTER-FILE
                   IF WS-OPER-FOUND-FLAG = "N"
                       DISPLAY "OPERATOR ID " WS-OPERATOR-ID
               END-IF
           END-IF.

       356A-READ-OPERATOR.
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

       357-INSTRUCTOR-MAINTENANCE.
           IF WS-INST-OPEN-OK NOT = "Y" OR WS-ASG-OPEN-OK NOT = "Y"
               DISPLAY "INSTRUCTOR FILES NOT OPEN - "
                   "MAINTENANCE REFUSED"
           ELSE
               DISPLAY "INSTRUCTOR MAINT - ENTER ACTION-ID-NAME"
               DISPLAY "(ACTION A=ADD I=INACTIVATE, NAME ON ADD ONLY)"
               DISPLAY "OR ENTER S-SUBJ-TERM-ID TO ASSIGN A SECTION"
               ACCEPT WS-MAINT-INFOR
               ADD 1 TO WS-ACCEPT-COUNT
               IF WS-MAINT-INFOR(1:2) = "S-"
                   MOVE SPACES TO WS-MAINT-ACTION
                   MOVE SPACES TO WS-CAP-MAINT-SUBJ
                   MOVE SPACES TO WS-CAP-MAINT-TERM
                   MOVE SPACES TO WS-INST-MAINT-ID
                   UNSTRING WS-MAINT-INFOR DELIMITED BY '-'
                       INTO WS-MAINT-ACTION, WS-CAP-MAINT-SUBJ,
                            WS-CAP-MAINT-TERM, WS-INST-MAINT-ID
                   END-UNSTRING
                   PERFORM 359-ASSIGN-SECTION
               ELSE
                   PERFORM 342-PARSE-MAINT-INPUT
                   MOVE WS-MAINT-CODE TO WS-INST-MAINT-ID
                   EVALUATE WS-MAINT-ACTION
                       WHEN "A"
                           PERFORM 358-ADD-INSTRUCTOR
                       WHEN "I"
                           PERFORM 358A-INACTIVATE-INSTRUCTOR
                       WHEN OTHER
                           DISPLAY "INVALID MAINTENANCE ACTION"
                   END-EVALUATE
               END-IF
           END-IF.

       358-ADD-INSTRUCTOR.
           PERFORM 377A-FIND-INSTRUCTOR.
           IF WS-MST-FOUND-FLAG = "Y"
               DISPLAY "INSTRUCTOR ID ALREADY ON INSTRUCTOR MASTER"
           ELSE
               IF WS-MAINT-DESC = SPACES
                   DISPLAY "INSTRUCTOR NAME CANNOT BE BLANK"
               ELSE
                   MOVE WS-INST-MAINT-ID TO INST-MST-ID
                   MOVE WS-MAINT-DESC    TO INST-MST-NAME
                   MOVE "A"              TO INST-MST-STATUS
                   WRITE INSTRUCTOR-MASTER-RECORD
                       INVALID KEY
                           PERFORM 414-INST-STATUS-RTN
                       NOT INVALID KEY
                           DISPLAY "INSTRUCTOR ID ADDED"
                   END-WRITE
               END-IF
           END-IF.

       358A-INACTIVATE-INSTRUCTOR.
           PERFORM 377A-FIND-INSTRUCTOR.
           IF WS-MST-FOUND-FLAG = "N"
               DISPLAY "INSTRUCTOR ID NOT ON INSTRUCTOR MASTER"
           ELSE
               MOVE "I" TO INST-MST-STATUS
               REWRITE INSTRUCTOR-MASTER-RECORD
                   INVALID KEY
                       PERFORM 414-INST-STATUS-RTN
                   NOT INVALID KEY
                       DISPLAY "INSTRUCTOR ID INACTIVATED"
               END-REWRITE
           END-IF.

       359-ASSIGN-SECTION.
           MOVE "Y" TO WS-VALID-FLAG.
           IF WS-CAP-MAINT-SUBJ = SPACES
                   OR WS-CAP-MAINT-TERM = SPACES
                   OR WS-INST-MAINT-ID = SPACES
               DISPLAY "SUBJECT, TERM AND INSTRUCTOR CANNOT BE BLANK"
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               MOVE WS-CAP-MAINT-SUBJ TO WS-SUBJECT-CODE
               MOVE WS-CAP-MAINT-TERM TO WS-TERM-CODE
               PERFORM 362-FIND-SUBJECT-CODE
               IF WS-SUBJ-OPEN-OK = "Y" AND WS-MST-FOUND-FLAG = "N"
                   DISPLAY "SUBJECT CODE NOT ON SUBJECT MASTER"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               IF WS-MST-FOUND-STATUS = "C"
                   DISPLAY "SUBJECT CODE IS CLOSED - REFUSED"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               PERFORM 363-FIND-TERM-CODE
               IF WS-TERM-OPEN-OK = "Y" AND WS-MST-FOUND-FLAG = "N"
                   DISPLAY "TERM CODE NOT ON TERM MASTER"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               IF WS-MST-FOUND-STATUS = "C"
                   DISPLAY "TERM IS CLOSED - ASSIGNMENT REFUSED"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               PERFORM 377A-FIND-INSTRUCTOR
               IF WS-MST-FOUND-FLAG = "N"
                   DISPLAY "INSTRUCTOR ID NOT ON INSTRUCTOR MASTER"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   IF WS-MST-FOUND-STATUS NOT = "A"
                       DISPLAY "INSTRUCTOR IS INACTIVE - "
                           "ASSIGNMENT REFUSED"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "Y"
               PERFORM 378A-FIND-SECTION-ASSIGNMENT
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               IF WS-ASG-FOUND-FLAG = "Y"
                   DISPLAY "SECTION REASSIGNED FROM "
                       SECT-ASG-INSTRUCTOR
                   MOVE WS-INST-MAINT-ID TO SECT-ASG-INSTRUCTOR
                   MOVE WS-AUDIT-DATE    TO SECT-ASG-DATE
                   MOVE WS-OPERATOR-ID   TO SECT-ASG-OPERATOR
                   REWRITE SECTION-ASSIGNMENT-RECORD
                       INVALID KEY
                           PERFORM 415-ASG-STATUS-RTN
                   END-REWRITE
               ELSE
                   MOVE WS-CAP-MAINT-SUBJ TO SECT-ASG-SUBJECT
                   MOVE WS-CAP-MAINT-TERM TO SECT-ASG-TERM
                   MOVE WS-INST-MAINT-ID  TO SECT-ASG-INSTRUCTOR
                   MOVE WS-AUDIT-DATE     TO SECT-ASG-DATE
                   MOVE WS-OPERATOR-ID    TO SECT-ASG-OPERATOR
                   WRITE SECTION-ASSIGNMENT-RECORD
                       INVALID KEY
                           PERFORM 415-ASG-STATUS-RTN
                       NOT INVALID KEY
                           DISPLAY "SECTION ASSIGNED"
                   END-WRITE
               END-IF
           END-IF.

       360-OPEN-SUBJECT-MASTER.
           MOVE "N" TO WS-SUBJ-OPEN-OK.
           MOVE "N" TO WS-SUBJ-ON-FILE.
           OPEN I-O SUBJECT-MASTER-FILE.
           IF SUBJ-STATUS-FIELD = "35"
               DISPLAY "SUBJECT MASTER NOT FOUND - VALIDATION BYPASSED"
           ELSE
               IF SUBJ-STATUS-FIELD NOT = "00"
                   PERFORM 406-SUBJ-MST-STATUS-RTN
               ELSE
                   MOVE "Y" TO WS-SUBJ-OPEN-OK
                   MOVE LOW-VALUES TO SUBJ-MST-CODE
                   START SUBJECT-MASTER-FILE
                       KEY NOT < SUBJ-MST-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-SUBJ-ON-FILE
                   END-START
               END-IF
           END-IF.

       361-OPEN-TERM-MASTER.
           MOVE "N" TO WS-TERM-OPEN-OK.
           MOVE "N" TO WS-TERM-ON-FILE.
           OPEN I-O TERM-MASTER-FILE.
           IF TERM-STATUS-FIELD = "35"
               DISPLAY "TERM MASTER NOT FOUND - VALIDATION BYPASSED"
           ELSE
               IF TERM-STATUS-FIELD NOT = "00"
                   PERFORM 407-TERM-MST-STATUS-RTN
               ELSE
                   MOVE "Y" TO WS-TERM-OPEN-OK
                   MOVE LOW-VALUES TO TERM-MST-CODE
                   START TERM-MASTER-FILE
                       KEY NOT < TERM-MST-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-TERM-ON-FILE
                   END-START
               END-IF
           END-IF.

       362-FIND-SUBJECT-CODE.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE SPACES TO WS-MST-FOUND-STATUS.
           IF WS-SUBJ-OPEN-OK = "Y"
               MOVE WS-SUBJECT-CODE TO SUBJ-MST-CODE
               READ SUBJECT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MST-FOUND-FLAG
                       MOVE SUBJ-MST-STATUS TO WS-MST-FOUND-STATUS
               END-READ
           END-IF.

       363-FIND-TERM-CODE.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE SPACES TO WS-MST-FOUND-STATUS.
           IF WS-TERM-OPEN-OK = "Y"
               MOVE WS-TERM-CODE TO TERM-MST-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MST-FOUND-FLAG
                       MOVE TERM-MST-STATUS TO WS-MST-FOUND-STATUS
               END-READ
           END-IF.

       364-REWRITE-SUBJECT-MASTER.
           REWRITE SUBJECT-MASTER-RECORD
               INVALID KEY
                   PERFORM 406-SUBJ-MST-STATUS-RTN
           END-REWRITE.

       365-REWRITE-TERM-MASTER.
           REWRITE TERM-MASTER-RECORD
               INVALID KEY
                   PERFORM 407-TERM-MST-STATUS-RTN
           END-REWRITE.

       366-OPEN-STUDENT-MASTER.
           MOVE "N" TO WS-STU-OPEN-OK.
           MOVE "N" TO WS-STU-ON-FILE.
           OPEN I-O STUDENT-MASTER-FILE.
           IF STUM-STATUS-FIELD = "35"
               DISPLAY "STUDENT MASTER NOT FOUND - VALIDATION BYPASSED"
           ELSE
               IF STUM-STATUS-FIELD NOT = "00"
                   PERFORM 409-STU-MST-STATUS-RTN
               ELSE
                   MOVE "Y" TO WS-STU-OPEN-OK
                   MOVE ZERO TO STU-MST-NUMBER
                   START STUDENT-MASTER-FILE
                       KEY NOT < STU-MST-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-STU-ON-FILE
                   END-START
               END-IF
           END-IF.

       367-FIND-STUDENT-NUMBER.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE SPACES TO WS-MST-FOUND-STATUS.
           IF WS-STU-OPEN-OK = "Y"
               MOVE WS-STUDENT-NUMBER TO STU-MST-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MST-FOUND-FLAG
                       MOVE STU-MST-STATUS TO WS-MST-FOUND-STATUS
               END-READ
           END-IF.

       368-REWRITE-STUDENT-MASTER.
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   PERFORM 409-STU-MST-STATUS-RTN
           END-REWRITE.

       369-OPEN-SECTION-CAPACITY.
           MOVE "N" TO WS-CAP-OPEN-OK.
           OPEN I-O SECTION-CAPACITY-FILE.
           IF CAP-STATUS-FIELD = "35"
               DISPLAY "CAPACITY FILE NOT FOUND - SEAT LIMITS "
                   "BYPASSED"
           ELSE
               IF CAP-STATUS-FIELD NOT = "00"
                   PERFORM 410-CAP-STATUS-RTN
               ELSE
                   MOVE "Y" TO WS-CAP-OPEN-OK
               END-IF
           END-IF.

       370-FIND-SECTION-CAPACITY.
           MOVE "N" TO WS-CAP-FOUND-FLAG.
           IF WS-CAP-OPEN-OK = "Y"
               MOVE WS-SUBJECT-CODE TO SECT-CAP-SUBJECT
               MOVE WS-TERM-CODE    TO SECT-CAP-TERM
               READ SECTION-CAPACITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CAP-FOUND-FLAG
               END-READ
           END-IF.

       371-REWRITE-SECTION-CAPACITY.
           REWRITE SECTION-CAPACITY-RECORD
               INVALID KEY
                   PERFORM 410-CAP-STATUS-RTN
           END-REWRITE.

       372-LOAD-GRADE-SCALE.
           MOVE ZERO TO WS-SCL-COUNT.
           MOVE "NO" TO WS-MST-EOF-FLAG.
           MOVE "N" TO WS-MST-OVERFLOW-FLAG.
           MOVE "N" TO WS-SCL-LOAD-OK.
           OPEN INPUT GRADE-SCALE-FILE.
           IF SCL-STATUS-FIELD = "35"
               MOVE "Y" TO WS-SCL-LOAD-OK
           ELSE
               IF SCL-STATUS-FIELD NOT = "00"
                   PERFORM 411-SCL-STATUS-RTN
               ELSE
                   PERFORM 372A-READ-ONE-BAND
                       UNTIL WS-MST-EOF-FLAG = "YES"
                   CLOSE GRADE-SCALE-FILE
                   IF WS-MST-OVERFLOW-FLAG = "N"
                       MOVE "Y" TO WS-SCL-LOAD-OK
                   END-IF
               END-IF
           END-IF.

       372A-READ-ONE-BAND.
           READ GRADE-SCALE-FILE
               AT END
                   MOVE "YES" TO WS-MST-EOF-FLAG
               NOT AT END
                   IF WS-SCL-COUNT >= 500
                       DISPLAY "GRADE SCALE TABLE FULL"
                       MOVE "Y" TO WS-MST-OVERFLOW-FLAG
                       MOVE "YES" TO WS-MST-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-SCL-COUNT
                       MOVE GRD-SCL-EFF-TERM TO
                           WS-SCL-EFF-TERM (WS-SCL-COUNT)
                       MOVE GRD-SCL-LOW-SCORE TO
                           WS-SCL-LOW-SCORE (WS-SCL-COUNT)
                       MOVE GRD-SCL-LETTER TO
                           WS-SCL-LETTER (WS-SCL-COUNT)
                       MOVE GRD-SCL-MODIFIER TO
                           WS-SCL-MODIFIER (WS-SCL-COUNT)
                       MOVE GRD-SCL-POINTS TO
                           WS-SCL-POINTS (WS-SCL-COUNT)
                   END-IF
           END-READ.

       373-FIND-GRADE-BAND.
           MOVE "N" TO WS-SCL-FOUND-FLAG.
           PERFORM 373A-MATCH-ONE-BAND
               VARYING WS-SCL-SUB FROM 1 BY 1
               UNTIL WS-SCL-SUB > WS-SCL-COUNT
                   OR WS-SCL-FOUND-FLAG = "Y".
           IF WS-SCL-FOUND-FLAG = "Y"
               SUBTRACT 1 FROM WS-SCL-SUB
           END-IF.

       373A-MATCH-ONE-BAND.
           IF WS-SCL-EFF-TERM (WS-SCL-SUB) = WS-MAINT-CODE
                   AND WS-SCL-LOW-SCORE (WS-SCL-SUB) = WS-SCL-MAINT-LOW
               MOVE "Y" TO WS-SCL-FOUND-FLAG
           END-IF.

       374-REWRITE-GRADE-SCALE.
           OPEN OUTPUT GRADE-SCALE-FILE.
           IF SCL-STATUS-FIELD NOT = "00"
               PERFORM 411-SCL-STATUS-RTN
           ELSE
               PERFORM 374A-WRITE-ONE-BAND
                   VARYING WS-SCL-SUB FROM 1 BY 1
                   UNTIL WS-SCL-SUB > WS-SCL-COUNT
               CLOSE GRADE-SCALE-FILE
           END-IF.
           MOVE "R" TO WS-SCALE-FUNCTION.
           CALL "GRADE_SCALE" USING WS-SCALE-FUNCTION,
                                    WS-TERM-CODE,
                                    WS-STUDENT-SCORE,
                                    WS-STUDENT-LETTER-GRADE,
                                    WS-STUDENT-GRADE-MODIFIER,
                                    WS-STUDENT-GPA,
                                    WS-SCALE-RETURN-CODE.
           IF WS-SCALE-RETURN-CODE = 8
               DISPLAY "GRADE SCALE UNREADABLE - ADDS AND CHANGES "
                   "WILL BE REFUSED"
               MOVE "N" TO WS-GRD-SCALE-OK
           ELSE
               MOVE "Y" TO WS-GRD-SCALE-OK
           END-IF.

       374A-WRITE-ONE-BAND.
           MOVE WS-SCL-EFF-TERM (WS-SCL-SUB)  TO GRD-SCL-EFF-TERM.
           MOVE WS-SCL-LOW-SCORE (WS-SCL-SUB) TO GRD-SCL-LOW-SCORE.
           MOVE WS-SCL-LETTER (WS-SCL-SUB)    TO GRD-SCL-LETTER.
           MOVE WS-SCL-MODIFIER (WS-SCL-SUB)  TO GRD-SCL-MODIFIER.
           MOVE WS-SCL-POINTS (WS-SCL-SUB)    TO GRD-SCL-POINTS.
           WRITE GRADE-SCALE-RECORD.
           IF SCL-STATUS-FIELD NOT = "00"
               PERFORM 411-SCL-STATUS-RTN
           END-IF.

       375-LOAD-PREREQUISITES.
           MOVE ZERO TO WS-PRQ-COUNT.
           MOVE "NO" TO WS-MST-EOF-FLAG.
           MOVE "N" TO WS-MST-OVERFLOW-FLAG.
           MOVE "N" TO WS-PRQ-LOAD-OK.
           OPEN INPUT PREREQUISITE-FILE.
           IF PRQ-STATUS-FIELD = "35"
               DISPLAY "PREREQUISITE FILE NOT FOUND - PREREQUISITE "
                   "CHECK BYPASSED"
               MOVE "Y" TO WS-PRQ-LOAD-OK
           ELSE
               IF PRQ-STATUS-FIELD NOT = "00"
                   PERFORM 412-PRQ-STATUS-RTN
               ELSE
                   PERFORM 375A-READ-ONE-PREREQUISITE
                       UNTIL WS-MST-EOF-FLAG = "YES"
                   CLOSE PREREQUISITE-FILE
                   IF WS-MST-OVERFLOW-FLAG = "N"
                       MOVE "Y" TO WS-PRQ-LOAD-OK
                   END-IF
               END-IF
           END-IF.

       375A-READ-ONE-PREREQUISITE.
           READ PREREQUISITE-FILE
               AT END
                   MOVE "YES" TO WS-MST-EOF-FLAG
               NOT AT END
                   IF WS-PRQ-COUNT >= 300
                       DISPLAY "PREREQUISITE TABLE FULL"
                       MOVE "Y" TO WS-MST-OVERFLOW-FLAG
                       MOVE "YES" TO WS-MST-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-PRQ-COUNT
                       MOVE PREREQ-SUBJECT TO
                           WS-PRQ-SUBJECT (WS-PRQ-COUNT)
                       MOVE PREREQ-REQUIRED TO
                           WS-PRQ-REQUIRED (WS-PRQ-COUNT)
                       MOVE PREREQ-MIN-GRADE TO
                           WS-PRQ-MIN-GRADE (WS-PRQ-COUNT)
                   END-IF
           END-READ.

       376-CHECK-GRADUATION-CLEARANCE.
           MOVE "N" TO WS-ELIG-FOUND-FLAG.
           MOVE "NO" TO WS-ELIG-EOF-FLAG.
           OPEN INPUT GRADUATION-ELIGIBLE-FILE.
           IF ELIG-STATUS-FIELD = "35"
               DISPLAY "NO DEGREE AUDIT ELIGIBLE LIST ON FILE"
           ELSE
               IF ELIG-STATUS-FIELD NOT = "00"
                   PERFORM 413-ELIG-STATUS-RTN
               ELSE
                   PERFORM 376A-READ-ONE-ELIGIBLE
                       UNTIL WS-ELIG-EOF-FLAG = "YES"
                   CLOSE GRADUATION-ELIGIBLE-FILE
               END-IF
           END-IF.

       376A-READ-ONE-ELIGIBLE.
           READ GRADUATION-ELIGIBLE-FILE
               AT END
                   MOVE "YES" TO WS-ELIG-EOF-FLAG
               NOT AT END
                   IF ELIG-STUDENT-NUMBER = WS-STUDENT-NUMBER
                       MOVE "Y" TO WS-ELIG-FOUND-FLAG
                       MOVE "YES" TO WS-ELIG-EOF-FLAG
                   END-IF
           END-READ.

       377-OPEN-INSTRUCTOR-MASTER.
           MOVE "N" TO WS-INST-OPEN-OK.
           OPEN I-O INSTRUCTOR-MASTER-FILE.
           IF INST-STATUS-FIELD = "35"
               OPEN OUTPUT INSTRUCTOR-MASTER-FILE
               IF INST-STATUS-FIELD = "00"
                   CLOSE INSTRUCTOR-MASTER-FILE
                   OPEN I-O INSTRUCTOR-MASTER-FILE
               END-IF
           END-IF.
           IF INST-STATUS-FIELD NOT = "00"
               PERFORM 414-INST-STATUS-RTN
           ELSE
               MOVE "Y" TO WS-INST-OPEN-OK
           END-IF.

       377A-FIND-INSTRUCTOR.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE SPACES TO WS-MST-FOUND-STATUS.
           MOVE WS-INST-MAINT-ID TO INST-MST-ID.
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MST-FOUND-FLAG
                   MOVE INST-MST-STATUS TO WS-MST-FOUND-STATUS
           END-READ.

       378-OPEN-SECTION-ASSIGNMENT.
           MOVE "N" TO WS-ASG-OPEN-OK.
           OPEN I-O SECTION-ASSIGNMENT-FILE.
           IF ASG-STATUS-FIELD = "35"
               OPEN OUTPUT SECTION-ASSIGNMENT-FILE
               IF ASG-STATUS-FIELD = "00"
                   CLOSE SECTION-ASSIGNMENT-FILE
                   OPEN I-O SECTION-ASSIGNMENT-FILE
               END-IF
           END-IF.
           IF ASG-STATUS-FIELD NOT = "00"
               PERFORM 415-ASG-STATUS-RTN
           ELSE
               MOVE "Y" TO WS-ASG-OPEN-OK
           END-IF.

       378A-FIND-SECTION-ASSIGNMENT.
           MOVE "N" TO WS-ASG-FOUND-FLAG.
           MOVE WS-CAP-MAINT-SUBJ TO SECT-ASG-SUBJECT.
           MOVE WS-CAP-MAINT-TERM TO SECT-ASG-TERM.
           READ SECTION-ASSIGNMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ASG-FOUND-FLAG
           END-READ.

       379-CHECK-GRADE-SCALE.
           MOVE "R" TO WS-SCALE-FUNCTION.
           CALL "GRADE_SCALE" USING WS-SCALE-FUNCTION,
                                    WS-TERM-CODE,
                                    WS-STUDENT-SCORE,
                                    WS-STUDENT-LETTER-GRADE,
                                    WS-STUDENT-GRADE-MODIFIER,
                                    WS-STUDENT-GPA,
                                    WS-SCALE-RETURN-CODE.
           IF WS-SCALE-RETURN-CODE = 8
               DISPLAY "GRADE SCALE UNREADABLE - ADDS AND CHANGES "
                   "WILL BE REFUSED"
               MOVE "N" TO WS-GRD-SCALE-OK
           END-IF.

       380-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO WS-AUDIT-POINTER.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           STRING WS-AUDIT-DATE                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-OPERATOR-ROLE             DELIMITED BY SIZE
                  INTO AUDIT-RECORD
                  WITH POINTER WS-AUDIT-POINTER
           END-STRING.
           IF WS-AUDIT-OVERRIDE NOT = SPACE
               STRING ","                      DELIMITED BY SIZE
                      WS-AUDIT-OVERRIDE        DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-AUDIT-OVR-SUBJ        DELIMITED BY SIZE
                      INTO AUDIT-RECORD
                      WITH POINTER WS-AUDIT-POINTER
               END-STRING
           END-IF.
           WRITE AUDIT-RECORD.
           IF AUD-STATUS-FIELD NOT = "00"
               PERFORM 405-AUDIT-WRITE-STATUS-RTN
           DISPLAY "SECTION CAPACITY FILE ERROR - STATUS "
               CAP-STATUS-FIELD.

       411-SCL-STATUS-RTN.
           DISPLAY "GRADE SCALE FILE ERROR - STATUS "
               SCL-STATUS-FIELD.

       412-PRQ-STATUS-RTN.
           DISPLAY "PREREQUISITE FILE ERROR - STATUS "
               PRQ-STATUS-FIELD.

       413-ELIG-STATUS-RTN.
           DISPLAY "GRADUATION ELIGIBLE LIST FILE ERROR - STATUS "
               ELIG-STATUS-FIELD.

       414-INST-STATUS-RTN.
           DISPLAY "INSTRUCTOR MASTER FILE ERROR - STATUS "
               INST-STATUS-FIELD.

       415-ASG-STATUS-RTN.
           DISPLAY "SECTION ASSIGNMENT FILE ERROR - STATUS "
               ASG-STATUS-FIELD.

       END PROGRAM "SUB_ADD".
